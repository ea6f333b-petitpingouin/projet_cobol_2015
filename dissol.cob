      *Dissolution d'un club : la clôture d'une association passait
      *par une dizaine d'écrans tenus à la main (résas futures, vœux
      *de campagne, liste d'attente, solde, cautions, clés, mandat
      *SEPA, échéanciers, cotisations) et l'oubli revenait des mois
      *plus tard en alerte. Le traitement enchaîne ici chaque étape
      *dans l'ordre, en contrôle et en exécution, et écrit un compte
      *rendu de clôture (dissolution_CCCC_AAAAMMJJ.txt). Le club
      *termine au statut 8 = dissous : plus aucun engagement (voir
      *CONTROLE_IMPAYES_BLOQUE), plus de cotisation, mais la fiche et
      *son historique restent jusqu'à ce que la purge RGPD s'applique.
      ******************************************************************
       DISSOUT_CLUB.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         IF WoperRole NOT = 1 THEN
           DISPLAY "Traitement réservé à un opérateur "
                   "administrateur."
         ELSE
           DISPLAY "Entrez l'ID du club à dissoudre"
           PERFORM WITH TEST AFTER UNTIL WdsClub IS NUMERIC
             ACCEPT WdsClub
           END-PERFORM
           MOVE WdsClub TO fc_id
           READ fclub KEY IS fc_id
             INVALID KEY
               DISPLAY "Il n'existe pas de club portant ce numéro"
             NOT INVALID KEY
               EVALUATE fc_statut
                 WHEN 8
                   DISPLAY "Ce club est déjà dissous."
                 WHEN 9
                   DISPLAY "Fiche fusionnée dans un autre club : rien
      -    " à dissoudre."
                 WHEN OTHER
                   DISPLAY "Dissoudre le club ",fc_id," ",fc_nom,
                           " : annulations, retraits et clôture du "
                           "dossier (0/1) ?"
                   MOVE 5 TO WcrudChoix
                   PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                             WcrudChoix = 1
                     ACCEPT WcrudChoix
                   END-PERFORM
                   IF WcrudChoix = 1 THEN
                     PERFORM DISSOUT_CORPS
                   END-IF
               END-EVALUATE
           END-READ
         END-IF
       END-IF.

      *Corps de la dissolution, le club WdsClub lu (fc_* chargé)
      ******************************************************************
       DISSOUT_CORPS.

       MOVE fc_statut TO WdsStatut
       ACCEPT WdsAuj FROM DATE YYYYMMDD
       MOVE 0 TO WdsReste
       MOVE SPACES TO WdsNom
       STRING "dissolution_" DELIMITED BY SIZE
              WdsClub DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              WdsAuj DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WdsNom
       END-STRING
       OPEN OUTPUT fdissol

       MOVE ALL "=" TO Ldissol
       WRITE Ldissol
       MOVE SPACES TO Ldissol
       STRING "DISSOLUTION - CLUB " DELIMITED BY SIZE
              fc_id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fc_nom DELIMITED BY "  "
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT
       MOVE SPACES TO Ldissol
       STRING "Cloture du " DELIMITED BY SIZE
              WdsAuj DELIMITED BY SIZE
              " par " DELIMITED BY SIZE
              WoperLogin DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT
       MOVE ALL "=" TO Ldissol
       WRITE Ldissol

      *L'ordre compte : la liste d'attente du club est vidée avant
      *l'annulation de ses résas, pour que les créneaux libérés soient
      *proposés aux autres clubs et pas à lui-même ; le solde est
      *arrêté une fois les annulations passées
       PERFORM DISSOUT_ATTENTE
       PERFORM DISSOUT_VOEUX
       PERFORM DISSOUT_RESAS
       PERFORM DISSOUT_SOLDE
       PERFORM DISSOUT_CAUTIONS
       PERFORM DISSOUT_CLES
       PERFORM DISSOUT_MANDAT
       PERFORM DISSOUT_ECHEANCIER

      *Statut final : 8 = dissous (9 reste la fiche fusionnée)
       MOVE WdsClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture club: ",fclub_stat
           MOVE "club.dat" TO WejFichier
           MOVE fclub_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "DISSOUT_CORPS" TO WejPara
           MOVE fc_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE 8 TO fc_statut
           REWRITE Tclub
             INVALID KEY
               DISPLAY "Erreur de réécriture."
               MOVE "club.dat" TO WejFichier
               MOVE fclub_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "DISSOUT_CORPS" TO WejPara
               MOVE fc_id TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               MOVE "fclub" TO fmo_fichier
               MOVE fc_id TO fmo_cle
               MOVE "fc_statut" TO fmo_champ
               MOVE WdsStatut TO fmo_ancienne
               MOVE "8 dissous" TO fmo_nouvelle
               PERFORM LOG_MODIF
           END-REWRITE
       END-READ
       MOVE SPACES TO Ldissol
       WRITE Ldissol
       MOVE "9. Cotisations : club sorti de la facturation (statut 8 =
      -    " dissous)" TO Ldissol
       PERFORM DISSOUT_ECRIT
       MOVE ALL "=" TO Ldissol
       WRITE Ldissol
       MOVE SPACES TO Ldissol
       IF WdsReste = 0 THEN
         MOVE "Dossier clos : aucun point en suspens." TO Ldissol
       ELSE
         STRING "Dossier clos avec " DELIMITED BY SIZE
                WdsReste DELIMITED BY SIZE
                " point(s) en suspens (voir ci-dessus)."
                DELIMITED BY SIZE
           INTO Ldissol
         END-STRING
       END-IF
       PERFORM DISSOUT_ECRIT
       CLOSE fdissol
       DISPLAY "Compte rendu de clôture écrit dans ",WdsNom.

      *Sous-paragraphe : ligne Ldissol au compte rendu et à l'écran
      ******************************************************************
       DISSOUT_ECRIT.

       WRITE Ldissol
       DISPLAY Ldissol.

      *Sous-paragraphe : 1. retrait des entrées de liste d'attente du
      *club (réécriture séquentielle par le fichier de travail)
      ******************************************************************
       DISSOUT_ATTENTE.

       MOVE 0 TO WdsNb
       CLOSE fattente
       OPEN INPUT fattente
       IF fwa_stat NOT = 35 THEN
         OPEN OUTPUT fattentetmp
         MOVE 0 TO WdsFin
         PERFORM WITH TEST AFTER UNTIL WdsFin = 1
           READ fattente NEXT
           AT END
             MOVE 1 TO WdsFin
           NOT AT END
             IF fwa_idClub = WdsClub THEN
               ADD 1 TO WdsNb
             ELSE
               MOVE Tattente TO Lattentetmp
               WRITE Lattentetmp
             END-IF
         END-PERFORM
         CLOSE fattente
         CLOSE fattentetmp
         IF WdsNb > 0 THEN
           OPEN OUTPUT fattente
           OPEN INPUT fattentetmp
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fattentetmp NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               MOVE Lattentetmp TO Tattente
               WRITE Tattente
           END-PERFORM
           CLOSE fattentetmp
         END-IF
       END-IF
       CLOSE fattente
       MOVE SPACES TO Ldissol
       STRING "1. Liste d'attente : " DELIMITED BY SIZE
              WdsNb DELIMITED BY SIZE
              " entree(s) retiree(s)" DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : 2. vœux de campagne encore en jeu (déposés ou
      *alloués) rejetés, demandes de grand événement en attente
      *refusées ; les vœux déjà générés en résas suivent l'étape 3
      ******************************************************************
       DISSOUT_VOEUX.

       MOVE 0 TO WdsNb
       MOVE WdsClub TO fvo_idClub
       START fvoeu KEY IS = fvo_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fvoeu NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fvo_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 IF fvo_statut = 1 OR fvo_statut = 2 THEN
                   MOVE 3 TO fvo_statut
                   REWRITE Tvoeu
                   ADD 1 TO WdsNb
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE SPACES TO Ldissol
       STRING "2. Voeux de campagne : " DELIMITED BY SIZE
              WdsNb DELIMITED BY SIZE
              " voeu(x) retire(s)" DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT

       MOVE 0 TO WdsNb
       MOVE WdsClub TO fdm_idClub
       START fdemande KEY IS = fdm_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fdemande NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fdm_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 IF fdm_statut = 1 THEN
                   MOVE 3 TO fdm_statut
                   MOVE "Club dissous" TO fdm_motif
                   REWRITE Tdemande
                   ADD 1 TO WdsNb
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE SPACES TO Ldissol
       STRING "   Demandes de grand evenement : " DELIMITED BY SIZE
              WdsNb DELIMITED BY SIZE
              " refusee(s)" DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : 3. annulation des résas à venir du club.
      *Relevé des clés d'abord (la suppression déplacerait la lecture
      *sur la clé secondaire), puis annulation par la voie normale
      *(journal des annulations -> avoir si le mois est facturé), sans
      *frais de préavis, créneau proposé à la liste d'attente
      ******************************************************************
       DISSOUT_RESAS.

       MOVE 0 TO WdsNbResas
       MOVE 0 TO WdsNb
       CLOSE fresa
       OPEN I-O fresa
       MOVE WdsClub TO fr_idClub
       START fresa KEY IS = fr_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fr_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 COMPUTE Wdate8 = fr_dateDebut_a * 10000 +
                         fr_dateDebut_m * 100 + fr_dateDebut_j
                 IF Wdate8 >= WdsAuj THEN
                   IF WdsNbResas < 500 THEN
                     ADD 1 TO WdsNbResas
                     MOVE fr_cles TO WdsResaCle(WdsNbResas)
                   ELSE
                     ADD 1 TO WdsNb
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

       MOVE 0 TO WdsMontant
       PERFORM WITH TEST BEFORE VARYING WdsIdx FROM 1 BY 1
                 UNTIL WdsIdx > WdsNbResas
         MOVE WdsResaCle(WdsIdx) TO fr_cles
         READ fresa KEY IS fr_cles
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM DISSOUT_ANNULE_RESA
         END-READ
       END-PERFORM
       MOVE SPACES TO Ldissol
       STRING "3. Reservations a venir : " DELIMITED BY SIZE
              WdsNbResas DELIMITED BY SIZE
              " annulee(s), montant " DELIMITED BY SIZE
              WdsMontant DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT
       IF WdsNb > 0 THEN
         ADD 1 TO WdsReste
         MOVE SPACES TO Ldissol
         STRING "   A REPRENDRE : " DELIMITED BY SIZE
                WdsNb DELIMITED BY SIZE
                " resa(s) au-dela de 500, relancer la dissolution"
                DELIMITED BY SIZE
           INTO Ldissol
         END-STRING
         PERFORM DISSOUT_ECRIT
       END-IF.

      *Sous-paragraphe : annulation de la résa courante (fr_* lue)
      ******************************************************************
       DISSOUT_ANNULE_RESA.

       MOVE fr_idSalle TO fan_idSalle
       COMPUTE fan_dateDebut = fr_dateDebut_a * 100000000 +
               fr_dateDebut_m * 1000000 + fr_dateDebut_j * 10000 +
               fr_dateDebut_h * 100 + fr_dateDebut_mn
       MOVE fr_idClub TO fan_idClub
       MOVE fr_montant TO fan_montant
       MOVE fr_numResa TO fan_numResa
       MOVE fr_idLot TO fan_idLot
       MOVE 0 TO fan_fraisAnnul
       MOVE fr_numResa TO WmatNumResa
       DELETE fresa RECORD
         INVALID KEY
           DISPLAY "  Erreur lors de l'annulation."
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "DELETE" TO WejOper
           MOVE "DISSOUT_ANNULE_RESA" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           ADD fan_montant TO WdsMontant
           MOVE "S" TO WjrOp
           PERFORM LOG_JOURNAL_RESA
           PERFORM LOG_ANNULATION
           PERFORM SUPPRIME_MATERIEL_RESA
           PERFORM VERIFIE_ATTENTE
       END-DELETE.

      *Sous-paragraphe : 4. solde du compte. Avance -> remboursement
      *(même saisie que SAISIE_REMBOURSEMENT), reste dû -> règlement
      *au guichet ; ce qui reste ouvert part au compte rendu
      ******************************************************************
       DISSOUT_SOLDE.

       MOVE WdsClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           CONTINUE
       END-READ
       PERFORM CALCULE_SOLDE_CLUB
       IF WregPayeTot > WregFactTot THEN
         PERFORM SAISIE_REMBOURSEMENT_CORPS
       ELSE
         IF WregFactTot > WregPayeTot THEN
           COMPUTE WregDu = WregFactTot - WregPayeTot
           DISPLAY "Reste dû par le club : ",WregDu," €"
           DISPLAY "Encaisser un règlement maintenant (0/1) ?"
           MOVE 5 TO WcrudChoix
           PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                     WcrudChoix = 1
             ACCEPT WcrudChoix
           END-PERFORM
           IF WcrudChoix = 1 THEN
             PERFORM SAISIE_REGLEMENT
           END-IF
         END-IF
       END-IF

       MOVE WdsClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           CONTINUE
       END-READ
       PERFORM CALCULE_SOLDE_CLUB
       MOVE SPACES TO Ldissol
       EVALUATE TRUE
         WHEN WregFactTot > WregPayeTot
           ADD 1 TO WdsReste
           COMPUTE WdsMontant = WregFactTot - WregPayeTot
           STRING "4. Solde : A RECOUVRER " DELIMITED BY SIZE
                  WdsMontant DELIMITED BY SIZE
                  " (relances ou admission en non-valeur)"
                  DELIMITED BY SIZE
             INTO Ldissol
           END-STRING
         WHEN WregPayeTot > WregFactTot
           ADD 1 TO WdsReste
           COMPUTE WdsMontant = WregPayeTot - WregFactTot
           STRING "4. Solde : A REMBOURSER " DELIMITED BY SIZE
                  WdsMontant DELIMITED BY SIZE
                  " (avance du club)" DELIMITED BY SIZE
             INTO Ldissol
           END-STRING
         WHEN OTHER
           MOVE "4. Solde : compte solde a zero" TO Ldissol
       END-EVALUATE
       PERFORM DISSOUT_ECRIT
       MOVE "   (les avoirs des resas annulees d'un mois deja facture s
      -    "uivent a la prochaine facturation)" TO Ldissol
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : 5. cautions encore encaissées : restitution
      *intégrale ou retenue, comme RESTITUE_CAUTION
      ******************************************************************
       DISSOUT_CAUTIONS.

       MOVE 0 TO WdsNb
       MOVE WdsClub TO fca_idClub
       START fcaution KEY IS = fca_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fcaution NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fca_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 IF fca_statut = 1 THEN
                   PERFORM RESTITUE_CAUTION_CORPS
                   ADD 1 TO WdsNb
                   MOVE SPACES TO Ldissol
                   STRING "   Caution lot " DELIMITED BY SIZE
                          fca_idLot DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          fca_montant DELIMITED BY SIZE
                          " retenue " DELIMITED BY SIZE
                          fca_montantRetenu DELIMITED BY SIZE
                     INTO Ldissol
                   END-STRING
                   WRITE Ldissol
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE SPACES TO Ldissol
       STRING "5. Cautions : " DELIMITED BY SIZE
              WdsNb DELIMITED BY SIZE
              " caution(s) restituee(s) ou retenue(s)" DELIMITED BY SIZE
         INTO Ldissol
       END-STRING
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : 6. clés et badges encore détenus : retour
      *pointé sur le champ si l'objet est rapporté, sinon à récupérer
      ******************************************************************
       DISSOUT_CLES.

       MOVE 0 TO WdsNb
       MOVE WdsClub TO fkm_idClub
       START fremise KEY IS = fkm_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fremise NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fkm_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 IF fkm_dateRetour = 0 THEN
                   PERFORM DISSOUT_UNE_CLE
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE SPACES TO Ldissol
       IF WdsNb = 0 THEN
         MOVE "6. Cles/badges : aucun objet dehors" TO Ldissol
       ELSE
         ADD 1 TO WdsReste
         STRING "6. Cles/badges : " DELIMITED BY SIZE
                WdsNb DELIMITED BY SIZE
                " objet(s) A RECUPERER" DELIMITED BY SIZE
           INTO Ldissol
         END-STRING
       END-IF
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : sortie non rendue courante (fkm_* lue)
      ******************************************************************
       DISSOUT_UNE_CLE.

       DISPLAY "Sortie ",fkm_id," : ",fkm_code," salle ",fkm_idSalle,
               " depuis le ",fkm_dateSortie
       DISPLAY "Objet rapporté à l'instant (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
      *  hhmmsscc sur 8 chiffres -> heure de retour en hhmm
         ACCEPT WheureSys8 FROM TIME
         MOVE WdsAuj TO fkm_dateRetour
         COMPUTE fkm_heureRetour = WheureSys8 / 10000
         REWRITE Tremise
       ELSE
         ADD 1 TO WdsNb
         MOVE SPACES TO Ldissol
         STRING "   A recuperer : " DELIMITED BY SIZE
                fkm_code DELIMITED BY SIZE
                " salle " DELIMITED BY SIZE
                fkm_idSalle DELIMITED BY SIZE
                " sorti le " DELIMITED BY SIZE
                fkm_dateSortie DELIMITED BY SIZE
           INTO Ldissol
         END-STRING
         WRITE Ldissol
       END-IF.

      *Sous-paragraphe : 7. révocation du mandat SEPA (plus aucun
      *prélèvement présenté sur ce compte)
      ******************************************************************
       DISSOUT_MANDAT.

       MOVE SPACES TO Ldissol
       MOVE WdsClub TO fmd_idClub
       READ fmandat KEY IS fmd_idClub
         INVALID KEY
           MOVE "7. Mandat SEPA : pas de mandat au dossier" TO Ldissol
         NOT INVALID KEY
           IF fmd_actif = 0 THEN
             MOVE "7. Mandat SEPA : deja revoque" TO Ldissol
           ELSE
             MOVE 0 TO fmd_actif
             REWRITE Tmandat
             MOVE "fmandat" TO fmo_fichier
             MOVE fmd_idClub TO fmo_cle
             MOVE "fmd_actif" TO fmo_champ
             MOVE 1 TO fmo_ancienne
             MOVE 0 TO fmo_nouvelle
             PERFORM LOG_MODIF
             STRING "7. Mandat SEPA : RUM " DELIMITED BY SIZE
                    fmd_rum DELIMITED BY "  "
                    " revoque" DELIMITED BY SIZE
               INTO Ldissol
             END-STRING
           END-IF
       END-READ
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : 8. échéanciers en cours ou soldés du club
      *clos comme rompus, leurs échéances non couvertes marquées
      *manquées (comme CONTROLE_UN_ECHEANCIER) : plus aucune échéance
      *attendue d'un club dissous
      ******************************************************************
       DISSOUT_ECHEANCIER.

       MOVE 0 TO WdsNb
       MOVE WdsClub TO fep_idClub
       START fechplan KEY IS = fep_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin
           PERFORM WITH TEST AFTER UNTIL WdsFin = 1
             READ fechplan NEXT
             AT END
               MOVE 1 TO WdsFin
             NOT AT END
               IF fep_idClub NOT = WdsClub THEN
                 MOVE 1 TO WdsFin
               ELSE
                 IF fep_statut = 1 OR fep_statut = 2 THEN
                   PERFORM DISSOUT_UN_ECHEANCIER
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE SPACES TO Ldissol
       IF WdsNb = 0 THEN
         MOVE "8. Echeanciers : aucun plan en cours" TO Ldissol
       ELSE
         STRING "8. Echeanciers : " DELIMITED BY SIZE
                WdsNb DELIMITED BY SIZE
                " plan(s) clos (rompus a la dissolution)"
                DELIMITED BY SIZE
           INTO Ldissol
         END-STRING
       END-IF
       PERFORM DISSOUT_ECRIT.

      *Sous-paragraphe : plan courant (fep_*) rompu à la date du jour
      ******************************************************************
       DISSOUT_UN_ECHEANCIER.

       MOVE 0 TO WdsNbEch
       MOVE fep_id TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdsFin2
           PERFORM WITH TEST AFTER UNTIL WdsFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WdsFin2
             NOT AT END
               IF fee_idPlan NOT = fep_id THEN
                 MOVE 1 TO WdsFin2
               ELSE
                 IF fee_statut = 1 AND
                           fee_montantPaye < fee_montant THEN
                   MOVE 3 TO fee_statut
                   REWRITE Techeance
                   ADD 1 TO WdsNbEch
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE fep_statut TO WdsStatutPlan
       MOVE 3 TO fep_statut
       MOVE WdsAuj TO fep_dateRupture
       REWRITE Techplan
         INVALID KEY
           DISPLAY "Erreur de réécriture."
           MOVE "echeancier.dat" TO WejFichier
           MOVE fep_stat TO WejStat
           MOVE "REWRITE" TO WejOper
           MOVE "DISSOUT_UN_ECHEANCIER" TO WejPara
           MOVE fep_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           ADD 1 TO WdsNb
           MOVE "fechplan" TO fmo_fichier
           MOVE fep_id TO fmo_cle
           MOVE "fep_statut" TO fmo_champ
           MOVE WdsStatutPlan TO fmo_ancienne
           MOVE "3 rompu" TO fmo_nouvelle
           PERFORM LOG_MODIF
           MOVE SPACES TO Ldissol
           STRING "   Echeancier " DELIMITED BY SIZE
                  fep_id DELIMITED BY SIZE
                  " rompu, " DELIMITED BY SIZE
                  WdsNbEch DELIMITED BY SIZE
                  " echeance(s) manquee(s)" DELIMITED BY SIZE
             INTO Ldissol
           END-STRING
           WRITE Ldissol
       END-REWRITE.
