               IF frg_numFacture NOT = ffa_numero THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF frg_mode = "REMBOURS" OR
                           frg_mode = "CHQIMPAYE" THEN
                   IF frg_montant <= WregTotFact THEN
                     SUBTRACT frg_montant FROM WregTotFact
                   ELSE
         ACCEPT frg_idClub
       END-PERFORM
       MOVE frg_idClub TO fc_id
       MOVE frg_idClub TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
           NOT INVALID KEY
             DISPLAY "Date du règlement (aaaammjj):"
             PERFORM WITH TEST AFTER UNTIL frg_date IS NUMERIC
               ACCEPT frg_date
             END-PERFORM
             DISPLAY "Montant encaissé:"
             PERFORM WITH TEST AFTER UNTIL frg_montant IS NUMERIC
               ACCEPT frg_montant
             END-PERFORM
             DISPLAY "Mode de paiement (ESPECES/CHEQUE/VIREMENT):"
             ACCEPT frg_mode
             DISPLAY "Numéro de facture réglée (0 si aucune):"
             PERFORM WITH TEST AFTER UNTIL frg_numFacture IS NUMERIC
               ACCEPT frg_numFacture
             END-PERFORM
             PERFORM ENREGISTRE_REGLEMENT
      *      Un règlement sans facture peut couvrir plusieurs factures :
      *      ventilation immédiate, ou plus tard depuis le lettrage
      *      (jamais sur un règlement refusé : frg_id serait celui du
      *      règlement précédent)
             IF frg_numFacture = 0 AND WregEcritOK = 1 THEN
               DISPLAY "Ventiler ce règlement sur des factures (0/1) ?"
               MOVE 5 TO WcrudChoix
               PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                         WcrudChoix = 1
                 ACCEPT WcrudChoix
               END-PERFORM
               IF WcrudChoix = 1 THEN
                 PERFORM VENTILE_REGLEMENT
               END-IF
             END-IF
         END-READ
       END-IF.

      *Écrit le règlement (frg_* renseignés par l'appelant, sauf
      *frg_id) puis solde la facture référencée si elle est couverte.
       WRITE Treglement
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture règlement: ",frg_stat
         MOVE "reglement.dat" TO WejFichier
         MOVE frg_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "ENREGISTRE_REGLEMENT_OK" TO WejPara
         MOVE frg_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         PERFORM SCELLE_REGLEMENT
         MOVE 1 TO WregEcritOK
         DISPLAY "Règlement n° ",frg_id," enregistré."
         IF frg_numFacture NOT = 0 THEN
               END-IF
           END-READ
         END-IF
         PERFORM IMPUTE_ECHEANCE
       END-WRITE.

      *Liste des règlements encaissés pour un club
         ACCEPT fc_id
       END-PERFORM

       MOVE fc_id TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         MOVE fc_id TO frg_idClub
         DISPLAY "--- Règlements du club ",frg_idClub," ---"
         DISPLAY "N° / Date / Montant / Mode / Facture"
         START freglement KEY IS = frg_idClub
           INVALID KEY
             DISPLAY "Aucun règlement pour ce club."
           NOT INVALID KEY
             MOVE 0 TO WendSearch
             PERFORM WITH TEST AFTER UNTIL WendSearch = 1
               READ freglement NEXT
               AT END
                 MOVE 1 TO WendSearch
               NOT AT END
                 IF frg_idClub NOT = fc_id THEN
                   MOVE 1 TO WendSearch
                 ELSE
                   DISPLAY frg_id," / ",frg_date," / ",frg_montant,
      -                  " / ",frg_mode," / ",frg_numFacture
                 END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

      *Solde d'un club : total facturé (factures non annulées) moins
      *total encaissé
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       MOVE fc_id TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
           NOT INVALID KEY
             PERFORM CALCULE_SOLDE_CLUB
             DISPLAY "--- Solde du club ",fc_id," ",fc_nom," ---"
             DISPLAY "Total facturé : ",WregFactTot
             DISPLAY "Total encaissé: ",WregPayeTot
             IF WregFactTot > WregPayeTot THEN
               COMPUTE WregDu = WregFactTot - WregPayeTot
               DISPLAY "Reste dû      : ",WregDu
             ELSE
               COMPUTE WregDu = WregPayeTot - WregFactTot
               DISPLAY "Avance club   : ",WregDu
             END-IF
      *      Subventions votées non encore versées : la commune doit au
      *      club, la position nette en tient compte
             PERFORM CALCULE_SUBVENTION_CLUB
             IF WsuReste > 0 THEN
               DISPLAY "Subvention restant à verser : ",WsuReste
               COMPUTE WsuNet = WregFactTot - WregPayeTot - WsuReste
               IF WsuNet > 0 THEN
                 MOVE WsuNet TO WregDu
                 DISPLAY "Net dû par le club : ",WregDu
               ELSE
                 COMPUTE WregDu = 0 - WsuNet
                 DISPLAY "Net dû au club     : ",WregDu
               END-IF
             END-IF
         END-READ
       END-IF.

      *Cumuls facturé/encaissé du club fc_id -> WregFactTot/WregPayeTot
      ******************************************************************
               IF ffa_idClub NOT = fc_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
      *          Une facture adressée à un tiers payeur est à son
      *          compte, pas à celui du club
                 MOVE ffa_numero TO WtpNumFact
                 PERFORM FACTURE_TIERS_PAYEUR
                 IF WtpPayeur NOT = 0 THEN
                   CONTINUE
                 ELSE
                 IF ffa_nature = "AVOIR" THEN
                   IF ffa_statut = 1 THEN
                     ADD ffa_montantTTC TO WregAvoirTot
                   IF ffa_statut NOT = 3 THEN
                     ADD ffa_montantTTC TO WregFactTot
                   END-IF
      *            Admise en non-valeur : le reste dû est éteint, seule
      *            la part déjà réglée reste au compte
                   IF ffa_statut = 4 THEN
                     PERFORM NON_VALEUR_FACTURE
                     SUBTRACT WnvAdmis FROM WregFactTot
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-READ
               IF frg_idClub NOT = fc_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
      *          Règlement d'une facture adressée à un tiers payeur :
      *          hors compte du club
                 MOVE frg_numFacture TO WtpNumFact
                 PERFORM FACTURE_TIERS_PAYEUR
                 IF WtpPayeur NOT = 0 THEN
                   CONTINUE
                 ELSE
      *          Un remboursement est un règlement sortant : il rend
      *          l'avance au club et sort de l'encaissé (de même la
      *          contre-passation d'un chèque impayé)
                 IF frg_mode = "REMBOURS" OR
                           frg_mode = "CHQIMPAYE" THEN
                   IF frg_montant <= WregPayeTot THEN
                     SUBTRACT frg_montant FROM WregPayeTot
                   ELSE
                 ELSE
                   ADD frg_montant TO WregPayeTot
                 END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           MOVE 1 TO WendSearch
         NOT AT END
      *    Un avoir n'est pas une créance : il ne vieillit pas ici
           MOVE 0 TO WpeOK
           IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
             MOVE ffa_idClub TO WpeClub
             PERFORM PERIMETRE_CLUB
           END-IF
           IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR"
                     AND WpeOK = 1 THEN
             PERFORM BALANCE_AGEE_UNE_FACT
           END-IF
       END-PERFORM
       END-IF.

      *Relances des factures impayées : trois niveaux, déclenchés par
      *les délais (en jours depuis l'émission) RELANCE1/2/3 des
      *paramètres de gestion. Les courriers de la passe sont édités
      *dans relance.txt avec les coordonnées du club.
      ******************************************************************
       RELANCE_BATCH.

      *Une facture en litige ne se relance pas tant que le désaccord
      *n'est pas tranché
       PERFORM EXISTE_LITIGE_OUVERT
      *Ni une facture couverte par un échéancier respecté
       PERFORM FACTURE_SOUS_ECHEANCIER
       IF WliOuvert = 1 THEN
         DISPLAY "Facture ",ffa_numero," EN LITIGE : relance suspendu
      -    "e."
       ELSE
       IF WepCouvert = 1 THEN
         DISPLAY "Facture ",ffa_numero," sous échéancier respecté :"
      -          " relance suspendue."
       ELSE
       PERFORM TOTAL_REGLE_FACTURE
       IF WregTotFact < ffa_montantTTC THEN

         MOVE 0 TO WrelNiveau
         EVALUATE ffa_niveauRelance
           WHEN 0 MOVE WpmRelance1 TO WrelDelai
           WHEN 1 MOVE WpmRelance2 TO WrelDelai
           WHEN 2 MOVE WpmRelance3 TO WrelDelai
         END-EVALUATE

         IF WageJours > WrelDelai THEN
           COMPUTE WrelNiveau = ffa_niveauRelance + 1
      -            " : relance niveau ",WrelNiveau
         END-IF
       END-IF
       END-IF
       END-IF.

      *Sous-paragraphe : écrit le courrier de relance de la facture
         INTO Lrelance
       END-STRING
       WRITE Lrelance
      *Facture adressée à un tiers payeur : le courrier va chez lui
       MOVE ffa_numero TO WtpNumFact
       PERFORM FACTURE_TIERS_PAYEUR
       IF WtpPayeur NOT = 0 THEN
         PERFORM COURRIER_TIERS_PAYEUR
       ELSE
         MOVE SPACES TO Lrelance
         STRING "Club " DELIMITED BY SIZE
                fc_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fc_nom DELIMITED BY SIZE
           INTO Lrelance
         END-STRING
         WRITE Lrelance
         MOVE SPACES TO Lrelance
         STRING "Adresse : " DELIMITED BY SIZE
                fc_addr DELIMITED BY SIZE
           INTO Lrelance
         END-STRING
         WRITE Lrelance
         MOVE SPACES TO Lrelance
         STRING "Contact : " DELIMITED BY SIZE
                fc_email DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                fc_tel DELIMITED BY SIZE
           INTO Lrelance
         END-STRING
         WRITE Lrelance
       END-IF
       MOVE SPACES TO Lrelance
       STRING "Facture du " DELIMITED BY SIZE
              ffa_dateEmission DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance
       PERFORM PAYFIP_REFERENCE
       MOVE SPACES TO Lrelance
       STRING "Paiement par carte en ligne (PayFiP), reference : "
                DELIMITED BY SIZE
              WpyRef DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance
       IF WrelNiveau = 3 THEN
         MOVE "DERNIER RAPPEL AVANT SUSPENSION DES RESERVATIONS"
           TO Lrelance
         DISPLAY "17- Créer un bordereau de remise en banque"
         DISPLAY "18- Bordereaux non pointés"
         DISPLAY "19- Pointer un bordereau confirmé"
         DISPLAY "20- Admettre une facture en non-valeur"
         DISPLAY "21- État annuel des non-valeurs"
         DISPLAY "22- Mettre en place un échéancier"
         DISPLAY "23- Échéanciers d'un club"
         DISPLAY "24- Contrôler les échéances"
         DISPLAY "25- Importer les paiements PayFiP"
         DISPLAY "26- Rapprochement du relevé bancaire (CFONB)"
         DISPLAY "27- Chèque revenu impayé"
         DISPLAY "28- Chèques impayés d'un club"
         DISPLAY "29- Subvention votée à un club"
         DISPLAY "30- Versement de subvention (compensation)"
         DISPLAY "31- Subventions d'un club"
         DISPLAY "32- État subventions / redevances"
         DISPLAY "33- Décompte de manifestation (lot)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 17 PERFORM CREE_BORDEREAU
             WHEN 18 PERFORM BORDEREAUX_EN_ATTENTE
             WHEN 19 PERFORM CONFIRME_BORDEREAU
             WHEN 20
      *        Décision du conseil : pas d'exercice sur nonvaleur.dat
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM ADMET_NON_VALEUR
               END-IF
             WHEN 21 PERFORM ETAT_NON_VALEURS
             WHEN 22
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM CREE_ECHEANCIER
               END-IF
             WHEN 23 PERFORM DISPLAY_ECHEANCIERS
             WHEN 24
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM CONTROLE_ECHEANCES
               END-IF
             WHEN 25
      *        payfip.dat n'est pas remis à la fin de la formation :
      *        l'avis réel serait ensuite rejeté comme doublon
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM IMPORT_PAYFIP
               END-IF
             WHEN 26
      *        Même garde : rapprochement.dat n'est pas remis
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM RAPPROCHEMENT_BANCAIRE
               END-IF
             WHEN 27
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM CHEQUE_IMPAYE
               END-IF
             WHEN 28 PERFORM DISPLAY_CHEQUES_IMPAYES
             WHEN 29
      *        subvention.dat n'est pas remis à la fin de la formation
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_SUBVENTION
               END-IF
             WHEN 30
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM VERSEMENT_SUBVENTION
               END-IF
             WHEN 31 PERFORM DISPLAY_SUBVENTIONS_CLUB
             WHEN 32 PERFORM ETAT_SUBVENTIONS
             WHEN 33 PERFORM DECOMPTE_LOT
         END-EVALUATE
       END-PERFORM.
