      *Subventions de fonctionnement : la commune vote chaque saison
      *une subvention au club (délibération du conseil) et la verse en
      *un ou plusieurs versements. Un versement peut être compensé
      *avec ce que le club doit pour ses créneaux : la part compensée
      *s'écrit au livre des règlements (mode SUBVENTION, ventilé sur
      *les factures ouvertes les plus anciennes) et solde les factures
      *couvertes ; le reste est versé au club. Le solde du club et son
      *relevé de compte font apparaître ce que la commune lui doit
      *encore.
      ******************************************************************

      *Saisie (ou révision) de la subvention votée à un club pour une
      *saison
      ******************************************************************
       SAISIE_SUBVENTION.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       READ fclub KEY IS fc_id
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           MOVE fc_id TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
             MOVE fc_id TO WsuClub
             DISPLAY "Saison (année de septembre):"
             PERFORM WITH TEST AFTER UNTIL WsuSaison IS NUMERIC AND
                       WsuSaison > 1970 AND WsuSaison < 2038
               ACCEPT WsuSaison
             END-PERFORM
             PERFORM TOTAL_VERSEMENTS_SUBVENTION
             MOVE WsuClub TO fsu_idClub
             MOVE WsuSaison TO fsu_saison
             READ fsubvention KEY IS fsu_cle
               INVALID KEY
                 MOVE 1 TO WcrudChoix
               NOT INVALID KEY
                 DISPLAY "Subvention votée : ",fsu_montantVote,
      -                " (délibération ",fsu_deliberation," du ",
      -                fsu_dateDelib,"), déjà versé ",WsuVerseTot
                 DISPLAY "Modifier cette subvention (0/1) ?"
                 MOVE 5 TO WcrudChoix
                 PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                           WcrudChoix = 1
                   ACCEPT WcrudChoix
                 END-PERFORM
             END-READ
             IF WcrudChoix = 1 THEN
               PERFORM SAISIE_SUBVENTION_CORPS
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : montant voté et délibération ; le vote ne
      *descend pas sous ce qui a déjà été versé
      ******************************************************************
       SAISIE_SUBVENTION_CORPS.

       DISPLAY "Montant voté:"
       PERFORM WITH TEST AFTER UNTIL fsu_montantVote IS NUMERIC AND
                 fsu_montantVote >= WsuVerseTot
         ACCEPT fsu_montantVote
       END-PERFORM
       DISPLAY "Référence de la délibération:"
       ACCEPT fsu_deliberation
       DISPLAY "Date de la délibération (aaaammjj):"
       PERFORM WITH TEST AFTER UNTIL fsu_dateDelib IS NUMERIC
         ACCEPT fsu_dateDelib
       END-PERFORM
       MOVE WsuClub TO fsu_idClub
       MOVE WsuSaison TO fsu_saison
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fsu_dateSaisie
       MOVE WoperLogin TO fsu_login
       WRITE Tsubvention
         INVALID KEY
           REWRITE Tsubvention
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture subvention: ",fsu_stat
               MOVE "subvention.dat" TO WejFichier
               MOVE fsu_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "SAISIE_SUBVENTION_CORPS" TO WejPara
               MOVE fsu_cle TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               DISPLAY "Subvention modifiée."
           END-REWRITE
         NOT INVALID KEY
           DISPLAY "Subvention enregistrée."
       END-WRITE.

      *Sous-paragraphe : cumul des versements de la subvention
      *WsuClub/WsuSaison -> WsuVerseTot, WsuCompTot, WsuRang (dernier
      *rang utilisé)
      ******************************************************************
       TOTAL_VERSEMENTS_SUBVENTION.

       MOVE 0 TO WsuVerseTot
       MOVE 0 TO WsuCompTot
       MOVE 0 TO WsuRang
       MOVE WsuClub TO fvs_idClub
       MOVE WsuSaison TO fvs_saison
       MOVE 0 TO fvs_rang
       START fsubvers KEY IS NOT LESS THAN fvs_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ fsubvers NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF fvs_idClub NOT = WsuClub OR
                         fvs_saison NOT = WsuSaison THEN
                 MOVE 1 TO WsuFin
               ELSE
                 ADD fvs_montant TO WsuVerseTot
                 ADD fvs_compense TO WsuCompTot
                 MOVE fvs_rang TO WsuRang
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Versement d'une subvention, compensé ou non avec les factures
      *ouvertes du club
      ******************************************************************
       VERSEMENT_SUBVENTION.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL WsuClub IS NUMERIC
         ACCEPT WsuClub
       END-PERFORM
       MOVE WsuClub TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         DISPLAY "Saison (année de septembre):"
         PERFORM WITH TEST AFTER UNTIL WsuSaison IS NUMERIC AND
                   WsuSaison > 1970 AND WsuSaison < 2038
           ACCEPT WsuSaison
         END-PERFORM
         MOVE WsuClub TO fsu_idClub
         MOVE WsuSaison TO fsu_saison
         READ fsubvention KEY IS fsu_cle
           INVALID KEY
             DISPLAY "Aucune subvention votée pour ce club et cette sai
      -    "son."
           NOT INVALID KEY
             PERFORM TOTAL_VERSEMENTS_SUBVENTION
             COMPUTE WsuReste = fsu_montantVote - WsuVerseTot
             DISPLAY "Voté : ",fsu_montantVote," - déjà versé : ",
      -            WsuVerseTot," - reste : ",WsuReste
             IF WsuReste = 0 THEN
               DISPLAY "Subvention entièrement versée."
             ELSE
               PERFORM VERSEMENT_SUBVENTION_CORPS
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : saisie et enregistrement du versement
      ******************************************************************
       VERSEMENT_SUBVENTION_CORPS.

       DISPLAY "Date du versement (aaaammjj):"
       PERFORM WITH TEST AFTER UNTIL fvs_date IS NUMERIC
         ACCEPT fvs_date
       END-PERFORM
       DISPLAY "Montant du versement:"
       PERFORM WITH TEST AFTER UNTIL WsuMontant IS NUMERIC AND
                 WsuMontant > 0 AND WsuMontant <= WsuReste
         ACCEPT WsuMontant
       END-PERFORM
       DISPLAY "Compenser avec les factures ouvertes du club (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                 WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM

       MOVE 0 TO WsuImpute
       MOVE 0 TO WsuReglement
       MOVE 1 TO WregEcritOK
       IF WcrudChoix = 1 THEN
         PERFORM COMPENSE_SUBVENTION
       END-IF

      *Compensation refusée (période close) : rien n'est versé
       IF WregEcritOK = 0 THEN
         DISPLAY "/!\ Versement non enregistré."
       ELSE
         MOVE WsuClub TO fvs_idClub
         MOVE WsuSaison TO fvs_saison
         COMPUTE fvs_rang = WsuRang + 1
         MOVE WsuMontant TO fvs_montant
         MOVE WsuImpute TO fvs_compense
         COMPUTE fvs_verse = WsuMontant - WsuImpute
         MOVE WsuReglement TO fvs_idReglement
         MOVE WoperLogin TO fvs_login
         WRITE Tsubvers
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture versement: ",fvs_stat
             MOVE "subvention_versement.dat" TO WejFichier
             MOVE fvs_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "VERSEMENT_SUBVENTION_CORPS" TO WejPara
             MOVE fvs_cle TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             DISPLAY "Versement n° ",fvs_rang," : ",fvs_compense,
      -              " compensé sur factures, ",fvs_verse,
      -              " à verser au club."
         END-WRITE
       END-IF.

      *Sous-paragraphe : compensation du versement WsuMontant avec les
      *factures ouvertes du club -> WsuImpute, WsuReglement
      ******************************************************************
       COMPENSE_SUBVENTION.

       MOVE 0 TO WsuDu
       MOVE 1 TO WsuPasse
       PERFORM SUBV_FACTURES_OUVERTES
       IF WsuDu = 0 THEN
         DISPLAY "Aucune facture ouverte : versement intégral au clu
      -    "b."
       ELSE
         IF WsuMontant < WsuDu THEN
           MOVE WsuMontant TO WsuImpute
         ELSE
           MOVE WsuDu TO WsuImpute
         END-IF
         MOVE WsuClub TO frg_idClub
         MOVE fvs_date TO frg_date
         MOVE WsuImpute TO frg_montant
         MOVE "SUBVENTION" TO frg_mode
         MOVE 0 TO frg_numFacture
         PERFORM ENREGISTRE_REGLEMENT
         IF WregEcritOK = 1 THEN
           MOVE frg_id TO WsuReglement
           MOVE WsuImpute TO WletRestant
           MOVE 2 TO WsuPasse
           PERFORM SUBV_FACTURES_OUVERTES
         ELSE
           MOVE 0 TO WsuImpute
         END-IF
       END-IF.

      *Sous-paragraphe : factures ouvertes du club WsuClub, de la plus
      *ancienne à la plus récente (hors avoirs et factures adressées à
      *un tiers payeur). WsuPasse 1 = cumul du reste dû, 2 =
      *affectation du règlement WsuReglement
      ******************************************************************
       SUBV_FACTURES_OUVERTES.

       MOVE WsuClub TO ffa_idClub
       START ffacture KEY IS = ffa_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF ffa_idClub NOT = WsuClub THEN
                 MOVE 1 TO WsuFin
               ELSE
                 IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
                   MOVE ffa_numero TO WtpNumFact
                   PERFORM FACTURE_TIERS_PAYEUR
                   IF WtpPayeur = 0 THEN
                     PERFORM SUBV_UNE_FACTURE
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : une facture ouverte (ffa_* chargé)
      ******************************************************************
       SUBV_UNE_FACTURE.

       PERFORM TOTAL_REGLE_FACTURE
       IF WregTotFact < ffa_montantTTC THEN
         COMPUTE WregDu = ffa_montantTTC - WregTotFact
         IF WsuPasse = 1 THEN
           ADD WregDu TO WsuDu
         ELSE
           IF WletRestant > 0 THEN
             IF WregDu < WletRestant THEN
               MOVE WregDu TO WletMontant
             ELSE
               MOVE WletRestant TO WletMontant
             END-IF
             MOVE WsuReglement TO fle_idReglement
             MOVE ffa_numero TO fle_numFacture
             MOVE WletMontant TO fle_montant
             WRITE Tlettrage
               INVALID KEY
                 DISPLAY "/!\ Erreur d'écriture affectation: ",
      -                  fle_stat
                 MOVE "lettrage.dat" TO WejFichier
                 MOVE fle_stat TO WejStat
                 MOVE "WRITE" TO WejOper
                 MOVE "SUBV_UNE_FACTURE" TO WejPara
                 MOVE fle_cle TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 SUBTRACT WletMontant FROM WletRestant
                 DISPLAY "Compensation de ",WletMontant,
      -                  " € sur la facture ",ffa_numero,"."
                 PERFORM SOLDE_FACTURE_COUVERTE
             END-WRITE
           END-IF
         END-IF
       END-IF.

      *Subventions restant à verser au club fc_id, toutes saisons
      *confondues -> WsuReste
      ******************************************************************
       CALCULE_SUBVENTION_CLUB.

       MOVE 0 TO WsuVote
       MOVE fc_id TO fsu_idClub
       MOVE 0 TO fsu_saison
       START fsubvention KEY IS NOT LESS THAN fsu_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ fsubvention NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF fsu_idClub NOT = fc_id THEN
                 MOVE 1 TO WsuFin
               ELSE
                 ADD fsu_montantVote TO WsuVote
               END-IF
             END-READ
           END-PERFORM
       END-START

       MOVE 0 TO WsuVerseTot
       MOVE fc_id TO fvs_idClub
       MOVE 0 TO fvs_saison
       MOVE 0 TO fvs_rang
       START fsubvers KEY IS NOT LESS THAN fvs_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ fsubvers NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF fvs_idClub NOT = fc_id THEN
                 MOVE 1 TO WsuFin
               ELSE
                 ADD fvs_montant TO WsuVerseTot
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WsuVerseTot < WsuVote THEN
         COMPUTE WsuReste = WsuVote - WsuVerseTot
       ELSE
         MOVE 0 TO WsuReste
       END-IF.

      *Subventions et versements d'un club
      ******************************************************************
       DISPLAY_SUBVENTIONS_CLUB.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       MOVE fc_id TO WsuClub
       DISPLAY "--- Subventions du club ",WsuClub," ---"
       DISPLAY "Saison / Voté / Délibération / Date"
       DISPLAY "  rang / date / montant / compensé / versé / règlt"
       MOVE 0 TO WsuNb
       MOVE WsuClub TO fsu_idClub
       MOVE 0 TO fsu_saison
       START fsubvention KEY IS NOT LESS THAN fsu_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ fsubvention NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF fsu_idClub NOT = WsuClub THEN
                 MOVE 1 TO WendSearch
               ELSE
                 ADD 1 TO WsuNb
                 DISPLAY fsu_saison," / ",fsu_montantVote," / ",
      -                  fsu_deliberation," / ",fsu_dateDelib
                 MOVE fsu_saison TO WsuSaison
                 PERFORM DISPLAY_VERSEMENTS_SUBVENTION
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WsuNb = 0 THEN
         DISPLAY "Aucune subvention pour ce club."
       END-IF.

      *Sous-paragraphe : versements de la subvention WsuClub/WsuSaison
      ******************************************************************
       DISPLAY_VERSEMENTS_SUBVENTION.

       MOVE WsuClub TO fvs_idClub
       MOVE WsuSaison TO fvs_saison
       MOVE 0 TO fvs_rang
       START fsubvers KEY IS NOT LESS THAN fvs_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ fsubvers NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF fvs_idClub NOT = WsuClub OR
                         fvs_saison NOT = WsuSaison THEN
                 MOVE 1 TO WsuFin
               ELSE
                 DISPLAY "   ",fvs_rang," / ",fvs_date," / ",
      -                  fvs_montant," / ",fvs_compense," / ",
      -                  fvs_verse," / ",fvs_idReglement
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *État des subventions d'une saison face aux redevances
      *d'occupation facturées au club sur la même saison (factures de
      *septembre à août, avoirs déduits, factures annulées exclues)
      ******************************************************************
       ETAT_SUBVENTIONS.

       DISPLAY "Saison (année de septembre):"
       PERFORM WITH TEST AFTER UNTIL WsuSaison IS NUMERIC AND
                 WsuSaison > 1970 AND WsuSaison < 2038
         ACCEPT WsuSaison
       END-PERFORM
       COMPUTE WsuPerDeb = WsuSaison * 100 + 9
       COMPUTE WsuPerFin = (WsuSaison + 1) * 100 + 8

       DISPLAY "--- Subventions / redevances saison ",WsuSaison," ---"
       DISPLAY "Club / Voté / Compensé / Versé / Reste à verser /"
       DISPLAY "   Redevances / Net (voté - redevances)"
       MOVE 0 TO WsuNb
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           PERFORM ETAT_SUBVENTION_CLUB
         END-READ
       END-PERFORM
       DISPLAY WsuNb," club(s) édité(s).".

      *Sous-paragraphe : ligne du club courant (fc_* chargé)
      ******************************************************************
       ETAT_SUBVENTION_CLUB.

       MOVE fc_id TO WsuClub
       MOVE 0 TO WsuVote
       MOVE fc_id TO fsu_idClub
       MOVE WsuSaison TO fsu_saison
       READ fsubvention KEY IS fsu_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fsu_montantVote TO WsuVote
       END-READ
       PERFORM TOTAL_VERSEMENTS_SUBVENTION

       MOVE 0 TO WsuCharges
       MOVE fc_id TO ffa_idClub
       START ffacture KEY IS = ffa_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsuFin
           PERFORM WITH TEST AFTER UNTIL WsuFin = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WsuFin
             NOT AT END
               IF ffa_idClub NOT = fc_id THEN
                 MOVE 1 TO WsuFin
               ELSE
                 COMPUTE WsuPeriode = ffa_annee * 100 + ffa_mois
                 IF ffa_statut NOT = 3 AND WsuPeriode >= WsuPerDeb
                           AND WsuPeriode <= WsuPerFin THEN
                   IF ffa_nature = "AVOIR" THEN
                     SUBTRACT ffa_montantTTC FROM WsuCharges
                   ELSE
                     IF ffa_nature NOT = "COTISATION" THEN
                       ADD ffa_montantTTC TO WsuCharges
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

       IF WsuVote > 0 OR WsuCharges NOT = 0 THEN
         ADD 1 TO WsuNb
         COMPUTE WsuReste = WsuVote - WsuVerseTot
         COMPUTE WsuNet = WsuVote - WsuCharges
         COMPUTE WsuImpute = WsuVerseTot - WsuCompTot
         DISPLAY fc_id," ",fc_nom," / ",WsuVote," / ",WsuCompTot,
      -          " / ",WsuImpute," / ",WsuReste," / ",WsuCharges,
      -          " / ",WsuNet
       END-IF.
