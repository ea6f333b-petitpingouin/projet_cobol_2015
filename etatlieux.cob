         IF fr_type NOT = "Réservation" THEN
           DISPLAY "Ce créneau n'est pas une réservation."
         ELSE
           MOVE fr_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             MOVE fr_numResa TO fel_numResa
             MOVE fr_idClub TO fel_idClub
             DISPLAY "État constaté AVANT le créneau:"
             ACCEPT fel_etatAvant
             DISPLAY "État constaté APRÈS le créneau:"
             ACCEPT fel_etatApres
             DISPLAY "Incident à signaler (0/1) ?"
             MOVE 5 TO WcrudChoix
             PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                       WcrudChoix = 1
               ACCEPT WcrudChoix
             END-PERFORM
             IF WcrudChoix = 1 THEN
               DISPLAY "Description de l'incident:"
               ACCEPT fel_incident
               DISPLAY "Estimation de la réparation (euros):"
               PERFORM WITH TEST AFTER UNTIL fel_montantRepar IS
                         NUMERIC
                 ACCEPT fel_montantRepar
               END-PERFORM
               MOVE 2 TO fel_statut
             ELSE
               MOVE SPACES TO fel_incident
               MOVE 0 TO fel_montantRepar
               MOVE 1 TO fel_statut
             END-IF
             ACCEPT WdateSys FROM DATE YYYYMMDD
             MOVE WdateSys TO fel_date
             WRITE Tetat
               INVALID KEY
                 REWRITE Tetat
             END-WRITE
             DISPLAY "État des lieux enregistré (résa ",fel_numResa,
      -            ")."
           END-IF
         END-IF
       END-IF.

         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE 0 TO WpeOK
           IF fel_statut = 2 THEN
             MOVE fel_idClub TO WpeClub
             PERFORM PERIMETRE_CLUB
           END-IF
           IF fel_statut = 2 AND WpeOK = 1 THEN
             MOVE 0 TO Wnontrouve
             DISPLAY "Résa ",fel_numResa," / club ",fel_idClub,
      -              " / ",fel_incident," / estimé ",
             INVALID KEY
               DISPLAY "Pas d'état des lieux pour ce numéro."
             NOT INVALID KEY
               MOVE fel_idClub TO WpeClub
               PERFORM CONTROLE_CLUB
               IF WpeOK = 0 THEN
                 CONTINUE
               ELSE
                 IF fel_statut NOT = 2 THEN
                   DISPLAY "Cet incident n'est pas à facturer."
                 ELSE
                   PERFORM FACTURE_DEGATS_EMET
                 END-IF
               END-IF
           END-READ
         END-IF
       WRITE Tfacture
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture facture dégâts: ",ffac_stat
           MOVE "facture.dat" TO WejFichier
           MOVE ffac_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "FACTURE_DEGATS_EMET" TO WejPara
           MOVE ffa_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           PERFORM SCELLE_FACTURE
           MOVE WdegMontant TO fel_montantRepar
           MOVE 3 TO fel_statut
           REWRITE Tetat
      *    Ligne du registre : le créneau en cause s'il est encore au
      *    fichier des réservations, sinon la date de l'état des lieux
           PERFORM VIDE_LIGNE_FACTURE
           MOVE fel_date TO WflDate
           MOVE fel_numResa TO fr_numResa
           START fresa KEY IS = fr_numResa
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ fresa NEXT
               AT END
                 CONTINUE
               NOT AT END
                 IF fr_numResa = fel_numResa THEN
                   PERFORM PREPARE_LIGNE_RESA
                 END-IF
               END-READ
           END-START
           MOVE "DEGATS" TO WflType
           MOVE fel_numResa TO WflNumResa
           MOVE fel_incident TO WflLibelle
           MOVE WavoirHT TO WflHT
           MOVE WavoirTVA TO WflTVA
           MOVE WavoirTTC TO WflTTC
           MOVE ffa_numero TO WflNumFacture
           PERFORM ECRIT_LIGNE_UNIQUE
           DISPLAY "Facture n° ",ffa_numero," (DEGATS) : ",WavoirTTC,
      -            " TTC au club ",ffa_idClub
           MOVE fel_idClub TO WnotClub
