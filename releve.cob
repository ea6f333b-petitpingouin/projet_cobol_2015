      *daté (factures au débit, avoirs et règlements au crédit, arrhes
      *de lot pour mémoire) et le solde au fil de l'eau. Le solde de
      *clôture d'une période couvrant tout l'historique retombe sur
      *CALCULE_SOLDE_CLUB : mêmes sources, mêmes règles. Les factures
      *adressées à un tiers payeur et leurs règlements sortent du
      *relevé du club et vont au relevé du tiers payeur
      *(releve_PNNNN_AAAAMMJJ.txt).
      ******************************************************************
       RELEVE_COMPTES.

      -    100 + Wresa_dateFin_j

       MOVE 0 TO WrlvNbFichiers
       MOVE 0 TO WrlvPayeur
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO Wresafin
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
      *    Un opérateur limité n'édite que les clubs de ses communes
           MOVE 0 TO WpeOK
           IF fc_statut NOT = 9 THEN
             MOVE fc_id TO WpeClub
             PERFORM PERIMETRE_CLUB
           END-IF
           IF fc_statut NOT = 9 AND WpeOK = 1 THEN
             PERFORM RELEVE_UN_CLUB
           END-IF
       END-PERFORM

      *Relevés des tiers payeurs : un tiers payeur règle pour des
      *clubs de toutes les communes, son relevé reste aux superviseurs
       IF WpeLimite = 1 AND WconnectedAsAdmin = 1 THEN
         DISPLAY "Relevés des tiers payeurs : superviseurs seulement."
       ELSE
         CLOSE fpayeur
         OPEN I-O fpayeur
         MOVE 0 TO Wresafin
         PERFORM WITH TEST AFTER UNTIL Wresafin = 1
           READ fpayeur NEXT
           AT END
             MOVE 1 TO Wresafin
           NOT AT END
             PERFORM RELEVE_UN_PAYEUR
         END-PERFORM
       END-IF
       DISPLAY WrlvNbFichiers," relevé(s) de compte écrit(s).".

      *Sous-paragraphe : relevé du club courant (fc_* chargé)
               IF ffa_idClub NOT = fc_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 MOVE ffa_numero TO WtpNumFact
                 PERFORM FACTURE_TIERS_PAYEUR
                 IF ffa_statut NOT = 3 AND WtpPayeur = 0 THEN
                   PERFORM RELEVE_UNE_FACTURE
                 END-IF
               END-IF
               IF frg_idClub NOT = fc_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 MOVE frg_numFacture TO WtpNumFact
                 PERFORM FACTURE_TIERS_PAYEUR
                 IF WtpPayeur = 0 THEN
                   PERFORM RELEVE_UN_REGLEMENT
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           END-IF
           PERFORM RELEVE_AJOUTE_LIGNE
         END-IF
       END-IF
      *Facture admise en non-valeur : le reste dû éteint passe au
      *crédit à la date de saisie de l'admission
       IF ffa_statut = 4 AND ffa_nature NOT = "AVOIR" THEN
         PERFORM NON_VALEUR_FACTURE
         IF WnvAdmis > 0 THEN
           IF WnvDateAdm < WrlvDeb THEN
             SUBTRACT WnvAdmis FROM WrlvOuverture
           ELSE
             IF WnvDateAdm <= WrlvFin THEN
               MOVE WnvDateAdm TO WrlvDateCour
               MOVE ffa_numero TO WrlvPieceCour
               MOVE WnvAdmis TO WrlvMontCour
               MOVE "C" TO WrlvSensCour
               MOVE "NON-VALEUR" TO WrlvLibCour
               PERFORM RELEVE_AJOUTE_LIGNE
             END-IF
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : ventile le règlement courant

       IF frg_date < WrlvDeb THEN
      *  Un remboursement (sortant) rend l'avance : il repart au débit
         IF frg_mode = "REMBOURS" OR
                   frg_mode = "CHQIMPAYE" THEN
           ADD frg_montant TO WrlvOuverture
         ELSE
           SUBTRACT frg_montant FROM WrlvOuverture
           MOVE frg_date TO WrlvDateCour
           MOVE frg_id TO WrlvPieceCour
           MOVE frg_montant TO WrlvMontCour
           IF frg_mode = "REMBOURS" OR
                     frg_mode = "CHQIMPAYE" THEN
             MOVE "D" TO WrlvSensCour
           ELSE
             MOVE "C" TO WrlvSensCour
       RELEVE_EDITE.

       MOVE SPACES TO WrlvNom
       IF WrlvPayeur = 0 THEN
         STRING "releve_" DELIMITED BY SIZE
                fc_id DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                WrlvDeb DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
           INTO WrlvNom
         END-STRING
       ELSE
         STRING "releve_P" DELIMITED BY SIZE
                fty_id DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                WrlvDeb DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
           INTO WrlvNom
         END-STRING
       END-IF
       OPEN OUTPUT freleve

       MOVE ALL "=" TO Lreleve
       WRITE Lreleve
       MOVE SPACES TO Lreleve
       IF WrlvPayeur = 0 THEN
         STRING "RELEVE DE COMPTE - CLUB " DELIMITED BY SIZE
                fc_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fc_nom DELIMITED BY "  "
           INTO Lreleve
         END-STRING
       ELSE
         STRING "RELEVE DE COMPTE - TIERS PAYEUR " DELIMITED BY SIZE
                fty_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fty_nom DELIMITED BY "  "
           INTO Lreleve
         END-STRING
       END-IF
       WRITE Lreleve
       MOVE SPACES TO Lreleve
       STRING "Periode du " DELIMITED BY SIZE
       MOVE ALL "-" TO Lreleve
       WRITE Lreleve
       MOVE SPACES TO Lreleve
       IF WrlvPayeur = 0 THEN
         STRING "Solde de cloture : " DELIMITED BY SIZE
                WrlvSolde DELIMITED BY SIZE
                " (positif = du par le club)" DELIMITED BY SIZE
           INTO Lreleve
         END-STRING
       ELSE
         STRING "Solde de cloture : " DELIMITED BY SIZE
                WrlvSolde DELIMITED BY SIZE
                " (positif = du par le tiers payeur)" DELIMITED BY SIZE
           INTO Lreleve
         END-STRING
       END-IF
       WRITE Lreleve
      *Subventions votées au club et pas encore versées : la commune
      *les lui doit, la position nette en tient compte
       IF WrlvPayeur = 0 THEN
         PERFORM CALCULE_SUBVENTION_CLUB
         IF WsuReste > 0 THEN
           MOVE SPACES TO Lreleve
           STRING "Subventions restant a verser au club : "
                    DELIMITED BY SIZE
                  WsuReste DELIMITED BY SIZE
             INTO Lreleve
           END-STRING
           WRITE Lreleve
           COMPUTE WsuNet = WrlvSolde - WsuReste
           MOVE SPACES TO Lreleve
           STRING "Position nette : " DELIMITED BY SIZE
                  WsuNet DELIMITED BY SIZE
                  " (positif = du par le club)" DELIMITED BY SIZE
             INTO Lreleve
           END-STRING
           WRITE Lreleve
         END-IF
       END-IF
       CLOSE freleve.
