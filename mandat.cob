      *à la banque (prelevement.txt) et chaque facture présentée est
      *soldée par un règlement PRELEV ; le fichier de rejets remis par
      *la banque rouvre la facture, retire le règlement et monte le
      *niveau de relance — le miroir sortant d'IMPORT_VIREMENTS. Une
      *facture adressée à un tiers payeur se prélève sur le mandat du
      *tiers payeur (payeur.dat), jamais sur celui du club.
      ******************************************************************

      *Saisie (ou renouvellement) du mandat d'un club
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           MOVE fc_id TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
             DISPLAY "IBAN:"
             ACCEPT fmd_iban
             DISPLAY "BIC:"
             ACCEPT fmd_bic
             DISPLAY "Référence unique de mandat (RUM):"
             ACCEPT fmd_rum
             DISPLAY "Date de signature du mandat (aaaammjj):"
             PERFORM WITH TEST AFTER UNTIL fmd_dateSignature IS NUMERIC
               ACCEPT fmd_dateSignature
             END-PERFORM
             MOVE 1 TO fmd_actif
             WRITE Tmandat
               INVALID KEY
                 REWRITE Tmandat
             END-WRITE
             DISPLAY "Mandat enregistré pour le club ",fmd_idClub,"."
           END-IF
       END-READ.

      *Consultation / révocation du mandat d'un club
       PERFORM WITH TEST AFTER UNTIL fmd_idClub IS NUMERIC
         ACCEPT fmd_idClub
       END-PERFORM
       MOVE fmd_idClub TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         READ fmandat KEY IS fmd_idClub
           INVALID KEY
             DISPLAY "Pas de mandat au dossier de ce club."
           NOT INVALID KEY
             DISPLAY "IBAN  : ",fmd_iban
             DISPLAY "BIC   : ",fmd_bic
             DISPLAY "RUM   : ",fmd_rum
             DISPLAY "Signé le ",fmd_dateSignature," - actif: ",
      -            fmd_actif
             DISPLAY "Révoquer ce mandat (0/1) ?"
             MOVE 5 TO WcrudChoix
             PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix
      -      = 1
               ACCEPT WcrudChoix
             END-PERFORM
             IF WcrudChoix = 1 THEN
               MOVE 0 TO fmd_actif
               REWRITE Tmandat
               DISPLAY "Mandat révoqué."
             END-IF
         END-READ
       END-IF.

      *Passe de prélèvement : toutes les factures émises non soldées
      *des clubs à mandat actif. Relevé puis traitement par clé, en
           MOVE 1 TO WendSearch
         NOT AT END
           IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
             PERFORM MANDAT_FACTURE
             IF WtpMandat = 1 THEN
               ADD 1 TO WprlTotal
               IF WprlNbIds < 50 THEN
                 ADD 1 TO WprlNbIds
                 MOVE ffa_numero TO WprlFacture(WprlNbIds)
               END-IF
             END-IF
           END-IF
       END-PERFORM.

       PERFORM TOTAL_REGLE_FACTURE
       IF WregTotFact < ffa_montantTTC THEN
         COMPUTE WregDu = ffa_montantTTC - WregTotFact
      *  Mandat du club, ou du tiers payeur de la facture
         PERFORM MANDAT_FACTURE
         IF WtpMandat = 1 THEN
      *    Le règlement PRELEV s'écrit D'ABORD : aucun ordre ne
      *    part à la banque si l'écriture est refusée (période
      *    close...), sinon le club serait débité sans trace
           MOVE WdateSys TO frg_date
           MOVE WregDu TO frg_montant
           MOVE ffa_idClub TO frg_idClub
           MOVE "PRELEV" TO frg_mode
           MOVE ffa_numero TO frg_numFacture
           PERFORM ENREGISTRE_REGLEMENT
           IF WregEcritOK = 1 THEN
             COMPUTE WprlCent = WregDu * 100
             MOVE SPACES TO Lprelev
             STRING WdateSys DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_idClub DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WtpRum DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    WtpIban DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    WtpBic DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    WprlCent DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_numero DELIMITED BY SIZE
               INTO Lprelev
             END-STRING
             WRITE Lprelev
             ADD 1 TO WprlNb
             ADD 1 TO WprlFaits
             DISPLAY "Facture ",ffa_numero," présentée au prélèvem
      -    "ent : ",WregDu," €"
           END-IF
         END-IF
       END-IF.

      *Traitement du fichier de rejets remis par la banque. Format
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM SCELLE_SUPPRESSION_REGL
               DELETE freglement RECORD
           END-READ
         ELSE
