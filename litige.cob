         INVALID KEY
           DISPLAY "Il n'existe pas de facture portant ce numéro"
         NOT INVALID KEY
           MOVE ffa_idClub TO WpeClub
           PERFORM CONTROLE_CLUB
           PERFORM EXISTE_LITIGE_OUVERT
           IF WpeOK = 1 AND WliOuvert = 1 THEN
             DISPLAY "Cette facture est déjà en litige."
           END-IF
           IF WpeOK = 1 AND WliOuvert = 0 THEN
      *      Le détail tel qu'émis, pour situer la contestation
             DISPLAY "Facture ",ffa_numero," club ",ffa_idClub," - ",
      -              ffa_montantTTC," TTC"
             PERFORM AFFICHE_LIGNES_FACTURE
             DISPLAY "Motif de la contestation:"
             ACCEPT WliMotif
             PERFORM GET_ID_LITIGE
             WRITE Tlitige
               INVALID KEY
                 DISPLAY "/!\ Erreur d'écriture litige: ",fli_stat
                 MOVE "litige.dat" TO WejFichier
                 MOVE fli_stat TO WejStat
                 MOVE "WRITE" TO WejOper
                 MOVE "OUVRE_LITIGE" TO WejPara
                 MOVE fli_id TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 DISPLAY "Contestation n° ",fli_id," ouverte : la fac
      -    "ture ",ffa_numero," sort des relances."
      ******************************************************************
       RESOUT_LITIGE_CORPS.

       MOVE fli_numFacture TO ffa_numero
       PERFORM AFFICHE_LIGNES_FACTURE
       DISPLAY "(1) confirmer la facture (2) annuler la facture :"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 1 OR WcrudChoix = 2
