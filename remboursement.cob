           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
           NOT INVALID KEY
             MOVE fc_id TO WpeClub
             PERFORM CONTROLE_CLUB
             IF WpeOK = 1 THEN
               PERFORM SAISIE_REMBOURSEMENT_CORPS
             END-IF
         END-READ
       END-IF.

