           IF fca_statut NOT = 1 THEN
             DISPLAY "Cette caution est déjà restituée ou retenue."
           ELSE
             MOVE fca_idClub TO WpeClub
             PERFORM CONTROLE_CLUB
             IF WpeOK = 1 THEN
               PERFORM RESTITUE_CAUTION_CORPS
             END-IF
           END-IF
       END-READ.

