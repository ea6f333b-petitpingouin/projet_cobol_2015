         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           IF fc_statut < 8 THEN
             PERFORM BASCULE_QUOTA_CLUB
           END-IF
       END-PERFORM
