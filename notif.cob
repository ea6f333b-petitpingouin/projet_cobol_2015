         WRITE Tnotif
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture notification: ",fn_stat
             MOVE "notification.dat" TO WejFichier
             MOVE fn_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "CREE_NOTIFICATION" TO WejPara
             MOVE fn_id TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF.

