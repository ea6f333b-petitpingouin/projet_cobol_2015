       WRITE Tmouvstock
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture mouvement: ",fms_stat
           MOVE "mouvstock.dat" TO WejFichier
           MOVE fms_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "STOCK_ECRIT_MOUVEMENT" TO WejPara
           MOVE fms_id TO WejCle
           PERFORM JOURNAL_ERREUR
       END-WRITE.

      *Inventaire physique d'une salle : compté contre livre, écarts
