       REWRITE Tresa
         INVALID KEY
           DISPLAY "Erreur de réécriture: ",fresa_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "REWRITE" TO WejOper
           MOVE "AJOUTE_MATERIEL_MONTANT" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE "R" TO WjrOp
           PERFORM LOG_JOURNAL_RESA
