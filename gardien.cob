       WRITE Tgardien
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture gardien: ",fgd_stat
           MOVE "gardien.dat" TO WejFichier
           MOVE fgd_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "CREATE_GARDIEN" TO WejPara
           MOVE fgd_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Gardien créé."
       END-WRITE.
         DISPLAY "4- Supprimer une fiche gardien"
         DISPLAY "5- Générer le planning d'une semaine"
         DISPLAY "6- Feuilles de service de la semaine"
         DISPLAY "7- Relevés d'heures mensuels et variables de paie"
         DISPLAY "8- Signaler une panne (ordre de travaux)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 4 PERFORM DELETE_GARDIEN
             WHEN 5 PERFORM GENERE_GARDIENNAGE
             WHEN 6 PERFORM FEUILLES_GARDIENS
             WHEN 7 PERFORM RELEVE_HEURES_GARDIENS
             WHEN 8 PERFORM SAISIE_ORDRE_GARDIEN
         END-EVALUATE
       END-PERFORM.
