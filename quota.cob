               WRITE Tquota
                 INVALID KEY
                   DISPLAY "/!\ Erreur d'écriture quota: ",fq_stat
                   MOVE "quota.dat" TO WejFichier
                   MOVE fq_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "SAISIE_QUOTA" TO WejPara
                   MOVE fq_cle TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Quota créé : ",WquotaHeures," h pour la sa
      -    "ison ",fq_saison
         DISPLAY "3- Rapport de consommation d'une saison"
         DISPLAY "4- Vendre un carnet d'heures prépayé"
         DISPLAY "5- Rapport des carnets d'une saison"
         DISPLAY "6- Plafond d'heures de pointe (catégorie/ville)"
         DISPLAY "7- Afficher les plafonds d'heures de pointe"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 3 PERFORM QUOTA_REPORT
             WHEN 4 PERFORM ACHETE_CARNET
             WHEN 5 PERFORM CARNET_REPORT
             WHEN 6 PERFORM SAISIE_PLAFOND
             WHEN 7 PERFORM DISPLAY_PLAFONDS
         END-EVALUATE
       END-PERFORM.
