       WRITE Tdemande
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture demande: ",fdm_stat
         MOVE "demande.dat" TO WejFichier
         MOVE fdm_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "SOUMETS_DEMANDE" TO WejPara
         MOVE fdm_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         DISPLAY "Demande n° ",fdm_id," déposée : elle sera examinée p
      -    "ar le gestionnaire avant toute réservation."
           MOVE 1 TO WendSearch
         NOT AT END
           IF fdm_statut = 1 THEN
             MOVE fdm_idSalle TO WpeSalle
             PERFORM PERIMETRE_SALLE
           END-IF
           IF fdm_statut = 1 AND WpeOK = 1 THEN
             MOVE 0 TO Wnontrouve
             DISPLAY fdm_id," / ",fdm_idClub," / ",fdm_idSalle," / ",
      -              fdm_j,"/",fdm_m,"/",fdm_a," / ",fdm_fin_j,"/",
             INVALID KEY
               DISPLAY "Cette demande n'existe pas."
             NOT INVALID KEY
               MOVE fdm_idSalle TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF fdm_statut NOT = 1 THEN
                 DISPLAY "Cette demande a déjà été traitée."
               END-IF
               IF fdm_statut = 1 AND WpeOK = 1 THEN
                 DISPLAY "Approuver (1) ou refuser (2) ?"
                 MOVE 5 TO WcrudChoix
                 PERFORM WITH TEST AFTER UNTIL WcrudChoix = 1 OR
         READ fville
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture agglo club: ",fville_stat
           MOVE "ville.dat" TO WejFichier
           MOVE fville_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "APPROUVE_DEMANDE" TO WejPara
           MOVE fv_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE fv_agglo TO Wresa_clubAgglo
         END-READ
         READ fville
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture agglo salle: ",fville_stat
           MOVE "ville.dat" TO WejFichier
           MOVE fville_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "APPROUVE_DEMANDE" TO WejPara
           MOVE fv_id TO WejCle
           PERFORM JOURNAL_ERREUR
         END-READ

         PERFORM RESERVE_LOT_MULTIJOURS
