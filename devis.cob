      -esa_h_debut >= 0 AND Wresa_h_debut <= 23
           ACCEPT Wresa_h_debut
         END-PERFORM
         DISPLAY 'Minute de début (',WpmLibPas(1:WpmLgPas),'):'
         PERFORM WITH TEST AFTER UNTIL Wresa_mn_debut = 0 OR
                   Wresa_mn_debut = WpmMnPas
           ACCEPT Wresa_mn_debut
         END-PERFORM
         DISPLAY 'Heure de fin (hh):'
      -a_h_fin >= 0 AND Wresa_h_fin <= 23
           ACCEPT Wresa_h_fin
         END-PERFORM
         DISPLAY 'Minute de fin (',WpmLibPas(1:WpmLgPas),'):'
         PERFORM WITH TEST AFTER UNTIL (Wresa_mn_fin = 0 OR
                   Wresa_mn_fin = WpmMnPas) AND (Wresa_h_fin * 60 +
                   Wresa_mn_fin) > (Wresa_h_debut * 60 + Wresa_mn_debut)
           ACCEPT Wresa_mn_fin
         END-PERFORM

         END-PERFORM

         DISPLAY 'Quel sera le sport pratiqué ?'
         PERFORM CHOISIT_SPORT
         MOVE WspoLibelle TO fa_nomSport

         CLOSE fassoc
         OPEN I-O fassoc
               MOVE 1 TO Wresaimpossible
               DISPLAY "La salle n'existe pas !"
             NOT INVALID KEY
      *        Salle hors des communes de l'opérateur : refusée
               MOVE fs_id TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF WpeOK = 0 THEN
                 MOVE 1 TO Wresaimpossible
               ELSE
      *          Fenêtre de réservation de la salle (préavis/horizon)
                 MOVE 0 TO WfenLot
                 PERFORM CONTROLE_FENETRE
                 IF WfenOK = 0 THEN
                   MOVE 1 TO Wresaimpossible
                   DISPLAY "Devis hors fenêtre autorisée."
                 ELSE
                   PERFORM IS_DISPO
                   IF WnotDispo = 1 THEN
                     MOVE 1 TO Wresaimpossible
                     DISPLAY "Salle indisponible sur ce créneau"
                   END-IF
                 END-IF
               END-IF
             END-READ
         READ fsalle
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture salle demandée: ",fsalle_stat
           MOVE "salle.dat" TO WejFichier
           MOVE fsalle_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "CREATE_DEVIS" TO WejPara
           MOVE fs_id TO WejCle
           PERFORM JOURNAL_ERREUR
         END-READ

         MOVE fc_ville TO fv_id
         READ fville
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture agglo club: ",fville_stat
           MOVE "ville.dat" TO WejFichier
           MOVE fville_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "CREATE_DEVIS" TO WejPara
           MOVE fv_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE fv_agglo TO Wresa_clubAgglo
         END-READ
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture agglo ville salle: ",fville_st
      -at
           MOVE "ville.dat" TO WejFichier
           MOVE fville_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "CREATE_DEVIS" TO WejPara
           MOVE fv_id TO WejCle
           PERFORM JOURNAL_ERREUR
         END-READ

         MOVE 1 TO WdevisEnCours
         MOVE Wresa_taxe TO fde_taxe
         MOVE Wresa_montant TO fde_montant
         ACCEPT WdateSys FROM DATE YYYYMMDD
         COMPUTE Wdateint = FUNCTION INTEGER-OF-DATE(WdateSys) +
                 WpmDevisJours
         COMPUTE fde_dateValidite = FUNCTION DATE-OF-INTEGER(Wdateint)
         MOVE 1 TO fde_statut
         MOVE WdateSys TO fde_dateCreation
         WRITE Tdevis
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture devis: ",fde_stat
           MOVE "devis.dat" TO WejFichier
           MOVE fde_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "CREATE_DEVIS" TO WejPara
           MOVE fde_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "******************* DEVIS ***********************"
           DISPLAY "N° de devis    : ",fde_numero
         INVALID KEY
           DISPLAY "Il n'existe pas de devis portant ce numéro"
         NOT INVALID KEY
           MOVE fde_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WconnectedAsAdmin = 0 AND fde_idClub NOT = WnumClub THEN
             DISPLAY "Ce devis n'appartient pas à votre club."
           ELSE
             IF WpeOK = 1 THEN
               PERFORM CONVERT_DEVIS_SUITE
             END-IF
           END-IF
       END-READ.

