       PERFORM WITH TEST AFTER UNTIL fr_dateDebut_h IS NUMERIC
         ACCEPT fr_dateDebut_h
       END-PERFORM
       DISPLAY "Entrez les minutes de la réservation (",
               WpmLibPas(1:WpmLgPas),")"
       PERFORM WITH TEST AFTER UNTIL fr_dateDebut_mn = 0 OR
                 fr_dateDebut_mn = WpmMnPas
         ACCEPT fr_dateDebut_mn
       END-PERFORM
       DISPLAY "Sous-espace (0 si salle entière)"
            IF fr_type NOT = "Réservation" THEN
              DISPLAY "Ce créneau n'est pas une réservation."
            ELSE
              MOVE fr_idSalle TO WpeSalle
              PERFORM CONTROLE_SALLE
              IF WconnectedAsAdmin = 0 AND fr_idClub NOT = WnumClub
                THEN
                DISPLAY "Vous ne pouvez pas déplacer cette résa."
              ELSE
                IF WpeOK = 1 THEN
                  PERFORM MODIFY_RESA_SUITE
                END-IF
              END-IF
            END-IF
       END-READ.
      -sa_h_debut >= 0 AND Wresa_h_debut <= 23
         ACCEPT Wresa_h_debut
       END-PERFORM
       DISPLAY 'Minute de début (',WpmLibPas(1:WpmLgPas),'):'
       PERFORM WITH TEST AFTER UNTIL Wresa_mn_debut = 0 OR
                 Wresa_mn_debut = WpmMnPas
         ACCEPT Wresa_mn_debut
       END-PERFORM
       DISPLAY 'Heure de fin (hh):'
      -_h_fin >= 0 AND Wresa_h_fin <= 23
         ACCEPT Wresa_h_fin
       END-PERFORM
       DISPLAY 'Minute de fin (',WpmLibPas(1:WpmLgPas),'):'
       PERFORM WITH TEST AFTER UNTIL (Wresa_mn_fin = 0 OR
                 Wresa_mn_fin = WpmMnPas) AND (Wresa_h_fin * 60 +
                 Wresa_mn_fin) > (Wresa_h_debut * 60 + Wresa_mn_debut)
         ACCEPT Wresa_mn_fin
       END-PERFORM

       INVALID KEY
         DISPLAY "La salle demandée n'existe pas : abandon."
       NOT INVALID KEY
      *  Pas de déplacement vers une salle hors des communes de
      *  l'opérateur
         MOVE fs_id TO WpeSalle
         PERFORM CONTROLE_SALLE
         IF WpeOK = 1 THEN
      *    Le déplacement n'emprunte pas ENREGISTRE_CRENEAU : le
      *    contrôle d'assurance se refait donc ici, à la nouvelle date
           PERFORM CONTROLE_ATTESTATION
           IF WattestOK = 0 THEN
             DISPLAY "Déplacement refusé (assurance) : ",
                     "la réservation d'origine est conservée."
           ELSE
             PERFORM MODIFY_RESA_BASCULE
           END-IF
         END-IF
       END-READ.

           READ fclub
           INVALID KEY
             DISPLAY "/!\ Erreur: Lecture club: ",fclub_stat
             MOVE "club.dat" TO WejFichier
             MOVE fclub_stat TO WejStat
             MOVE "READ" TO WejOper
             MOVE "MODIFY_RESA_BASCULE" TO WejPara
             MOVE fc_id TO WejCle
             PERFORM JOURNAL_ERREUR
           END-READ
           MOVE fc_ville TO fv_id
           READ fville
           INVALID KEY
             DISPLAY "/!\ Erreur: Lecture agglo club: ",fville_stat
             MOVE "ville.dat" TO WejFichier
             MOVE fville_stat TO WejStat
             MOVE "READ" TO WejOper
             MOVE "MODIFY_RESA_BASCULE" TO WejPara
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
             MOVE "MODIFY_RESA_BASCULE" TO WejPara
             MOVE fv_id TO WejCle
             PERFORM JOURNAL_ERREUR
           END-READ
           PERFORM CALCULE_MONTANT

           INVALID KEY
             DISPLAY "Erreur d'écriture: ",fresa_stat," : retour à l'a
      -    "ncien créneau."
             MOVE "reservation.dat" TO WejFichier
             MOVE fresa_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "MODIFY_RESA_BASCULE" TO WejPara
             MOVE fr_cles TO WejCle
             PERFORM JOURNAL_ERREUR
             MOVE WmodSauve TO Tresa
             WRITE Tresa
             MOVE "E" TO WjrOp
               MOVE fr_cles TO WswCleB
               MOVE fr_idClub TO WswClubB
               MOVE fr_sportPratique TO WswSportB
      *        Les deux salles doivent être dans les communes de
      *        l'opérateur
               MOVE fr_idSalle TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF WpeOK = 1 THEN
                 MOVE WswCleA(1:3) TO WpeSalle
                 PERFORM CONTROLE_SALLE
               END-IF
               IF WpeOK = 1 THEN
                 PERFORM SWAP_RESAS_CORPS
               END-IF
             END-IF
           END-IF
         END-IF
       REWRITE Tresa
         INVALID KEY
           DISPLAY "Erreur de réécriture: ",fresa_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "REWRITE" TO WejOper
           MOVE "SWAP_RECHIFFRE_REECRIT" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 0 TO WswOK
         NOT INVALID KEY
           MOVE "R" TO WjrOp
