      *une plage de dates, relève toutes les réservations touchées,
      *cherche pour chacune une salle de repli compatible (sport via
      *fassoc, capacité au moins égale, créneau libre via IS_DISPO),
      *les plus proches de la salle fermée d'abord (coordonnées fgeo),
      *propose le plan à l'opérateur et applique les déplacements
      *acceptés un par un, au même prix (la fermeture est du fait de
      *la mairie), avec notification du club.
       PERFORM WITH TEST AFTER UNTIL WrlSalle IS NUMERIC
         ACCEPT WrlSalle
       END-PERFORM
       MOVE WrlSalle TO WpeSalle
       PERFORM CONTROLE_SALLE
       MOVE WrlSalle TO fs_id
       IF WpeOK = 1 THEN
         READ fsalle
           INVALID KEY
             DISPLAY "La salle n'existe pas !"
           NOT INVALID KEY
             MOVE fs_capacite TO WrlCapaOrig
             PERFORM RELOGE_ORDRE_SALLES
             PERFORM RELOGE_CORPS
         END-READ
       END-IF.

      *Sous-paragraphe : salles de repli rangées de la plus proche à
      *la plus éloignée de la salle WrlSalle
      ******************************************************************
       RELOGE_ORDRE_SALLES.

       MOVE "S" TO fgo_type
       MOVE WrlSalle TO fgo_id
       READ fgeo KEY IS fgo_cle
         INVALID KEY
           MOVE 0 TO WgeRefConnu
         NOT INVALID KEY
           MOVE 1 TO WgeRefConnu
           MOVE fgo_lat TO WgeLat1
           MOVE fgo_lon TO WgeLon1
       END-READ
       PERFORM GEO_ORDONNE_SALLES.

      *Sous-paragraphe : saisie de la plage puis passes de relogement
      ******************************************************************
       COMPUTE WrlDeb = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       COMPUTE WrlFin = Wresa_dateFin_a * 10000 + Wresa_dateFin_m *
      -    100 + Wresa_dateFin_j
       PERFORM RELOGE_PLAGE.

      *Sous-paragraphe : passes de relogement des réservations de
      *WrlSalle entre WrlDeb et WrlFin (salles de repli déjà rangées
      *par RELOGE_ORDRE_SALLES, WrlCapaOrig posée)
      ******************************************************************
       RELOGE_PLAGE.

       MOVE 0 TO WrlFait
       MOVE 1 TO WrlEncore
       MOVE 0 TO Wresa_idEspace

      *Recherche d'une salle de repli : sport compatible, capacité au
      *moins égale, créneau libre, de la plus proche à la plus éloignée
       MOVE 0 TO WrlChoix
       PERFORM WITH TEST BEFORE VARYING WgeIdx FROM 1 BY 1
                 UNTIL WgeIdx > WgeNb OR WrlChoix = 1 OR WrlChoix = 9
         MOVE WgeSalleT(WgeIdx) TO fs_id
         READ fsalle KEY IS fs_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fs_id NOT = WrlSalle AND fs_dispo = 1 AND
                     fs_capacite >= WrlCapaOrig THEN
             MOVE fs_id TO fa_idSalle
                 IF WnotDispo = 0 THEN
                   DISPLAY "  Repli possible : salle ",fs_id," ",
      -                    fs_nom," (",fs_capacite," pers.)"
                   IF WgeConnuT(WgeIdx) = 1 THEN
                     MOVE WgeDistT(WgeIdx) TO WgeDistEd
                     DISPLAY "  à ",WgeDistEd," km de la salle fermée"
                   END-IF
                   DISPLAY "  (1) appliquer (2) salle suivante (0) l
      -    "aisser :"
                   MOVE 5 TO WrlChoix
                 END-IF
             END-READ
           END-IF
         END-READ
       END-PERFORM

       IF WrlChoix = 1 THEN
       DELETE fresa RECORD
         INVALID KEY
           DISPLAY "  Erreur lors du déplacement."
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "DELETE" TO WejOper
           MOVE "RELOGE_APPLIQUE" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE "S" TO WjrOp
           PERFORM LOG_JOURNAL_RESA
