           PERFORM PREF_RETOUR_UNE_VILLE
       END-PERFORM

      *Une ligne S par salle, avec les minutes d'usage de l'année ;
      *une salle déclassée figure pour les années où elle a ouvert
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO Wresafin
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           MOVE fs_id TO WdcSalleTest
           COMPUTE WdcRef = WpxAnnee * 10000 + 101
           PERFORM SALLE_DECLASSEE
           IF WdcHors = 0 THEN
             PERFORM PREF_RETOUR_UNE_SALLE
           END-IF
       END-PERFORM

       CLOSE fprefretour
               IF fc_ville NOT = fv_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF fc_statut < 8 THEN
                   ADD 1 TO WpxNbClubs
                 END-IF
               END-IF
