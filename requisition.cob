           INVALID KEY
             DISPLAY "La salle n'existe pas !"
           NOT INVALID KEY
             MOVE fs_id TO WpeSalle
             PERFORM CONTROLE_SALLE
             IF WpeOK = 1 THEN
               PERFORM REQUISITION_SAISIE
             END-IF
         END-READ
       END-IF.

       WRITE Tresa
       INVALID KEY
         DISPLAY "/!\ Pose de la réquisition impossible: ",fresa_stat
         MOVE "reservation.dat" TO WejFichier
         MOVE fresa_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "REQUISITION_SAISIE" TO WejPara
         MOVE fr_cles TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         MOVE "E" TO WjrOp
         PERFORM LOG_JOURNAL_RESA
      -        fr_dateDebut_h * 100 + fr_dateDebut_mn
       MOVE fr_idClub TO fan_idClub
       MOVE fr_montant TO fan_montant
       MOVE fr_numResa TO fan_numResa
       MOVE fr_idLot TO fan_idLot
      *Annulation du fait de la mairie : pas de frais de préavis
       MOVE 0 TO fan_fraisAnnul
       MOVE fr_numResa TO WmatNumResa
       DELETE fresa RECORD
         INVALID KEY
           DISPLAY "  Erreur lors de l'annulation."
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "DELETE" TO WejOper
           MOVE "REQUISITION_ANNULE_RESA" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE "S" TO WjrOp
           PERFORM LOG_JOURNAL_RESA
