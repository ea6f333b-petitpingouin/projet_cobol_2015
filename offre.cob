      *Offres sur créneaux libérés : quand une annulation libère un
      *créneau demandé en liste d'attente, le premier club servi reçoit
      *une offre à durée limitée (paramètre OFFREJOURS, en jours) et
      *le créneau est bloqué par un enregistrement "Option" dans fresa.
      *L'acceptation transforme l'option en vraie réservation ; le
      *traitement d'expiration libère les options échues.
       MOVE Woff_mnF TO fof_mn_fin
       MOVE Woff_idEspace TO fof_idEspace
       MOVE Woff_sport TO fof_sport
       ACCEPT WdateSys FROM DATE YYYYMMDD
       COMPUTE Wdateint = FUNCTION INTEGER-OF-DATE(WdateSys) +
               WpmOffreJours
       COMPUTE fof_dateExpiration = FUNCTION DATE-OF-INTEGER(Wdateint)
       MOVE 1 TO fof_statut
       WRITE Toffre
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture offre: ",fof_stat
         MOVE "offre.dat" TO WejFichier
         MOVE fof_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "CREE_OFFRE_POSE" TO WejPara
         MOVE fof_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
      *  Pose de l'option dans fresa : le créneau est tenu pour le
      *  club le temps de l'offre
         WRITE Tresa
         INVALID KEY
           DISPLAY "/!\ Pose de l'option impossible: ",fresa_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "CREE_OFFRE_POSE" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE "E" TO WjrOp
           PERFORM LOG_JOURNAL_RESA
               DISPLAY "Cette offre n'est plus en cours."
             ELSE
               ACCEPT WdateSys FROM DATE YYYYMMDD
      *        Offre née d'une libération du jour : garde à l'heure
               PERFORM LIBERE_HEURE
               PERFORM OFFRE_GARDE_ECHUE
               IF fof_dateExpiration < WdateSys OR WlbEchue = 1 THEN
                 PERFORM EXPIRE_UNE_OFFRE
                 IF WlbEchue = 1 THEN
                   DISPLAY "Cette offre a expiré à ",fog_heureLimite
                 ELSE
                   DISPLAY "Cette offre a expiré le ",
                           fof_dateExpiration
                 END-IF
               ELSE
                 PERFORM ACCEPTE_OFFRE_SUITE
               END-IF
       READ fclub
       INVALID KEY
         DISPLAY "/!\ Erreur: Lecture club: ",fclub_stat
         MOVE "club.dat" TO WejFichier
         MOVE fclub_stat TO WejStat
         MOVE "READ" TO WejOper
         MOVE "ACCEPTE_OFFRE_CONVERTIT" TO WejPara
         MOVE fc_id TO WejCle
         PERFORM JOURNAL_ERREUR
       END-READ
       MOVE Wresa_idSalle TO fs_id
       READ fsalle
       INVALID KEY
         DISPLAY "/!\ Erreur: Lecture salle: ",fsalle_stat
         MOVE "salle.dat" TO WejFichier
         MOVE fsalle_stat TO WejStat
         MOVE "READ" TO WejOper
         MOVE "ACCEPTE_OFFRE_CONVERTIT" TO WejPara
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
         MOVE "ACCEPTE_OFFRE_CONVERTIT" TO WejPara
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
         MOVE "ACCEPTE_OFFRE_CONVERTIT" TO WejPara
         MOVE fv_id TO WejCle
         PERFORM JOURNAL_ERREUR
       END-READ
       PERFORM CALCULE_MONTANT

       REWRITE Tresa
         INVALID KEY
           DISPLAY "Erreur de réécriture: ",fresa_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "REWRITE" TO WejOper
           MOVE "ACCEPTE_OFFRE_CONVERTIT" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
           PERFORM INTENT_SOLDER
         NOT INVALID KEY
           MOVE "R" TO WjrOp
       EXPIRE_OFFRES.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       PERFORM LIBERE_HEURE
       MOVE 0 TO WoffNb
       CLOSE foffre
       OPEN I-O foffre
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fof_statut = 1 THEN
             PERFORM OFFRE_GARDE_ECHUE
             IF fof_dateExpiration < WdateSys OR WlbEchue = 1 THEN
               PERFORM EXPIRE_UNE_OFFRE
               ADD 1 TO WoffNb
             END-IF
           END-IF
       END-PERFORM
       DISPLAY WoffNb," offre(s) expirée(s).".
