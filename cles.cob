       PERFORM WITH TEST AFTER UNTIL fk_idSalle IS NUMERIC
         ACCEPT fk_idSalle
       END-PERFORM
       MOVE fk_idSalle TO WpeSalle
       PERFORM CONTROLE_SALLE
       MOVE fk_idSalle TO fs_id
       IF WpeOK = 1 THEN
         READ fsalle KEY IS fs_id
           INVALID KEY
             DISPLAY "Il n'existe pas de salle portant ce numéro"
           NOT INVALID KEY
             DISPLAY "Code de l'objet (ex: CLE1, BADGE2):"
             ACCEPT fk_code
             DISPLAY "Libellé:"
             ACCEPT fk_libelle
             WRITE Tcle
               INVALID KEY
                 DISPLAY "Objet déjà déclaré pour cette salle."
               NOT INVALID KEY
                 DISPLAY "Objet déclaré."
             END-WRITE
         END-READ
       END-IF.

      *Suppression d'une clé/badge du registre
      ******************************************************************
       PERFORM WITH TEST AFTER UNTIL fk_idSalle IS NUMERIC
         ACCEPT fk_idSalle
       END-PERFORM
       MOVE fk_idSalle TO WpeSalle
       PERFORM CONTROLE_SALLE
       IF WpeOK = 1 THEN
         DISPLAY "Code de l'objet à retirer:"
         ACCEPT fk_code
         DELETE fcle RECORD
           INVALID KEY
             DISPLAY "Cet objet n'est pas au registre."
           NOT INVALID KEY
             DISPLAY "Objet retiré du registre."
         END-DELETE
       END-IF.

      *Le club WkmClub détient-il un objet non rendu ? -> WkmDehors
      ******************************************************************
       PERFORM WITH TEST AFTER UNTIL fk_idSalle IS NUMERIC
         ACCEPT fk_idSalle
       END-PERFORM
       MOVE fk_idSalle TO WpeSalle
       PERFORM CONTROLE_SALLE
       IF WpeOK = 1 THEN
         DISPLAY "Code de l'objet:"
         ACCEPT fk_code
         READ fcle KEY IS fk_cle
           INVALID KEY
             DISPLAY "Cet objet n'est pas au registre de cette salle."
           NOT INVALID KEY
             DISPLAY "Entrez l'ID du club"
             PERFORM WITH TEST AFTER UNTIL WkmClub IS NUMERIC
               ACCEPT WkmClub
             END-PERFORM
             MOVE WkmClub TO fc_id
             READ fclub KEY IS fc_id
               INVALID KEY
                 DISPLAY "Il n'existe pas de club portant ce numéro"
               NOT INVALID KEY
                 PERFORM CLUB_A_CLE_DEHORS
                 IF WkmDehors = 1 THEN
                   DISPLAY "Sortie refusée : ce club détient déjà ",
                           "un objet non rendu."
                 ELSE
      *            hhmmsscc sur 8 chiffres -> heure de sortie en hhmm
                   ACCEPT WheureSys8 FROM TIME
                   COMPUTE WkmHeure = WheureSys8 / 10000
                   PERFORM SORTIE_CLE_ECRIT
                 END-IF
             END-READ
         END-READ
       END-IF.

      *Sous-paragraphe : écriture de la transaction de sortie
      *(fk_idSalle/fk_code/WkmClub/WkmHeure chargés)
       WRITE Tremise
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture remise: ",fkm_stat
           MOVE "remisecle.dat" TO WejFichier
           MOVE fkm_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SORTIE_CLE_ECRIT" TO WejPara
           MOVE fkm_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Sortie n° ",fkm_id," : ",fkm_code," de la salle ",
      -            fkm_idSalle," au club ",fkm_idClub
               IF fkm_idClub NOT = WkmClub THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 MOVE 0 TO WpeOK
                 IF fkm_dateRetour = 0 THEN
                   MOVE fkm_idSalle TO WpeSalle
                   PERFORM PERIMETRE_SALLE
                 END-IF
                 IF fkm_dateRetour = 0 AND WpeOK = 1 THEN
                   MOVE 0 TO Wnontrouve
                   DISPLAY "Sortie ",fkm_id," : ",fkm_code,
      -                    " salle ",fkm_idSalle," depuis le ",
             INVALID KEY
               DISPLAY "Cette sortie n'existe pas."
             NOT INVALID KEY
               MOVE fkm_idSalle TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF WpeOK = 1 THEN
                 ACCEPT WdateSys FROM DATE YYYYMMDD
      *          hhmmsscc sur 8 chiffres -> heure de retour en hhmm
                 ACCEPT WheureSys8 FROM TIME
                 MOVE WdateSys TO fkm_dateRetour
                 COMPUTE fkm_heureRetour = WheureSys8 / 10000
                 REWRITE Tremise
                 DISPLAY "Retour pointé."
               END-IF
           END-READ
         END-IF
       END-IF.
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE 0 TO WpeOK
           IF fkm_dateRetour = 0 THEN
             MOVE fkm_idSalle TO WpeSalle
             PERFORM PERIMETRE_SALLE
           END-IF
           IF fkm_dateRetour = 0 AND WpeOK = 1 THEN
             MOVE 0 TO Wnontrouve
             MOVE fkm_idClub TO fc_id
             READ fclub KEY IS fc_id
