         MOVE 1 TO fid_idMax
         WRITE Tid

      *  Fichiers créés d'emblée aux montants élargis
         MOVE 'montants' TO fid_type
         MOVE 1 TO fid_idMax
         WRITE Tid

       END-IF.

      *Récupération de l'id courant de salle et incrémentation
       READ fid KEY IS fid_type
         INVALID KEY
           DISPLAY "Erreur dans l'attribution d'un ID à cette salle"
           MOVE "id.dat" TO WejFichier
           MOVE fid_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "GET_ID_SALLE" TO WejPara
           MOVE fid_type TO WejCle
           PERFORM JOURNAL_ERREUR
           DISPLAY "Contactez un développeur."
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantSalle
       READ fid KEY IS fid_type
         INVALID KEY
           DISPLAY "Erreur dans l'attribution d'un ID à cette ville"
           MOVE "id.dat" TO WejFichier
           MOVE fid_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "GET_ID_VILLE" TO WejPara
           MOVE fid_type TO WejCle
           PERFORM JOURNAL_ERREUR
           DISPLAY "Contactez un développeur."
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantVille
       READ fid KEY IS fid_type
         INVALID KEY
           DISPLAY "Erreur dans l'attribution d'un ID à ce club"
           MOVE "id.dat" TO WejFichier
           MOVE fid_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "GET_ID_CLUB" TO WejPara
           MOVE fid_type TO WejCle
           PERFORM JOURNAL_ERREUR
           DISPLAY "Contactez un développeur."
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantClub
       READ fid KEY IS fid_type
         INVALID KEY
           DISPLAY "Erreur dans l'attribution d'un numéro de résa"
           MOVE "id.dat" TO WejFichier
           MOVE fid_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "GET_ID_RESA" TO WejPara
           MOVE fid_type TO WejCle
           PERFORM JOURNAL_ERREUR
           DISPLAY "Contactez un développeur."
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantResa
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro de scellement de la chaîne des factures
      *et incrémentation (compteur créé à la volée)
       GET_ID_SCELFACT.
       CLOSE fid
       OPEN I-O fid
       MOVE 'scelfact' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantScel
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantScel
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro de scellement de la chaîne des règlements
      *et incrémentation (compteur créé à la volée)
       GET_ID_SCELREGL.
       CLOSE fid
       OPEN I-O fid
       MOVE 'scelregl' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantScel
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantScel
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro d'échéancier et incrémentation
      *(compteur créé à la volée sur les bases déjà installées)
       GET_ID_ECHEANCIER.
       CLOSE fid
       OPEN I-O fid
       MOVE 'echeancier' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantEcheancier
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantEcheancier
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro de tiers payeur et incrémentation
      *(compteur créé à la volée sur les bases déjà installées)
       GET_ID_PAYEUR.
       CLOSE fid
       OPEN I-O fid
       MOVE 'payeur' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantPayeur
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantPayeur
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro d'établissement scolaire et
      *incrémentation (compteur créé à la volée)
       GET_ID_ETAB.
       CLOSE fid
       OPEN I-O fid
       MOVE 'etab' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantEtab
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantEtab
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro de fiche particulier et incrémentation
      *(compteur créé à la volée)
       GET_ID_PARTICULIER.
       CLOSE fid
       OPEN I-O fid
       MOVE 'partic' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantParticulier
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantParticulier
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

      *Récupération du numéro d'incident (main courante) et
      *incrémentation (compteur créé à la volée)
       GET_ID_INCIDENT.
       CLOSE fid
       OPEN I-O fid
       MOVE 'incident' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantIncident
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantIncident
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

       GET_ID_ORDRE.
       CLOSE fid
       OPEN I-O fid
       MOVE 'ordre' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantOrdre
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantOrdre
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.

       GET_ID_RECLAM.
       CLOSE fid
       OPEN I-O fid
       MOVE 'reclam' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 1 TO WidCourantReclam
           MOVE 2 TO fid_idMax
           WRITE Tid
         NOT INVALID KEY
           MOVE fid_idMax TO WidCourantReclam
           ADD 1 TO fid_idMax
           REWRITE Tid
       END-READ.
