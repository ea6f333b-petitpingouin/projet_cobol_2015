      *Aménagements et accessibilité des salles : accès fauteuil,
      *sanitaires adaptés, vestiaires, douches, tribune (places
      *assises), sonorisation, cuisine / office, plus une note libre.
      *Une fiche par salle (sous-espace 00) et, si besoin, une par
      *sous-espace pour ce qui ne concerne qu'une partie du bâtiment.
      *Une salle "offre" un aménagement dès que sa fiche ou celle d'un
      *de ses sous-espaces le porte : c'est ce que regardent les
      *recherches à critères, l'annuaire et l'extrait open-data.
      ******************************************************************
       SAISIE_AMENAGEMENTS.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL fam_idSalle IS NUMERIC
         ACCEPT fam_idSalle
       END-PERFORM
       MOVE fam_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           DISPLAY "Sous-espace concerné (00 = toute la salle):"
           PERFORM WITH TEST AFTER UNTIL fam_idEspace IS NUMERIC
             ACCEPT fam_idEspace
           END-PERFORM
           MOVE 1 TO WamOK
           IF fam_idEspace NOT = 0 THEN
             MOVE fam_idSalle TO fe_idSalle
             MOVE fam_idEspace TO fe_idEspace
             READ fespace KEY IS fe_cle
               INVALID KEY
                 DISPLAY "Ce sous-espace n'existe pas."
                 MOVE 0 TO WamOK
             END-READ
           END-IF
           IF WamOK = 1 THEN
             PERFORM SAISIE_AMENAGEMENTS_CORPS
           END-IF
       END-READ.

      *Sous-paragraphe : saisie et enregistrement de la fiche fam_cle
      ******************************************************************
       SAISIE_AMENAGEMENTS_CORPS.

       READ famen KEY IS fam_cle
         INVALID KEY
           MOVE 0 TO WamExiste
           MOVE 0 TO fam_pmrAcces
           MOVE 0 TO fam_pmrSanitaire
           MOVE 0 TO fam_vestiaires
           MOVE 0 TO fam_douches
           MOVE 0 TO fam_tribune
           MOVE 0 TO fam_sono
           MOVE 0 TO fam_cuisine
           MOVE SPACES TO fam_note
         NOT INVALID KEY
           MOVE 1 TO WamExiste
           PERFORM AFFICHE_FICHE_AMEN
       END-READ
       MOVE fam_pmrAcces TO WamFlag
       DISPLAY "Accès fauteuil roulant (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_pmrAcces
       MOVE fam_pmrSanitaire TO WamFlag
       DISPLAY "Sanitaires adaptés PMR (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_pmrSanitaire
       MOVE fam_vestiaires TO WamFlag
       DISPLAY "Vestiaires (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_vestiaires
       MOVE fam_douches TO WamFlag
       DISPLAY "Douches (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_douches
       DISPLAY "Places assises en tribune (0 si pas de tribune):"
       PERFORM WITH TEST AFTER UNTIL fam_tribune IS NUMERIC
         ACCEPT fam_tribune
       END-PERFORM
       MOVE fam_sono TO WamFlag
       DISPLAY "Sonorisation (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_sono
       MOVE fam_cuisine TO WamFlag
       DISPLAY "Cuisine / office (1 oui / 0 non):"
       PERFORM SAISIE_FLAG_AMEN
       MOVE WamFlag TO fam_cuisine
       DISPLAY "Note d'accessibilité (vide = inchangée):"
       MOVE SPACES TO WamNote
       ACCEPT WamNote
       IF WamNote NOT = SPACES THEN
         MOVE WamNote TO fam_note
       END-IF
       IF WamExiste = 1 THEN
         REWRITE Tamen
           INVALID KEY
             DISPLAY "Erreur de réécriture."
             MOVE "amenagement.dat" TO WejFichier
             MOVE fam_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "SAISIE_AMENAGEMENTS_CORPS" TO WejPara
             MOVE fam_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       ELSE
         WRITE Tamen
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture aménagements: ",fam_stat
             MOVE "amenagement.dat" TO WejFichier
             MOVE fam_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "SAISIE_AMENAGEMENTS_CORPS" TO WejPara
             MOVE fam_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF
       PERFORM RESUME_FICHE_AMEN
       DISPLAY "Aménagements enregistrés : ",WamResume
       MOVE "famen" TO fmo_fichier
       MOVE fam_cle TO fmo_cle
       MOVE "aménagements" TO fmo_champ
       MOVE SPACES TO fmo_ancienne
       MOVE WamResume TO fmo_nouvelle
       PERFORM LOG_MODIF.

      *Sous-paragraphe : réponse 0/1, la valeur actuelle (WamFlag) est
      *gardée sur une réponse vide
      ******************************************************************
       SAISIE_FLAG_AMEN.

       MOVE WamFlag TO WamRep
       PERFORM WITH TEST AFTER UNTIL WamRep = "0" OR WamRep = "1"
         ACCEPT WamRep
         IF WamRep = SPACE THEN
           MOVE WamFlag TO WamRep
         END-IF
       END-PERFORM
       MOVE WamRep TO WamFlag.

      *Affichage des aménagements d'une salle et de ses sous-espaces
      ******************************************************************
       AFFICHE_AMENAGEMENTS.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
         ACCEPT fs_id
       END-PERFORM
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           DISPLAY "Salle ",fs_id," ",fs_nom
           MOVE 0 TO WamNb
           MOVE fs_id TO fam_idSalle
           MOVE 0 TO fam_idEspace
           START famen KEY IS NOT LESS THAN fam_cle
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WamFin
               PERFORM WITH TEST AFTER UNTIL WamFin = 1
                 READ famen NEXT
                 AT END
                   MOVE 1 TO WamFin
                 NOT AT END
                   IF fam_idSalle NOT = fs_id THEN
                     MOVE 1 TO WamFin
                   ELSE
                     ADD 1 TO WamNb
                     PERFORM AFFICHE_FICHE_AMEN
                   END-IF
               END-PERFORM
           END-START
           IF WamNb = 0 THEN
             DISPLAY "Aucun aménagement déclaré pour cette salle."
           END-IF
       END-READ.

      *Sous-paragraphe : détail de la fiche Tamen courante
      ******************************************************************
       AFFICHE_FICHE_AMEN.

       IF fam_idEspace = 0 THEN
         DISPLAY "-- Toute la salle"
       ELSE
         DISPLAY "-- Sous-espace ",fam_idEspace
       END-IF
       DISPLAY "   Accès fauteuil : ",fam_pmrAcces,
      -        "  sanitaires PMR : ",fam_pmrSanitaire
       DISPLAY "   Vestiaires : ",fam_vestiaires,"  douches : ",
      -        fam_douches,"  tribune : ",fam_tribune," place(s)"
       DISPLAY "   Sonorisation : ",fam_sono,"  cuisine : ",fam_cuisine
       IF fam_note NOT = SPACES THEN
         DISPLAY "   Note : ",fam_note
       END-IF.

      *Sous-paragraphe : résumé en sigles de la fiche Tamen courante
      *(WamResume)
      ******************************************************************
       RESUME_FICHE_AMEN.

       MOVE fam_pmrAcces TO WamPmr
       MOVE fam_pmrSanitaire TO WamWcPmr
       MOVE fam_vestiaires TO WamVest
       MOVE fam_douches TO WamDouche
       MOVE fam_tribune TO WamTribune
       MOVE fam_sono TO WamSono
       MOVE fam_cuisine TO WamCuisine
       PERFORM RESUME_AMEN.

      *Sous-paragraphe : résumé en sigles des aménagements Wam* cumulés
      ******************************************************************
       RESUME_AMEN.

       MOVE SPACES TO WamResume
       IF WamPmr = 1 THEN
         MOVE "PMR" TO WamResume(1:4)
       END-IF
       IF WamWcPmr = 1 THEN
         MOVE "WC-PMR" TO WamResume(5:7)
       END-IF
       IF WamVest = 1 THEN
         MOVE "VEST" TO WamResume(12:5)
       END-IF
       IF WamDouche = 1 THEN
         MOVE "DOUCHE" TO WamResume(17:7)
       END-IF
       IF WamTribune > 0 THEN
         MOVE "TRIB" TO WamResume(24:5)
       END-IF
       IF WamSono = 1 THEN
         MOVE "SONO" TO WamResume(29:5)
       END-IF
       IF WamCuisine = 1 THEN
         MOVE "CUIS" TO WamResume(34:4)
       END-IF
       IF WamResume = SPACES THEN
         MOVE "(non renseigné)" TO WamResume
       END-IF.

      *Aménagements offerts par la salle WamSalle : cumul de la fiche
      *salle et de celles de ses sous-espaces dans WamPmr... WamCuisine
      *(tribune : la plus grande), résumé dans WamResume
      ******************************************************************
       AMEN_SALLE.

       MOVE 0 TO WamPmr
       MOVE 0 TO WamWcPmr
       MOVE 0 TO WamVest
       MOVE 0 TO WamDouche
       MOVE 0 TO WamTribune
       MOVE 0 TO WamSono
       MOVE 0 TO WamCuisine
       MOVE WamSalle TO fam_idSalle
       MOVE 0 TO fam_idEspace
       START famen KEY IS NOT LESS THAN fam_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WamFin
           PERFORM WITH TEST AFTER UNTIL WamFin = 1
             READ famen NEXT
             AT END
               MOVE 1 TO WamFin
             NOT AT END
               IF fam_idSalle NOT = WamSalle THEN
                 MOVE 1 TO WamFin
               ELSE
                 IF fam_pmrAcces = 1 THEN
                   MOVE 1 TO WamPmr
                 END-IF
                 IF fam_pmrSanitaire = 1 THEN
                   MOVE 1 TO WamWcPmr
                 END-IF
                 IF fam_vestiaires = 1 THEN
                   MOVE 1 TO WamVest
                 END-IF
                 IF fam_douches = 1 THEN
                   MOVE 1 TO WamDouche
                 END-IF
                 IF fam_tribune > WamTribune THEN
                   MOVE fam_tribune TO WamTribune
                 END-IF
                 IF fam_sono = 1 THEN
                   MOVE 1 TO WamSono
                 END-IF
                 IF fam_cuisine = 1 THEN
                   MOVE 1 TO WamCuisine
                 END-IF
               END-IF
           END-PERFORM
       END-START
       PERFORM RESUME_AMEN.

      *Saisie des critères "indispensables" d'une recherche (tous à 0
      *et WamCritActif = 0 si l'utilisateur n'en veut pas)
      ******************************************************************
       SAISIE_CRITERES_AMEN.

       MOVE 0 TO WamCritActif
       MOVE 0 TO WamCritPmr
       MOVE 0 TO WamCritWcPmr
       MOVE 0 TO WamCritVest
       MOVE 0 TO WamCritDouche
       MOVE 0 TO WamCritTribune
       MOVE 0 TO WamCritSono
       MOVE 0 TO WamCritCuisine
       DISPLAY "Exiger des aménagements (accessibilité, vestiaires...)
      -    " ? (0/1)"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
         MOVE 1 TO WamCritActif
         MOVE 0 TO WamFlag
         DISPLAY "Accès fauteuil roulant indispensable (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritPmr
         MOVE 0 TO WamFlag
         DISPLAY "Sanitaires adaptés PMR indispensables (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritWcPmr
         MOVE 0 TO WamFlag
         DISPLAY "Vestiaires indispensables (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritVest
         MOVE 0 TO WamFlag
         DISPLAY "Douches indispensables (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritDouche
         DISPLAY "Places en tribune minimum (0 si indifférent):"
         PERFORM WITH TEST AFTER UNTIL WamCritTribune IS NUMERIC
           ACCEPT WamCritTribune
         END-PERFORM
         MOVE 0 TO WamFlag
         DISPLAY "Sonorisation indispensable (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritSono
         MOVE 0 TO WamFlag
         DISPLAY "Cuisine / office indispensable (1/0):"
         PERFORM SAISIE_FLAG_AMEN
         MOVE WamFlag TO WamCritCuisine
       END-IF.

      *La salle WamSalle satisfait-elle les critères saisis ? WamOK = 1
      *si oui (toujours 1 sans critère). Recharge aussi WamResume.
      ******************************************************************
       AMEN_SATISFAIT.

       MOVE 1 TO WamOK
       PERFORM AMEN_SALLE
       IF WamCritActif = 1 THEN
         IF (WamCritPmr = 1 AND WamPmr = 0) OR
            (WamCritWcPmr = 1 AND WamWcPmr = 0) OR
            (WamCritVest = 1 AND WamVest = 0) OR
            (WamCritDouche = 1 AND WamDouche = 0) OR
            WamTribune < WamCritTribune OR
            (WamCritSono = 1 AND WamSono = 0) OR
            (WamCritCuisine = 1 AND WamCuisine = 0) THEN
           MOVE 0 TO WamOK
         END-IF
       END-IF.

      *Volet accessibilité de l'extrait open-data : une ligne par salle
      *avec les aménagements offerts (opendata_salles.csv)
      ******************************************************************
       OPENDATA_AMENAGEMENTS.

       OPEN OUTPUT fodsalle
       MOVE "salle;nom;acces_fauteuil;sanitaires_pmr;vestiaires;douche
      -    "s;places_tribune;sonorisation;cuisine" TO Lodsalle
       WRITE Lodsalle
       MOVE 0 TO WamNb
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO WamFinSalle
       PERFORM WITH TEST AFTER UNTIL WamFinSalle = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO WamFinSalle
         NOT AT END
           MOVE fs_id TO WdcSalleTest
           MOVE 0 TO WdcRef
           PERFORM SALLE_DECLASSEE
           IF WdcHors = 0 THEN
             PERFORM OPENDATA_UNE_SALLE
           END-IF
       END-PERFORM
       CLOSE fodsalle
       DISPLAY WamNb," salle(s) écrites dans opendata_salles.csv (acc
      -    "essibilité).".

      *Sous-paragraphe : ligne de la salle courante (fs_*)
      ******************************************************************
       OPENDATA_UNE_SALLE.

       MOVE fs_id TO WamSalle
       PERFORM AMEN_SALLE
       MOVE SPACES TO Lodsalle
       STRING fs_id DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              ";" DELIMITED BY SIZE
              WamPmr DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamWcPmr DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamVest DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamDouche DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamTribune DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamSono DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WamCuisine DELIMITED BY SIZE
         INTO Lodsalle
       END-STRING
       WRITE Lodsalle
       ADD 1 TO WamNb.
