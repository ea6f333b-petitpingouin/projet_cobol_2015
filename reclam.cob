      *Réclamations des clubs : propreté, chauffage, un gardien qui
      *n'a pas ouvert, un créneau donné à un autre... Elles arrivaient
      *par courriel ou téléphone sans suivi, et revenaient à chaque
      *comité. Le registre les rattache au club et à la salle, avec
      *une échéance de réponse, la réponse envoyée et, s'il y a lieu,
      *la pièce concernée (incident, ordre de travaux, réservation).
      *Les contestations de factures restent dans litige.cob.
      *(catégorie : 1=propreté 2=chauffage/éclairage
      *3=gardiennage/ouverture 4=attribution de créneau 5=équipement
      *6=autre ; statut : 1=ouverte 2=répondue)
      ******************************************************************
       MENU_RECLAMATIONS.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "          Réclamations des clubs             "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Enregistrer une réclamation"
         DISPLAY "3- Répondre à une réclamation"
         DISPLAY "4- Réclamations d'un club"
         DISPLAY "5- Réclamations en retard de réponse"
         DISPLAY "6- Rapport mensuel des réclamations"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2 PERFORM SAISIE_RECLAMATION
             WHEN 3 PERFORM REPONSE_RECLAMATION
             WHEN 4 PERFORM DISPLAY_RECLAMATIONS_CLUB
             WHEN 5 PERFORM RECLAMATIONS_EN_RETARD
             WHEN 6 PERFORM RAPPORT_RECLAMATIONS_MOIS
         END-EVALUATE
       END-PERFORM.

      *Enregistrement d'une réclamation
      ******************************************************************
       SAISIE_RECLAMATION.

       DISPLAY "Numéro du club:"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       READ fclub KEY IS fc_id
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           DISPLAY "Club : ",fc_nom
           PERFORM SAISIE_RECLAMATION_CORPS
       END-READ.

      *Sous-paragraphe : saisie et écriture de la fiche, le club fc_*
      *lu
      ******************************************************************
       SAISIE_RECLAMATION_CORPS.

       MOVE fc_id TO frec_idClub
       MOVE 0 TO WrecOk
       PERFORM WITH TEST AFTER UNTIL WrecOk = 1
         DISPLAY "Salle concernée (0 si aucune):"
         PERFORM WITH TEST AFTER UNTIL frec_idSalle IS NUMERIC
           ACCEPT frec_idSalle
         END-PERFORM
         IF frec_idSalle = 0 THEN
           MOVE 1 TO WrecOk
         ELSE
           MOVE frec_idSalle TO fs_id
           READ fsalle KEY IS fs_id
             INVALID KEY
               DISPLAY "Il n'existe pas de salle portant ce numéro"
             NOT INVALID KEY
               MOVE 1 TO WrecOk
           END-READ
         END-IF
       END-PERFORM

       DISPLAY "Catégorie : (1) propreté (2) chauffage/éclairage"
       DISPLAY "  (3) gardiennage/ouverture (4) attribution de créneau"
       DISPLAY "  (5) équipement (6) autre"
       PERFORM WITH TEST AFTER UNTIL frec_categorie IS NUMERIC AND
                 frec_categorie > 0 AND frec_categorie < 7
         ACCEPT frec_categorie
       END-PERFORM
       DISPLAY "Reçue par : (M) courriel (T) téléphone (C) courrier"
       DISPLAY "  (G) guichet"
       PERFORM WITH TEST AFTER UNTIL frec_canal = "M" OR
                 frec_canal = "T" OR frec_canal = "C" OR
                 frec_canal = "G"
         ACCEPT frec_canal
       END-PERFORM
       DISPLAY "Description de la réclamation:"
       ACCEPT frec_description
       DISPLAY "Date de réception :"
       MOVE 0 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE frec_dateReception = Wresa_a * 10000 + Wresa_m * 100 +
               Wresa_j
       DISPLAY "Délai de réponse en jours (0 = 15 jours):"
       PERFORM WITH TEST AFTER UNTIL WrecDelai IS NUMERIC
         ACCEPT WrecDelai
       END-PERFORM
       IF WrecDelai = 0 THEN
         MOVE 15 TO WrecDelai
       END-IF
       COMPUTE Wdateint = FUNCTION INTEGER-OF-DATE(frec_dateReception)
               + WrecDelai
       COMPUTE frec_echeance = FUNCTION DATE-OF-INTEGER(Wdateint)

      *Pièce concernée, vérifiée dans son registre ; elle donne la
      *salle quand la réclamation n'en visait pas
       MOVE 0 TO WrecOk
       PERFORM WITH TEST AFTER UNTIL WrecOk = 1
         DISPLAY "Pièce liée : (I) incident (O) ordre de travaux"
         DISPLAY "  (R) réservation (vide) aucune"
         MOVE SPACE TO frec_typeLien
         MOVE 0 TO frec_numLien
         ACCEPT frec_typeLien
         EVALUATE frec_typeLien
           WHEN SPACE
             MOVE 1 TO WrecOk
           WHEN "I"
           WHEN "O"
           WHEN "R"
             PERFORM SAISIE_RECLAMATION_LIEN
         END-EVALUATE
       END-PERFORM

       MOVE WoperLogin TO frec_operateur
       MOVE 1 TO frec_statut
       MOVE 0 TO frec_dateReponse
       MOVE SPACES TO frec_reponse
       PERFORM GET_ID_RECLAM
       MOVE WidCourantReclam TO frec_id
       WRITE Treclam
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture réclamation: ",frec_stat
           MOVE "reclamation.dat" TO WejFichier
           MOVE frec_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_RECLAMATION_CORPS" TO WejPara
           MOVE frec_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Réclamation n° ",frec_id," enregistrée ;"
                   " réponse attendue au plus tard le ",frec_echeance
       END-WRITE.

      *Sous-paragraphe : numéro de la pièce liée (frec_typeLien posé)
      *-> WrecOk = 1 si elle existe
      ******************************************************************
       SAISIE_RECLAMATION_LIEN.

       DISPLAY "Numéro de la pièce:"
       PERFORM WITH TEST AFTER UNTIL frec_numLien IS NUMERIC
         ACCEPT frec_numLien
       END-PERFORM
       EVALUATE frec_typeLien
         WHEN "I"
           MOVE frec_numLien TO fic_id
           READ fincident KEY IS fic_id
             INVALID KEY
               DISPLAY "Cet incident n'existe pas."
             NOT INVALID KEY
               MOVE 1 TO WrecOk
               IF frec_idSalle = 0 THEN
                 MOVE fic_idSalle TO frec_idSalle
               END-IF
           END-READ
         WHEN "O"
           MOVE frec_numLien TO fot_id
           READ fotravail KEY IS fot_id
             INVALID KEY
               DISPLAY "Cet ordre de travaux n'existe pas."
             NOT INVALID KEY
               MOVE 1 TO WrecOk
               IF frec_idSalle = 0 THEN
                 MOVE fot_idSalle TO frec_idSalle
               END-IF
           END-READ
         WHEN OTHER
           MOVE frec_numLien TO WswNum
           CLOSE fresa
           OPEN I-O fresa
           PERFORM CHERCHE_RESA_PAR_NUM
           IF WswTrouve = 0 THEN
             DISPLAY "Réservation introuvable."
           ELSE
             MOVE 1 TO WrecOk
             IF frec_idSalle = 0 THEN
               MOVE fr_idSalle TO frec_idSalle
             END-IF
           END-IF
       END-EVALUATE.

      *Réponse envoyée au club : la réclamation est close
      ******************************************************************
       REPONSE_RECLAMATION.

       DISPLAY "Numéro de la réclamation:"
       PERFORM WITH TEST AFTER UNTIL frec_id IS NUMERIC
         ACCEPT frec_id
       END-PERFORM
       READ freclam KEY IS frec_id
         INVALID KEY
           DISPLAY "Cette réclamation n'existe pas."
         NOT INVALID KEY
           IF frec_statut = 2 THEN
             DISPLAY "Réclamation déjà répondue le ",
                     frec_dateReponse
           ELSE
             PERFORM RECLAMATION_LIBELLE
             DISPLAY "Club ",frec_idClub," - ",WrecLibCat,
                     " - reçue le ",frec_dateReception
             DISPLAY "   ",frec_description
             DISPLAY "Réponse envoyée au club:"
             ACCEPT frec_reponse
             ACCEPT WrecAuj FROM DATE YYYYMMDD
             MOVE WrecAuj TO frec_dateReponse
             MOVE 2 TO frec_statut
             REWRITE Treclam
               INVALID KEY
                 DISPLAY "Erreur de réécriture: ",frec_stat
                 MOVE "reclamation.dat" TO WejFichier
                 MOVE frec_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "REPONSE_RECLAMATION" TO WejPara
                 MOVE frec_id TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 MOVE "freclam" TO fmo_fichier
                 MOVE frec_id TO fmo_cle
                 MOVE "frec_statut" TO fmo_champ
                 MOVE 1 TO fmo_ancienne
                 MOVE 2 TO fmo_nouvelle
                 PERFORM LOG_MODIF
                 IF WrecAuj > frec_echeance THEN
                   DISPLAY "Réponse enregistrée (hors délai,"
                           " échéance du ",frec_echeance,")."
                 ELSE
                   DISPLAY "Réponse enregistrée dans le délai."
                 END-IF
             END-REWRITE
           END-IF
       END-READ.

      *Historique des réclamations d'un club
      ******************************************************************
       DISPLAY_RECLAMATIONS_CLUB.

       DISPLAY "Numéro du club:"
       PERFORM WITH TEST AFTER UNTIL WrecClub IS NUMERIC
         ACCEPT WrecClub
       END-PERFORM
       ACCEPT WrecAuj FROM DATE YYYYMMDD
       DISPLAY "--- Réclamations du club ",WrecClub," ---"
       DISPLAY "N° / Reçue / Salle / Catégorie / Échéance / Statut"
       MOVE 1 TO Wnontrouve
       MOVE WrecClub TO frec_idClub
       START freclam KEY IS = frec_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WrecEof
           PERFORM WITH TEST AFTER UNTIL WrecEof = 1
             READ freclam NEXT
             AT END
               MOVE 1 TO WrecEof
             NOT AT END
               IF frec_idClub NOT = WrecClub THEN
                 MOVE 1 TO WrecEof
               ELSE
                 MOVE 0 TO Wnontrouve
                 PERFORM AFFICHE_RECLAMATION
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF Wnontrouve = 1 THEN
         DISPLAY "Aucune réclamation enregistrée pour ce club."
       END-IF.

      *Réclamations ouvertes dont l'échéance de réponse est passée
      ******************************************************************
       RECLAMATIONS_EN_RETARD.

       ACCEPT WrecAuj FROM DATE YYYYMMDD
       CLOSE freclam
       OPEN I-O freclam
       DISPLAY "--- Réclamations en retard au ",WrecAuj," ---"
       DISPLAY "N° / Reçue / Salle / Catégorie / Échéance / Statut"
       MOVE 1 TO Wnontrouve
       MOVE 0 TO WrecEof
       PERFORM WITH TEST AFTER UNTIL WrecEof = 1
         READ freclam NEXT
         AT END
           MOVE 1 TO WrecEof
         NOT AT END
           IF frec_statut = 1 AND frec_echeance < WrecAuj THEN
             MOVE 0 TO Wnontrouve
             DISPLAY "Club ",frec_idClub
             PERFORM AFFICHE_RECLAMATION
           END-IF
       END-PERFORM
       IF Wnontrouve = 1 THEN
         DISPLAY "(aucune réclamation en retard)"
       END-IF.

      *Sous-paragraphe : affichage de la fiche courante (frec_*),
      *retard apprécié au WrecAuj
      ******************************************************************
       AFFICHE_RECLAMATION.

       PERFORM RECLAMATION_LIBELLE
       IF frec_statut = 2 THEN
         DISPLAY frec_id," / ",frec_dateReception," / ",frec_idSalle,
                 " / ",WrecLibCat," / ",frec_echeance,
                 " / répondue le ",frec_dateReponse
       ELSE
         IF frec_echeance < WrecAuj THEN
           DISPLAY frec_id," / ",frec_dateReception," / ",
                   frec_idSalle," / ",WrecLibCat," / ",frec_echeance,
                   " / EN RETARD"
         ELSE
           DISPLAY frec_id," / ",frec_dateReception," / ",
                   frec_idSalle," / ",WrecLibCat," / ",frec_echeance,
                   " / ouverte"
         END-IF
       END-IF
       DISPLAY "   ",frec_description
       IF frec_typeLien NOT = SPACE THEN
         DISPLAY "   pièce liée : ",frec_typeLien," ",frec_numLien
       END-IF
       IF frec_statut = 2 THEN
         DISPLAY "   réponse : ",frec_reponse
       END-IF.

      *Sous-paragraphe : libellé de la catégorie courante -> WrecLibCat
      ******************************************************************
       RECLAMATION_LIBELLE.

       EVALUATE frec_categorie
         WHEN 1 MOVE "PROPRETE" TO WrecLibCat
         WHEN 2 MOVE "CHAUFFAGE/ECLAIRAGE" TO WrecLibCat
         WHEN 3 MOVE "GARDIENNAGE/OUVERTURE" TO WrecLibCat
         WHEN 4 MOVE "ATTRIBUTION CRENEAU" TO WrecLibCat
         WHEN 5 MOVE "EQUIPEMENT" TO WrecLibCat
         WHEN OTHER MOVE "AUTRE" TO WrecLibCat
       END-EVALUATE.

      *Rapport mensuel : reclamations_AAAAMM.txt, réclamations reçues
      *dans le mois ou encore ouvertes à la fin du mois (ou ce jour
      *pour le mois en cours), comptées par catégorie et par salle
      ******************************************************************
       RAPPORT_RECLAMATIONS_MOIS.

       DISPLAY "Année (aaaa):"
       PERFORM WITH TEST AFTER UNTIL WrecAnnee IS NUMERIC AND
                 WrecAnnee > 1970
         ACCEPT WrecAnnee
       END-PERFORM
       DISPLAY "Mois (mm):"
       PERFORM WITH TEST AFTER UNTIL WrecMois IS NUMERIC AND
                 WrecMois > 0 AND WrecMois < 13
         ACCEPT WrecMois
       END-PERFORM

       COMPUTE WrecDeb = WrecAnnee * 10000 + WrecMois * 100
       COMPUTE WrecFinMois = WrecDeb + 99
       ACCEPT WrecAuj FROM DATE YYYYMMDD
       IF WrecAuj < WrecFinMois THEN
         MOVE WrecAuj TO WrecRef
       ELSE
         MOVE WrecFinMois TO WrecRef
       END-IF
       MOVE 0 TO WrecNb
       MOVE 0 TO WrecNbOuv
       MOVE 0 TO WrecNbRet
       MOVE 0 TO WrecNbSalles
       PERFORM WITH TEST BEFORE VARYING WrecIdx FROM 1 BY 1
                 UNTIL WrecIdx > 6
         MOVE 0 TO WrecCatRecues(WrecIdx)
         MOVE 0 TO WrecCatOuvertes(WrecIdx)
         MOVE 0 TO WrecCatRetard(WrecIdx)
       END-PERFORM

       MOVE SPACES TO WrecNom
       STRING "reclamations_" DELIMITED BY SIZE
              WrecAnnee DELIMITED BY SIZE
              WrecMois DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WrecNom
       END-STRING
       OPEN OUTPUT frecprint

       MOVE ALL "=" TO Lrecprint
       WRITE Lrecprint
       MOVE SPACES TO Lrecprint
       STRING "RECLAMATIONS DES CLUBS - " DELIMITED BY SIZE
              WrecMois DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WrecAnnee DELIMITED BY SIZE
              " (situation au " DELIMITED BY SIZE
              WrecRef DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO Lrecprint
       END-STRING
       WRITE Lrecprint
       MOVE ALL "=" TO Lrecprint
       WRITE Lrecprint

       CLOSE freclam
       OPEN I-O freclam
       MOVE 0 TO WrecEof
       PERFORM WITH TEST AFTER UNTIL WrecEof = 1
         READ freclam NEXT
         AT END
           MOVE 1 TO WrecEof
         NOT AT END
           IF frec_dateReception <= WrecRef THEN
             PERFORM RAPPORT_RECLAMATION_LIGNE
           END-IF
       END-PERFORM

       IF WrecNb = 0 AND WrecNbOuv = 0 THEN
         MOVE "(aucune reclamation sur la periode)" TO Lrecprint
         WRITE Lrecprint
       END-IF
       MOVE ALL "-" TO Lrecprint
       WRITE Lrecprint
       MOVE SPACES TO Lrecprint
       STRING "Recues dans le mois : " DELIMITED BY SIZE
              WrecNb DELIMITED BY SIZE
              " ; ouvertes : " DELIMITED BY SIZE
              WrecNbOuv DELIMITED BY SIZE
              " dont en retard : " DELIMITED BY SIZE
              WrecNbRet DELIMITED BY SIZE
         INTO Lrecprint
       END-STRING
       WRITE Lrecprint

       MOVE "Par categorie (recues / ouvertes / en retard) :"
         TO Lrecprint
       WRITE Lrecprint
       PERFORM WITH TEST BEFORE VARYING WrecIdx FROM 1 BY 1
                 UNTIL WrecIdx > 6
         MOVE WrecIdx TO frec_categorie
         PERFORM RECLAMATION_LIBELLE
         MOVE SPACES TO Lrecprint
         STRING "   " DELIMITED BY SIZE
                WrecLibCat DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WrecCatRecues(WrecIdx) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrecCatOuvertes(WrecIdx) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrecCatRetard(WrecIdx) DELIMITED BY SIZE
           INTO Lrecprint
         END-STRING
         WRITE Lrecprint
       END-PERFORM

       MOVE "Par salle (recues / ouvertes / en retard) :"
         TO Lrecprint
       WRITE Lrecprint
       PERFORM WITH TEST BEFORE VARYING WrecIdx FROM 1 BY 1
                 UNTIL WrecIdx > WrecNbSalles
         MOVE SPACES TO Lrecprint
         IF WrecSalId(WrecIdx) = 0 THEN
           MOVE "(sans salle)" TO fs_nom
         ELSE
           MOVE WrecSalId(WrecIdx) TO fs_id
           READ fsalle KEY IS fs_id
             INVALID KEY
               MOVE SPACES TO fs_nom
           END-READ
         END-IF
         STRING "   " DELIMITED BY SIZE
                WrecSalId(WrecIdx) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fs_nom DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WrecSalRecues(WrecIdx) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrecSalOuvertes(WrecIdx) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrecSalRetard(WrecIdx) DELIMITED BY SIZE
           INTO Lrecprint
         END-STRING
         WRITE Lrecprint
       END-PERFORM
       CLOSE frecprint
       DISPLAY WrecNbOuv," réclamation(s) ouverte(s) dont ",WrecNbRet,
               " en retard ; rapport écrit dans ",WrecNom.

      *Sous-paragraphe : une réclamation au rapport (frec_* lue, reçue
      *au plus tard le WrecRef)
      ******************************************************************
       RAPPORT_RECLAMATION_LIGNE.

       MOVE 0 TO WrecOk
       MOVE 0 TO WrecRetard
       IF frec_statut = 1 OR frec_dateReponse > WrecRef THEN
         MOVE 1 TO WrecOk
         IF frec_echeance < WrecRef THEN
           MOVE 1 TO WrecRetard
         END-IF
       END-IF
       IF frec_dateReception >= WrecDeb OR WrecOk = 1 THEN
         PERFORM CUMULE_RECLAMATION_SALLE
         IF frec_dateReception >= WrecDeb THEN
           ADD 1 TO WrecNb
           ADD 1 TO WrecCatRecues(frec_categorie)
           IF WrecTrouve > 0 THEN
             ADD 1 TO WrecSalRecues(WrecTrouve)
           END-IF
         END-IF
         IF WrecOk = 1 THEN
           ADD 1 TO WrecNbOuv
           ADD 1 TO WrecCatOuvertes(frec_categorie)
           IF WrecTrouve > 0 THEN
             ADD 1 TO WrecSalOuvertes(WrecTrouve)
           END-IF
         END-IF
         IF WrecRetard = 1 THEN
           ADD 1 TO WrecNbRet
           ADD 1 TO WrecCatRetard(frec_categorie)
           IF WrecTrouve > 0 THEN
             ADD 1 TO WrecSalRetard(WrecTrouve)
           END-IF
         END-IF

         PERFORM RECLAMATION_LIBELLE
         MOVE SPACES TO Lrecprint
         STRING frec_dateReception DELIMITED BY SIZE
                " n." DELIMITED BY SIZE
                frec_id DELIMITED BY SIZE
                " club " DELIMITED BY SIZE
                frec_idClub DELIMITED BY SIZE
                " salle " DELIMITED BY SIZE
                frec_idSalle DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WrecLibCat DELIMITED BY "  "
                " echeance " DELIMITED BY SIZE
                frec_echeance DELIMITED BY SIZE
           INTO Lrecprint
         END-STRING
         EVALUATE TRUE
           WHEN WrecRetard = 1
             MOVE "EN RETARD" TO Lrecprint(80:)
           WHEN WrecOk = 1
             MOVE "OUVERTE" TO Lrecprint(80:)
           WHEN OTHER
             MOVE "REPONDUE" TO Lrecprint(80:)
         END-EVALUATE
         WRITE Lrecprint
         MOVE SPACES TO Lrecprint
         STRING "   " DELIMITED BY SIZE
                frec_description DELIMITED BY SIZE
           INTO Lrecprint
         END-STRING
         WRITE Lrecprint
       END-IF.

      *Sous-paragraphe : ligne de la salle frec_idSalle dans la table
      *par salle (50 salles au plus) -> WrecTrouve (0 si table pleine)
      ******************************************************************
       CUMULE_RECLAMATION_SALLE.

       MOVE 0 TO WrecTrouve
       PERFORM WITH TEST BEFORE VARYING WrecIdx FROM 1 BY 1
                 UNTIL WrecIdx > WrecNbSalles
         IF WrecSalId(WrecIdx) = frec_idSalle THEN
           MOVE WrecIdx TO WrecTrouve
         END-IF
       END-PERFORM
       IF WrecTrouve = 0 AND WrecNbSalles < 50 THEN
         ADD 1 TO WrecNbSalles
         MOVE WrecNbSalles TO WrecTrouve
         MOVE frec_idSalle TO WrecSalId(WrecTrouve)
         MOVE 0 TO WrecSalRecues(WrecTrouve)
         MOVE 0 TO WrecSalOuvertes(WrecTrouve)
         MOVE 0 TO WrecSalRetard(WrecTrouve)
       END-IF.
