      *Manifestations ouvertes au public : le service communication
      *appelait l'accueil chaque jeudi pour savoir quels matchs et
      *tournois le public peut venir voir. Un club (pour ses propres
      *réservations) ou l'accueil marque une réservation ouverte au
      *public avec un titre, un niveau de compétition et un prix
      *d'entrée (manifpublic.dat). L'export hebdomadaire écrit le
      *programme des sept jours par salle puis par sport, avec
      *l'adresse et l'accessibilité de la salle, pour le site de la
      *ville et la presse locale. Rien d'autre n'y figure : ni les
      *entraînements (non marqués), ni le club, ni ses coordonnées.
      ******************************************************************

      *Ouverture au public (ou retrait) d'une réservation
      ******************************************************************
       SAISIE_OUVERTURE_PUBLIC.

       DISPLAY "N° de la réservation à ouvrir au public:"
       PERFORM WITH TEST AFTER UNTIL fr_numResa IS NUMERIC
         ACCEPT fr_numResa
       END-PERFORM
       MOVE 0 TO WpbOK
       CLOSE fresa
       OPEN I-O fresa
       START fresa KEY IS = fr_numResa
         INVALID KEY
           DISPLAY "Aucune réservation ne porte ce numéro."
         NOT INVALID KEY
           READ fresa NEXT
           END-READ
           MOVE 1 TO WpbOK
       END-START

      *Un club n'ouvre que ses propres matchs et réservations
       IF WpbOK = 1 THEN
         IF fr_type NOT = "Réservation" AND fr_type NOT = "Match" THEN
           DISPLAY "Seuls les matchs et réservations de club peuvent"
                   " être ouverts au public."
           MOVE 0 TO WpbOK
         ELSE
           IF WconnectedAsAdmin = 0 AND fr_idClub NOT = WnumClub THEN
             DISPLAY "Cette réservation n'est pas celle de votre club."
             MOVE 0 TO WpbOK
           END-IF
         END-IF
       END-IF

      *Un opérateur limité n'ouvre que les salles de ses communes
       IF WpbOK = 1 THEN
         MOVE fr_idSalle TO WpeSalle
         PERFORM CONTROLE_SALLE
         MOVE WpeOK TO WpbOK
       END-IF

       IF WpbOK = 1 THEN
         MOVE fr_numResa TO fpb_numResa
         READ fpublic KEY IS fpb_numResa
           INVALID KEY
             PERFORM SAISIE_OUVERTURE_CORPS
           NOT INVALID KEY
             PERFORM AFFICHE_MANIF_PUBLIC
             DISPLAY "1- Modifier  2- Retirer l'ouverture au public"
                     "  0- Sortir"
             MOVE 5 TO WcrudChoix
             PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                       WcrudChoix = 1 OR WcrudChoix = 2
               ACCEPT WcrudChoix
             END-PERFORM
             EVALUATE WcrudChoix
               WHEN 1
                 PERFORM SAISIE_OUVERTURE_CORPS
               WHEN 2
                 DELETE fpublic RECORD
                 DISPLAY "La réservation redevient privée."
             END-EVALUATE
         END-READ
       END-IF.

      *Sous-paragraphe : titre, niveau et prix de la réservation
      *fpb_numResa, puis écriture
      ******************************************************************
       SAISIE_OUVERTURE_CORPS.

       DISPLAY "Titre de la manifestation:"
       MOVE SPACES TO fpb_titre
       PERFORM WITH TEST AFTER UNTIL fpb_titre NOT = SPACES
         ACCEPT fpb_titre
       END-PERFORM
       DISPLAY "Niveau : 1 amical, 2 départemental, 3 régional,"
       DISPLAY "         4 national, 5 international"
       PERFORM WITH TEST AFTER UNTIL fpb_niveau IS NUMERIC AND
                 fpb_niveau > 0 AND fpb_niveau < 6
         ACCEPT fpb_niveau
       END-PERFORM
       DISPLAY "Prix d'entrée en euros (0 = entrée libre):"
       PERFORM WITH TEST AFTER UNTIL fpb_prix IS NUMERIC
         ACCEPT fpb_prix
       END-PERFORM
       MOVE WoperLogin TO fpb_saisiPar
       IF WconnectedAsAdmin = 0 THEN
         MOVE "CLUB" TO fpb_saisiPar
       END-IF
       ACCEPT fpb_date FROM DATE YYYYMMDD
       WRITE Tpublic
         INVALID KEY
           REWRITE Tpublic
       END-WRITE
       DISPLAY "Réservation ",fpb_numResa," ouverte au public."
       PERFORM AFFICHE_MANIF_PUBLIC.

      *Sous-paragraphe : affichage de la fiche fpb_* (et du créneau
      *fr_* lu)
      ******************************************************************
       AFFICHE_MANIF_PUBLIC.

       PERFORM MANIF_NIVEAU_LIBELLE
       MOVE fpb_prix TO WpbPrixEd
       DISPLAY "Résa ",fpb_numResa," le ",fr_dateDebut_j,"/",
               fr_dateDebut_m,"/",fr_dateDebut_a," à ",fr_dateDebut_h,
               "h",fr_dateDebut_mn," salle ",fr_idSalle
       DISPLAY "  ",fpb_titre," (",WpbNiveauLib,") entrée ",
               WpbPrixEd," €".

      *Sous-paragraphe : libellé du niveau fpb_niveau
      ******************************************************************
       MANIF_NIVEAU_LIBELLE.

       EVALUATE fpb_niveau
         WHEN 1 MOVE "Amical" TO WpbNiveauLib
         WHEN 2 MOVE "Départemental" TO WpbNiveauLib
         WHEN 3 MOVE "Régional" TO WpbNiveauLib
         WHEN 4 MOVE "National" TO WpbNiveauLib
         WHEN 5 MOVE "International" TO WpbNiveauLib
         WHEN OTHER MOVE SPACES TO WpbNiveauLib
       END-EVALUATE.

      *Export hebdomadaire : les manifestations publiques des sept
      *jours à partir de la date demandée, par salle puis par sport,
      *dans manifestations_AAAAMMJJ.txt
      ******************************************************************
       EXPORT_MANIF_PUBLIC.

       DISPLAY "Premier jour du programme (aaaammjj, 0 = aujourd'hui):"
       PERFORM WITH TEST AFTER UNTIL WpbDeb IS NUMERIC
         ACCEPT WpbDeb
       END-PERFORM
       IF WpbDeb = 0 THEN
         ACCEPT WpbDeb FROM DATE YYYYMMDD
       END-IF
       COMPUTE WpbFin = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WpbDeb) + 6)

      *Relevé des réservations marquées qui tombent dans la semaine
      *(une réservation supprimée depuis n'a plus de créneau : omise)
       MOVE 0 TO WpbNb
       CLOSE fpublic
       OPEN I-O fpublic
       MOVE 0 TO WpbFin1
       PERFORM WITH TEST AFTER UNTIL WpbFin1 = 1
         READ fpublic NEXT
         AT END
           MOVE 1 TO WpbFin1
         NOT AT END
           PERFORM MANIF_RELEVE
       END-PERFORM
       PERFORM MANIF_TRI

       MOVE SPACES TO WpbNom
       STRING "manifestations_" DELIMITED BY SIZE
              WpbDeb DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WpbNom
       END-STRING
       OPEN OUTPUT fpubprint
       MOVE ALL "=" TO Lpubprint
       WRITE Lpubprint
       MOVE SPACES TO Lpubprint
       STRING "MANIFESTATIONS OUVERTES AU PUBLIC du " DELIMITED BY SIZE
              WpbDeb(7:2) "/" WpbDeb(5:2) "/" WpbDeb(1:4)
                DELIMITED BY SIZE
              " au " DELIMITED BY SIZE
              WpbFin(7:2) "/" WpbFin(5:2) "/" WpbFin(1:4)
                DELIMITED BY SIZE
         INTO Lpubprint
       END-STRING
       WRITE Lpubprint
       MOVE ALL "=" TO Lpubprint
       WRITE Lpubprint

       MOVE 0 TO WpbSalleCour
       MOVE SPACES TO WpbSportCour
       IF WpbNb = 0 THEN
         MOVE "Aucune manifestation publique cette semaine."
           TO Lpubprint
         WRITE Lpubprint
       ELSE
         PERFORM WITH TEST BEFORE VARYING WpbIdx FROM 1 BY 1
                   UNTIL WpbIdx > WpbNb
           PERFORM MANIF_ECRIT
         END-PERFORM
       END-IF
       CLOSE fpubprint
       DISPLAY WpbNb," manifestation(s) publique(s) écrites dans ",
               WpbNom.

      *Sous-paragraphe : la fiche lue (fpb_*) a-t-elle son créneau
      *dans la semaine ? -> ajout à la table (200 au plus)
      ******************************************************************
       MANIF_RELEVE.

       MOVE fpb_numResa TO fr_numResa
       START fresa KEY IS = fr_numResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ fresa NEXT
           END-READ
           COMPUTE Wdate8 = fr_dateDebut_a * 10000 + fr_dateDebut_m *
                   100 + fr_dateDebut_j
           IF fr_numResa = fpb_numResa AND Wdate8 >= WpbDeb AND
                     Wdate8 <= WpbFin AND WpbNb < 200 THEN
             ADD 1 TO WpbNb
             MOVE fr_idSalle TO WpbSalle(WpbNb)
             MOVE fr_sportPratique TO WpbSport(WpbNb)
             COMPUTE WpbQuand(WpbNb) = Wdate8 * 10000 +
                     fr_dateDebut_h * 100 + fr_dateDebut_mn
             MOVE fr_numResa TO WpbNumResa(WpbNb)
           END-IF
       END-START.

      *Sous-paragraphe : tri à bulles de la table sur la clé salle,
      *sport, date et heure
      ******************************************************************
       MANIF_TRI.

       IF WpbNb > 1 THEN
         PERFORM WITH TEST BEFORE VARYING WpbIdx FROM 1 BY 1
                   UNTIL WpbIdx >= WpbNb
           PERFORM WITH TEST BEFORE VARYING WpbJ FROM 1 BY 1
                     UNTIL WpbJ >= WpbNb
             IF WpbCleTri(WpbJ) > WpbCleTri(WpbJ + 1) THEN
               MOVE WpbLigne(WpbJ) TO WpbTmp
               MOVE WpbLigne(WpbJ + 1) TO WpbLigne(WpbJ)
               MOVE WpbTmp TO WpbLigne(WpbJ + 1)
             END-IF
           END-PERFORM
         END-PERFORM
       END-IF.

      *Sous-paragraphe : ligne de la manifestation WpbIdx, précédée
      *de l'en-tête de salle (adresse, accessibilité) ou de sport
      *quand ils changent
      ******************************************************************
       MANIF_ECRIT.

       IF WpbSalle(WpbIdx) NOT = WpbSalleCour THEN
         MOVE WpbSalle(WpbIdx) TO WpbSalleCour
         MOVE SPACES TO WpbSportCour
         MOVE WpbSalleCour TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             MOVE SPACES TO fs_nom
             MOVE SPACES TO fs_addr
             MOVE 0 TO fs_ville
         END-READ
         MOVE fs_ville TO fv_id
         READ fville KEY IS fv_id
           INVALID KEY
             MOVE SPACES TO fv_nom
         END-READ
         MOVE WpbSalleCour TO WamSalle
         PERFORM AMEN_SALLE
         MOVE SPACES TO Lpubprint
         WRITE Lpubprint
         MOVE SPACES TO Lpubprint
         STRING fs_nom DELIMITED BY "  "
                " - " DELIMITED BY SIZE
                fs_addr DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                fv_nom DELIMITED BY "  "
           INTO Lpubprint
         END-STRING
         WRITE Lpubprint
         MOVE SPACES TO Lpubprint
         STRING "  Accessibilité : " DELIMITED BY SIZE
                WamResume DELIMITED BY SIZE
           INTO Lpubprint
         END-STRING
         IF WamTribune > 0 THEN
           STRING "  Tribune : " DELIMITED BY SIZE
                  WamTribune DELIMITED BY SIZE
                  " places" DELIMITED BY SIZE
             INTO Lpubprint(62:)
           END-STRING
         END-IF
         WRITE Lpubprint
       END-IF

       IF WpbSport(WpbIdx) NOT = WpbSportCour THEN
         MOVE WpbSport(WpbIdx) TO WpbSportCour
         MOVE SPACES TO Lpubprint
         STRING "  -- " DELIMITED BY SIZE
                WpbSportCour DELIMITED BY "  "
                " --" DELIMITED BY SIZE
           INTO Lpubprint
         END-STRING
         WRITE Lpubprint
       END-IF

       MOVE WpbNumResa(WpbIdx) TO fpb_numResa
       READ fpublic KEY IS fpb_numResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           PERFORM MANIF_NIVEAU_LIBELLE
           MOVE SPACES TO Lpubprint
           STRING "  " DELIMITED BY SIZE
                  WpbQuand(WpbIdx)(7:2) "/" WpbQuand(WpbIdx)(5:2)
                    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WpbQuand(WpbIdx)(9:2) "h" WpbQuand(WpbIdx)(11:2)
                    DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  fpb_titre DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  WpbNiveauLib DELIMITED BY "  "
                  ") " DELIMITED BY SIZE
             INTO Lpubprint
           END-STRING
           IF fpb_prix = 0 THEN
             MOVE "entrée libre" TO Lpubprint(80:)
           ELSE
             MOVE fpb_prix TO WpbPrixEd
             STRING WpbPrixEd DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
               INTO Lpubprint(80:)
             END-STRING
           END-IF
           WRITE Lpubprint
       END-READ.
