      *Calendriers fédéraux : chaque saison, les ligues de basket, de
      *hand et de volley publient leurs rencontres. Plutôt que de
      *laisser chaque club venir poser ses matchs à domicile un par
      *un, le calendrier est importé d'un bloc. Chaque équipe qui
      *reçoit est rapprochée de son club (fc_id) et de sa salle
      *habituelle par la table des équipes (equipe.dat) ; le match est
      *posé en type "Match" au compte du club, de l'échauffement
      *jusqu'à la fin de la rotation, arrondi à la demi-heure. Les
      *rencontres qui tombent sur une fermeture ou sur un créneau déjà
      *pris partent dans calendrier_rejets.txt, avec la réservation en
      *conflit, pour arbitrage au guichet : rien n'est écarté sans
      *trace.
      ******************************************************************
       MENU_CALENDRIER.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "          Calendriers fédéraux               "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Déclarer une équipe (club, salle, durées)"
         DISPLAY "3- Lister les équipes"
         DISPLAY "4- Importer un calendrier fédéral"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2
      *        equipe.dat n'est pas remis à la fin de la formation
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_EQUIPE
               END-IF
             WHEN 3 PERFORM DISPLAY_EQUIPES
             WHEN 4
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM IMPORT_CALENDRIER
               END-IF
         END-EVALUATE
       END-PERFORM.

      *Déclaration (ou mise à jour) d'une équipe du calendrier fédéral
      ******************************************************************
       SAISIE_EQUIPE.

       DISPLAY "Nom de l'équipe, exactement comme au calendrier:"
       MOVE SPACES TO feq_nom
       PERFORM WITH TEST AFTER UNTIL feq_nom NOT = SPACES
         ACCEPT feq_nom
       END-PERFORM
       READ fequipe KEY IS feq_nom
         INVALID KEY
           MOVE 0 TO feq_idClub
           MOVE 0 TO feq_idSalle
           MOVE SPACES TO feq_sport
           MOVE 30 TO feq_echauffement
           MOVE 120 TO feq_duree
           MOVE 30 TO feq_rotation
         NOT INVALID KEY
           DISPLAY "Équipe connue : club ",feq_idClub,", salle ",
      -            feq_idSalle,", ",feq_sport
       END-READ
       DISPLAY "N° du club:"
       PERFORM WITH TEST AFTER UNTIL fclub_stat = 0
         PERFORM WITH TEST AFTER UNTIL feq_idClub IS NUMERIC
           ACCEPT feq_idClub
         END-PERFORM
         MOVE feq_idClub TO fc_id
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro :"
         END-READ
       END-PERFORM
       DISPLAY "Salle habituelle des matchs à domicile:"
       PERFORM WITH TEST AFTER UNTIL fsalle_stat = 0
         PERFORM WITH TEST AFTER UNTIL feq_idSalle IS NUMERIC
           ACCEPT feq_idSalle
         END-PERFORM
         MOVE feq_idSalle TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             DISPLAY "La salle n'existe pas :"
         END-READ
       END-PERFORM
       DISPLAY "Sport (vide = sport du club, ",fc_sport,"):"
       MOVE 1 TO WspoBlancOK
       PERFORM CHOISIT_SPORT
       MOVE WspoLibelle TO feq_sport
       IF feq_sport = SPACES THEN
         MOVE fc_sport TO feq_sport
       END-IF
       DISPLAY "Échauffement avant le coup d'envoi (min):"
       PERFORM WITH TEST AFTER UNTIL feq_echauffement IS NUMERIC
         ACCEPT feq_echauffement
       END-PERFORM
       DISPLAY "Durée du match (min):"
       PERFORM WITH TEST AFTER UNTIL feq_duree IS NUMERIC AND
                 feq_duree > 0
         ACCEPT feq_duree
       END-PERFORM
       DISPLAY "Rotation après le match (min):"
       PERFORM WITH TEST AFTER UNTIL feq_rotation IS NUMERIC
         ACCEPT feq_rotation
       END-PERFORM
       WRITE Tequipe
         INVALID KEY
           REWRITE Tequipe
       END-WRITE
       DISPLAY "Équipe ",feq_nom," enregistrée."
       MOVE "fequipe" TO fmo_fichier
       MOVE feq_nom TO fmo_cle
       MOVE "club/salle" TO fmo_champ
       MOVE SPACES TO fmo_ancienne
       MOVE SPACES TO fmo_nouvelle
       STRING feq_idClub DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              feq_idSalle DELIMITED BY SIZE
         INTO fmo_nouvelle
       END-STRING
       PERFORM LOG_MODIF.

      *Liste des équipes déclarées
      ******************************************************************
       DISPLAY_EQUIPES.

       CLOSE fequipe
       OPEN I-O fequipe
       DISPLAY "Équipe / club / salle / sport / échauffement-match-rot
      -    "ation"
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fequipe NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           DISPLAY feq_nom," / ",feq_idClub," / ",feq_idSalle," / ",
      -            feq_sport," / ",feq_echauffement,"-",feq_duree,
      -            "-",feq_rotation
       END-PERFORM.

      *Import du calendrier fédéral calendrier_federal.txt, une
      *rencontre par ligne, champs séparés par des points-virgules :
      *   aaaammjj;hhmm (coup d'envoi);équipe qui reçoit;compétition
      *   [;équipe visiteuse]
      *Une rencontre déjà posée (même club, salle et horaire) n'est
      *pas reposée : l'import peut être relancé à chaque mise à jour
      *du calendrier.
      ******************************************************************
       IMPORT_CALENDRIER.

       OPEN INPUT fcalfed
       IF fcf_stat = 35 THEN
         DISPLAY "Pas de fichier calendrier_federal.txt à charger."
       ELSE
         MOVE "CALENDRIER" TO WrunJob
         PERFORM RUN_DEBUT
         OPEN OUTPUT fcalrej
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpRej
         MOVE 0 TO WcfPoses
         MOVE 0 TO WcfDeja
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fcalfed NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF Lcalfed NOT = SPACES THEN
               ADD 1 TO WimpLus
               PERFORM IMPORT_CALENDRIER_LIGNE
             END-IF
         END-PERFORM
         CLOSE fcalrej
         MOVE WcfPoses TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "Import terminé : ",WimpLus," rencontre(s) lue(s), ",
      -          WcfPoses," posée(s), ",WcfDeja," déjà posée(s), ",
      -          WimpRej," rejetée(s)."
         IF WimpRej > 0 THEN
           DISPLAY "Rejets à arbitrer dans calendrier_rejets.txt."
         END-IF
         MOVE "Réservation" TO Wresa_type
       END-IF
       CLOSE fcalfed.

      *Sous-paragraphe : contrôle et pose d'une rencontre (Lcalfed)
      ******************************************************************
       IMPORT_CALENDRIER_LIGNE.

       MOVE SPACES TO Wimp1
       MOVE SPACES TO Wimp2
       MOVE SPACES TO Wimp3
       MOVE SPACES TO Wimp4
       MOVE SPACES TO Wimp5
       UNSTRING Lcalfed DELIMITED BY ";"
         INTO Wimp1 Wimp2 Wimp3 Wimp4 Wimp5
       END-UNSTRING
       MOVE SPACES TO WcfMotif

      *Date et coup d'envoi
       IF Wimp1(1:8) NOT NUMERIC OR Wimp1(9:1) NOT = SPACE THEN
         MOVE "date invalide (aaaammjj attendu)" TO WcfMotif
       ELSE
         MOVE Wimp1(1:8) TO WcfDate
         COMPUTE Wvd_a = WcfDate / 10000
         COMPUTE Wvd_m = FUNCTION MOD(WcfDate / 100, 100)
         COMPUTE Wvd_j = FUNCTION MOD(WcfDate, 100)
         MOVE 1 TO WvdPasse
         PERFORM VALIDE_DATE
         IF WvdOK = 0 THEN
           MOVE "date inexistante ou déjà passée" TO WcfMotif
         END-IF
       END-IF
       IF WcfMotif = SPACES THEN
         IF Wimp2(1:4) NOT NUMERIC THEN
           MOVE "coup d'envoi invalide (hhmm attendu)" TO WcfMotif
         ELSE
           MOVE Wimp2(1:4) TO WcfCoup
           DIVIDE WcfCoup BY 100 GIVING WcfQuot REMAINDER WcfRes
           IF WcfQuot > 23 OR WcfRes > 59 THEN
             MOVE "coup d'envoi hors plage" TO WcfMotif
           END-IF
         END-IF
       END-IF

      *Équipe -> club et salle
       IF WcfMotif = SPACES THEN
         MOVE Wimp3 TO feq_nom
         READ fequipe KEY IS feq_nom
           INVALID KEY
             MOVE "équipe non déclarée (table des équipes)"
               TO WcfMotif
           NOT INVALID KEY
             MOVE feq_idClub TO fc_id
             READ fclub KEY IS fc_id
               INVALID KEY
                 MOVE "club de l'équipe inconnu" TO WcfMotif
               NOT INVALID KEY
                 IF fc_statut = 8 OR fc_statut = 9 THEN
                   MOVE "club dissous/fusionné" TO WcfMotif
                 END-IF
             END-READ
         END-READ
       END-IF
       IF WcfMotif = SPACES THEN
         MOVE feq_idSalle TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             MOVE "salle de l'équipe inconnue" TO WcfMotif
         END-READ
       END-IF

      *Créneau : échauffement avant, match et rotation après, calé
      *sur la grille des demi-heures
       IF WcfMotif = SPACES THEN
         COMPUTE WcfMinDeb = WcfQuot * 60 + WcfRes
         IF WcfMinDeb < feq_echauffement THEN
           MOVE 0 TO WcfMinDeb
         ELSE
           SUBTRACT feq_echauffement FROM WcfMinDeb
         END-IF
         DIVIDE WcfMinDeb BY 30 GIVING WcfQuot
         COMPUTE WcfMinDeb = WcfQuot * 30
         DIVIDE WcfCoup BY 100 GIVING WcfQuot REMAINDER WcfRes
         COMPUTE WcfMinFin = WcfQuot * 60 + WcfRes + feq_duree +
      -          feq_rotation + 29
         DIVIDE WcfMinFin BY 30 GIVING WcfQuot
         COMPUTE WcfMinFin = WcfQuot * 30
         IF WcfMinFin > 1410 THEN
           MOVE "fin du match après 23h30" TO WcfMotif
         ELSE
           DIVIDE WcfMinDeb BY 60 GIVING Wresa_h_debut
             REMAINDER Wresa_mn_debut
           DIVIDE WcfMinFin BY 60 GIVING Wresa_h_fin
             REMAINDER Wresa_mn_fin
         END-IF
       END-IF

       IF WcfMotif = SPACES THEN
         PERFORM IMPORT_CALENDRIER_POSE
       END-IF
       IF WcfMotif NOT = SPACES THEN
         ADD 1 TO WimpRej
         MOVE SPACES TO Lcalrej
         STRING Lcalfed DELIMITED BY "  "
                " ;REJET: " DELIMITED BY SIZE
                WcfMotif DELIMITED BY "  "
           INTO Lcalrej
         END-STRING
         WRITE Lcalrej
       END-IF.

      *Sous-paragraphe : pose de la rencontre contrôlée (feq_*, fc_*,
      *fs_*, horaires Wresa_* chargés) ; WcfMotif renseigné en cas de
      *fermeture ou de conflit
      ******************************************************************
       IMPORT_CALENDRIER_POSE.

       MOVE WcfDate TO Wdate8
       MOVE Wvd_a TO Wresa_a
       MOVE Wvd_m TO Wresa_m
       MOVE Wvd_j TO Wresa_j
       MOVE fs_id TO Wresa_idSalle
       MOVE 0 TO Wresa_idEspace
       MOVE feq_idClub TO Wresa_idClub
       MOVE 0 TO Wresa_idLot
       MOVE "Match" TO Wresa_type
       MOVE feq_sport TO Wresa_sportPratique

      *Déjà posée par un import précédent ?
       PERFORM CHERCHE_CONFLIT_CALENDRIER
       IF WcfTrouve = 1 AND WcfConflitType = "Match" AND
                 WcfConflitClub = feq_idClub AND
                 WcfConflitMin = WcfMinDeb THEN
         ADD 1 TO WcfDeja
       ELSE
         PERFORM IMPORT_CALENDRIER_ECRIT
       END-IF.

      *Sous-paragraphe : fermeture, puis écriture par le chemin commun
      ******************************************************************
       IMPORT_CALENDRIER_ECRIT.

       MOVE 0 TO WnotDispo
       MOVE Wdate8 TO fg_date
       MOVE 0 TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnotDispo
       END-READ
       MOVE Wdate8 TO fg_date
       MOVE fs_id TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnotDispo
       END-READ

       IF WnotDispo = 1 THEN
         MOVE "salle fermée ce jour-là (calendrier des fermetures)"
           TO WcfMotif
       ELSE
         IF WcfTrouve = 1 THEN
           MOVE SPACES TO WcfMotif
           STRING "créneau déjà pris : résa " DELIMITED BY SIZE
                  WcfConflit DELIMITED BY SIZE
                  " club " DELIMITED BY SIZE
                  WcfConflitClub DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WcfConflitType DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
             INTO WcfMotif
           END-STRING
         ELSE
      *    Tarif du club comme au guichet (même ville / agglo)
           MOVE fc_ville TO fv_id
           READ fville
             INVALID KEY
               MOVE 0 TO Wresa_clubAgglo
             NOT INVALID KEY
               MOVE fv_agglo TO Wresa_clubAgglo
           END-READ
           MOVE fs_ville TO fv_id
           READ fville
             INVALID KEY
               MOVE 0 TO fv_agglo
           END-READ
           MOVE SPACES TO Wresa_actions
           STRING "Match " DELIMITED BY SIZE
                  Wimp4 DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  Wimp5 DELIMITED BY "  "
             INTO Wresa_actions
           END-STRING
           MOVE 0 TO WexoFlag
           MOVE 0 TO WdevisEnCours
           PERFORM CALCULE_MONTANT
           MOVE 0 TO WnbEchecs
           PERFORM ENREGISTRE_CRENEAU
           IF WnbEchecs = 0 THEN
             ADD 1 TO WcfPoses
           ELSE
             MOVE "salle indisponible (horaires, sport, commission)"
               TO WcfMotif
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : réservation de la salle fs_id qui chevauche
      *le créneau Wresa_* du jour Wdate8 -> WcfTrouve, WcfConflit,
      *WcfConflitClub, WcfConflitType, WcfConflitMin (début), et
      *WcfMinDeb/WcfMinFin du créneau demandé (salle entière ou
      *sous-espace : tout chevauchement compte)
      ******************************************************************
       CHERCHE_CONFLIT_CALENDRIER.

       MOVE 0 TO WcfTrouve
       COMPUTE WcfMinDeb = Wresa_h_debut * 60 + Wresa_mn_debut
       COMPUTE WcfMinFin = Wresa_h_fin * 60 + Wresa_mn_fin
       MOVE fs_id TO fr_idSalle
       START fresa KEY IS = fr_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF fr_idSalle NOT = fs_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF fr_dateDebut_a = Wresa_a AND
                           fr_dateDebut_m = Wresa_m AND
                           fr_dateDebut_j = Wresa_j AND
                           (fr_dateDebut_h * 60 + fr_dateDebut_mn) <
                           WcfMinFin AND
                           (fr_dateFin_h * 60 + fr_dateFin_mn) >
                           WcfMinDeb THEN
                   MOVE 1 TO WcfTrouve
                   MOVE fr_numResa TO WcfConflit
                   MOVE fr_idClub TO WcfConflitClub
                   MOVE fr_type TO WcfConflitType
                   COMPUTE WcfConflitMin = fr_dateDebut_h * 60 +
      -                    fr_dateDebut_mn
                   MOVE 1 TO Wresafin2
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.
