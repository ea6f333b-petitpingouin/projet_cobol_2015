      *Journal des contrôleurs d'accès : les salles équipées de
      *lecteurs de badges produisent chaque jour la liste des passages
      *(controleur_acces.txt), une ligne par passage :
      *   aaaammjj;hhmm;salle;code du badge;porte
      *Le code du badge est celui du registre des clés (fk_code). Le
      *club détenteur est celui de la dernière remise (remisecle.dat)
      *sortie avant le passage. Un passage pendant un créneau de ce
      *club (arrivée tolérée BADGEAVANC minutes avant le début) vaut
      *pointage "honorée" dans presence.dat, à l'heure réelle du
      *premier passage. Les autres passages sont listés dans
      *acces_rapport.txt : sans réservation, hors des créneaux du club
      *détenteur, ou avec un badge déjà rendu.
      ******************************************************************
       IMPORT_BADGES.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM IMPORT_BADGES_CORPS
       END-IF.

      *Sous-paragraphe : traitement du journal
      ******************************************************************
       IMPORT_BADGES_CORPS.

       OPEN INPUT flecteur
       IF flc_stat = 35 THEN
         DISPLAY "Pas de fichier controleur_acces.txt à charger."
       ELSE
         MOVE "BADGES" TO WrunJob
         PERFORM RUN_DEBUT
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE 'BADGEAVANC' TO WtarCode
         MOVE WdateSys TO WtarDate8
         MOVE 30 TO WtarTaux
         PERFORM LIRE_TARIF_DATE
         MOVE WtarTaux TO WlecTolerance
         OPEN OUTPUT flecrap
         MOVE SPACES TO Llecrap
         STRING "Passages aux contrôleurs d'accès - anomalies au "
                  DELIMITED BY SIZE
                WdateSys DELIMITED BY SIZE
           INTO Llecrap
         END-STRING
         WRITE Llecrap
         MOVE "Anomalie / date / heure / salle / badge / porte / club"
           TO Llecrap
         WRITE Llecrap
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpRej
         MOVE 0 TO WlecPointes
         MOVE 0 TO WlecDeja
         MOVE 0 TO WlecSansResa
         MOVE 0 TO WlecHors
         MOVE 0 TO WlecRendus
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ flecteur NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF Llecteur NOT = SPACES THEN
               ADD 1 TO WimpLus
               PERFORM IMPORT_BADGES_LIGNE
             END-IF
         END-PERFORM
         CLOSE flecrap
         MOVE WlecPointes TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "Journal traité : ",WimpLus," passage(s) lu(s), ",
      -          WlecPointes," réservation(s) pointée(s), ",WlecDeja,
      -          " déjà pointée(s)."
         DISPLAY "Anomalies : ",WlecSansResa," sans réservation, ",
      -          WlecHors," hors créneau du club, ",WlecRendus,
      -          " badge(s) rendu(s), ",WimpRej," illisible(s)."
         DISPLAY "Détail dans acces_rapport.txt."
       END-IF
       CLOSE flecteur.

      *Sous-paragraphe : un passage (Llecteur)
      ******************************************************************
       IMPORT_BADGES_LIGNE.

       MOVE SPACES TO Wimp1
       MOVE SPACES TO Wimp2
       MOVE SPACES TO Wimp3
       MOVE SPACES TO Wimp4
       MOVE SPACES TO Wimp5
       UNSTRING Llecteur DELIMITED BY ";"
         INTO Wimp1 Wimp2 Wimp3 Wimp4 Wimp5
       END-UNSTRING
       MOVE SPACES TO WlecMotif
       MOVE 0 TO WlecClub

       IF Wimp1(1:8) NOT NUMERIC OR Wimp1(9:1) NOT = SPACE THEN
         MOVE "ILLISIBLE : date" TO WlecMotif
       ELSE
         MOVE Wimp1(1:8) TO WlecDate
         COMPUTE Wvd_a = WlecDate / 10000
         COMPUTE Wvd_m = FUNCTION MOD(WlecDate / 100, 100)
         COMPUTE Wvd_j = FUNCTION MOD(WlecDate, 100)
         MOVE 0 TO WvdPasse
         PERFORM VALIDE_DATE
         IF WvdOK = 0 THEN
           MOVE "ILLISIBLE : date" TO WlecMotif
         END-IF
       END-IF
       IF WlecMotif = SPACES THEN
         IF Wimp2(1:4) NOT NUMERIC THEN
           MOVE "ILLISIBLE : heure" TO WlecMotif
         ELSE
           MOVE Wimp2(1:4) TO WlecHeure
           DIVIDE WlecHeure BY 100 GIVING WlecHh REMAINDER WlecMm
           IF WlecHh > 23 OR WlecMm > 59 THEN
             MOVE "ILLISIBLE : heure" TO WlecMotif
           END-IF
         END-IF
       END-IF
       IF WlecMotif = SPACES THEN
         MOVE Wimp3 TO WcvTexte
         PERFORM CONVERTIT_ENTIER
         IF WcvOK = 0 OR WcvVal > 999 OR Wimp4 = SPACES THEN
           MOVE "ILLISIBLE : salle ou badge" TO WlecMotif
         ELSE
           MOVE WcvVal TO WlecSalle
         END-IF
       END-IF

       IF WlecMotif NOT = SPACES THEN
         ADD 1 TO WimpRej
         PERFORM ECRIT_RAPPORT_BADGE
       ELSE
         COMPUTE WlecMin = WlecHh * 60 + WlecMm
         COMPUTE WlecTs = WlecDate * 10000 + WlecHeure
         MOVE WlecSalle TO fk_idSalle
         MOVE Wimp4 TO fk_code
         MOVE 0 TO WlecRendu
         READ fcle KEY IS fk_cle
           INVALID KEY
             MOVE "badge inconnu au registre des clés" TO WlecMotif
           NOT INVALID KEY
             PERFORM BADGE_DETENTEUR
         END-READ
         PERFORM BADGE_CHERCHE_RESA
         PERFORM BADGE_CLASSE
       END-IF.

      *Sous-paragraphe : classement du passage courant
      ******************************************************************
       BADGE_CLASSE.

       IF WlecRendu = 1 THEN
         MOVE "BADGE RENDU avant le passage" TO WlecMotif
         ADD 1 TO WlecRendus
         PERFORM ECRIT_RAPPORT_BADGE
       ELSE
         IF WlecNumResa NOT = 0 THEN
           PERFORM BADGE_POINTE
         ELSE
           IF WlecAutre = 1 THEN
             IF WlecMotif = SPACES THEN
               MOVE "HORS CRENEAU du club détenteur" TO WlecMotif
             END-IF
             ADD 1 TO WlecHors
           ELSE
             IF WlecMotif = SPACES THEN
               MOVE "SANS RESERVATION" TO WlecMotif
             END-IF
             ADD 1 TO WlecSansResa
           END-IF
           PERFORM ECRIT_RAPPORT_BADGE
         END-IF
       END-IF.

      *Sous-paragraphe : club détenteur du badge fk_cle au moment du
      *passage (dernière sortie avant WlecTs) -> WlecClub, et WlecRendu
      *si cette remise était déjà close par un retour
      ******************************************************************
       BADGE_DETENTEUR.

       MOVE 0 TO WlecSortieTs
       MOVE 0 TO WlecRetourTs
       MOVE 0 TO fkm_id
       START fremise KEY IS NOT LESS THAN fkm_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WlecFin
           PERFORM WITH TEST AFTER UNTIL WlecFin = 1
             READ fremise NEXT
             AT END
               MOVE 1 TO WlecFin
             NOT AT END
               IF fkm_idSalle = fk_idSalle AND fkm_code = fk_code AND
                         fkm_dateSortie * 10000 + fkm_heureSortie <=
                         WlecTs AND
                         fkm_dateSortie * 10000 + fkm_heureSortie >=
                         WlecSortieTs THEN
                 COMPUTE WlecSortieTs = fkm_dateSortie * 10000 +
      -                  fkm_heureSortie
                 MOVE fkm_idClub TO WlecClub
                 IF fkm_dateRetour = 0 THEN
                   MOVE 0 TO WlecRetourTs
                 ELSE
                   COMPUTE WlecRetourTs = fkm_dateRetour * 10000 +
      -                    fkm_heureRetour
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WlecClub = 0 THEN
         MOVE "badge jamais remis à un club" TO WlecMotif
       ELSE
         IF WlecRetourTs NOT = 0 AND WlecRetourTs <= WlecTs THEN
           MOVE 1 TO WlecRendu
         END-IF
       END-IF.

      *Sous-paragraphe : réservations de la salle ce jour-là couvrant
      *le passage -> WlecNumResa (créneau du club détenteur) et
      *WlecAutre (la salle est occupée par un autre)
      ******************************************************************
       BADGE_CHERCHE_RESA.

       MOVE 0 TO WlecNumResa
       MOVE 0 TO WlecAutre
       MOVE WlecSalle TO fr_idSalle
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
               IF fr_idSalle NOT = WlecSalle THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF fr_dateDebut_a * 10000 + fr_dateDebut_m * 100 +
                           fr_dateDebut_j = WlecDate AND
                           fr_dateDebut_h * 60 + fr_dateDebut_mn <=
                           WlecMin + WlecTolerance AND
                           fr_dateFin_h * 60 + fr_dateFin_mn > WlecMin
                           THEN
                   IF WlecClub NOT = 0 AND fr_idClub = WlecClub THEN
                     MOVE fr_numResa TO WlecNumResa
                     MOVE fr_idLot TO WlecLot
                     MOVE 1 TO Wresafin2
                   ELSE
                     MOVE 1 TO WlecAutre
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : pointage automatique de la résa WlecNumResa.
      *Le premier passage donne l'heure d'arrivée ; un pointage
      *"non venue" saisi à la main est corrigé par le badge.
      ******************************************************************
       BADGE_POINTE.

       IF WlecLot NOT = 0 THEN
         MOVE WlecLot TO WcoLot
         PERFORM CONTROLE_CONVENTION_LOT
       ELSE
         MOVE 1 TO WcoSigne
       END-IF
       IF WcoSigne = 0 THEN
         MOVE "CONVENTION NON SIGNEE : pointage refusé" TO WlecMotif
         ADD 1 TO WlecHors
         PERFORM ECRIT_RAPPORT_BADGE
       ELSE
         MOVE WlecNumResa TO fp_numResa
         READ fpresence KEY IS fp_numResa
           INVALID KEY
             MOVE WlecClub TO fp_idClub
             MOVE WlecDate TO fp_date
             MOVE 1 TO fp_statut
             MOVE WlecHeure TO fp_hArrivee
             MOVE 0 TO fp_hDepart
             WRITE Tpresence
             ADD 1 TO WlecPointes
           NOT INVALID KEY
             IF fp_statut = 1 AND fp_hArrivee NOT = 0 AND
                       fp_hArrivee <= WlecHeure THEN
               ADD 1 TO WlecDeja
             ELSE
               MOVE 1 TO fp_statut
               MOVE WlecHeure TO fp_hArrivee
               REWRITE Tpresence
               ADD 1 TO WlecPointes
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : une ligne d'anomalie (WlecMotif) au rapport
      ******************************************************************
       ECRIT_RAPPORT_BADGE.

       MOVE SPACES TO Llecrap
       STRING WlecMotif DELIMITED BY "  "
              " / " DELIMITED BY SIZE
              Wimp1 DELIMITED BY " "
              " / " DELIMITED BY SIZE
              Wimp2 DELIMITED BY " "
              " / " DELIMITED BY SIZE
              Wimp3 DELIMITED BY " "
              " / " DELIMITED BY SIZE
              Wimp4 DELIMITED BY " "
              " / " DELIMITED BY SIZE
              Wimp5 DELIMITED BY "  "
              " / " DELIMITED BY SIZE
              WlecClub DELIMITED BY SIZE
         INTO Llecrap
       END-STRING
       WRITE Llecrap.
