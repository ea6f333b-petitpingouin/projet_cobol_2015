      *Équité d'attribution des créneaux : la commission des sports
      *veut savoir si le temps de salle est partagé justement (300
      *licenciés et 6 h par semaine d'un côté, 20 licenciés et 10 h
      *de l'autre). Pour une saison (septembre à août), chaque club
      *reçoit ses heures réservées (réservations, exonérations et
      *matchs), utilisées (pointées présentes), subventionnées (quota
      *consommé) et gratuites (exonérées), rapportées à ses licenciés
      *valides et à ses jeunes, et comparées à la moyenne de son sport
      *principal. Un écart de plus de EQUITECART % (table des tarifs,
      *50 par défaut) signale le club ; le signalement est gardé dans
      *equite.dat et affiché à la revue de campagne. Sous-totaux par
      *sport et par ville.
      ******************************************************************

      *Rapport d'équité d'une saison
      ******************************************************************
       RAPPORT_EQUITE.

       DISPLAY "Saison à analyser (année de septembre):"
       PERFORM WITH TEST AFTER UNTIL WhlSaison IS NUMERIC AND
                 WhlSaison > 1970 AND WhlSaison < 2038
         ACCEPT WhlSaison
       END-PERFORM
       COMPUTE WhlDeb = WhlSaison * 10000 + 901
       COMPUTE WhlFin = (WhlSaison + 1) * 10000 + 831
       MOVE 'EQUITECART' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 50 TO ft_taux
       END-READ
       MOVE ft_taux TO WhlEcart
       MOVE 0 TO WhlSportNb
       MOVE 0 TO WhlVilleNb
       MOVE 0 TO WhlNbSignal

      *Première passe : chiffres de chaque club, cumuls sport/ville
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WhlFin1
       PERFORM WITH TEST AFTER UNTIL WhlFin1 = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WhlFin1
         NOT AT END
           IF fc_statut NOT = 9 THEN
             PERFORM EQUITE_CLUB
           END-IF
       END-PERFORM

      *Seconde passe : comparaison à la moyenne du sport et détail
       DISPLAY "--- Équité d'attribution, saison ",WhlSaison," ---"
       DISPLAY "(heures réservées par licencié valide,",
               " écart signalé au-delà de ",WhlEcart," %)"
       CLOSE fheurelic
       OPEN I-O fheurelic
       MOVE 0 TO WhlFin1
       PERFORM WITH TEST AFTER UNTIL WhlFin1 = 1
         READ fheurelic NEXT
         AT END
           MOVE 1 TO WhlFin1
         NOT AT END
           IF fhl_saison = WhlSaison THEN
             PERFORM EQUITE_SIGNAL
             REWRITE Theurelic
             PERFORM EQUITE_LIGNE
           END-IF
       END-PERFORM

       DISPLAY "--- Par sport principal ---"
       PERFORM WITH TEST BEFORE VARYING WhlIdx FROM 1 BY 1
                 UNTIL WhlIdx > WhlSportNb
         COMPUTE WhlHeures = WhlSportMin(WhlIdx) / 60
         DISPLAY WhlSport(WhlIdx)," : ",WhlSportClubs(WhlIdx),
                 " club(s), ",WhlHeures," h, ",WhlSportLic(WhlIdx),
                 " licenciés dont ",WhlSportJeunes(WhlIdx)," jeunes"
         MOVE 0 TO WhlMoy
         IF WhlSportLic(WhlIdx) > 0 THEN
           COMPUTE WhlMoy ROUNDED = WhlSportMinLic(WhlIdx) / 60 /
                   WhlSportLic(WhlIdx)
         END-IF
         MOVE 0 TO WhlRatioJeune
         IF WhlSportJeunes(WhlIdx) > 0 THEN
           COMPUTE WhlRatioJeune ROUNDED = WhlSportMinLic(WhlIdx) /
                   60 / WhlSportJeunes(WhlIdx)
         END-IF
         DISPLAY "   moyenne ",WhlMoy," h/licencié, ",WhlRatioJeune,
                 " h/jeune"
       END-PERFORM
       DISPLAY "--- Par ville ---"
       PERFORM WITH TEST BEFORE VARYING WhlIdx FROM 1 BY 1
                 UNTIL WhlIdx > WhlVilleNb
         MOVE WhlVille(WhlIdx) TO fv_id
         READ fville KEY IS fv_id
           INVALID KEY
             MOVE SPACES TO fv_nom
         END-READ
         COMPUTE WhlHeures = WhlVilleMin(WhlIdx) / 60
         MOVE 0 TO WhlMoy
         IF WhlVilleLic(WhlIdx) > 0 THEN
           COMPUTE WhlMoy ROUNDED = WhlVilleMin(WhlIdx) / 60 /
                   WhlVilleLic(WhlIdx)
         END-IF
         DISPLAY fv_nom," : ",WhlVilleClubs(WhlIdx)," club(s), ",
                 WhlHeures," h, ",WhlVilleLic(WhlIdx)," licenciés (",
                 WhlVilleJeunes(WhlIdx)," jeunes), ",WhlMoy,
                 " h/licencié"
       END-PERFORM
       DISPLAY "--------------------------------------------"
       DISPLAY WhlNbSignal," club(s) signalé(s) pour la revue de camp",
               "agne.".

      *Sous-paragraphe : chiffres de la saison du club courant (fc_*),
      *écrits dans equite.dat et cumulés par sport et par ville
      ******************************************************************
       EQUITE_CLUB.

       MOVE fc_id TO fhl_idClub
       MOVE WhlSaison TO fhl_saison
       MOVE fc_sport TO fhl_sport
       MOVE fc_ville TO fhl_ville
       MOVE 0 TO fhl_licencies
       MOVE 0 TO fhl_jeunes
       MOVE 0 TO fhl_minReserve
       MOVE 0 TO fhl_minUtilise
       MOVE 0 TO fhl_minSubv
       MOVE 0 TO fhl_minGratuit
       MOVE 0 TO fhl_ratio
       MOVE 0 TO fhl_ratioSport
       MOVE SPACE TO fhl_signal

      *Licenciés valides pendant la saison, dont les jeunes
       MOVE fc_id TO fme_idClub
       MOVE SPACES TO fme_licence
       START fmembre KEY IS NOT LESS THAN fme_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WhlFin2
           PERFORM WITH TEST AFTER UNTIL WhlFin2 = 1
             READ fmembre NEXT
             AT END
               MOVE 1 TO WhlFin2
             NOT AT END
               IF fme_idClub NOT = fc_id THEN
                 MOVE 1 TO WhlFin2
               ELSE
                 IF fme_dateValidite >= WhlDeb THEN
                   ADD 1 TO fhl_licencies
                   PERFORM EQUITE_JEUNE
                   IF WhlJeune = 1 THEN
                     ADD 1 TO fhl_jeunes
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

      *Heures réservées, utilisées et gratuites de la saison
       MOVE fc_id TO fr_idClub
       START fresa KEY IS = fr_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WhlFin2
           PERFORM WITH TEST AFTER UNTIL WhlFin2 = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WhlFin2
             NOT AT END
               IF fr_idClub NOT = fc_id THEN
                 MOVE 1 TO WhlFin2
               ELSE
                 PERFORM EQUITE_RESA
               END-IF
             END-READ
           END-PERFORM
       END-START

      *Heures subventionnées : quota consommé de la saison
       MOVE fc_id TO fq_idClub
       MOVE WhlSaison TO fq_saison
       READ fquota KEY IS fq_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fq_minAlloue > fq_minRestant THEN
             COMPUTE fhl_minSubv = fq_minAlloue - fq_minRestant
           END-IF
       END-READ

       IF fhl_licencies > 0 THEN
         COMPUTE fhl_ratio ROUNDED = fhl_minReserve / 60 /
                 fhl_licencies
       END-IF
       WRITE Theurelic
         INVALID KEY
           REWRITE Theurelic
       END-WRITE
       PERFORM EQUITE_CUMULE.

      *Sous-paragraphe : la réservation lue (fr_*) entre-t-elle dans
      *la saison ? Cumul des minutes réservées, pointées, exonérées
      ******************************************************************
       EQUITE_RESA.

       COMPUTE Wdate8 = fr_dateDebut_a * 10000 + fr_dateDebut_m * 100
               + fr_dateDebut_j
       IF Wdate8 >= WhlDeb AND Wdate8 <= WhlFin AND
                 (fr_type = "Réservation" OR fr_type = "Exonéré" OR
                  fr_type = "Match") THEN
         COMPUTE WhlMin = (fr_dateFin_h * 60 + fr_dateFin_mn) -
                 (fr_dateDebut_h * 60 + fr_dateDebut_mn)
         ADD WhlMin TO fhl_minReserve
         IF fr_type = "Exonéré" THEN
           ADD WhlMin TO fhl_minGratuit
         END-IF
         MOVE fr_numResa TO fp_numResa
         READ fpresence KEY IS fp_numResa
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fp_statut = 1 THEN
               ADD WhlMin TO fhl_minUtilise
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : le licencié lu (fme_*) est-il un jeune ?
      *(catégories d'âge fédérales ou Uxx) -> WhlJeune
      ******************************************************************
       EQUITE_JEUNE.

       MOVE 0 TO WhlJeune
       IF fme_categorie = "JUNIOR" OR fme_categorie = "JEUNE" OR
                 fme_categorie = "CADET" OR fme_categorie = "MINIME" OR
                 fme_categorie = "BENJAMIN" OR
                 fme_categorie = "POUSSIN" THEN
         MOVE 1 TO WhlJeune
       END-IF
       IF fme_categorie(1:1) = "U" AND fme_categorie(2:1) IS NUMERIC
                 THEN
         MOVE 1 TO WhlJeune
       END-IF.

      *Sous-paragraphe : cumule la fiche écrite (fhl_*) par sport et
      *par ville (30 sports, 50 villes au plus : le dernier poste
      *reçoit le reste)
      ******************************************************************
       EQUITE_CUMULE.

       MOVE 0 TO WhlIdxTrouve
       IF WhlSportNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WhlIdx FROM 1 BY 1
                   UNTIL WhlIdx > WhlSportNb
           IF WhlSport(WhlIdx) = fhl_sport THEN
             MOVE WhlIdx TO WhlIdxTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WhlIdxTrouve = 0 THEN
         IF WhlSportNb < 30 THEN
           ADD 1 TO WhlSportNb
           MOVE WhlSportNb TO WhlIdxTrouve
           MOVE fhl_sport TO WhlSport(WhlIdxTrouve)
           MOVE 0 TO WhlSportMin(WhlIdxTrouve)
           MOVE 0 TO WhlSportMinLic(WhlIdxTrouve)
           MOVE 0 TO WhlSportLic(WhlIdxTrouve)
           MOVE 0 TO WhlSportJeunes(WhlIdxTrouve)
           MOVE 0 TO WhlSportClubs(WhlIdxTrouve)
         ELSE
           MOVE WhlSportNb TO WhlIdxTrouve
         END-IF
       END-IF
       ADD 1 TO WhlSportClubs(WhlIdxTrouve)
       ADD fhl_minReserve TO WhlSportMin(WhlIdxTrouve)
       ADD fhl_licencies TO WhlSportLic(WhlIdxTrouve)
       ADD fhl_jeunes TO WhlSportJeunes(WhlIdxTrouve)
      *La moyenne du sport ne compte que les clubs qui ont des
      *licenciés (un club sans registre fausserait la comparaison)
       IF fhl_licencies > 0 THEN
         ADD fhl_minReserve TO WhlSportMinLic(WhlIdxTrouve)
       END-IF

       MOVE 0 TO WhlIdxTrouve
       IF WhlVilleNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WhlIdx FROM 1 BY 1
                   UNTIL WhlIdx > WhlVilleNb
           IF WhlVille(WhlIdx) = fhl_ville THEN
             MOVE WhlIdx TO WhlIdxTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WhlIdxTrouve = 0 THEN
         IF WhlVilleNb < 50 THEN
           ADD 1 TO WhlVilleNb
           MOVE WhlVilleNb TO WhlIdxTrouve
           MOVE fhl_ville TO WhlVille(WhlIdxTrouve)
           MOVE 0 TO WhlVilleMin(WhlIdxTrouve)
           MOVE 0 TO WhlVilleLic(WhlIdxTrouve)
           MOVE 0 TO WhlVilleJeunes(WhlIdxTrouve)
           MOVE 0 TO WhlVilleClubs(WhlIdxTrouve)
         ELSE
           MOVE WhlVilleNb TO WhlIdxTrouve
         END-IF
       END-IF
       ADD 1 TO WhlVilleClubs(WhlIdxTrouve)
       ADD fhl_minReserve TO WhlVilleMin(WhlIdxTrouve)
       ADD fhl_licencies TO WhlVilleLic(WhlIdxTrouve)
       ADD fhl_jeunes TO WhlVilleJeunes(WhlIdxTrouve).

      *Sous-paragraphe : moyenne du sport de la fiche lue (fhl_*) et
      *signalement de l'écart
      ******************************************************************
       EQUITE_SIGNAL.

       MOVE 0 TO fhl_ratioSport
       MOVE SPACE TO fhl_signal
       PERFORM WITH TEST BEFORE VARYING WhlIdx FROM 1 BY 1
                 UNTIL WhlIdx > WhlSportNb
         IF WhlSport(WhlIdx) = fhl_sport AND
                   WhlSportLic(WhlIdx) > 0 THEN
           COMPUTE fhl_ratioSport ROUNDED = WhlSportMinLic(WhlIdx) /
                   60 / WhlSportLic(WhlIdx)
         END-IF
       END-PERFORM
       IF fhl_licencies = 0 THEN
         IF fhl_minReserve > 0 THEN
           MOVE "L" TO fhl_signal
         END-IF
       ELSE
         IF fhl_ratioSport > 0 THEN
           IF fhl_ratio > fhl_ratioSport * (100 + WhlEcart) / 100
                     THEN
             MOVE "H" TO fhl_signal
           END-IF
           IF WhlEcart < 100 AND
                     fhl_ratio < fhl_ratioSport * (100 - WhlEcart) / 100
                     THEN
             MOVE "B" TO fhl_signal
           END-IF
         END-IF
       END-IF
       IF fhl_signal NOT = SPACE THEN
         ADD 1 TO WhlNbSignal
       END-IF.

      *Sous-paragraphe : détail de la fiche lue (fhl_*)
      ******************************************************************
       EQUITE_LIGNE.

       MOVE fhl_idClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           MOVE SPACES TO fc_nom
       END-READ
       PERFORM EQUITE_LIBELLE
       DISPLAY "Club ",fhl_idClub," ",fc_nom," (",fhl_sport,")"
       COMPUTE WhlHeures = fhl_minReserve / 60
       COMPUTE WhlHUtil = fhl_minUtilise / 60
       COMPUTE WhlHSubv = fhl_minSubv / 60
       COMPUTE WhlHGrat = fhl_minGratuit / 60
       DISPLAY "  réservé ",WhlHeures," h, utilisé ",WhlHUtil,
               " h, subventionné ",WhlHSubv," h, gratuit ",WhlHGrat,
               " h"
       MOVE 0 TO WhlRatioJeune
       IF fhl_jeunes > 0 THEN
         COMPUTE WhlRatioJeune ROUNDED = fhl_minReserve / 60 /
                 fhl_jeunes
       END-IF
       DISPLAY "  ",fhl_licencies," licenciés (",fhl_jeunes,
               " jeunes) : ",fhl_ratio," h/licencié, ",WhlRatioJeune,
               " h/jeune"
       DISPLAY "  moyenne du sport ",fhl_ratioSport," h/licencié ",
               WhlLibelle.

      *Sous-paragraphe : libellé du signalement fhl_signal
      ******************************************************************
       EQUITE_LIBELLE.

       EVALUATE fhl_signal
         WHEN "H" MOVE "-> TRÈS AU-DESSUS" TO WhlLibelle
         WHEN "B" MOVE "-> TRÈS EN DESSOUS" TO WhlLibelle
         WHEN "L" MOVE "-> SANS LICENCIÉ" TO WhlLibelle
         WHEN OTHER MOVE SPACES TO WhlLibelle
       END-EVALUATE.
