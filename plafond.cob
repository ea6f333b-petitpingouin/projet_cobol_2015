      *Plafonds d'usage équitable des heures de pointe : quelques gros
      *clubs prenaient toutes les soirées de semaine dans plusieurs
      *salles dès l'ouverture de la fenêtre, et le quota subventionné
      *ne borne que les heures remisées, pas les heures tenues. On pose
      *ici, par catégorie de salle ou par ville, le nombre d'heures de
      *pointe qu'un club peut tenir par semaine (lundi à dimanche).
      *Les heures de pointe sont celles des tarifs SOIR et WEEKEND de
      *CALCULE_MONTANT : samedi et dimanche toute la journée, début à
      *18 h ou après en semaine. Le contrôle s'applique à chaque
      *écriture de créneau de club (ENREGISTRE_CRENEAU : réservation
      *unique ou récurrente, conversion de devis...) et au chargement
      *du portail ; le passage outre emprunte le cadre des dérogations
      *(règle PLAFOND).
      ******************************************************************

      *Saisie (ou révision) d'un plafond ; zéro supprime la règle
      ******************************************************************
       SAISIE_PLAFOND.

       DISPLAY "Plafond par catégorie de salle (C) ou par ville (V) ?"
       PERFORM WITH TEST AFTER UNTIL fpl_type = "C" OR fpl_type = "V"
         ACCEPT fpl_type
       END-PERFORM
       MOVE SPACES TO fpl_valeur
       MOVE 1 TO Wnontrouve
       IF fpl_type = "C" THEN
         DISPLAY "Catégorie de salle :"
         ACCEPT WplCat
         MOVE WplCat TO fpl_valeur
         IF WplCat NOT = SPACES THEN
           MOVE 0 TO Wnontrouve
         END-IF
       ELSE
         DISPLAY "Numéro de la ville :"
         PERFORM WITH TEST AFTER UNTIL WplVille IS NUMERIC
           ACCEPT WplVille
         END-PERFORM
         MOVE WplVille TO fv_id
         READ fville
           INVALID KEY
             DISPLAY "Il n'existe pas de ville portant ce numéro"
           NOT INVALID KEY
             MOVE WplVille TO fpl_valeur
             MOVE 0 TO Wnontrouve
         END-READ
       END-IF

       IF Wnontrouve = 0 THEN
         DISPLAY "Heures de pointe au plus par club et par semaine"
         DISPLAY "(0 = supprimer la règle):"
         PERFORM WITH TEST AFTER UNTIL WplHeures IS NUMERIC AND
                   WplHeures < 1000
           ACCEPT WplHeures
         END-PERFORM
         IF WplHeures = 0 THEN
           DELETE fplafond RECORD
             INVALID KEY
               DISPLAY "Aucune règle posée sur cette clé."
             NOT INVALID KEY
               DISPLAY "Règle supprimée."
           END-DELETE
         ELSE
           MOVE WplHeures TO fpl_heures
           WRITE Tplafond
             INVALID KEY
               REWRITE Tplafond
           END-WRITE
           DISPLAY "Plafond enregistré : ",fpl_type," ",fpl_valeur,
                   " = ",fpl_heures," h/semaine."
         END-IF
       END-IF.

      *Affichage des plafonds posés
      ******************************************************************
       DISPLAY_PLAFONDS.

       CLOSE fplafond
       OPEN I-O fplafond
       DISPLAY "--- Plafonds d'heures de pointe ---"
       DISPLAY "Type / Catégorie ou ville / Heures par semaine"
       MOVE 1 TO Wnontrouve
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fplafond NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE 0 TO Wnontrouve
           DISPLAY fpl_type," / ",fpl_valeur," / ",fpl_heures
       END-PERFORM
       IF Wnontrouve = 1 THEN
         DISPLAY "(aucun plafond posé)"
       END-IF.

      *Contrôle du créneau de club courant (Wresa_idClub/idSalle,
      *Wresa_a/m/j, Wresa_h/mn_debut et fin) -> WplOK. Relit la salle
      *du créneau en sortie (fs_* intact pour l'appelant).
      ******************************************************************
       CONTROLE_PLAFOND.

       MOVE 1 TO WplOK
       COMPUTE WplDate8 = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       MOVE WplDate8 TO Wdate8
       PERFORM PLAFOND_POINTE
       IF WplPointe = 1 AND Wresa_type = "Réservation" THEN
         MOVE Wresa_idSalle TO fs_id
         READ fsalle
           INVALID KEY
             MOVE SPACES TO WplCat
             MOVE 0 TO WplVille
           NOT INVALID KEY
             MOVE fs_categorie TO WplCat
             MOVE fs_ville TO WplVille
         END-READ
         MOVE 0 TO WplMaxCat
         MOVE 0 TO WplMaxVil
         MOVE "C" TO fpl_type
         MOVE WplCat TO fpl_valeur
         READ fplafond KEY IS fpl_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             COMPUTE WplMaxCat = fpl_heures * 60
         END-READ
         MOVE "V" TO fpl_type
         MOVE WplVille TO fpl_valeur
         READ fplafond KEY IS fpl_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             COMPUTE WplMaxVil = fpl_heures * 60
         END-READ
         IF WplMaxCat > 0 OR WplMaxVil > 0 THEN
           PERFORM PLAFOND_CUMUL
           COMPUTE WplDuree = (Wresa_h_fin * 60 + Wresa_mn_fin) -
                   (Wresa_h_debut * 60 + Wresa_mn_debut)
           IF WplMaxCat > 0 AND
                     WplMinCat + WplDuree > WplMaxCat THEN
             MOVE 0 TO WplOK
             COMPUTE WplHeures = WplMaxCat / 60
             DISPLAY "Plafond de pointe atteint : club ",
                     Wresa_idClub," en catégorie ",WplCat
             DISPLAY "  (",WplMinCat," min tenues cette semaine + ",
                     WplDuree," min demandées > ",WplHeures," h)"
           END-IF
           IF WplMaxVil > 0 AND
                     WplMinVil + WplDuree > WplMaxVil THEN
             MOVE 0 TO WplOK
             COMPUTE WplHeures = WplMaxVil / 60
             DISPLAY "Plafond de pointe atteint : club ",
                     Wresa_idClub," dans la ville ",WplVille
             DISPLAY "  (",WplMinVil," min tenues cette semaine + ",
                     WplDuree," min demandées > ",WplHeures," h)"
           END-IF
         END-IF
         MOVE Wresa_idSalle TO fs_id
         READ fsalle
           INVALID KEY
             CONTINUE
         END-READ
       END-IF.

      *Sous-paragraphe : le jour Wdate8 à l'heure Wresa_h_debut est-il
      *une heure de pointe ? -> WplPointe (même découpage que les
      *tarifs WEEKEND et SOIR)
      ******************************************************************
       PLAFOND_POINTE.

       MOVE 0 TO WplPointe
       COMPUTE WjourSem = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(Wdate8), 7)
       IF WjourSem = 6 OR WjourSem = 0 OR Wresa_h_debut >= 18 THEN
         MOVE 1 TO WplPointe
       END-IF.

      *Sous-paragraphe : minutes de pointe déjà tenues par le club
      *dans la semaine du créneau, dans la catégorie WplCat (WplMinCat)
      *et dans la ville WplVille (WplMinVil)
      ******************************************************************
       PLAFOND_CUMUL.

       MOVE 0 TO WplMinCat
       MOVE 0 TO WplMinVil
       COMPUTE WplJour = FUNCTION INTEGER-OF-DATE(WplDate8)
       COMPUTE WplLundi = WplJour - FUNCTION MOD(WplJour + 6, 7)
       CLOSE fresa
       OPEN I-O fresa
       MOVE Wresa_idClub TO fr_idClub
       START fresa KEY IS = fr_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WplFin
           PERFORM WITH TEST AFTER UNTIL WplFin = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WplFin
             NOT AT END
               IF fr_idClub NOT = Wresa_idClub THEN
                 MOVE 1 TO WplFin
               ELSE
                 PERFORM PLAFOND_CUMUL_LIGNE
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : cumule la réservation lue (fr_*) si elle
      *tombe dans la semaine, en heure de pointe, et que le club la
      *tient (réservation, exonération ou option en cours)
      ******************************************************************
       PLAFOND_CUMUL_LIGNE.

       IF fr_type = "Réservation" OR fr_type = "Exonéré" OR
                 fr_type = "Option" THEN
         COMPUTE Wdate8 = fr_dateDebut_a * 10000 + fr_dateDebut_m *
                 100 + fr_dateDebut_j
         COMPUTE WplJour = FUNCTION INTEGER-OF-DATE(Wdate8)
         IF WplJour >= WplLundi AND WplJour <= WplLundi + 6 THEN
           COMPUTE WjourSem = FUNCTION MOD(WplJour, 7)
           IF WjourSem = 6 OR WjourSem = 0 OR
                     fr_dateDebut_h >= 18 THEN
             COMPUTE WplDuree = (fr_dateFin_h * 60 + fr_dateFin_mn) -
                     (fr_dateDebut_h * 60 + fr_dateDebut_mn)
             MOVE fr_idSalle TO fs_id
             READ fsalle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF fs_categorie = WplCat THEN
                   ADD WplDuree TO WplMinCat
                 END-IF
                 IF fs_ville = WplVille THEN
                   ADD WplDuree TO WplMinVil
                 END-IF
             END-READ
           END-IF
         END-IF
       END-IF.
