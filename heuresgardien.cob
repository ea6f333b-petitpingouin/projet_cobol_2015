      *Relevés d'heures des gardiens et variables de paie : pour un
      *mois, chaque garde de garde.dat est reprise avec ses horaires
      *réels quand la remise des clés de la salle le jour même les
      *donne (première sortie, dernier retour), puis ventilée en
      *heures normales, de soirée (après 20h00), de dimanche et de
      *jour férié (fermeture générale du calendrier, salle 0). Chaque
      *gardien reçoit un relevé à signer (heures_GGGG_AAAAMM.txt) et
      *les totaux partent au logiciel RH dans paie_gardiens_AAAAMM.txt
      *(longueur fixe : matricule, période, code, minutes, heures en
      *centièmes, nom).
      ******************************************************************
       RELEVE_HEURES_GARDIENS.

       DISPLAY "Indiquez l'année:"
       PERFORM WITH TEST AFTER UNTIL WtsAnnee IS NUMERIC AND
                WtsAnnee > 1970 AND WtsAnnee < 2038
         ACCEPT WtsAnnee
       END-PERFORM
       DISPLAY "Indiquez le mois:"
       PERFORM WITH TEST AFTER UNTIL WtsMois IS NUMERIC AND
                WtsMois >= 1 AND WtsMois <= 12
         ACCEPT WtsMois
       END-PERFORM
       COMPUTE WtsPeriode = WtsAnnee * 100 + WtsMois
       COMPUTE WtsDeb = WtsPeriode * 100 + 1
       COMPUTE WtsFin = WtsPeriode * 100 + 31

       MOVE "PAIEGARD" TO WrunJob
       PERFORM RUN_DEBUT
       PERFORM HEURES_CHARGE_REMISES

       MOVE SPACES TO WtsNomPaie
       STRING "paie_gardiens_" DELIMITED BY SIZE
              WtsPeriode DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WtsNomPaie
       END-STRING
       OPEN OUTPUT fpaiegard
       MOVE 0 TO WtsNbFeuilles
       MOVE 0 TO WtsNbVar
       CLOSE fgardien
       OPEN I-O fgardien
       MOVE 0 TO WcrudFin
       PERFORM WITH TEST AFTER UNTIL WcrudFin = 1
         READ fgardien NEXT
         AT END
           MOVE 1 TO WcrudFin
         NOT AT END
           PERFORM HEURES_UN_GARDIEN
       END-PERFORM
       CLOSE fpaiegard

       MOVE WtsNbVar TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN
       DISPLAY WtsNbFeuilles," relevé(s) d'heures écrit(s), ",
      -        WtsNbVar," variable(s) de paie dans ",WtsNomPaie.

      *Sous-paragraphe : horaires réels de remise des clés du mois,
      *par salle et par jour (première sortie, dernier retour du jour)
      *dans la table (500 lignes au plus)
      ******************************************************************
       HEURES_CHARGE_REMISES.

       MOVE 0 TO WtsRemNb
       CLOSE fremise
       OPEN I-O fremise
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fremise NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fkm_dateSortie >= WtsDeb AND fkm_dateSortie <= WtsFin
             THEN
             PERFORM HEURES_UNE_REMISE
           END-IF
       END-PERFORM.

      *Sous-paragraphe : une remise de clé (fkm_*)
      ******************************************************************
       HEURES_UNE_REMISE.

       MOVE 0 TO WtsRemTrouve
       IF WtsRemNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WtsRemIdx FROM 1 BY 1
                   UNTIL WtsRemIdx > WtsRemNb
           IF WtsRemSalle(WtsRemIdx) = fkm_idSalle AND
                     WtsRemDate(WtsRemIdx) = fkm_dateSortie THEN
             MOVE WtsRemIdx TO WtsRemTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WtsRemTrouve = 0 THEN
         IF WtsRemNb < 500 THEN
           ADD 1 TO WtsRemNb
           MOVE WtsRemNb TO WtsRemTrouve
           MOVE fkm_idSalle TO WtsRemSalle(WtsRemTrouve)
           MOVE fkm_dateSortie TO WtsRemDate(WtsRemTrouve)
           MOVE 99999 TO WtsRemDeb(WtsRemTrouve)
           MOVE 0 TO WtsRemFin(WtsRemTrouve)
         ELSE
           DISPLAY "/!\ Plus de 500 jours de remise de clés : horai
      -    "res prévus conservés au-delà."
         END-IF
       END-IF
       IF WtsRemTrouve > 0 THEN
         DIVIDE fkm_heureSortie BY 100 GIVING WtsHh REMAINDER WtsMm
         COMPUTE WtsRemMin = WtsHh * 60 + WtsMm
         IF WtsRemMin < WtsRemDeb(WtsRemTrouve) THEN
           MOVE WtsRemMin TO WtsRemDeb(WtsRemTrouve)
         END-IF
         IF fkm_dateRetour = fkm_dateSortie THEN
           DIVIDE fkm_heureRetour BY 100 GIVING WtsHh REMAINDER WtsMm
           COMPUTE WtsRemMin = WtsHh * 60 + WtsMm
           IF WtsRemMin > WtsRemFin(WtsRemTrouve) THEN
             MOVE WtsRemMin TO WtsRemFin(WtsRemTrouve)
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : relevé et variables du gardien courant
      *(fgd_*)
      ******************************************************************
       HEURES_UN_GARDIEN.

       MOVE 0 TO WtsNormal
       MOVE 0 TO WtsSoirTot
       MOVE 0 TO WtsDimanche
       MOVE 0 TO WtsFerieTot
       MOVE 0 TO WtsNbGardes

       MOVE SPACES TO WtsNom
       STRING "heures_" DELIMITED BY SIZE
              fgd_id DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              WtsPeriode DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WtsNom
       END-STRING
       OPEN OUTPUT fheures
       MOVE ALL "=" TO Lheures
       WRITE Lheures
       MOVE SPACES TO Lheures
       STRING "RELEVE D'HEURES - GARDIEN " DELIMITED BY SIZE
              fgd_id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fgd_nom DELIMITED BY "  "
              " - MOIS " DELIMITED BY SIZE
              WtsMois DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WtsAnnee DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       WRITE Lheures
       MOVE "Date     Salle Prevu      Reel       Nature Minutes Soiree"
         TO Lheures
       WRITE Lheures
       MOVE ALL "-" TO Lheures
       WRITE Lheures

       CLOSE fgarde
       OPEN I-O fgarde
       MOVE 0 TO Wresafin2
       PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
         READ fgarde NEXT
         AT END
           MOVE 1 TO Wresafin2
         NOT AT END
           IF fga_idGardien = fgd_id AND fga_date >= WtsDeb AND
                     fga_date <= WtsFin THEN
             PERFORM HEURES_UNE_GARDE
           END-IF
       END-PERFORM

       IF WtsNbGardes = 0 THEN
         MOVE "(aucune garde ce mois-ci)" TO Lheures
         WRITE Lheures
       END-IF
       COMPUTE WtsTotal = WtsNormal + WtsSoirTot + WtsDimanche +
      -        WtsFerieTot
       MOVE ALL "-" TO Lheures
       WRITE Lheures
       MOVE SPACES TO Lheures
       STRING "Heures normales (min) : " DELIMITED BY SIZE
              WtsNormal DELIMITED BY SIZE
              "   de soiree : " DELIMITED BY SIZE
              WtsSoirTot DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       WRITE Lheures
       MOVE SPACES TO Lheures
       STRING "Dimanche (min)        : " DELIMITED BY SIZE
              WtsDimanche DELIMITED BY SIZE
              "   ferie     : " DELIMITED BY SIZE
              WtsFerieTot DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       WRITE Lheures
       MOVE SPACES TO Lheures
       STRING "Total (min)           : " DELIMITED BY SIZE
              WtsTotal DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       WRITE Lheures
       MOVE SPACES TO Lheures
       WRITE Lheures
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE SPACES TO Lheures
       STRING "Etabli le " DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
              " par " DELIMITED BY SIZE
              WoperLogin DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       WRITE Lheures
       MOVE "Signature du gardien :              Visa du responsable :"
         TO Lheures
       WRITE Lheures
       CLOSE fheures
       ADD 1 TO WtsNbFeuilles

       IF WtsTotal > 0 THEN
         MOVE "HNORM " TO WtsNature
         MOVE WtsNormal TO WtsMin
         PERFORM HEURES_ECRIT_VARIABLE
         MOVE "HSOIR " TO WtsNature
         MOVE WtsSoirTot TO WtsMin
         PERFORM HEURES_ECRIT_VARIABLE
         MOVE "HDIM  " TO WtsNature
         MOVE WtsDimanche TO WtsMin
         PERFORM HEURES_ECRIT_VARIABLE
         MOVE "HFERIE" TO WtsNature
         MOVE WtsFerieTot TO WtsMin
         PERFORM HEURES_ECRIT_VARIABLE
       END-IF
       DISPLAY fgd_id," ",fgd_nom," : ",WtsNbGardes," garde(s), ",
      -        WtsTotal," min".

      *Sous-paragraphe : une garde du gardien (fga_*), horaires réels
      *et ventilation
      ******************************************************************
       HEURES_UNE_GARDE.

       ADD 1 TO WtsNbGardes
       MOVE fga_minDebut TO WtsMinDeb
       MOVE fga_minFin TO WtsMinFin
       IF WtsRemNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WtsRemIdx FROM 1 BY 1
                   UNTIL WtsRemIdx > WtsRemNb
           IF WtsRemSalle(WtsRemIdx) = fga_idSalle AND
                     WtsRemDate(WtsRemIdx) = fga_date THEN
             IF WtsRemDeb(WtsRemIdx) NOT = 99999 THEN
               MOVE WtsRemDeb(WtsRemIdx) TO WtsMinDeb
             END-IF
             IF WtsRemFin(WtsRemIdx) > 0 THEN
               MOVE WtsRemFin(WtsRemIdx) TO WtsMinFin
             END-IF
           END-IF
         END-PERFORM
       END-IF

       MOVE 0 TO WtsMin
       MOVE 0 TO WtsMinSoir
       IF WtsMinFin > WtsMinDeb THEN
         COMPUTE WtsMin = WtsMinFin - WtsMinDeb
       END-IF

      *Jour férié : fermeture générale du calendrier ce jour-là
       MOVE 0 TO WtsFerie
       MOVE fga_date TO fg_date
       MOVE 0 TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WtsFerie
       END-READ
       COMPUTE WtsJour = FUNCTION MOD(
      -        FUNCTION INTEGER-OF-DATE(fga_date), 7)

       EVALUATE TRUE
         WHEN WtsFerie = 1
           MOVE "FERIE " TO WtsNature
           ADD WtsMin TO WtsFerieTot
         WHEN WtsJour = 0
           MOVE "DIM   " TO WtsNature
           ADD WtsMin TO WtsDimanche
         WHEN OTHER
           MOVE "SEM   " TO WtsNature
           IF WtsMinFin > WtsSoir AND WtsMin > 0 THEN
             IF WtsMinDeb > WtsSoir THEN
               MOVE WtsMin TO WtsMinSoir
             ELSE
               COMPUTE WtsMinSoir = WtsMinFin - WtsSoir
             END-IF
           END-IF
           ADD WtsMinSoir TO WtsSoirTot
           COMPUTE WtsNormal = WtsNormal + WtsMin - WtsMinSoir
       END-EVALUATE

       DIVIDE fga_minDebut BY 60 GIVING WtsHh REMAINDER WtsMm
       COMPUTE WtsHeureDeb = WtsHh * 100 + WtsMm
       DIVIDE fga_minFin BY 60 GIVING WtsHh REMAINDER WtsMm
       COMPUTE WtsHeureFin = WtsHh * 100 + WtsMm
       MOVE SPACES TO Lheures
       STRING fga_date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fga_idSalle DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WtsHeureDeb DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WtsHeureFin DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
         INTO Lheures
       END-STRING
       DIVIDE WtsMinDeb BY 60 GIVING WtsHh REMAINDER WtsMm
       COMPUTE WtsHeureDeb = WtsHh * 100 + WtsMm
       DIVIDE WtsMinFin BY 60 GIVING WtsHh REMAINDER WtsMm
       COMPUTE WtsHeureFin = WtsHh * 100 + WtsMm
       MOVE WtsHeureDeb TO Lheures(30:4)
       MOVE "-" TO Lheures(34:1)
       MOVE WtsHeureFin TO Lheures(35:4)
       MOVE WtsNature TO Lheures(41:6)
       MOVE WtsMin TO Lheures(48:5)
       MOVE WtsMinSoir TO Lheures(56:5)
       WRITE Lheures.

      *Sous-paragraphe : une variable de paie (WtsNature, WtsMin) du
      *gardien courant, écrite même à zéro pour que le logiciel RH
      *reçoive les quatre codes
      ******************************************************************
       HEURES_ECRIT_VARIABLE.

       MOVE fgd_id TO fpg_matricule
       MOVE WtsPeriode TO fpg_periode
       MOVE WtsNature TO fpg_code
       MOVE WtsMin TO fpg_minutes
       COMPUTE fpg_heures ROUNDED = WtsMin / 60
       MOVE fgd_nom TO fpg_nom
       WRITE Tpaiegard
       ADD 1 TO WtsNbVar.
