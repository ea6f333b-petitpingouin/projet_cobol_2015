      *Arrêté des produits constatés d'avance : à une date donnée
      *(fin de mois, fin d'exercice), sépare ce qui a été facturé ou
      *encaissé d'avance en part acquise et part non acquise, selon la
      *date des séances qui le justifient :
      *  - carnets d'heures (facturés en entier à l'achat, 706) : part
      *    acquise = minutes des séances tenues à la date (consommations
      *    de carnet_conso.dat ; une réservation annulée depuis compte
      *    comme acquise, le crédit étant perdu ; les consommations
      *    antérieures au suivi aussi), le reste est constaté d'avance
      *    (706 au débit, 487 au crédit, montant HT) ;
      *  - arrhes de lot non encore déduites : au prorata des créneaux
      *    du lot tenus à la date (TTC), la part non acquise passe en
      *    avances reçues (411 au débit, 4191 au crédit) ;
      *  - cautions encaissées et encore détenues à la date : dépôt de
      *    garantie (411 au débit, 165 au crédit), les retenues déjà
      *    prononcées sont acquises.
      *Les soldes sont ceux des fichiers au jour du traitement. Les
      *écritures, datées du mois de l'arrêté, partent dans pes_pca.txt
      *au format du journal PES, avec le même contrôle d'équilibre ;
      *elles se contre-passent à l'ouverture de la période suivante.
      ******************************************************************
       PRODUITS_CONSTATES_AVANCE.

       DISPLAY "Date d'arrêté :"
       MOVE 0 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE WpcaDate = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       MOVE Wresa_a TO WpesAnnee
       MOVE Wresa_m TO WpesMois

       MOVE "PCA" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE 0 TO WpcaCarTot
       MOVE 0 TO WpcaCarAcquis
       MOVE 0 TO WpcaCarAvance
       MOVE 0 TO WpcaArrTot
       MOVE 0 TO WpcaArrAcquis
       MOVE 0 TO WpcaArrAvance
       MOVE 0 TO WpcaCauTenue
       MOVE 0 TO WpcaCauRetenue
       MOVE 0 TO WpcaDebit
       MOVE 0 TO WpcaCredit
       MOVE 0 TO WpcaNb
       OPEN OUTPUT fpca
       DISPLAY "--- Produits constatés d'avance au ",WpcaDate," ---"

      *Carnets d'heures
       DISPLAY "Carnets : club / saison / facturé HT / acquis / d'ava"
      -        "nce"
       CLOSE fcarnet
       OPEN I-O fcarnet
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fcarnet NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fct_minAchete > 0 THEN
             PERFORM PCA_UN_CARNET
           END-IF
       END-PERFORM

      *Arrhes de lot non encore déduites d'une facture
       DISPLAY "Arrhes : lot / club / montant / acquis / d'avance"
       CLOSE farrhes
       OPEN I-O farrhes
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ farrhes NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fah_solde = 0 THEN
             PERFORM PCA_DES_ARRHES
           END-IF
       END-PERFORM

      *Cautions encaissées à la date
       DISPLAY "Cautions : lot / club / détenue / retenue"
       CLOSE fcaution
       OPEN I-O fcaution
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fcaution NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fca_dateEncaisse <= WpcaDate THEN
             PERFORM PCA_UNE_CAUTION
           END-IF
       END-PERFORM

       DISPLAY "-------------------------"
       DISPLAY "Carnets  : facturé ",WpcaCarTot," - acquis ",
      -        WpcaCarAcquis," - constaté d'avance ",WpcaCarAvance
       DISPLAY "Arrhes   : encaissé ",WpcaArrTot," - acquis ",
      -        WpcaArrAcquis," - avances reçues ",WpcaArrAvance
       DISPLAY "Cautions : détenues ",WpcaCauTenue," - retenues ",
      -        WpcaCauRetenue

      *Contrôle d'équilibre, comme l'export comptable du mois
       IF WpcaDebit = WpcaCredit THEN
         MOVE SPACES TO Lpca
         STRING "TOTAL;" DELIMITED BY SIZE
                WpcaDebit DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WpcaCredit DELIMITED BY SIZE
                ";EQUILIBRE" DELIMITED BY SIZE
           INTO Lpca
         END-STRING
         WRITE Lpca
         CLOSE fpca
         MOVE WpcaNb TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY WpcaNb," écriture(s) d'arrêté dans pes_pca.txt"
         DISPLAY "(à contre-passer à l'ouverture de la période suiva
      -    "nte)."
       ELSE
         CLOSE fpca
         OPEN OUTPUT fpca
         CLOSE fpca
         MOVE WpcaNb TO WrunNbEnr
         MOVE 3 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "/!\ Écritures déséquilibrées (D=",WpcaDebit," C=",
      -          WpcaCredit,") : fichier NON libéré."
       END-IF.

      *Sous-paragraphe : part acquise et part d'avance du carnet
      *courant (fct_*), au prix moyen de la minute achetée
      ******************************************************************
       PCA_UN_CARNET.

       MOVE 0 TO WpcaMinSuivies
       MOVE 0 TO WpcaMinJouees
       MOVE fct_idClub TO fcc_idClub
       MOVE fct_saison TO fcc_saison
       START fcarconso KEY IS = fcc_carnet
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WpcaFin
           PERFORM WITH TEST AFTER UNTIL WpcaFin = 1
             READ fcarconso NEXT
             AT END
               MOVE 1 TO WpcaFin
             NOT AT END
               IF fcc_idClub NOT = fct_idClub OR
                         fcc_saison NOT = fct_saison THEN
                 MOVE 1 TO WpcaFin
               ELSE
                 PERFORM PCA_UNE_CONSO
               END-IF
             END-READ
           END-PERFORM
       END-START

      *Consommations antérieures au suivi par séance : acquises
       IF fct_minAchete > fct_minRestant + WpcaMinSuivies THEN
         COMPUTE WpcaMinJouees = WpcaMinJouees + fct_minAchete -
      -          fct_minRestant - WpcaMinSuivies
       END-IF
       IF WpcaMinJouees > fct_minAchete THEN
         MOVE fct_minAchete TO WpcaMinJouees
       END-IF
       COMPUTE WpcaAcquis ROUNDED = fct_montant * WpcaMinJouees /
      -        fct_minAchete
       COMPUTE WpcaAvance = fct_montant - WpcaAcquis
       ADD fct_montant TO WpcaCarTot
       ADD WpcaAcquis TO WpcaCarAcquis
       ADD WpcaAvance TO WpcaCarAvance
       DISPLAY "  ",fct_idClub," / ",fct_saison," / ",fct_montant,
      -        " / ",WpcaAcquis," / ",WpcaAvance

       IF WpcaAvance > 0 THEN
         COMPUTE WpesPiece = fct_idClub * 10000 + fct_saison
         MOVE WpcaAvance TO WpesMontant
         MOVE "PCA CARNET" TO WpesLibelle
         MOVE "D" TO WpesSens
         MOVE "706   " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
         MOVE "C" TO WpesSens
         MOVE "487   " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
       END-IF.

      *Sous-paragraphe : une consommation du carnet (fcc_*) ; la
      *séance est acquise si elle est tenue à la date, ou si la
      *réservation a été annulée depuis
      ******************************************************************
       PCA_UNE_CONSO.

       ADD fcc_minutes TO WpcaMinSuivies
       IF fcc_dateSeance <= WpcaDate THEN
         ADD fcc_minutes TO WpcaMinJouees
       ELSE
         MOVE fcc_numResa TO WswNum
         PERFORM CHERCHE_RESA_PAR_NUM
         IF WswTrouve = 0 THEN
           ADD fcc_minutes TO WpcaMinJouees
         END-IF
       END-IF.

      *Sous-paragraphe : arrhes du lot courant (fah_*) au prorata des
      *créneaux du lot tenus à la date
      ******************************************************************
       PCA_DES_ARRHES.

       MOVE 0 TO WpcaLotTot
       MOVE 0 TO WpcaLotAcquis
       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO Wresafin2
       PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO Wresafin2
         NOT AT END
           IF fr_idLot = fah_idLot THEN
             ADD fr_montant TO WpcaLotTot
             IF fr_dateDebut_a * 10000 + fr_dateDebut_m * 100 +
                       fr_dateDebut_j <= WpcaDate THEN
               ADD fr_montant TO WpcaLotAcquis
             END-IF
           END-IF
       END-PERFORM

      *Lot sans créneau chiffré : acquis si son mois est passé
       IF WpcaLotTot = 0 THEN
         IF fah_annee * 100 + fah_mois <= WpcaDate / 100 THEN
           MOVE fah_montant TO WpcaAcquis
         ELSE
           MOVE 0 TO WpcaAcquis
         END-IF
       ELSE
         COMPUTE WpcaAcquis ROUNDED = fah_montant * WpcaLotAcquis /
      -          WpcaLotTot
       END-IF
       COMPUTE WpcaAvance = fah_montant - WpcaAcquis
       ADD fah_montant TO WpcaArrTot
       ADD WpcaAcquis TO WpcaArrAcquis
       ADD WpcaAvance TO WpcaArrAvance
       DISPLAY "  ",fah_idLot," / ",fah_idClub," / ",fah_montant,
      -        " / ",WpcaAcquis," / ",WpcaAvance

       IF WpcaAvance > 0 THEN
         MOVE fah_idLot TO WpesPiece
         MOVE WpcaAvance TO WpesMontant
         MOVE "ARRHES" TO WpesLibelle
         MOVE "D" TO WpesSens
         MOVE "411   " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
         MOVE "C" TO WpesSens
         MOVE "4191  " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
       END-IF.

      *Sous-paragraphe : caution courante (fca_*) encaissée à la date
      ******************************************************************
       PCA_UNE_CAUTION.

       IF fca_statut = 1 OR fca_dateRestitution > WpcaDate THEN
         ADD fca_montant TO WpcaCauTenue
         DISPLAY "  ",fca_idLot," / ",fca_idClub," / ",fca_montant,
      -          " / 0"
         MOVE fca_idLot TO WpesPiece
         MOVE fca_montant TO WpesMontant
         MOVE "CAUTION" TO WpesLibelle
         MOVE "D" TO WpesSens
         MOVE "411   " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
         MOVE "C" TO WpesSens
         MOVE "165   " TO WpesCompteLig
         PERFORM PCA_ECRIT_LIGNE
       ELSE
         IF fca_statut = 3 THEN
           ADD fca_montantRetenu TO WpcaCauRetenue
           DISPLAY "  ",fca_idLot," / ",fca_idClub," / 0 / ",
      -            fca_montantRetenu
         END-IF
       END-IF.

      *Sous-paragraphe : une écriture d'arrêté (WpesPiece/
      *WpesCompteLig/WpesSens/WpesMontant/WpesLibelle posés), même
      *format que PES_ECRIT_BRUTE
      ******************************************************************
       PCA_ECRIT_LIGNE.

       COMPUTE WpesCent = WpesMontant * 100
       MOVE SPACES TO Lpca
       STRING WpesAnnee DELIMITED BY SIZE
              WpesMois DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WpesPiece DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WpesCompteLig DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WpesSens DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WpesCent DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WpesLibelle DELIMITED BY SIZE
         INTO Lpca
       END-STRING
       WRITE Lpca
       ADD 1 TO WpcaNb
       IF WpesSens = "D" THEN
         ADD WpesMontant TO WpcaDebit
       ELSE
         ADD WpesMontant TO WpcaCredit
       END-IF.
