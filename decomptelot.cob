      *Décompte de manifestation : tout ce qui se rattache à un lot de
      *grand événement (fr_idLot) réuni sur un seul état — créneaux
      *réservés ou annulés, matériel loué, arrhes, caution et retenue,
      *dégâts constatés à l'état des lieux, puis les factures émises
      *(part du lot) et les règlements reçus, jusqu'au solde net dû
      *par l'organisateur ou à lui reverser. L'état est écrit dans
      *decompte_lot_NNNNNNNN.txt pour être remis au club, et
      *l'opérateur peut déclarer le lot soldé (lotsolde.dat).
      *Une facture mensuelle peut porter d'autres créneaux que ceux du
      *lot : seule la part du lot est retenue, et les règlements de la
      *facture lui sont imputés au prorata.
      ******************************************************************
       DECOMPTE_LOT.

       DISPLAY "Numéro du lot:"
       PERFORM WITH TEST AFTER UNTIL WdlLot IS NUMERIC AND WdlLot > 0
         ACCEPT WdlLot
       END-PERFORM
       MOVE 0 TO WdlNb
       MOVE 0 TO WdlClub
       PERFORM DECOMPTE_LOT_RESAS
       IF WdlNb = 0 THEN
         DISPLAY "Aucune réservation ni annulation pour le lot ",
      -          WdlLot,"."
       ELSE
         MOVE WdlClub TO WpeClub
         PERFORM CONTROLE_CLUB
         IF WpeOK = 1 THEN
           PERFORM DECOMPTE_LOT_EDITE
           PERFORM DECOMPTE_LOT_SOLDE
         END-IF
       END-IF.

      *Sous-paragraphe : numéros de réservation du lot, en cours
      *(fresa) ou annulés (journal des annulations)
      ******************************************************************
       DECOMPTE_LOT_RESAS.

       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fr_idLot = WdlLot THEN
             MOVE fr_idClub TO WdlClub
             PERFORM DECOMPTE_LOT_NOTE_RESA
           END-IF
       END-PERFORM

       CLOSE fannul
       OPEN INPUT fannul
       IF fan_stat NOT = 35 THEN
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fannul NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF fan_idLot IS NUMERIC THEN
               IF fan_idLot = WdlLot THEN
                 IF WdlClub = 0 THEN
                   MOVE fan_idClub TO WdlClub
                 END-IF
                 PERFORM DECOMPTE_LOT_NOTE_ANNUL
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE fannul.

      *Sous-paragraphe : ajoute fr_numResa à la table du lot (un même
      *numéro peut porter plusieurs enregistrements)
      ******************************************************************
       DECOMPTE_LOT_NOTE_RESA.

       MOVE 0 TO WdlTrouve
       IF WdlNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WdlIdx FROM 1 BY 1
                   UNTIL WdlIdx > WdlNb
           IF WdlNumResa(WdlIdx) = fr_numResa THEN
             MOVE WdlIdx TO WdlTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WdlTrouve = 0 AND WdlNb < 300 THEN
         ADD 1 TO WdlNb
         MOVE fr_numResa TO WdlNumResa(WdlNb)
         MOVE 0 TO WdlAnnule(WdlNb)
       END-IF.

      *Sous-paragraphe : ajoute fan_numResa (créneau annulé du lot) à
      *la table du lot
      ******************************************************************
       DECOMPTE_LOT_NOTE_ANNUL.

       MOVE 0 TO WdlTrouve
       IF WdlNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WdlIdx FROM 1 BY 1
                   UNTIL WdlIdx > WdlNb
           IF WdlNumResa(WdlIdx) = fan_numResa THEN
             MOVE WdlIdx TO WdlTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WdlTrouve = 0 AND WdlNb < 300 THEN
         ADD 1 TO WdlNb
         MOVE fan_numResa TO WdlNumResa(WdlNb)
         MOVE 1 TO WdlAnnule(WdlNb)
       END-IF.

      *Édition du décompte du lot WdlLot (table WdlResa chargée)
      ******************************************************************
       DECOMPTE_LOT_EDITE.

       MOVE 0 TO WdlTotCren
       MOVE 0 TO WdlTotMat
       MOVE 0 TO WdlTotFrais
       MOVE 0 TO WdlTotDeg
       MOVE 0 TO WdlArrhes
       MOVE 0 TO WdlCaution
       MOVE 0 TO WdlRetenu
       MOVE 0 TO WdlFacTot
       MOVE 0 TO WdlRegTot
       MOVE 0 TO WdlNbFac

       MOVE SPACES TO WdlNom
       STRING "decompte_lot_" DELIMITED BY SIZE
              WdlLot DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WdlNom
       END-STRING
       OPEN OUTPUT fdeclot
       MOVE WdlClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           MOVE SPACES TO fc_nom
       END-READ
       MOVE ALL "=" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE SPACES TO Ldeclot
       STRING "DECOMPTE DE MANIFESTATION - LOT " DELIMITED BY SIZE
              WdlLot DELIMITED BY SIZE
              " - CLUB " DELIMITED BY SIZE
              WdlClub DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fc_nom DELIMITED BY "  "
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE WdlLot TO fls_idLot
       READ flotsolde KEY IS fls_idLot
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fls_solde TO WdlEdMontant
           MOVE SPACES TO Ldeclot
           STRING "Lot déclaré soldé le " DELIMITED BY SIZE
                  fls_date DELIMITED BY SIZE
                  " par " DELIMITED BY SIZE
                  fls_login DELIMITED BY SPACE
                  " (solde constaté " DELIMITED BY SIZE
                  WdlEdMontant DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO Ldeclot
           END-STRING
           PERFORM DECOMPTE_LOT_ECRIT
       END-READ

      *1. Créneaux
       MOVE SPACES TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE "CRENEAUX DU LOT" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fr_idLot = WdlLot THEN
             PERFORM DECOMPTE_LOT_CRENEAU
           END-IF
       END-PERFORM
       CLOSE fannul
       OPEN INPUT fannul
       IF fan_stat NOT = 35 THEN
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fannul NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF fan_idLot IS NUMERIC THEN
               IF fan_idLot = WdlLot THEN
                 PERFORM DECOMPTE_LOT_ANNULE
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE fannul
       MOVE WdlTotCren TO WdlEdMontant
       MOVE WdlTotFrais TO WdlEdMontant2
       MOVE SPACES TO Ldeclot
       STRING "  Total créneaux : " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
              "   frais d'annulation : " DELIMITED BY SIZE
              WdlEdMontant2 DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT

      *2. Matériel et dégâts, par réservation du lot
       MOVE SPACES TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE "MATERIEL LOUE ET ETATS DES LIEUX" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       PERFORM WITH TEST BEFORE VARYING WdlIdx FROM 1 BY 1
                 UNTIL WdlIdx > WdlNb
         PERFORM DECOMPTE_LOT_MATERIEL
         PERFORM DECOMPTE_LOT_DEGATS
       END-PERFORM
       MOVE WdlTotMat TO WdlEdMontant
       MOVE WdlTotDeg TO WdlEdMontant2
       MOVE SPACES TO Ldeclot
       STRING "  Total matériel : " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
              "   dégâts facturés : " DELIMITED BY SIZE
              WdlEdMontant2 DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT

      *3. Arrhes et caution
       MOVE SPACES TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE "ARRHES ET CAUTION" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       PERFORM DECOMPTE_LOT_GARANTIES

      *4. Factures (part du lot) et règlements
       MOVE SPACES TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE "FACTURES ET REGLEMENTS (part du lot)" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       CLOSE flignefact
       OPEN I-O flignefact
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ flignefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           PERFORM DECOMPTE_LOT_LIGNE_FACT
       END-PERFORM
       IF WdlNbFac = 0 THEN
         MOVE "  (aucune facture émise)" TO Ldeclot
         PERFORM DECOMPTE_LOT_ECRIT
       ELSE
         PERFORM WITH TEST BEFORE VARYING WdlFIdx FROM 1 BY 1
                   UNTIL WdlFIdx > WdlNbFac
           PERFORM DECOMPTE_LOT_FACTURE
         END-PERFORM
       END-IF
       MOVE WdlFacTot TO WdlEdMontant
       MOVE WdlRegTot TO WdlEdMontant2
       MOVE SPACES TO Ldeclot
       STRING "  Total facturé : " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
              "   règlements imputés : " DELIMITED BY SIZE
              WdlEdMontant2 DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT

      *5. Solde net : facturé - réglé - arrhes pas encore déduites -
      *caution encore détenue - retenue sur caution
       COMPUTE WdlSolde = WdlFacTot - WdlRegTot - WdlArrhes -
      -        WdlCaution - WdlRetenu
       MOVE ALL "=" TO Ldeclot
       PERFORM DECOMPTE_LOT_ECRIT
       MOVE WdlSolde TO WdlEdMontant
       MOVE SPACES TO Ldeclot
       EVALUATE TRUE
         WHEN WdlSolde > 0
           STRING "SOLDE DU PAR L'ORGANISATEUR : " DELIMITED BY SIZE
                  WdlEdMontant DELIMITED BY SIZE
             INTO Ldeclot
           END-STRING
         WHEN WdlSolde < 0
           COMPUTE WdlEdMontant = 0 - WdlSolde
           STRING "SOLDE A REVERSER A L'ORGANISATEUR : "
                  DELIMITED BY SIZE
                  WdlEdMontant DELIMITED BY SIZE
             INTO Ldeclot
           END-STRING
         WHEN OTHER
           MOVE "LOT EQUILIBRE : rien n'est dû de part ni d'autre"
             TO Ldeclot
       END-EVALUATE
       PERFORM DECOMPTE_LOT_ECRIT
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE SPACES TO Ldeclot
       STRING "Etabli le " DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
              " par " DELIMITED BY SIZE
              WoperLogin DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT
       CLOSE fdeclot
       DISPLAY "Décompte écrit dans ",WdlNom.

      *Sous-paragraphe : une ligne de l'état, à l'écran et au fichier
      ******************************************************************
       DECOMPTE_LOT_ECRIT.

       DISPLAY Ldeclot
       WRITE Ldeclot.

      *Sous-paragraphe : un créneau en cours du lot (fr_*)
      ******************************************************************
       DECOMPTE_LOT_CRENEAU.

       ADD fr_montant TO WdlTotCren
       MOVE fr_montant TO WdlEdMontant
       MOVE SPACES TO Ldeclot
       STRING "  Résa " DELIMITED BY SIZE
              fr_numResa DELIMITED BY SIZE
              " salle " DELIMITED BY SIZE
              fr_idSalle DELIMITED BY SIZE
              " le " DELIMITED BY SIZE
              fr_dateDebut_a DELIMITED BY SIZE
              fr_dateDebut_m DELIMITED BY SIZE
              fr_dateDebut_j DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fr_dateDebut_h DELIMITED BY SIZE
              fr_dateDebut_mn DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              fr_dateFin_h DELIMITED BY SIZE
              fr_dateFin_mn DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fr_type DELIMITED BY "  "
              " " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT.

      *Sous-paragraphe : un créneau annulé du lot (fan_*)
      ******************************************************************
       DECOMPTE_LOT_ANNULE.

       ADD fan_fraisAnnul TO WdlTotFrais
       MOVE fan_fraisAnnul TO WdlEdMontant
       MOVE SPACES TO Ldeclot
       STRING "  Résa " DELIMITED BY SIZE
              fan_numResa DELIMITED BY SIZE
              " salle " DELIMITED BY SIZE
              fan_idSalle DELIMITED BY SIZE
              " le " DELIMITED BY SIZE
              fan_dateDebut DELIMITED BY SIZE
              " ANNULEE le " DELIMITED BY SIZE
              fan_dateAnnul DELIMITED BY SIZE
              " frais " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT.

      *Sous-paragraphe : matériel loué sur la réservation WdlIdx
      ******************************************************************
       DECOMPTE_LOT_MATERIEL.

       MOVE WdlNumResa(WdlIdx) TO frm_numResa
       MOVE LOW-VALUES TO frm_code
       START fresamat KEY IS NOT LESS THAN frm_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ fresamat NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF frm_numResa NOT = WdlNumResa(WdlIdx) THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 ADD frm_montant TO WdlTotMat
                 MOVE frm_montant TO WdlEdMontant
                 MOVE SPACES TO Ldeclot
                 STRING "  Résa " DELIMITED BY SIZE
                        frm_numResa DELIMITED BY SIZE
                        " matériel " DELIMITED BY SIZE
                        frm_code DELIMITED BY SIZE
                        " x " DELIMITED BY SIZE
                        frm_qte DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WdlEdMontant DELIMITED BY SIZE
                   INTO Ldeclot
                 END-STRING
                 PERFORM DECOMPTE_LOT_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : état des lieux de la réservation WdlIdx
      ******************************************************************
       DECOMPTE_LOT_DEGATS.

       MOVE WdlNumResa(WdlIdx) TO fel_numResa
       READ fetat KEY IS fel_numResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fel_statut = 2 OR fel_statut = 3 THEN
             MOVE fel_montantRepar TO WdlEdMontant
             MOVE SPACES TO Ldeclot
             IF fel_statut = 3 THEN
               ADD fel_montantRepar TO WdlTotDeg
               STRING "  Résa " DELIMITED BY SIZE
                      fel_numResa DELIMITED BY SIZE
                      " dégâts facturés " DELIMITED BY SIZE
                      WdlEdMontant DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      fel_incident DELIMITED BY "  "
                 INTO Ldeclot
               END-STRING
             ELSE
               STRING "  Résa " DELIMITED BY SIZE
                      fel_numResa DELIMITED BY SIZE
                      " dégâts à chiffrer, estimés "
                      DELIMITED BY SIZE
                      WdlEdMontant DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      fel_incident DELIMITED BY "  "
                 INTO Ldeclot
               END-STRING
             END-IF
             PERFORM DECOMPTE_LOT_ECRIT
           END-IF
       END-READ.

      *Sous-paragraphe : arrhes et caution du lot
      ******************************************************************
       DECOMPTE_LOT_GARANTIES.

       MOVE WdlLot TO fah_idLot
       READ farrhes KEY IS fah_idLot
         INVALID KEY
           MOVE "  Arrhes : aucune" TO Ldeclot
         NOT INVALID KEY
           MOVE fah_montant TO WdlEdMontant
           MOVE SPACES TO Ldeclot
           IF fah_solde = 1 THEN
             STRING "  Arrhes versées : " DELIMITED BY SIZE
                    WdlEdMontant DELIMITED BY SIZE
                    " (déduites sur la facture de " DELIMITED BY SIZE
                    fah_mois DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    fah_annee DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO Ldeclot
             END-STRING
           ELSE
             MOVE fah_montant TO WdlArrhes
             STRING "  Arrhes versées : " DELIMITED BY SIZE
                    WdlEdMontant DELIMITED BY SIZE
                    " (à déduire de la facture de " DELIMITED BY SIZE
                    fah_mois DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    fah_annee DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO Ldeclot
             END-STRING
           END-IF
       END-READ
       PERFORM DECOMPTE_LOT_ECRIT

       MOVE WdlLot TO fca_idLot
       READ fcaution KEY IS fca_idLot
         INVALID KEY
           MOVE "  Caution : aucune" TO Ldeclot
           PERFORM DECOMPTE_LOT_ECRIT
         NOT INVALID KEY
           MOVE fca_montant TO WdlEdMontant
           MOVE SPACES TO Ldeclot
           STRING "  Caution encaissée le " DELIMITED BY SIZE
                  fca_dateEncaisse DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WdlEdMontant DELIMITED BY SIZE
             INTO Ldeclot
           END-STRING
           PERFORM DECOMPTE_LOT_ECRIT
           MOVE SPACES TO Ldeclot
           EVALUATE fca_statut
             WHEN 1
               MOVE fca_montant TO WdlCaution
               MOVE "  Caution encore détenue (à restituer)"
                 TO Ldeclot
             WHEN 2
               STRING "  Caution restituée en entier le "
                      DELIMITED BY SIZE
                      fca_dateRestitution DELIMITED BY SIZE
                 INTO Ldeclot
               END-STRING
             WHEN OTHER
               MOVE fca_montantRetenu TO WdlRetenu
               MOVE fca_montantRetenu TO WdlEdMontant
               COMPUTE WdlEdMontant2 = fca_montant -
      -                fca_montantRetenu
               STRING "  Retenue le " DELIMITED BY SIZE
                      fca_dateRestitution DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WdlEdMontant DELIMITED BY SIZE
                      " ; restitué : " DELIMITED BY SIZE
                      WdlEdMontant2 DELIMITED BY SIZE
                 INTO Ldeclot
               END-STRING
           END-EVALUATE
           PERFORM DECOMPTE_LOT_ECRIT
       END-READ.

      *Sous-paragraphe : ligne de facture (flf_*) ; retenue si elle
      *porte une réservation du lot ou les arrhes du lot, cumulée dans
      *la table des factures du lot
      ******************************************************************
       DECOMPTE_LOT_LIGNE_FACT.

       MOVE 0 TO WdlTrouve
       IF flf_type = "ARRHES" THEN
         MOVE SPACES TO WdlLibelle
         STRING "Arrhes du lot " DELIMITED BY SIZE
                WdlLot DELIMITED BY SIZE
           INTO WdlLibelle
         END-STRING
         IF flf_libelle = WdlLibelle THEN
           MOVE 1 TO WdlTrouve
         END-IF
       ELSE
         IF flf_numResa > 0 THEN
           PERFORM WITH TEST BEFORE VARYING WdlIdx FROM 1 BY 1
                     UNTIL WdlIdx > WdlNb
             IF WdlNumResa(WdlIdx) = flf_numResa THEN
               MOVE 1 TO WdlTrouve
             END-IF
           END-PERFORM
         END-IF
       END-IF

       IF WdlTrouve = 1 THEN
         MOVE 0 TO WdlTrouve
         IF WdlNbFac > 0 THEN
           PERFORM WITH TEST BEFORE VARYING WdlFIdx FROM 1 BY 1
                     UNTIL WdlFIdx > WdlNbFac
             IF WdlFacNum(WdlFIdx) = flf_numFacture THEN
               MOVE WdlFIdx TO WdlTrouve
             END-IF
           END-PERFORM
         END-IF
         IF WdlTrouve = 0 AND WdlNbFac < 60 THEN
           ADD 1 TO WdlNbFac
           MOVE WdlNbFac TO WdlTrouve
           MOVE flf_numFacture TO WdlFacNum(WdlTrouve)
           MOVE 0 TO WdlFacPart(WdlTrouve)
         END-IF
         IF WdlTrouve > 0 THEN
           ADD flf_montantTTC TO WdlFacPart(WdlTrouve)
         END-IF
       END-IF.

      *Sous-paragraphe : facture WdlFIdx du lot, part du lot et
      *règlements imputés au prorata
      ******************************************************************
       DECOMPTE_LOT_FACTURE.

       MOVE WdlFacNum(WdlFIdx) TO ffa_numero
       READ ffacture KEY IS ffa_numero
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF ffa_statut NOT = 3 THEN
             PERFORM DECOMPTE_LOT_FACTURE_CORPS
           END-IF
       END-READ.

      *Sous-paragraphe : facture courante (ffa_*) du lot
      ******************************************************************
       DECOMPTE_LOT_FACTURE_CORPS.

       MOVE 0 TO WdlRegPart
       IF ffa_nature = "AVOIR" THEN
         MOVE -1 TO WdlSigne
       ELSE
         MOVE 1 TO WdlSigne
         PERFORM TOTAL_REGLE_FACTURE
         IF ffa_montantTTC > 0 THEN
           IF WregTotFact >= ffa_montantTTC THEN
             MOVE WdlFacPart(WdlFIdx) TO WdlRegPart
           ELSE
             COMPUTE WdlRegPart ROUNDED = WregTotFact *
      -              WdlFacPart(WdlFIdx) / ffa_montantTTC
           END-IF
         END-IF
       END-IF
       COMPUTE WdlFacTot = WdlFacTot + WdlSigne * WdlFacPart(WdlFIdx)
       ADD WdlRegPart TO WdlRegTot

       MOVE ffa_montantTTC TO WdlEdMontant
       COMPUTE WdlEdMontant2 = WdlSigne * WdlFacPart(WdlFIdx)
       MOVE WdlRegPart TO WdlEdMontant3
       MOVE SPACES TO Ldeclot
       STRING "  Facture " DELIMITED BY SIZE
              ffa_numero DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ffa_nature DELIMITED BY SIZE
              " du " DELIMITED BY SIZE
              ffa_dateEmission DELIMITED BY SIZE
              " TTC " DELIMITED BY SIZE
              WdlEdMontant DELIMITED BY SIZE
              " lot " DELIMITED BY SIZE
              WdlEdMontant2 DELIMITED BY SIZE
              " réglé " DELIMITED BY SIZE
              WdlEdMontant3 DELIMITED BY SIZE
         INTO Ldeclot
       END-STRING
       PERFORM DECOMPTE_LOT_ECRIT.

      *Déclaration du lot soldé (solde constaté WdlSolde)
      ******************************************************************
       DECOMPTE_LOT_SOLDE.

       IF WmodeFormation = 1 THEN
         DISPLAY "(mode formation : lot non déclaré soldé)"
       ELSE
         IF WdlSolde NOT = 0 THEN
           DISPLAY "/!\ Le solde du lot n'est pas nul."
         END-IF
         DISPLAY "Déclarer le lot ",WdlLot," soldé (0/1) ?"
         MOVE 5 TO WcrudChoix
         PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                   WcrudChoix = 1
           ACCEPT WcrudChoix
         END-PERFORM
         IF WcrudChoix = 1 THEN
           ACCEPT WdateSys FROM DATE YYYYMMDD
           MOVE WdlLot TO fls_idLot
           MOVE WdlClub TO fls_idClub
           MOVE WdateSys TO fls_date
           MOVE WoperLogin TO fls_login
           MOVE WdlSolde TO fls_solde
           WRITE Tlotsolde
             INVALID KEY
               REWRITE Tlotsolde
           END-WRITE
           MOVE "flotsolde" TO fmo_fichier
           MOVE WdlLot TO fmo_cle
           MOVE "solde" TO fmo_champ
           MOVE SPACES TO fmo_ancienne
           MOVE WdlSolde TO WdlEdMontant
           MOVE WdlEdMontant TO fmo_nouvelle
           PERFORM LOG_MODIF
           DISPLAY "Lot ",WdlLot," déclaré soldé."
         END-IF
       END-IF.
