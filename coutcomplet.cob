      *Coût complet des salles : pour une année, rassemble par salle
      *l'énergie (relevés de compteur, comme RAPPORT_ENERGIE),
      *l'entretien et les prestataires (entretiencout.dat), le
      *gardiennage (créneaux de garde.dat valorisés au tarif horaire
      *GARDIEN) et les achats de matériel (mouvements ACHAT au prix de
      *l'article). Le total est mis en regard des recettes facturées
      *(lignes de facture HT de l'année, avoirs déduits, factures
      *annulées exclues) et de la valeur des gratuités (réservations
      *exonérées) : taux de couverture et coût par heure occupée, par
      *salle puis par ville.
      ******************************************************************
       RAPPORT_COUT_COMPLET.

       DISPLAY "Année à éditer:"
       PERFORM WITH TEST AFTER UNTIL WcplAnnee IS NUMERIC AND
                 WcplAnnee > 1970 AND WcplAnnee < 2038
         ACCEPT WcplAnnee
       END-PERFORM
       COMPUTE WcplDeb = WcplAnnee * 10000 + 0101
       COMPUTE WcplFin = WcplAnnee * 10000 + 1231

      *Coût horaire du gardiennage (table des tarifs, 25 € à défaut)
       MOVE "GARDIEN" TO WtarCode
       MOVE WcplDeb TO WtarDate8
       MOVE 25 TO WtarTaux
       PERFORM LIRE_TARIF_DATE
       MOVE WtarTaux TO WcplTauxGardien

       PERFORM WITH TEST BEFORE VARYING WcplIdx FROM 1 BY 1
                 UNTIL WcplIdx > 999
         MOVE 0 TO WcplEntretien(WcplIdx)
         MOVE 0 TO WcplMateriel(WcplIdx)
         MOVE 0 TO WcplMinGarde(WcplIdx)
         MOVE 0 TO WcplRecettes(WcplIdx)
         MOVE 0 TO WcplGratuites(WcplIdx)
         MOVE 0 TO WcplMinOccupe(WcplIdx)
       END-PERFORM
       MOVE 0 TO WcplVilleNb

       PERFORM COUT_COMPLET_COLLECTE

       DISPLAY "**************************************************"
       DISPLAY " Coût complet des salles ",WcplAnnee
       DISPLAY " (gardiennage à ",WcplTauxGardien," €/h)"
       DISPLAY "**************************************************"
       MOVE 0 TO WcplNbSalles
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           PERFORM COUT_COMPLET_SALLE
       END-PERFORM

       DISPLAY "--- Par ville ---"
       IF WcplVilleNb = 0 THEN
         DISPLAY "(aucune salle chiffrée sur l'année)"
       ELSE
         PERFORM WITH TEST BEFORE VARYING WcplVIdx FROM 1 BY 1
                   UNTIL WcplVIdx > WcplVilleNb
           PERFORM COUT_COMPLET_VILLE
         END-PERFORM
       END-IF
       DISPLAY "**************************************************".

      *Sous-paragraphe : collecte de l'année dans la table par salle
      *(indicée par le numéro de salle)
      ******************************************************************
       COUT_COMPLET_COLLECTE.

      *Entretien et prestataires
       CLOSE fentcout
       OPEN I-O fentcout
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fentcout NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fec_annee = WcplAnnee AND fec_idSalle > 0 THEN
             ADD fec_cout TO WcplEntretien(fec_idSalle)
           END-IF
       END-PERFORM

      *Achats de matériel, au prix de l'article
       CLOSE fmouvstock
       OPEN I-O fmouvstock
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fmouvstock NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fms_type = "ACHAT" AND fms_date >= WcplDeb AND
                     fms_date <= WcplFin AND fms_idSalle > 0 THEN
             MOVE fms_idSalle TO fm_idSalle
             MOVE fms_code TO fm_code
             READ fmateriel KEY IS fm_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 COMPUTE WcplMateriel(fms_idSalle) =
      -                  WcplMateriel(fms_idSalle) + fms_qte * fm_prix
             END-READ
           END-IF
       END-PERFORM

      *Gardiennage
       CLOSE fgarde
       OPEN I-O fgarde
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fgarde NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fga_date >= WcplDeb AND fga_date <= WcplFin AND
                     fga_idSalle > 0 AND fga_minFin > fga_minDebut
             THEN
             COMPUTE WcplMinGarde(fga_idSalle) =
      -              WcplMinGarde(fga_idSalle) + fga_minFin -
      -              fga_minDebut
           END-IF
       END-PERFORM

      *Recettes facturées
       MOVE 0 TO WcplDernFact
       MOVE 0 TO WcplFactOk
       CLOSE flignefact
       OPEN I-O flignefact
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ flignefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF flf_idSalle > 0 AND flf_date >= WcplDeb AND
                     flf_date <= WcplFin THEN
             PERFORM COUT_COMPLET_LIGNE_FACT
           END-IF
       END-PERFORM

      *Occupation et gratuités : réservations en cours puis archive
       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fr_dateDebut_a = WcplAnnee AND (fr_type = "Réservation"
                     OR fr_type = "Exonéré") THEN
             COMPUTE WcplMin = (fr_dateFin_h * 60 + fr_dateFin_mn) -
      -              (fr_dateDebut_h * 60 + fr_dateDebut_mn)
             ADD WcplMin TO WcplMinOccupe(fr_idSalle)
             IF fr_type = "Exonéré" THEN
               ADD fr_montant TO WcplGratuites(fr_idSalle)
             END-IF
           END-IF
       END-PERFORM

       CLOSE farchive
       OPEN INPUT farchive
       IF far_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ farchive NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             COMPUTE Wdate8 = far_dateDebut / 10000
             IF Wdate8 >= WcplDeb AND Wdate8 <= WcplFin AND
                       (far_type = "Réservation" OR
                       far_type = "Exonéré") THEN
               COMPUTE WcplHhmm = far_dateDebut - Wdate8 * 10000
               DIVIDE WcplHhmm BY 100 GIVING WcplHh REMAINDER WcplMn
               COMPUTE WcplMin = (far_dateFin_h * 60 + far_dateFin_mn)
      -                - (WcplHh * 60 + WcplMn)
               ADD WcplMin TO WcplMinOccupe(far_idSalle)
               IF far_type = "Exonéré" THEN
                 ADD far_montant TO WcplGratuites(far_idSalle)
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE farchive.

      *Sous-paragraphe : une ligne de facture (flf_*) ; la facture
      *n'est relue qu'au changement de numéro
      ******************************************************************
       COUT_COMPLET_LIGNE_FACT.

       IF flf_numFacture NOT = WcplDernFact THEN
         MOVE flf_numFacture TO WcplDernFact
         MOVE 0 TO WcplFactOk
         MOVE flf_numFacture TO ffa_numero
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF ffa_statut NOT = 3 THEN
               MOVE 1 TO WcplFactOk
             END-IF
             IF ffa_nature = "AVOIR" THEN
               MOVE -1 TO WcplSigne
             ELSE
               MOVE 1 TO WcplSigne
             END-IF
         END-READ
       END-IF
       IF WcplFactOk = 1 THEN
         COMPUTE WcplRecettes(flf_idSalle) =
      -          WcplRecettes(flf_idSalle) + flf_montantHT * WcplSigne
       END-IF.

      *Sous-paragraphe : coût complet de la salle courante (fs_*)
      ******************************************************************
       COUT_COMPLET_SALLE.

       MOVE fs_id TO WcplSal
       DISPLAY "Salle ",fs_id," ",fs_nom
       MOVE WcplDeb TO WenDeb
       MOVE WcplFin TO WenFin
       MOVE 0 TO WenTotCout
       MOVE 0 TO WenFlag
       MOVE "ELEC" TO WenType
       PERFORM ENERGIE_UN_TYPE
       MOVE "GAZ " TO WenType
       PERFORM ENERGIE_UN_TYPE
       MOVE "EAU " TO WenType
       PERFORM ENERGIE_UN_TYPE

       COMPUTE WcplGardien ROUNDED = WcplMinGarde(WcplSal) *
      -        WcplTauxGardien / 60
       COMPUTE WcplTotal = WenTotCout + WcplEntretien(WcplSal) +
      -        WcplGardien + WcplMateriel(WcplSal)
       PERFORM COUT_COMPLET_RATIOS

       DISPLAY "  Énergie ",WenTotCout," / entretien ",
      -        WcplEntretien(WcplSal)," / gardiennage ",WcplGardien,
      -        " (",WcplMinGarde(WcplSal)," min)"
       DISPLAY "  Matériel ",WcplMateriel(WcplSal),
      -        " / COÛT COMPLET ",WcplTotal
       DISPLAY "  Recettes HT ",WcplRecettes(WcplSal)," / gratuités ",
      -        WcplGratuites(WcplSal)," / occupé ",
      -        WcplMinOccupe(WcplSal)," min"
       DISPLAY "  Couverture ",WcplCouv," % (",WcplCouvGrat,
      -        " % gratuités comprises) / ",WcplCoutH,
      -        " € par heure occupée"

       IF WcplTotal > 0 OR WcplMinOccupe(WcplSal) > 0 THEN
         ADD 1 TO WcplNbSalles
         PERFORM COUT_COMPLET_CUMUL_VILLE
       END-IF.

      *Sous-paragraphe : taux de couverture et coût horaire à partir
      *de WcplTotal et de la ligne WcplSal
      ******************************************************************
       COUT_COMPLET_RATIOS.

       MOVE 0 TO WcplCouv
       MOVE 0 TO WcplCouvGrat
       MOVE 0 TO WcplCoutH
       IF WcplTotal > 0 THEN
         IF WcplRecettes(WcplSal) > 0 THEN
           COMPUTE WcplCouv ROUNDED = WcplRecettes(WcplSal) * 100 /
      -            WcplTotal
         END-IF
         IF WcplRecettes(WcplSal) + WcplGratuites(WcplSal) > 0 THEN
           COMPUTE WcplCouvGrat ROUNDED = (WcplRecettes(WcplSal) +
      -            WcplGratuites(WcplSal)) * 100 / WcplTotal
         END-IF
         IF WcplMinOccupe(WcplSal) > 0 THEN
           COMPUTE WcplCoutH ROUNDED = WcplTotal * 60 /
      -            WcplMinOccupe(WcplSal)
         END-IF
       END-IF.

      *Sous-paragraphe : cumule la salle courante sur sa ville (50
      *villes au plus)
      ******************************************************************
       COUT_COMPLET_CUMUL_VILLE.

       MOVE 0 TO WcplVTrouve
       IF WcplVilleNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WcplVIdx FROM 1 BY 1
                   UNTIL WcplVIdx > WcplVilleNb
           IF WcplVille(WcplVIdx) = fs_ville THEN
             MOVE WcplVIdx TO WcplVTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WcplVTrouve = 0 THEN
         IF WcplVilleNb < 50 THEN
           ADD 1 TO WcplVilleNb
           MOVE WcplVilleNb TO WcplVTrouve
           MOVE fs_ville TO WcplVille(WcplVTrouve)
           MOVE 0 TO WcplVCout(WcplVTrouve)
           MOVE 0 TO WcplVRecettes(WcplVTrouve)
           MOVE 0 TO WcplVGratuites(WcplVTrouve)
           MOVE 0 TO WcplVMin(WcplVTrouve)
         ELSE
      *    Table pleine : cumul sur la dernière ligne sans la vider
           MOVE WcplVilleNb TO WcplVTrouve
         END-IF
       END-IF
       ADD WcplTotal TO WcplVCout(WcplVTrouve)
       ADD WcplRecettes(WcplSal) TO WcplVRecettes(WcplVTrouve)
       ADD WcplGratuites(WcplSal) TO WcplVGratuites(WcplVTrouve)
       ADD WcplMinOccupe(WcplSal) TO WcplVMin(WcplVTrouve).

      *Sous-paragraphe : ligne de la ville WcplVIdx
      ******************************************************************
       COUT_COMPLET_VILLE.

       MOVE WcplVille(WcplVIdx) TO fv_id
       READ fville KEY IS fv_id
         INVALID KEY
           MOVE SPACES TO fv_nom
       END-READ
       MOVE 0 TO WcplCouv
       MOVE 0 TO WcplCouvGrat
       MOVE 0 TO WcplCoutH
       IF WcplVCout(WcplVIdx) > 0 THEN
         IF WcplVRecettes(WcplVIdx) > 0 THEN
           COMPUTE WcplCouv ROUNDED = WcplVRecettes(WcplVIdx) * 100 /
      -            WcplVCout(WcplVIdx)
         END-IF
         IF WcplVRecettes(WcplVIdx) + WcplVGratuites(WcplVIdx) > 0
           THEN
           COMPUTE WcplCouvGrat ROUNDED = (WcplVRecettes(WcplVIdx) +
      -            WcplVGratuites(WcplVIdx)) * 100 /
      -            WcplVCout(WcplVIdx)
         END-IF
         IF WcplVMin(WcplVIdx) > 0 THEN
           COMPUTE WcplCoutH ROUNDED = WcplVCout(WcplVIdx) * 60 /
      -            WcplVMin(WcplVIdx)
         END-IF
       END-IF
       DISPLAY fv_nom," : coût ",WcplVCout(WcplVIdx)," / recettes ",
      -        WcplVRecettes(WcplVIdx)," / gratuités ",
      -        WcplVGratuites(WcplVIdx)
       DISPLAY "  Couverture ",WcplCouv," % (",WcplCouvGrat,
      -        " % gratuités comprises) / ",WcplCoutH,
      -        " € par heure occupée".
