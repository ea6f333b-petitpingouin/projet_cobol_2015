      *Registre des lignes de facture : facture.dat ne portait que les
      *totaux, et une contestation obligeait à rebalayer les
      *réservations du mois pour retrouver ce qui avait été facturé -
      *reconstitution fausse dès qu'un créneau avait été déplacé,
      *archivé ou annulé depuis. Chaque émission écrit maintenant le
      *détail sous le numéro de facture : une ligne par réservation,
      *matériel loué, pénalité, plafond, avoir ou arrhes déduits,
      *frais, cotisation ou dégâts, avec le n° de résa, la salle, la
      *date, la durée et les montants (négatifs pour les déductions).
      *La facturation mensuelle ne connaît son numéro qu'à la fin :
      *les lignes s'accumulent dans WflTable (200 lignes au plus,
      *au-delà cumul sur la dernière) et s'écrivent après
      *ENREGISTRE_FACTURE. Réimpression, contestations et export CSV
      *relisent ce registre au lieu de recalculer.
      ******************************************************************

      *Remise à zéro du tampon de lignes de la facture en préparation
      ******************************************************************
       RAZ_LIGNES_FACTURE.

       MOVE 0 TO WflNb.

      *Remise à blanc de la ligne courante (Wfl*) avant chargement
      ******************************************************************
       VIDE_LIGNE_FACTURE.

       MOVE SPACES TO WflType
       MOVE 0 TO WflNumResa
       MOVE 0 TO WflSalle
       MOVE 0 TO WflDate
       MOVE 0 TO WflHeure
       MOVE 0 TO WflMinutes
       MOVE SPACES TO WflLibelle
       MOVE 0 TO WflHT
       MOVE 0 TO WflTVA
       MOVE 0 TO WflTTC.

      *Ajoute la ligne courante (Wfl*) au tampon ; au-delà de 200
      *lignes, cumul des montants sur la dernière
      ******************************************************************
       AJOUTE_LIGNE_FACTURE.

       IF WflNb < 200 THEN
         ADD 1 TO WflNb
         MOVE WflNb TO WflIdx
         MOVE WflType TO WflTType(WflIdx)
         MOVE WflNumResa TO WflTNumResa(WflIdx)
         MOVE WflSalle TO WflTSalle(WflIdx)
         MOVE WflDate TO WflTDate(WflIdx)
         MOVE WflHeure TO WflTHeure(WflIdx)
         MOVE WflMinutes TO WflTMinutes(WflIdx)
         MOVE WflLibelle TO WflTLibelle(WflIdx)
         MOVE WflHT TO WflTHT(WflIdx)
         MOVE WflTVA TO WflTTVA(WflIdx)
         MOVE WflTTC TO WflTTTC(WflIdx)
       ELSE
         MOVE 200 TO WflIdx
         MOVE "DIVERS" TO WflTType(WflIdx)
         MOVE 0 TO WflTNumResa(WflIdx)
         MOVE 0 TO WflTSalle(WflIdx)
         MOVE 0 TO WflTDate(WflIdx)
         MOVE 0 TO WflTHeure(WflIdx)
         MOVE 0 TO WflTMinutes(WflIdx)
         MOVE "Lignes suivantes cumulées" TO WflTLibelle(WflIdx)
         ADD WflHT TO WflTHT(WflIdx)
         ADD WflTVA TO WflTTVA(WflIdx)
         ADD WflTTC TO WflTTTC(WflIdx)
       END-IF.

      *Identification de la réservation courante (fr_*) sur la ligne
      *courante : n° de résa, salle, date, heure et durée en minutes
      ******************************************************************
       PREPARE_LIGNE_RESA.

       PERFORM VIDE_LIGNE_FACTURE
       MOVE fr_numResa TO WflNumResa
       MOVE fr_idSalle TO WflSalle
       COMPUTE WflDate = fr_dateDebut_a * 10000 + fr_dateDebut_m * 100
      -        + fr_dateDebut_j
       COMPUTE WflDateFin = fr_dateFin_a * 10000 + fr_dateFin_m * 100
      -        + fr_dateFin_j
       COMPUTE WflHeure = fr_dateDebut_h * 100 + fr_dateDebut_mn
       COMPUTE WflMinutes = (FUNCTION INTEGER-OF-DATE(WflDateFin) -
      -        FUNCTION INTEGER-OF-DATE(WflDate)) * 1440 +
      -        fr_dateFin_h * 60 + fr_dateFin_mn -
      -        fr_dateDebut_h * 60 - fr_dateDebut_mn.

      *Lignes de la réservation courante (fr_*) : le créneau, puis un
      *article par location de matériel. Le prix du matériel est
      *compris dans fr_montantHT : il est retiré de la ligne du
      *créneau, TVA au taux effectif de la réservation.
      ******************************************************************
       AJOUTE_LIGNES_RESA.

       PERFORM PREPARE_LIGNE_RESA
       MOVE "RESA" TO WflType
       MOVE fr_sportPratique TO WflLibelle
       MOVE fr_montantHT TO WflHT
       MOVE fr_taxe TO WflTVA
       MOVE fr_montant TO WflTTC
       PERFORM AJOUTE_LIGNE_FACTURE
       MOVE WflIdx TO WflIdxResa

       MOVE fr_numResa TO frm_numResa
       MOVE SPACES TO frm_code
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
               IF frm_numResa NOT = fr_numResa THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 MOVE "MATERIEL" TO WflType
                 MOVE SPACES TO WflLibelle
                 STRING frm_code DELIMITED BY "  "
                        " x" DELIMITED BY SIZE
                        frm_qte DELIMITED BY SIZE
                   INTO WflLibelle
                 END-STRING
                 COMPUTE WflMinutes = frm_minFin - frm_minDebut
                 MOVE frm_montant TO WflHT
                 IF fr_montantHT > 0 THEN
                   COMPUTE WflTVA ROUNDED = frm_montant * fr_taxe /
      -                    fr_montantHT
                 ELSE
                   MOVE 0 TO WflTVA
                 END-IF
                 COMPUTE WflTTC = WflHT + WflTVA
                 PERFORM AJOUTE_LIGNE_FACTURE
                 SUBTRACT WflHT FROM WflTHT(WflIdxResa)
                 SUBTRACT WflTVA FROM WflTTVA(WflIdxResa)
                 SUBTRACT WflTTC FROM WflTTTC(WflIdxResa)
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Écrit le tampon sous le numéro WflNumFacture (lignes 1 à WflNb)
      ******************************************************************
       ECRIT_LIGNES_FACTURE.

       IF WflNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WflIdx FROM 1 BY 1
                   UNTIL WflIdx > WflNb
           MOVE WflNumFacture TO flf_numFacture
           MOVE WflIdx TO flf_ligne
           MOVE WflTType(WflIdx) TO flf_type
           MOVE WflTNumResa(WflIdx) TO flf_numResa
           MOVE WflTSalle(WflIdx) TO flf_idSalle
           MOVE WflTDate(WflIdx) TO flf_date
           MOVE WflTHeure(WflIdx) TO flf_heure
           MOVE WflTMinutes(WflIdx) TO flf_minutes
           MOVE WflTLibelle(WflIdx) TO flf_libelle
           MOVE WflTHT(WflIdx) TO flf_montantHT
           MOVE WflTTVA(WflIdx) TO flf_tva
           MOVE WflTTTC(WflIdx) TO flf_montantTTC
           WRITE Tlignefact
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture ligne de facture: ",
      -                flf_stat
               MOVE "lignefacture.dat" TO WejFichier
               MOVE flf_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "ECRIT_LIGNES_FACTURE" TO WejPara
               MOVE flf_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         END-PERFORM
       END-IF.

      *Facture d'une seule ligne : la ligne courante (Wfl*) s'écrit
      *directement sous le numéro WflNumFacture
      ******************************************************************
       ECRIT_LIGNE_UNIQUE.

       PERFORM RAZ_LIGNES_FACTURE
       PERFORM AJOUTE_LIGNE_FACTURE
       PERFORM ECRIT_LIGNES_FACTURE.

      *Détail de la facture ffa_numero tel qu'il a été émis
      ******************************************************************
       AFFICHE_LIGNES_FACTURE.

       MOVE 0 TO WflTrouve
       MOVE ffa_numero TO flf_numFacture
       MOVE 0 TO flf_ligne
       START flignefact KEY IS NOT LESS THAN flf_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ flignefact NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF flf_numFacture NOT = ffa_numero THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF WflTrouve = 0 THEN
                   DISPLAY "Détail facturé :"
                   DISPLAY "Lig. / Nature / Résa / Salle / Date / "
      -                    "Heure / Min. / HT / TVA / TTC"
                 END-IF
                 MOVE 1 TO WflTrouve
                 MOVE flf_montantHT TO WflEdHT
                 MOVE flf_tva TO WflEdTVA
                 MOVE flf_montantTTC TO WflEdTTC
                 DISPLAY flf_ligne," ",flf_type," ",flf_numResa," ",
      -                  flf_idSalle," ",flf_date," ",flf_heure," ",
      -                  flf_minutes," ",WflEdHT," ",WflEdTVA," ",
      -                  WflEdTTC
                 IF flf_libelle NOT = SPACES THEN
                   DISPLAY "       ",flf_libelle
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WflTrouve = 0 THEN
         DISPLAY "(pas de détail au registre des lignes pour cette fac
      -    "ture)"
       END-IF.
