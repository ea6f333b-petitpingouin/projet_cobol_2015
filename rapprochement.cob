      *Rapprochement bancaire : le relevé du compte se pointait sur
      *papier, ligne à ligne, contre les bordereaux de remise, les
      *prélèvements, les remboursements et les virements. Le relevé
      *CFONB 120 de la banque (releve_cfonb.txt) est rapproché
      *automatiquement des flux enregistrés non encore vus en banque :
      *    - bordereaux de remise non pointés (crédit) ;
      *    - ordres de prelevement.txt (crédit, un par facture) ;
      *    - virements et paiements par carte reçus (crédit) ;
      *    - chèques revenus impayés (débit) ;
      *    - remboursements de remboursement.txt (débit).
      *Une ligne bancaire se rapproche de la première écriture de même
      *sens et de même montant, datée au plus tard du jour de
      *l'opération bancaire. Seules les écritures datées de la période
      *du relevé, ou d'au plus RAPPROJOURS jours (paramètre de
      *gestion) avant sa première opération, sont candidates. Le
      *bordereau dont le crédit apparaît est pointé d'office. Chaque
      *rapprochement est mémorisé dans rapprochement.dat : l'écriture
      *ne se représente plus au relevé suivant. Le compte rendu
      *(rapprochement.txt) liste les lignes rapprochées, les lignes
      *bancaires sans contrepartie et les écritures que la banque n'a
      *pas encore vues.
      ******************************************************************

      *Rapprochement du relevé CFONB 120 (job RAPPRO)
      ******************************************************************
       RAPPROCHEMENT_BANCAIRE.

       OPEN INPUT fcfonb
       IF fcfo_stat = 35 THEN
         DISPLAY "Pas de fichier releve_cfonb.txt à rapprocher."
       ELSE
         MOVE "RAPPRO" TO WrunJob
         PERFORM RUN_DEBUT
         MOVE 0 TO WrpNb
         MOVE 0 TO WrpDepasse
         MOVE 0 TO WrpHorsFen
         PERFORM RAPPRO_FENETRE
         PERFORM RAPPRO_ECRITURES
         MOVE 0 TO WrpLus
         MOVE 0 TO WrpNbRappro
         MOVE 0 TO WrpNbBanque
         MOVE 0 TO WrpNbNonVus
         MOVE 0 TO WrpNbBord
         MOVE 0 TO WrpDateDeb
         MOVE 0 TO WrpDateFin
         OPEN OUTPUT frapedit
         MOVE ALL "=" TO Lrapedit
         WRITE Lrapedit
         MOVE "RAPPROCHEMENT BANCAIRE - RELEVE CFONB" TO Lrapedit
         WRITE Lrapedit
         MOVE "Date / Sens / Montant / Libelle banque / Ecriture / Rap
      -    "prochement" TO Lrapedit
         WRITE Lrapedit
         MOVE ALL "-" TO Lrapedit
         WRITE Lrapedit
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fcfonb NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WrpLus
             PERFORM RAPPRO_UNE_LIGNE
         END-PERFORM
         PERFORM RAPPRO_NON_VUS
         PERFORM RAPPRO_TOTAUX
         CLOSE frapedit
         MOVE WrpNbRappro TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "Rapprochement : ",WrpNbRappro," ligne(s) rapproch
      -    "ée(s) dont ",WrpNbBord," bordereau(x) pointé(s), ",
      -          WrpNbBanque," sans contrepartie, ",WrpNbNonVus,
      -          " écriture(s) non vue(s) par la banque."
         DISPLAY "Compte rendu dans rapprochement.txt."
       END-IF
       CLOSE fcfonb.

      *Sous-paragraphe : fenêtre des écritures candidates
      *(WrpFenDeb à WrpFenFin) : de RAPPROJOURS jours avant la première
      *opération du relevé jusqu'à la dernière. Le relevé est relu
      *puis rouvert pour le rapprochement proprement dit.
      ******************************************************************
       RAPPRO_FENETRE.

       MOVE 99999999 TO WrpFenDeb
       MOVE 0 TO WrpFenFin
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fcfonb NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF Lcfonb(1:2) = "04" THEN
             PERFORM RAPPRO_DATE
             IF WrpDate NOT = 0 AND WrpDate < WrpFenDeb THEN
               MOVE WrpDate TO WrpFenDeb
             END-IF
             IF WrpDate > WrpFenFin THEN
               MOVE WrpDate TO WrpFenFin
             END-IF
           END-IF
       END-PERFORM
       CLOSE fcfonb
       OPEN INPUT fcfonb
      *Relevé sans opération datée : pas de fenêtre
       IF WrpFenFin = 0 THEN
         MOVE 0 TO WrpFenDeb
         MOVE 99999999 TO WrpFenFin
       ELSE
         COMPUTE WrpFenDeb = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WrpFenDeb) - WpmRapproJours)
       END-IF.

      *Sous-paragraphe : relevé des écritures attendues en banque,
      *celles déjà rapprochées exclues (300 au plus)
      ******************************************************************
       RAPPRO_ECRITURES.

      *Bordereaux de remise non pointés
       CLOSE fbordereau
       OPEN I-O fbordereau
       MOVE 0 TO Wresafin2
       PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
         READ fbordereau NEXT
         AT END
           MOVE 1 TO Wresafin2
         NOT AT END
           IF fbd_statut = 1 THEN
             MOVE "BORDEREAU" TO frp_type
             MOVE SPACES TO frp_ref
             MOVE fbd_numero TO frp_ref
             MOVE fbd_date TO WrpDate
             MOVE "C" TO WrpSens
             MOVE fbd_montant TO WrpMontant
             PERFORM RAPPRO_AJOUTE
           END-IF
       END-PERFORM

      *Virements et paiements par carte reçus, chèques impayés
       CLOSE freglement
       OPEN I-O freglement
       MOVE 0 TO Wresafin2
       PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
         READ freglement NEXT
         AT END
           MOVE 1 TO Wresafin2
         NOT AT END
           IF frg_mode = "VIREMENT" OR frg_mode = "CARTE" THEN
             MOVE frg_mode TO frp_type
             MOVE SPACES TO frp_ref
             MOVE frg_id TO frp_ref
             MOVE frg_date TO WrpDate
             MOVE "C" TO WrpSens
             MOVE frg_montant TO WrpMontant
             PERFORM RAPPRO_AJOUTE
           END-IF
      *    Le chèque revenu impayé est débité par la banque
           IF frg_mode = "CHQIMPAYE" THEN
             MOVE frg_mode TO frp_type
             MOVE SPACES TO frp_ref
             MOVE frg_id TO frp_ref
             MOVE frg_date TO WrpDate
             MOVE "D" TO WrpSens
             MOVE frg_montant TO WrpMontant
             PERFORM RAPPRO_AJOUTE
           END-IF
       END-PERFORM

      *Ordres de prélèvement remis à la banque
      *(AAAAMMJJ;CLUB;RUM;IBAN;BIC;CENTIMES;FACTURE)
       OPEN INPUT fprelev
       IF fprl_stat NOT = 35 THEN
         MOVE 0 TO Wresafin2
         PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
           READ fprelev NEXT
           AT END
             MOVE 1 TO Wresafin2
           NOT AT END
             MOVE SPACES TO WrpC1 WrpC2 WrpC3 WrpC4 WrpC5 WrpC6 WrpC7
             UNSTRING Lprelev DELIMITED BY ";"
               INTO WrpC1 WrpC2 WrpC3 WrpC4 WrpC5 WrpC6 WrpC7
             END-UNSTRING
             MOVE WrpC6 TO WcvTexte
             PERFORM CONVERTIT_ENTIER
             IF WrpC1(1:8) IS NUMERIC AND WcvOK = 1 THEN
               MOVE "PRELEV" TO frp_type
               MOVE SPACES TO frp_ref
               STRING WrpC7(1:8) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WrpC1(1:8) DELIMITED BY SIZE
                 INTO frp_ref
               END-STRING
               MOVE WrpC1(1:8) TO WrpDate
               MOVE "C" TO WrpSens
               COMPUTE WrpMontant = WcvVal / 100
               PERFORM RAPPRO_AJOUTE
             END-IF
         END-PERFORM
       END-IF
       CLOSE fprelev

      *Remboursements remis à la banque
      *(AAAAMMJJ;CLUB;IBAN;BIC;CENTIMES;REMBOURSEMENT NNNNNNNN)
       OPEN INPUT frembours
       IF frb2_stat NOT = 35 THEN
         MOVE 0 TO Wresafin2
         PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
           READ frembours NEXT
           AT END
             MOVE 1 TO Wresafin2
           NOT AT END
             MOVE SPACES TO WrpC1 WrpC2 WrpC3 WrpC4 WrpC5 WrpC6
             UNSTRING Lrembours DELIMITED BY ";"
               INTO WrpC1 WrpC2 WrpC3 WrpC4 WrpC5 WrpC6
             END-UNSTRING
             MOVE WrpC5 TO WcvTexte
             PERFORM CONVERTIT_ENTIER
             IF WrpC1(1:8) IS NUMERIC AND WcvOK = 1 THEN
               MOVE "REMBOURS" TO frp_type
               MOVE SPACES TO frp_ref
               MOVE WrpC6(15:8) TO frp_ref
               MOVE WrpC1(1:8) TO WrpDate
               MOVE "D" TO WrpSens
               COMPUTE WrpMontant = WcvVal / 100
               PERFORM RAPPRO_AJOUTE
             END-IF
         END-PERFORM
       END-IF
       CLOSE frembours.

      *Sous-paragraphe : ajoute l'écriture frp_cle (WrpDate, WrpSens,
      *WrpMontant) au relevé si elle n'est pas déjà rapprochée et
      *tombe dans la fenêtre ; plus ancienne, elle est seulement
      *comptée (WrpHorsFen), postérieure au relevé elle attend
      ******************************************************************
       RAPPRO_AJOUTE.

       READ frappro KEY IS frp_cle
         INVALID KEY
           IF WrpDate < WrpFenDeb THEN
             ADD 1 TO WrpHorsFen
           END-IF
           IF WrpDate >= WrpFenDeb AND WrpDate <= WrpFenFin THEN
             PERFORM RAPPRO_AJOUTE_TABLE
           END-IF
       END-READ.

      *Sous-paragraphe : mise en table de l'écriture (300 au plus)
      ******************************************************************
       RAPPRO_AJOUTE_TABLE.

       IF WrpNb < 300 THEN
         ADD 1 TO WrpNb
         MOVE frp_type TO WrpTType(WrpNb)
         MOVE frp_ref TO WrpTRef(WrpNb)
         MOVE WrpDate TO WrpTDate(WrpNb)
         MOVE WrpSens TO WrpTSens(WrpNb)
         MOVE WrpMontant TO WrpTMontant(WrpNb)
         MOVE 0 TO WrpTVu(WrpNb)
       ELSE
         IF WrpDepasse = 0 THEN
           DISPLAY "/!\ Plus de 300 écritures en attente : les suivan
      -    "tes attendront le prochain rapprochement."
           MOVE 1 TO WrpDepasse
         END-IF
       END-IF.

      *Sous-paragraphe : une ligne du relevé CFONB 120 (01 = ancien
      *solde, 04 = opération, 05 = complément, 07 = nouveau solde)
      ******************************************************************
       RAPPRO_UNE_LIGNE.

       EVALUATE Lcfonb(1:2)
         WHEN "01"
           PERFORM RAPPRO_DATE
           PERFORM RAPPRO_MONTANT
           MOVE WrpDate TO WrpDateDeb
           MOVE WrpMontant TO WrpSoldeDeb
           MOVE WrpSens TO WrpSensDeb
         WHEN "07"
           PERFORM RAPPRO_DATE
           PERFORM RAPPRO_MONTANT
           MOVE WrpDate TO WrpDateFin
           MOVE WrpMontant TO WrpSoldeFin
           MOVE WrpSens TO WrpSensFin
         WHEN "04"
           PERFORM RAPPRO_OPERATION
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

      *Sous-paragraphe : date comptable JJMMAA (positions 35 à 40)
      *-> WrpDate
      ******************************************************************
       RAPPRO_DATE.

       IF Lcfonb(35:6) IS NUMERIC THEN
         STRING "20" DELIMITED BY SIZE
                Lcfonb(39:2) DELIMITED BY SIZE
                Lcfonb(37:2) DELIMITED BY SIZE
                Lcfonb(35:2) DELIMITED BY SIZE
           INTO WrpDateA
         END-STRING
         MOVE WrpDateA TO WrpDate
       ELSE
         MOVE 0 TO WrpDate
       END-IF.

      *Sous-paragraphe : montant (positions 91 à 104, deux décimales,
      *le dernier caractère porte le chiffre des centimes et le signe)
      *-> WrpMontant, WrpSens (C = crédit, D = débit, espace =
      *illisible)
      ******************************************************************
       RAPPRO_MONTANT.

       MOVE 0 TO WrpMontant
       MOVE SPACE TO WrpSens
       MOVE Lcfonb(104:1) TO WrpSigne
       PERFORM WITH TEST BEFORE VARYING WrpK FROM 1 BY 1
                 UNTIL WrpK > 10
         IF WrpPositif(WrpK:1) = WrpSigne THEN
           MOVE "C" TO WrpSens
           COMPUTE WrpChiffre = WrpK - 1
         END-IF
         IF WrpNegatif(WrpK:1) = WrpSigne THEN
           MOVE "D" TO WrpSens
           COMPUTE WrpChiffre = WrpK - 1
         END-IF
       END-PERFORM
       IF Lcfonb(91:13) IS NUMERIC AND WrpSens NOT = SPACE THEN
         MOVE Lcfonb(91:13) TO WrpCent
         COMPUTE WrpMontant = (WrpCent * 10 + WrpChiffre) / 100
       ELSE
         MOVE SPACE TO WrpSens
       END-IF.

      *Sous-paragraphe : opération bancaire (enregistrement 04)
      ******************************************************************
       RAPPRO_OPERATION.

       PERFORM RAPPRO_DATE
       PERFORM RAPPRO_MONTANT
       MOVE Lcfonb(49:31) TO WrpLibelle
       MOVE Lcfonb(82:7) TO WrpEcriture
       MOVE 0 TO WrpTrouve
       PERFORM WITH TEST BEFORE VARYING WrpIdx FROM 1 BY 1
                 UNTIL WrpIdx > WrpNb OR WrpTrouve > 0
         IF WrpTVu(WrpIdx) = 0 AND WrpTSens(WrpIdx) = WrpSens AND
                   WrpTMontant(WrpIdx) = WrpMontant AND
                   WrpTDate(WrpIdx) <= WrpDate THEN
           MOVE WrpIdx TO WrpTrouve
         END-IF
       END-PERFORM

       MOVE SPACES TO Lrapedit
       IF WrpTrouve = 0 THEN
         ADD 1 TO WrpNbBanque
         STRING WrpDate DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpSens DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpMontant DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpLibelle DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpEcriture DELIMITED BY SIZE
                " / *** SANS CONTREPARTIE" DELIMITED BY SIZE
           INTO Lrapedit
         END-STRING
       ELSE
         ADD 1 TO WrpNbRappro
         MOVE 1 TO WrpTVu(WrpTrouve)
         PERFORM RAPPRO_MEMORISE
         STRING WrpDate DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpSens DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpMontant DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpLibelle DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpEcriture DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WrpTType(WrpTrouve) DELIMITED BY "  "
                " " DELIMITED BY SIZE
                WrpTRef(WrpTrouve) DELIMITED BY "  "
           INTO Lrapedit
         END-STRING
       END-IF
       WRITE Lrapedit.

      *Sous-paragraphe : mémorise le rapprochement de l'écriture
      *WrpTrouve et pointe le bordereau correspondant
      ******************************************************************
       RAPPRO_MEMORISE.

       MOVE WrpTType(WrpTrouve) TO frp_type
       MOVE WrpTRef(WrpTrouve) TO frp_ref
       MOVE WrpMontant TO frp_montant
       MOVE WrpDate TO frp_dateBanque
       MOVE WrpEcriture TO frp_numEcriture
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO frp_dateRappro
       WRITE Trappro
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture rapprochement: ",frp_stat
           MOVE "rapprochement.dat" TO WejFichier
           MOVE frp_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "RAPPRO_MEMORISE" TO WejPara
           MOVE frp_cle TO WejCle
           PERFORM JOURNAL_ERREUR
       END-WRITE
       IF frp_type = "BORDEREAU" THEN
         MOVE WrpTRef(WrpTrouve)(1:6) TO fbd_numero
         READ fbordereau KEY IS fbd_numero
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 2 TO fbd_statut
             MOVE WrpDate TO fbd_dateConfirm
             REWRITE Tbordereau
             ADD 1 TO WrpNbBord
         END-READ
       END-IF.

      *Sous-paragraphe : écritures que la banque n'a pas encore vues
      ******************************************************************
       RAPPRO_NON_VUS.

       MOVE ALL "-" TO Lrapedit
       WRITE Lrapedit
       MOVE "ECRITURES NON ENCORE VUES PAR LA BANQUE" TO Lrapedit
       WRITE Lrapedit
       MOVE "Type / Reference / Date / Sens / Montant" TO Lrapedit
       WRITE Lrapedit
       PERFORM WITH TEST BEFORE VARYING WrpIdx FROM 1 BY 1
                 UNTIL WrpIdx > WrpNb
         IF WrpTVu(WrpIdx) = 0 THEN
           ADD 1 TO WrpNbNonVus
           MOVE SPACES TO Lrapedit
           STRING WrpTType(WrpIdx) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  WrpTRef(WrpIdx) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  WrpTDate(WrpIdx) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WrpTSens(WrpIdx) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WrpTMontant(WrpIdx) DELIMITED BY SIZE
             INTO Lrapedit
           END-STRING
           WRITE Lrapedit
         END-IF
       END-PERFORM.

      *Sous-paragraphe : soldes du relevé et totaux du rapprochement
      ******************************************************************
       RAPPRO_TOTAUX.

       MOVE ALL "-" TO Lrapedit
       WRITE Lrapedit
       MOVE SPACES TO Lrapedit
       STRING "Ancien solde au " DELIMITED BY SIZE
              WrpDateDeb DELIMITED BY SIZE
              " : " DELIMITED BY SIZE
              WrpSoldeDeb DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WrpSensDeb DELIMITED BY SIZE
              " - nouveau solde au " DELIMITED BY SIZE
              WrpDateFin DELIMITED BY SIZE
              " : " DELIMITED BY SIZE
              WrpSoldeFin DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WrpSensFin DELIMITED BY SIZE
         INTO Lrapedit
       END-STRING
       WRITE Lrapedit
       MOVE SPACES TO Lrapedit
       STRING WrpNbRappro DELIMITED BY SIZE
              " ligne(s) rapprochee(s), " DELIMITED BY SIZE
              WrpNbBanque DELIMITED BY SIZE
              " sans contrepartie, " DELIMITED BY SIZE
              WrpNbNonVus DELIMITED BY SIZE
              " ecriture(s) non vue(s), " DELIMITED BY SIZE
              WrpNbBord DELIMITED BY SIZE
              " bordereau(x) pointe(s)" DELIMITED BY SIZE
         INTO Lrapedit
       END-STRING
       WRITE Lrapedit
       MOVE SPACES TO Lrapedit
       STRING WrpHorsFen DELIMITED BY SIZE
              " ecriture(s) hors de la periode du releve (avant le "
                DELIMITED BY SIZE
              WrpFenDeb DELIMITED BY SIZE
              ") non presentee(s)" DELIMITED BY SIZE
         INTO Lrapedit
       END-STRING
       WRITE Lrapedit.
