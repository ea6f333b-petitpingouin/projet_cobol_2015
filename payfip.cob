      *Paiement en ligne par carte (PayFiP, service de la DGFiP) : les
      *clubs ne pouvaient régler qu'au guichet, par virement ou par
      *prélèvement. Chaque facture émise par ENREGISTRE_FACTURE porte
      *une référence de paiement PayFiP (référence de la dette, REFDET)
      *tirée de son année et de son numéro officiel, suivie d'une clé
      *de contrôle modulo 97 : AAAANNNNNNNNCC, 14 chiffres. Elle est
      *imprimée sur la réimpression de la facture et sur les courriers
      *de relance. L'avis de paiement PayFiP (payfip.txt) est importé
      *en règlements mode CARTE rapprochés de la facture ; les doublons
      *(transaction déjà intégrée, payfip.dat), les références
      *inconnues et les paiements non aboutis partent dans
      *payfip_rejet.txt avec le motif en fin de ligne.
      ******************************************************************

      *Référence PayFiP de la facture courante (ffa_annee, ffa_numero)
      *-> WpyRef
      ******************************************************************
       PAYFIP_REFERENCE.

       MOVE ffa_annee TO WpyRef(1:4)
       MOVE ffa_numero TO WpyRef(5:8)
       MOVE WpyRef(1:12) TO WpyBase
       COMPUTE WpyCle = 97 - FUNCTION MOD(WpyBase * 100, 97)
       MOVE WpyCle TO WpyRef(13:2).

      *Import de l'avis de paiement PayFiP. Format attendu de
      *payfip.txt : une ligne par transaction,
      *    NUMCLI;EXER;REFDET;MONTANT_EN_CENTIMES;MEL;RESULTRANS;
      *    NUMAUTO;DATTRANS(JJMMAAAA);HEURTRANS(HHMM)
      *Seules les transactions RESULTRANS = P (paiement accepté) sont
      *intégrées ; une transaction déjà intégrée (même référence, même
      *numéro d'autorisation) est rejetée comme doublon.
      ******************************************************************
       IMPORT_PAYFIP.

       OPEN INPUT fpayfip
       IF fpyn_stat = 35 THEN
         DISPLAY "Pas de fichier payfip.txt à importer."
       ELSE
         OPEN OUTPUT fpayrej
         MOVE 0 TO WpyLus
         MOVE 0 TO WpyPostes
         MOVE 0 TO WpyRejets
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fpayfip NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WpyLus
             PERFORM IMPORT_UN_PAYFIP
         END-PERFORM
         CLOSE fpayrej
         DISPLAY "Import PayFiP terminé : ",WpyLus,
      -          " ligne(s) lue(s), ",WpyPostes,
      -          " paiement(s) posté(s), ",WpyRejets," rejet(s)."
         IF WpyRejets > 0 THEN
           DISPLAY "Les rejets sont dans payfip_rejet.txt."
         END-IF
       END-IF
       CLOSE fpayfip.

      *Sous-paragraphe : traite la ligne d'avis PayFiP courante
      ******************************************************************
       IMPORT_UN_PAYFIP.

       MOVE SPACES TO WpyNumCli
       MOVE SPACES TO WpyExer
       MOVE SPACES TO WpyRefX
       MOVE SPACES TO WpyMontantX
       MOVE SPACES TO WpyMel
       MOVE SPACES TO WpyResultat
       MOVE SPACES TO WpyNumAuto
       MOVE SPACES TO WpyDateX
       MOVE SPACES TO WpyHeureX
       UNSTRING Lpayfip DELIMITED BY ";"
         INTO WpyNumCli WpyExer WpyRefX WpyMontantX WpyMel
              WpyResultat WpyNumAuto WpyDateX WpyHeureX
       END-UNSTRING

       MOVE SPACES TO WpyMotif
       IF WpyResultat NOT = "P" THEN
         MOVE "paiement non abouti (refusé ou abandonné)" TO WpyMotif
       END-IF

       IF WpyMotif = SPACES THEN
         IF WpyDateX NOT NUMERIC THEN
           MOVE "date de transaction invalide" TO WpyMotif
         ELSE
      *    DATTRANS arrive en JJMMAAAA
           STRING WpyDateX(5:4) DELIMITED BY SIZE
                  WpyDateX(3:2) DELIMITED BY SIZE
                  WpyDateX(1:2) DELIMITED BY SIZE
             INTO WpyDateA
           END-STRING
           MOVE WpyDateA TO WpyDate
           MOVE WpyMontantX TO WcvTexte
           PERFORM CONVERTIT_ENTIER
           IF WcvOK = 0 OR WcvVal = 0 THEN
             MOVE "montant invalide (centimes attendus)" TO WpyMotif
           ELSE
             MOVE WcvVal TO WpyCent
           END-IF
         END-IF
       END-IF

      *Référence : 14 chiffres dont la clé modulo 97
       IF WpyMotif = SPACES THEN
         IF WpyRefX(1:14) NOT NUMERIC OR
                   WpyRefX(15:16) NOT = SPACES THEN
           MOVE "référence inconnue" TO WpyMotif
         ELSE
           MOVE WpyRefX(1:12) TO WpyBase
           MOVE WpyRefX(13:2) TO WpyCle
           IF FUNCTION MOD(WpyBase * 100 + WpyCle, 97) NOT = 0 THEN
             MOVE "référence inconnue (clé erronée)" TO WpyMotif
           END-IF
         END-IF
       END-IF

       IF WpyMotif = SPACES THEN
         MOVE WpyRefX(5:8) TO ffa_numero
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             MOVE "référence inconnue (facture absente)" TO WpyMotif
           NOT INVALID KEY
             PERFORM PAYFIP_REFERENCE
             IF WpyRef NOT = WpyRefX(1:14) OR
                       ffa_nature = "AVOIR" THEN
               MOVE "référence inconnue" TO WpyMotif
             END-IF
         END-READ
       END-IF

       IF WpyMotif = SPACES THEN
         MOVE WpyRefX(1:14) TO fpy_ref
         MOVE WpyNumAuto TO fpy_numAuto
         READ fpaytrans KEY IS fpy_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE "transaction déjà intégrée (doublon)" TO WpyMotif
         END-READ
       END-IF

       IF WpyMotif = SPACES THEN
         MOVE WpyDate TO frg_date
         COMPUTE frg_montant = WpyCent / 100
         MOVE ffa_idClub TO frg_idClub
         MOVE "CARTE" TO frg_mode
         MOVE ffa_numero TO frg_numFacture
         PERFORM ENREGISTRE_REGLEMENT
         IF WregEcritOK = 1 THEN
           ADD 1 TO WpyPostes
           MOVE WpyRefX(1:14) TO fpy_ref
           MOVE WpyNumAuto TO fpy_numAuto
           MOVE frg_numFacture TO fpy_numFacture
           MOVE frg_id TO fpy_idReglement
           MOVE frg_montant TO fpy_montant
           MOVE WpyDate TO fpy_dateTrans
           ACCEPT WdateSys FROM DATE YYYYMMDD
           MOVE WdateSys TO fpy_dateImport
           WRITE Tpaytrans
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture transaction PayFiP: ",
      -                fpy_stat
               MOVE "payfip.dat" TO WejFichier
               MOVE fpy_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "IMPORT_UN_PAYFIP" TO WejPara
               MOVE fpy_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         ELSE
           MOVE "période comptable close, à ressaisir daté du mois co
      -    "urant" TO WpyMotif
         END-IF
       END-IF

       IF WpyMotif NOT = SPACES THEN
         ADD 1 TO WpyRejets
         MOVE SPACES TO Lpayrej
         STRING Lpayfip DELIMITED BY "  "
                " ;REJET: " DELIMITED BY SIZE
                WpyMotif DELIMITED BY SIZE
           INTO Lpayrej
         END-STRING
         WRITE Lpayrej
       END-IF.
