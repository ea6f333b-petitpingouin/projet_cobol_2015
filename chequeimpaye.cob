      *Chèques revenus impayés : un chèque rejeté par la banque se
      *supprimait ou se retouchait à la main dans reglement.dat, et le
      *lettrage, le bordereau et le solde du club devenaient faux. Le
      *chèque reste en place ; une contre-passation datée du jour
      *(mode CHQIMPAYE, règlement sortant comme un remboursement) le
      *neutralise dans le solde, le relevé de compte et l'export PES.
      *Les lignes de lettrage du chèque sont retirées et les factures
      *qu'il soldait sont rouvertes ; l'échéancier qu'il alimentait
      *est diminué d'autant. Le bordereau imprimé d'origine reçoit une
      *ligne d'impayé, les frais bancaires de rejet peuvent être
      *refacturés (tarif FRAISCHQ, défaut 15 €, hors TVA) et le club
      *est prévenu par la bannette. Le registre chequeimpaye.dat
      *interdit de traiter deux fois le même chèque.
      ******************************************************************

      *Saisie d'un chèque revenu impayé
      ******************************************************************
       CHEQUE_IMPAYE.

       IF WoperRole NOT = 1 THEN
         DISPLAY "Saisie réservée à un opérateur administrateur."
       ELSE
         DISPLAY "Numéro du règlement (chèque) revenu impayé:"
         PERFORM WITH TEST AFTER UNTIL WciRegl IS NUMERIC
           ACCEPT WciRegl
         END-PERFORM
         MOVE WciRegl TO frg_id
         READ freglement KEY IS frg_id
           INVALID KEY
             DISPLAY "Ce règlement n'existe pas."
           NOT INVALID KEY
             MOVE WciRegl TO fci_idReglement
             READ fchqimp KEY IS fci_idReglement
               INVALID KEY
                 IF frg_mode NOT = "CHEQUE" THEN
                   DISPLAY "Ce règlement n'est pas un chèque (",
      -                    frg_mode,")."
                 ELSE
                   MOVE frg_idClub TO WpeClub
                   PERFORM CONTROLE_CLUB
                   IF WpeOK = 1 THEN
                     PERFORM CHEQUE_IMPAYE_CORPS
                   END-IF
                 END-IF
               NOT INVALID KEY
                 DISPLAY "Chèque déjà traité en impayé le ",
      -                  fci_date," (contre-passation n° ",
      -                  fci_idContre,")."
             END-READ
         END-READ
       END-IF.

      *Sous-paragraphe : confirmation et traitement du chèque courant
      *(frg_* chargé)
      ******************************************************************
       CHEQUE_IMPAYE_CORPS.

       MOVE frg_idClub TO WciClub
       MOVE frg_date TO WciDate
       MOVE frg_montant TO WciMontant
       MOVE frg_numFacture TO WciFacture
       MOVE frg_bordereau TO WciBord
       DISPLAY "Chèque n° ",WciRegl," du ",WciDate," - club ",WciClub,
      -        " - ",WciMontant," € - facture ",WciFacture,
      -        " - bordereau ",WciBord
       DISPLAY "Motif du rejet bancaire:"
       MOVE SPACES TO WciMotif
       ACCEPT WciMotif
       DISPLAY "Contre-passer ce chèque (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
      *  Contre-passation datée du jour, rattachée à la même facture
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE WdateSys TO frg_date
         MOVE WciClub TO frg_idClub
         MOVE WciMontant TO frg_montant
         MOVE "CHQIMPAYE" TO frg_mode
         MOVE WciFacture TO frg_numFacture
         PERFORM ENREGISTRE_REGLEMENT
         IF WregEcritOK = 0 THEN
           DISPLAY "/!\ Contre-passation refusée : chèque non traité
      -    "."
         ELSE
           MOVE frg_id TO WciContre
           PERFORM CHEQUE_IMPAYE_LETTRAGE
           PERFORM CHEQUE_IMPAYE_FACTURES
           MOVE WciClub TO WepClub
           MOVE WciDate TO WepDate
           MOVE WciMontant TO WepReste
           PERFORM DESIMPUTE_ECHEANCE
           PERFORM CHEQUE_IMPAYE_BORDEREAU
           PERFORM CHEQUE_IMPAYE_FRAIS
           PERFORM CHEQUE_IMPAYE_REGISTRE
           MOVE WciClub TO WnotClub
           MOVE SPACES TO WnotMessage
           STRING "Chèque de " DELIMITED BY SIZE
                  WciMontant DELIMITED BY SIZE
                  " € revenu impayé, à régulariser"
                    DELIMITED BY SIZE
             INTO WnotMessage
           END-STRING
           PERFORM CREE_NOTIFICATION
           DISPLAY "Chèque ",WciRegl," contre-passé (règlement n° ",
      -            WciContre,")."
         END-IF
       END-IF.

      *Sous-paragraphe : factures touchées par le chèque (WciTable) ;
      *les lignes de lettrage d'un chèque ventilé sont retirées
      ******************************************************************
       CHEQUE_IMPAYE_LETTRAGE.

       MOVE 0 TO WciNb
       IF WciFacture NOT = 0 THEN
         MOVE 1 TO WciNb
         MOVE WciFacture TO WciTFact(1)
       ELSE
         MOVE WciRegl TO fle_idReglement
         MOVE 0 TO fle_numFacture
         START flettrage KEY IS NOT LESS THAN fle_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WciFin
             PERFORM WITH TEST AFTER UNTIL WciFin = 1
               READ flettrage NEXT
               AT END
                 MOVE 1 TO WciFin
               NOT AT END
                 IF fle_idReglement NOT = WciRegl THEN
                   MOVE 1 TO WciFin
                 ELSE
                   IF WciNb < 50 THEN
                     ADD 1 TO WciNb
                     MOVE fle_numFacture TO WciTFact(WciNb)
                   END-IF
                   DISPLAY "Lettrage retiré : facture ",fle_numFacture,
      -                    " (",fle_montant,")"
                   DELETE flettrage RECORD
                 END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

      *Sous-paragraphe : réouverture des factures que le chèque soldait
      ******************************************************************
       CHEQUE_IMPAYE_FACTURES.

       PERFORM WITH TEST BEFORE VARYING WciIdx FROM 1 BY 1
                 UNTIL WciIdx > WciNb
         MOVE WciTFact(WciIdx) TO ffa_numero
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM TOTAL_REGLE_FACTURE
             IF ffa_statut = 2 AND WregTotFact < ffa_montantTTC THEN
               MOVE 1 TO ffa_statut
               REWRITE Tfacture
               DISPLAY "Facture ",ffa_numero," rouverte."
             END-IF
         END-READ
       END-PERFORM.

      *Sous-paragraphe : ligne d'impayé sur le bordereau imprimé
      ******************************************************************
       CHEQUE_IMPAYE_BORDEREAU.

       IF WciBord NOT = 0 THEN
         MOVE WciBord TO WbdNumero
         MOVE SPACES TO WbdNomFichier
         STRING "bordereau_" DELIMITED BY SIZE
                WbdNumero DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
           INTO WbdNomFichier
         END-STRING
         OPEN EXTEND fbordprint
         IF fbp_stat = 35 THEN
           DISPLAY "/!\ ",WbdNomFichier," introuvable : bordereau non
      -    " annoté."
         ELSE
           MOVE SPACES TO Lbordprint
           STRING "*** IMPAYE " DELIMITED BY SIZE
                  WdateSys DELIMITED BY SIZE
                  " : reglement " DELIMITED BY SIZE
                  WciRegl DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WciMontant DELIMITED BY SIZE
                  " contre-passe par " DELIMITED BY SIZE
                  WciContre DELIMITED BY SIZE
             INTO Lbordprint
           END-STRING
           WRITE Lbordprint
           DISPLAY "Bordereau ",WciBord," annoté (",WbdNomFichier,")."
         END-IF
         CLOSE fbordprint
       END-IF.

      *Sous-paragraphe : refacturation facultative des frais de rejet
      ******************************************************************
       CHEQUE_IMPAYE_FRAIS.

       MOVE 0 TO WciFrais
       MOVE 'FRAISCHQ' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 15 TO ft_taux
       END-READ
       DISPLAY "Refacturer les frais de rejet (",ft_taux," €) au club
      -    " (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE WciClub TO Wresa_idClub
         COMPUTE Wresa_a = WdateSys / 10000
         COMPUTE Wresa_m = FUNCTION MOD(WdateSys / 100, 100)
         MOVE ft_taux TO WfactHT
         MOVE 0 TO WfactTVA
         MOVE ft_taux TO WfactTTC
         MOVE "FRAISBANC" TO WfactNature
         PERFORM ENREGISTRE_FACTURE
         MOVE "LOCATION" TO WfactNature
         PERFORM VIDE_LIGNE_FACTURE
         MOVE "FRAIS" TO WflType
         MOVE SPACES TO WflLibelle
         STRING "Frais rejet cheque " DELIMITED BY SIZE
                WciRegl DELIMITED BY SIZE
           INTO WflLibelle
         END-STRING
         MOVE WdateSys TO WflDate
         MOVE WfactHT TO WflHT
         MOVE WfactTVA TO WflTVA
         MOVE WfactTTC TO WflTTC
         MOVE WfactNum TO WflNumFacture
         PERFORM ECRIT_LIGNE_UNIQUE
         MOVE WfactNum TO WciFrais
         DISPLAY "Frais refacturés : facture n° ",WfactNum,"."
       END-IF.

      *Sous-paragraphe : inscription au registre des chèques impayés
      ******************************************************************
       CHEQUE_IMPAYE_REGISTRE.

       MOVE WciRegl TO fci_idReglement
       MOVE WciClub TO fci_idClub
       MOVE WciDate TO fci_dateCheque
       MOVE WciMontant TO fci_montant
       MOVE WciBord TO fci_bordereau
       MOVE WciContre TO fci_idContre
       MOVE WciMotif TO fci_motif
       MOVE WciFrais TO fci_factureFrais
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fci_date
       MOVE WoperLogin TO fci_login
       WRITE Tchqimp
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture chèque impayé: ",fci_stat
           MOVE "chequeimpaye.dat" TO WejFichier
           MOVE fci_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "CHEQUE_IMPAYE_REGISTRE" TO WejPara
           MOVE fci_idReglement TO WejCle
           PERFORM JOURNAL_ERREUR
       END-WRITE.

      *Liste des chèques impayés d'un club
      ******************************************************************
       DISPLAY_CHEQUES_IMPAYES.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       DISPLAY "Chèque / Du / Montant / Bordereau / Contre-passation /
      -    " Frais / Le / Motif"
       MOVE 0 TO WciNbImp
       MOVE fc_id TO fci_idClub
       START fchqimp KEY IS = fci_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ fchqimp NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF fci_idClub NOT = fc_id THEN
                 MOVE 1 TO WendSearch
               ELSE
                 ADD 1 TO WciNbImp
                 DISPLAY fci_idReglement," / ",fci_dateCheque," / ",
      -                  fci_montant," / ",fci_bordereau," / ",
      -                  fci_idContre," / ",fci_factureFrais," / ",
      -                  fci_date," / ",fci_motif
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WciNbImp = 0 THEN
         DISPLAY "Aucun chèque impayé pour ce club."
       END-IF.
