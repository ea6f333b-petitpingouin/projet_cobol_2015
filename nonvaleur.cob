      *Admission en non-valeur : certaines factures ne seront jamais
      *payées (club dissous, reliquat minime, créance déclarée
      *irrécouvrable par la trésorerie) et restaient indéfiniment au
      *statut 1, dans la balance âgée, l'alerte IMPAYE et le blocage
      *des réservations. Les candidats sont proposés (niveau de
      *relance atteint, ancienneté, reste dû) ; l'admission porte la
      *référence et la date de la délibération, l'opérateur qui la
      *saisit et un second administrateur qui l'approuve (double
      *approbation, signée dans runhist.dat, job NONVALEUR). La
      *facture passe au statut 4 (admise en non-valeur), le reste dû
      *part dans l'export Hélios/PES du mois de saisie (6541 au débit,
      *411 au crédit) et un état annuel récapitule les admissions.
      *Seuils dans la table des tarifs : NVJOURS (ancienneté en jours,
      *défaut 365) et NVRESIDU (reliquat après paiement partiel, en
      *euros, défaut 5).
      ******************************************************************

      *Chargement des seuils de proposition
      ******************************************************************
       SEUILS_NON_VALEUR.

       MOVE 'NVJOURS' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 365 TO ft_taux
       END-READ
       MOVE ft_taux TO WnvSeuilJours
       MOVE 'NVRESIDU' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 5 TO ft_taux
       END-READ
       MOVE ft_taux TO WnvResidu.

      *La facture courante (ffa_*) est-elle proposable ? -> WnvCandidat,
      *WnvCritere, WregDu, WageJours. Une facture en litige n'est pas
      *proposée : la contestation doit d'abord être résolue.
      ******************************************************************
       EVALUE_CANDIDAT_NV.

       MOVE 0 TO WnvCandidat
       MOVE SPACES TO WnvCritere
       IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
         PERFORM TOTAL_REGLE_FACTURE
         IF WregTotFact < ffa_montantTTC THEN
           COMPUTE WregDu = ffa_montantTTC - WregTotFact
           COMPUTE WageJours = FUNCTION INTEGER-OF-DATE(WdateSys) -
      -            FUNCTION INTEGER-OF-DATE(ffa_dateEmission)
           EVALUATE TRUE
             WHEN ffa_niveauRelance >= 3
               MOVE "RELANCES" TO WnvCritere
             WHEN WageJours > WnvSeuilJours
               MOVE "ANCIENNETE" TO WnvCritere
             WHEN WregTotFact > 0 AND WregDu <= WnvResidu
               MOVE "RELIQUAT" TO WnvCritere
           END-EVALUATE
           IF WnvCritere NOT = SPACES THEN
             PERFORM EXISTE_LITIGE_OUVERT
             IF WliOuvert = 0 THEN
               MOVE 1 TO WnvCandidat
             END-IF
           END-IF
         END-IF
       END-IF.

      *Liste des factures proposables à l'admission en non-valeur
      ******************************************************************
       CANDIDATS_NON_VALEUR.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       PERFORM SEUILS_NON_VALEUR
       MOVE 0 TO WnvNb
       MOVE 0 TO WnvTotal
       DISPLAY "--- Candidats à l'admission en non-valeur ---"
       DISPLAY "N° / Club / Relance / Émise le / Ancienneté / Reste dû"
      -        " / Critère"
       CLOSE ffacture
       OPEN I-O ffacture
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ ffacture NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           PERFORM EVALUE_CANDIDAT_NV
           IF WnvCandidat = 1 THEN
             MOVE ffa_idClub TO WpeClub
             PERFORM PERIMETRE_CLUB
           END-IF
           IF WnvCandidat = 1 AND WpeOK = 1 THEN
             ADD 1 TO WnvNb
             ADD WregDu TO WnvTotal
             DISPLAY ffa_numero," / ",ffa_idClub," / ",
      -              ffa_niveauRelance," / ",ffa_dateEmission," / ",
      -              WageJours," j / ",WregDu," / ",WnvCritere
           END-IF
       END-PERFORM
       DISPLAY "-------------------------"
       DISPLAY WnvNb," candidat(s), reste dû total : ",WnvTotal.

      *Admission en non-valeur d'une facture, sur délibération
      ******************************************************************
       ADMET_NON_VALEUR.

       PERFORM CANDIDATS_NON_VALEUR
       DISPLAY "Numéro de la facture à admettre (0 pour sortir):"
       PERFORM WITH TEST AFTER UNTIL ffa_numero IS NUMERIC
         ACCEPT ffa_numero
       END-PERFORM
       IF ffa_numero NOT = 0 THEN
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             DISPLAY "Il n'existe pas de facture portant ce numéro"
           NOT INVALID KEY
             PERFORM EVALUE_CANDIDAT_NV
             IF WnvCandidat = 0 THEN
               DISPLAY "Cette facture n'est pas admissible (soldée, a
      -    "voir, annulée, en litige ou hors critères)."
             ELSE
               MOVE ffa_idClub TO WpeClub
               PERFORM CONTROLE_CLUB
               IF WpeOK = 1 THEN
                 PERFORM ADMET_NON_VALEUR_SAISIE
               END-IF
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : décision, confirmation, approbation et
      *enregistrement pour la facture courante (ffa_*, WregDu)
      ******************************************************************
       ADMET_NON_VALEUR_SAISIE.

       DISPLAY "Facture ",ffa_numero," club ",ffa_idClub,
      -        " - reste dû ",WregDu
       DISPLAY "Référence de la délibération:"
       MOVE SPACES TO WnvRef
       PERFORM WITH TEST AFTER UNTIL WnvRef NOT = SPACES
         ACCEPT WnvRef
       END-PERFORM
       DISPLAY "Date de la délibération (AAAAMMJJ):"
       PERFORM WITH TEST AFTER UNTIL WnvDateDec IS NUMERIC AND
                WnvDateDec > 19700101 AND WnvDateDec <= WdateSys
         ACCEPT WnvDateDec
       END-PERFORM
       DISPLAY "Motif (club dissous, irrécouvrable...):"
       ACCEPT WnvMotif

       DISPLAY "Admettre ",WregDu," en non-valeur ? Confirmer (0/1)"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM

      *Abandon de créance : un second administrateur approuve
       IF WcrudChoix = 1 THEN
         PERFORM DOUBLE_APPROBATION
         IF WappOK = 0 THEN
           DISPLAY "Admission refusée : pas de double approbation."
           MOVE 0 TO WcrudChoix
         END-IF
       END-IF

       IF WcrudChoix = 1 THEN
         MOVE ffa_numero TO fnv_numFacture
         MOVE ffa_idClub TO fnv_idClub
         MOVE WregDu TO fnv_montant
         MOVE ffa_niveauRelance TO fnv_niveauRelance
         MOVE ffa_dateEmission TO fnv_dateEmission
         MOVE WnvRef TO fnv_refDecision
         MOVE WnvDateDec TO fnv_dateDecision
         MOVE WnvMotif TO fnv_motif
         MOVE WoperLogin TO fnv_login
         MOVE WappLogin TO fnv_approbateur
         MOVE WdateSys TO fnv_dateSaisie
         MOVE "NONVALEUR" TO WrunJob
         PERFORM RUN_DEBUT
         WRITE Tnonval
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture non-valeur: ",fnv_stat
             MOVE "nonvaleur.dat" TO WejFichier
             MOVE fnv_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "ADMET_NON_VALEUR_SAISIE" TO WejPara
             MOVE fnv_numFacture TO WejCle
             PERFORM JOURNAL_ERREUR
             MOVE 3 TO WrunStatut
           NOT INVALID KEY
             MOVE 4 TO ffa_statut
             REWRITE Tfacture
             MOVE 1 TO WrunNbEnr
             MOVE 2 TO WrunStatut
             DISPLAY "Facture ",ffa_numero," admise en non-valeur."
         END-WRITE
         PERFORM RUN_FIN
       END-IF.

      *État annuel des admissions en non-valeur (année de saisie,
      *comme l'export comptable)
      ******************************************************************
       ETAT_NON_VALEURS.

       DISPLAY "Indiquez l'année:"
       PERFORM WITH TEST AFTER UNTIL WnvAnnee IS NUMERIC AND
                WnvAnnee > 1970 AND WnvAnnee < 2038
         ACCEPT WnvAnnee
       END-PERFORM
       MOVE 0 TO WnvNb
       MOVE 0 TO WnvTotal
       DISPLAY "--- Admissions en non-valeur ",WnvAnnee," ---"
       DISPLAY "Facture / Club / Montant / Délibération / Date / "
      -        "Saisie par / Approuvée par"
       CLOSE fnonval
       OPEN I-O fnonval
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fnonval NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fnv_dateSaisie > WnvAnnee * 10000 AND
                     fnv_dateSaisie < WnvAnnee * 10000 + 9999 THEN
             ADD 1 TO WnvNb
             ADD fnv_montant TO WnvTotal
             DISPLAY fnv_numFacture," / ",fnv_idClub," / ",
      -              fnv_montant," / ",fnv_refDecision," / ",
      -              fnv_dateDecision," / ",fnv_login," / ",
      -              fnv_approbateur
             IF fnv_motif NOT = SPACES THEN
               DISPLAY "       ",fnv_motif
             END-IF
           END-IF
       END-PERFORM
       DISPLAY "-------------------------"
       DISPLAY WnvNb," admission(s), total ",WnvTotal," €".

      *Montant admis en non-valeur pour la facture ffa_numero (statut
      *4) -> WnvAdmis, WnvDateAdm (0 si pas d'admission enregistrée).
      *Les soldes et relevés ne gardent que la part déjà réglée.
      ******************************************************************
       NON_VALEUR_FACTURE.

       MOVE 0 TO WnvAdmis
       MOVE 0 TO WnvDateAdm
       MOVE ffa_numero TO fnv_numFacture
       READ fnonval KEY IS fnv_numFacture
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fnv_montant <= ffa_montantTTC THEN
             MOVE fnv_montant TO WnvAdmis
           ELSE
             MOVE ffa_montantTTC TO WnvAdmis
           END-IF
           MOVE fnv_dateSaisie TO WnvDateAdm
       END-READ.
