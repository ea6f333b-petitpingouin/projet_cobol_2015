      *qu'un club porte des factures émises non soldées plus vieilles
      *que BLOCJOURS jours (table des tarifs, 90 par défaut), la
      *réservation, le devis et le vœu de saison sont refusés avec le
      *montant dû ; les factures en litige ou couvertes par un
      *échéancier respecté ne comptent pas. Un
      *opérateur administrateur peut passer outre avec un motif écrit
      *au journal des modifications.
      ******************************************************************

       MOVE 1 TO WimbOK
       MOVE 0 TO WimbDu
      *Club dissous : plus aucun engagement, sans dérogation possible
       MOVE WimbClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fc_statut = 8 THEN
             MOVE 0 TO WimbOK
             DISPLAY "/!\ Club ",WimbClub," dissous : nouvel engagement"
                     " refusé."
           END-IF
       END-READ

       IF WimbOK = 1 THEN
         MOVE 'BLOCJOURS' TO ft_code
         READ ftarif KEY IS ft_code
           INVALID KEY
             MOVE 90 TO ft_taux
         END-READ
         MOVE ft_taux TO WimbDelai
         ACCEPT WdateSys FROM DATE YYYYMMDD

         MOVE WimbClub TO ffa_idClub
         START ffacture KEY IS = ffa_idClub
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO Wresafin2
             PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
               READ ffacture NEXT
               AT END
                 MOVE 1 TO Wresafin2
               NOT AT END
                 IF ffa_idClub NOT = WimbClub THEN
                   MOVE 1 TO Wresafin2
                 ELSE
                   IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
                     PERFORM IMPAYES_UNE_FACTURE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
         END-START

         IF WimbDu > 0 THEN
           MOVE 0 TO WimbOK
           DISPLAY "/!\ Club ",WimbClub," : ",WimbDu," € d'impayés de
      -    " plus de ",WimbDelai," jours, nouvel engagement refusé."
      *  Le passage en force emprunte le cadre commun des dérogations
      *  (code motif + journal dédié, voir DEMANDE_DEROGATION), avec
      *  la trace historique au journal des modifications en plus
           MOVE "IMPAYES" TO WdgRegle
           MOVE SPACES TO WdgCle
           MOVE WimbClub TO WdgCle(1:4)
           PERFORM DEMANDE_DEROGATION
           IF WdgAccorde = 1 THEN
             MOVE "fclub" TO fmo_fichier
             MOVE WimbClub TO fmo_cle
             MOVE "derog impayes" TO fmo_champ
             MOVE WimbDu TO fmo_ancienne
             MOVE WdgTexte TO fmo_nouvelle
             PERFORM LOG_MODIF
             MOVE 1 TO WimbOK
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : la facture courante (ffa_*) entre-t-elle dans
      *le montant bloquant ? (les litiges ouverts et les échéanciers
      *respectés n'y entrent pas)
      ******************************************************************
       IMPAYES_UNE_FACTURE.

      -        FUNCTION INTEGER-OF-DATE(ffa_dateEmission)
       IF WageJours > WimbDelai THEN
         PERFORM EXISTE_LITIGE_OUVERT
         PERFORM FACTURE_SOUS_ECHEANCIER
         IF WliOuvert = 0 AND WepCouvert = 0 THEN
           PERFORM TOTAL_REGLE_FACTURE
           IF WregTotFact < ffa_montantTTC THEN
             COMPUTE WimbDu = WimbDu + ffa_montantTTC - WregTotFact
