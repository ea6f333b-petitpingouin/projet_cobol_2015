           MOVE 0 TO WfactHT
           MOVE 0 TO WfactTVA
           MOVE 0 TO WfactTTC
           PERFORM RAZ_LIGNES_FACTURE
           MOVE fc_id TO fr_idClub
           START fresa KEY IS = fr_idClub
             INVALID KEY
                       ADD fr_montantHT TO WfactHT
                       ADD fr_taxe TO WfactTVA
                       ADD fr_montant TO WfactTTC
                       PERFORM AJOUTE_LIGNES_RESA
      *                Pénalité si le créneau n'a pas été honoré
                       MOVE fr_numResa TO fp_numResa
                       READ fpresence KEY IS fp_numResa
           PERFORM LIT_CONVENTION
           IF WcvtTrouvee = 1 AND WcvtPlafond > 0 AND
                     WfactTTC > WcvtPlafond THEN
             MOVE WfactHT TO WflAvantHT
             MOVE WfactTVA TO WflAvantTVA
             MOVE WfactTTC TO WflAvantTTC
             COMPUTE WfactHT ROUNDED = WfactHT * WcvtPlafond /
      -              WfactTTC
             MOVE WcvtPlafond TO WfactTTC
             COMPUTE WfactTVA = WfactTTC - WfactHT
      *      L'écrêtement figure au détail comme une ligne négative
             PERFORM VIDE_LIGNE_FACTURE
             MOVE "PLAFOND" TO WflType
             STRING "Plafond convention " DELIMITED BY SIZE
                    WcvtRef DELIMITED BY SIZE
               INTO WflLibelle
             END-STRING
             COMPUTE WflHT = WfactHT - WflAvantHT
             COMPUTE WflTVA = WfactTVA - WflAvantTVA
             COMPUTE WflTTC = WfactTTC - WflAvantTTC
             PERFORM AJOUTE_LIGNE_FACTURE
             DISPLAY "  Plafond convention ",WcvtRef," appliqué : ",
      -              WfactTTC," TTC"
           END-IF
               PERFORM DEDUIT_ARRHES_CLUB
               MOVE "LOCATION" TO WfactNature
               PERFORM ENREGISTRE_FACTURE
               MOVE WfactNum TO WflNumFacture
               PERFORM ECRIT_LIGNES_FACTURE
               ADD 1 TO WrunNbEnr
               DISPLAY "  Facture émise : n° ",WfactNum
             END-IF
      -        " / TTC ",WtvaTotTTC
       DISPLAY "**************************************************".

      *Export CSV de la facturation du mois (pour tableur externe) :
      *une ligne par ligne de facture émise sur la période, relue au
      *registre des lignes. Une facture sans détail au registre sort
      *sur une ligne 0 portant ses totaux.
      *****************************************************************
       FACTURE_MOIS_CSV.

         ACCEPT Wresa_m
       END-PERFORM

       CLOSE ffacture
       OPEN I-O ffacture
       OPEN OUTPUT ffacturecsv

       MOVE SPACES TO Lfacturecsv
       STRING "Facture;Club;Nature;Ligne;Type;Resa;Salle;Date;Heure;"
              "Minutes;MontantHT;Taxe;MontantTTC"
       DELIMITED BY SIZE INTO Lfacturecsv
       WRITE Lfacturecsv

       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ ffacture NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           IF ffa_annee = Wresa_a AND ffa_mois = Wresa_m AND
                     ffa_statut NOT = 3 THEN
             PERFORM FACTURE_MOIS_CSV_LIGNES
           END-IF
         END-READ
       END-PERFORM

       CLOSE ffacturecsv
       DISPLAY "Export écrit dans facture.csv.".

      *Sous-paragraphe : lignes du registre de la facture courante
      *(ffa_*)
      *****************************************************************
       FACTURE_MOIS_CSV_LIGNES.

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
                 MOVE 1 TO WflTrouve
                 MOVE flf_montantHT TO WflEdHT
                 MOVE flf_tva TO WflEdTVA
                 MOVE flf_montantTTC TO WflEdTTC
                 MOVE SPACES TO Lfacturecsv
                 STRING ffa_numero ";" ffa_idClub ";" ffa_nature ";"
      -                 flf_ligne ";" flf_type ";" flf_numResa ";"
      -                 flf_idSalle ";" flf_date ";" flf_heure ";"
      -                 flf_minutes ";" WflEdHT ";" WflEdTVA ";"
      -                 WflEdTTC
                 DELIMITED BY SIZE INTO Lfacturecsv
                 WRITE Lfacturecsv
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WflTrouve = 0 THEN
         MOVE ffa_montantHT TO WflEdHT
         MOVE ffa_tva TO WflEdTVA
         MOVE ffa_montantTTC TO WflEdTTC
         MOVE SPACES TO Lfacturecsv
         STRING ffa_numero ";" ffa_idClub ";" ffa_nature ";0;;;;;;;"
      -          WflEdHT ";" WflEdTVA ";" WflEdTTC
         DELIMITED BY SIZE INTO Lfacturecsv
         WRITE Lfacturecsv
       END-IF.
