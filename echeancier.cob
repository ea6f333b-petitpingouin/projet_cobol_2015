      *Échéanciers de paiement : un club en fort retard qui s'engage à
      *rembourser par échéances restait bloqué par
      *CONTROLE_IMPAYES_BLOQUE et relancé par RELANCE_BATCH alors même
      *qu'il honorait son plan. L'échéancier (echeancier.dat) liste
      *les factures couvertes (echeancier_facture.dat, reste dû à la
      *signature) et les échéances mensuelles (echeance.dat). Tout
      *règlement du club enregistré par ENREGISTRE_REGLEMENT (guichet,
      *virements...) sans facture ou sur une facture couverte s'impute
      *sur les échéances dans l'ordre. Tant que le plan est respecté
      *(aucune échéance passée non couverte), ses factures sortent des
      *relances et du blocage ; une échéance manquée les y remet
      *aussitôt, et le contrôle des échéances (job ECHEANCES) rompt le
      *plan et lève une alerte. Un seul plan en cours par club. Les
      *imputations du mode formation ne sont pas écrites.
      ******************************************************************

      *La facture ffa_numero est-elle couverte par un échéancier en
      *cours et respecté ? -> WepCouvert
      ******************************************************************
       FACTURE_SOUS_ECHEANCIER.

       MOVE 0 TO WepCouvert
       ACCEPT WepDate FROM DATE YYYYMMDD
       MOVE ffa_numero TO fei_numFacture
       START fechfact KEY IS = fei_numFacture
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin1
           PERFORM WITH TEST AFTER UNTIL WepFin1 = 1
             READ fechfact NEXT
             AT END
               MOVE 1 TO WepFin1
             NOT AT END
               IF fei_numFacture NOT = ffa_numero THEN
                 MOVE 1 TO WepFin1
               ELSE
                 MOVE fei_idPlan TO fep_id
                 READ fechplan KEY IS fep_id
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF fep_statut = 1 THEN
                       MOVE fep_id TO WepPlan
                       PERFORM ECHEANCIER_RESPECTE
                       IF WepRespecte = 1 THEN
                         MOVE 1 TO WepCouvert
                         MOVE 1 TO WepFin1
                       END-IF
                     END-IF
                 END-READ
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : le plan WepPlan est-il à jour au WepDate
      *(aucune échéance échue non couverte) ? -> WepRespecte
      ******************************************************************
       ECHEANCIER_RESPECTE.

       MOVE 1 TO WepRespecte
       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 IF fee_dateEcheance < WepDate AND
                           fee_montantPaye < fee_montant THEN
                   MOVE 0 TO WepRespecte
                   MOVE 1 TO WepFin2
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Le club WepClub a-t-il un échéancier en cours ? -> WepTrouve,
      *WepPlan
      ******************************************************************
       CHERCHE_ECHEANCIER_CLUB.

       MOVE 0 TO WepTrouve
       MOVE WepClub TO fep_idClub
       START fechplan KEY IS = fep_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin1
           PERFORM WITH TEST AFTER UNTIL WepFin1 = 1
             READ fechplan NEXT
             AT END
               MOVE 1 TO WepFin1
             NOT AT END
               IF fep_idClub NOT = WepClub THEN
                 MOVE 1 TO WepFin1
               ELSE
                 IF fep_statut = 1 THEN
                   MOVE 1 TO WepTrouve
                   MOVE fep_id TO WepPlan
                   MOVE 1 TO WepFin1
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Imputation du règlement qui vient d'être écrit (frg_*) sur les
      *échéances du plan en cours du club, dans l'ordre des rangs
      ******************************************************************
       IMPUTE_ECHEANCE.

       IF WmodeFormation = 0 AND frg_mode NOT = "REMBOURS" AND
                 frg_mode NOT = "CHQIMPAYE" THEN
         MOVE frg_idClub TO WepClub
         PERFORM CHERCHE_ECHEANCIER_CLUB
         IF WepTrouve = 1 AND frg_numFacture NOT = 0 THEN
      *    Règlement fléché : seulement s'il vise une facture du plan
           MOVE WepPlan TO fei_idPlan
           MOVE frg_numFacture TO fei_numFacture
           READ fechfact KEY IS fei_cle
             INVALID KEY
               MOVE 0 TO WepTrouve
           END-READ
         END-IF
         IF WepTrouve = 1 THEN
           MOVE frg_montant TO WepReste
           MOVE 0 TO WepImpute
           MOVE WepPlan TO fee_idPlan
           MOVE 0 TO fee_rang
           START fecheance KEY IS NOT LESS THAN fee_cle
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WepFin2
               PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
                 READ fecheance NEXT
                 AT END
                   MOVE 1 TO WepFin2
                 NOT AT END
                   IF fee_idPlan NOT = WepPlan OR WepReste = 0 THEN
                     MOVE 1 TO WepFin2
                   ELSE
                     PERFORM IMPUTE_UNE_ECHEANCE
                   END-IF
                 END-READ
               END-PERFORM
           END-START
           IF WepImpute > 0 THEN
             DISPLAY "Règlement imputé sur l'échéancier n° ",
      -              WepPlan," : ",WepImpute
             PERFORM SOLDE_ECHEANCIER
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : imputation de WepReste sur l'échéance courante
      ******************************************************************
       IMPUTE_UNE_ECHEANCE.

       IF fee_montantPaye < fee_montant THEN
         COMPUTE WepMontantEch = fee_montant - fee_montantPaye
         IF WepReste < WepMontantEch THEN
           MOVE WepReste TO WepMontantEch
         END-IF
         ADD WepMontantEch TO fee_montantPaye
         ADD WepMontantEch TO WepImpute
         SUBTRACT WepMontantEch FROM WepReste
         IF fee_montantPaye >= fee_montant THEN
           MOVE 2 TO fee_statut
         END-IF
         REWRITE Techeance
           INVALID KEY
             DISPLAY "/!\ Erreur de réécriture échéance: ",fee_stat
             MOVE "echeance.dat" TO WejFichier
             MOVE fee_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "IMPUTE_UNE_ECHEANCE" TO WejPara
             MOVE fee_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       END-IF.

      *Sous-paragraphe : le plan WepPlan passe à soldé quand toutes
      *ses échéances sont payées
      ******************************************************************
       SOLDE_ECHEANCIER.

       MOVE 1 TO WepRespecte
       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 IF fee_statut NOT = 2 THEN
                   MOVE 0 TO WepRespecte
                   MOVE 1 TO WepFin2
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WepRespecte = 1 THEN
         MOVE WepPlan TO fep_id
         READ fechplan KEY IS fep_id
           NOT INVALID KEY
             MOVE 2 TO fep_statut
             REWRITE Techplan
             DISPLAY "Échéancier n° ",WepPlan," soldé."
         END-READ
       END-IF.

      *Retrait d'un encaissement revenu impayé (chèque) des échéances
      *du club WepClub : WepReste est retiré du cumul payé du dernier
      *plan en cours ou soldé signé au plus tard le WepDate (date du
      *chèque), puis le cumul restant se répartit à nouveau dans
      *l'ordre des rangs. Un plan soldé par ce chèque redevient en
      *cours.
      ******************************************************************
       DESIMPUTE_ECHEANCE.

       MOVE 0 TO WepTrouve
       MOVE WepClub TO fep_idClub
       START fechplan KEY IS = fep_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin1
           PERFORM WITH TEST AFTER UNTIL WepFin1 = 1
             READ fechplan NEXT
             AT END
               MOVE 1 TO WepFin1
             NOT AT END
               IF fep_idClub NOT = WepClub THEN
                 MOVE 1 TO WepFin1
               ELSE
                 IF (fep_statut = 1 OR fep_statut = 2) AND
                           fep_dateCreation <= WepDate THEN
                   MOVE 1 TO WepTrouve
                   MOVE fep_id TO WepPlan
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WepTrouve = 1 THEN
         PERFORM DESIMPUTE_CUMUL
         IF WepImpute > 0 THEN
           IF WepReste > WepImpute THEN
             MOVE WepImpute TO WepReste
           END-IF
           COMPUTE WepTotal = WepImpute - WepReste
           PERFORM DESIMPUTE_REPARTIT
           MOVE WepPlan TO fep_id
           READ fechplan KEY IS fep_id
             NOT INVALID KEY
               IF fep_statut = 2 THEN
                 MOVE 1 TO fep_statut
                 REWRITE Techplan
               END-IF
           END-READ
           DISPLAY "Échéancier n° ",WepPlan," : ",WepReste,
      -            " retiré des échéances payées."
         END-IF
       END-IF.

      *Sous-paragraphe : cumul payé du plan WepPlan -> WepImpute
      ******************************************************************
       DESIMPUTE_CUMUL.

       MOVE 0 TO WepImpute
       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 ADD fee_montantPaye TO WepImpute
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : nouvelle répartition du cumul WepTotal sur
      *les échéances du plan WepPlan, dans l'ordre des rangs
      ******************************************************************
       DESIMPUTE_REPARTIT.

       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 IF WepTotal >= fee_montant THEN
                   MOVE fee_montant TO fee_montantPaye
                   MOVE 2 TO fee_statut
                 ELSE
                   MOVE WepTotal TO fee_montantPaye
                   IF fee_statut = 2 THEN
                     MOVE 1 TO fee_statut
                   END-IF
                 END-IF
                 SUBTRACT fee_montantPaye FROM WepTotal
                 REWRITE Techeance
                   INVALID KEY
                     DISPLAY "/!\ Erreur de réécriture échéance: ",
      -                      fee_stat
                     MOVE "echeance.dat" TO WejFichier
                     MOVE fee_stat TO WejStat
                     MOVE "REWRITE" TO WejOper
                     MOVE "DESIMPUTE_REPARTIT" TO WejPara
                     MOVE fee_cle TO WejCle
                     PERFORM JOURNAL_ERREUR
                 END-REWRITE
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Mise en place d'un échéancier pour un club en retard
      ******************************************************************
       CREE_ECHEANCIER.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       READ fclub KEY IS fc_id
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           MOVE fc_id TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
             MOVE fc_id TO WepClub
             PERFORM CHERCHE_ECHEANCIER_CLUB
             IF WepTrouve = 1 THEN
               DISPLAY "Ce club a déjà l'échéancier n° ",WepPlan,
      -              " en cours."
             ELSE
               PERFORM CREE_ECHEANCIER_FACTURES
               IF WepNbFact > 0 THEN
                 PERFORM CREE_ECHEANCIER_ECHEANCES
               END-IF
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : factures ouvertes du club et choix de celles
      *que couvre l'échéancier (WepTable)
      ******************************************************************
       CREE_ECHEANCIER_FACTURES.

       MOVE 0 TO WepNbFact
       MOVE 0 TO WepTotal
       DISPLAY "Factures ouvertes du club ",WepClub," :"
       DISPLAY "N° / Émise le / Relance / Reste dû"
       MOVE WepClub TO ffa_idClub
       START ffacture KEY IS = ffa_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF ffa_idClub NOT = WepClub THEN
                 MOVE 1 TO WendSearch
               ELSE
                 IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" THEN
                   PERFORM TOTAL_REGLE_FACTURE
                   IF WregTotFact < ffa_montantTTC THEN
                     COMPUTE WregDu = ffa_montantTTC - WregTotFact
                     DISPLAY ffa_numero," / ",ffa_dateEmission," / ",
      -                      ffa_niveauRelance," / ",WregDu
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

       MOVE 1 TO WepNum
       PERFORM WITH TEST AFTER UNTIL WepNum = 0 OR WepNbFact = 20
         DISPLAY "Facture à couvrir (0 pour terminer):"
         PERFORM WITH TEST AFTER UNTIL WepNum IS NUMERIC
           ACCEPT WepNum
         END-PERFORM
         IF WepNum NOT = 0 THEN
           PERFORM CREE_ECHEANCIER_UNE_FACT
         END-IF
       END-PERFORM
       IF WepNbFact = 0 THEN
         DISPLAY "Aucune facture retenue : pas d'échéancier."
       ELSE
         DISPLAY WepNbFact," facture(s) couverte(s), total ",WepTotal
       END-IF.

      *Sous-paragraphe : contrôle et ajout de la facture WepNum
      ******************************************************************
       CREE_ECHEANCIER_UNE_FACT.

       MOVE 0 TO WepTrouve
       PERFORM WITH TEST BEFORE VARYING WepIdx FROM 1 BY 1
                 UNTIL WepIdx > WepNbFact
         IF WepTFact(WepIdx) = WepNum THEN
           MOVE 1 TO WepTrouve
         END-IF
       END-PERFORM
       MOVE WepNum TO ffa_numero
       READ ffacture KEY IS ffa_numero
         INVALID KEY
           DISPLAY "Il n'existe pas de facture portant ce numéro"
         NOT INVALID KEY
           IF ffa_idClub NOT = WepClub OR ffa_statut NOT = 1 OR
                     ffa_nature = "AVOIR" OR WepTrouve = 1 THEN
             DISPLAY "Facture non retenue (autre club, non ouverte, a
      -    "voir ou déjà choisie)."
           ELSE
             PERFORM TOTAL_REGLE_FACTURE
             IF WregTotFact < ffa_montantTTC THEN
               ADD 1 TO WepNbFact
               MOVE WepNum TO WepTFact(WepNbFact)
               COMPUTE WepTMontant(WepNbFact) = ffa_montantTTC -
      -                WregTotFact
               ADD WepTMontant(WepNbFact) TO WepTotal
             ELSE
               DISPLAY "Facture déjà couverte par ses règlements."
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : nombre d'échéances, première date,
      *confirmation et écriture du plan
      ******************************************************************
       CREE_ECHEANCIER_ECHEANCES.

       DISPLAY "Nombre d'échéances mensuelles (1 à 24):"
       PERFORM WITH TEST AFTER UNTIL WepNbEch IS NUMERIC AND
                WepNbEch >= 1 AND WepNbEch <= 24
         ACCEPT WepNbEch
       END-PERFORM
       ACCEPT WdateSys FROM DATE YYYYMMDD
       DISPLAY "Date de la première échéance (aaaammjj):"
       PERFORM WITH TEST AFTER UNTIL WepDate IS NUMERIC AND
                WepDate >= WdateSys
         ACCEPT WepDate
       END-PERFORM
       COMPUTE WepMontantEch = WepTotal / WepNbEch
       DISPLAY WepNbEch," échéance(s) de ",WepMontantEch,
      -        " (ajustement sur la dernière), total ",WepTotal
       DISPLAY "Confirmer l'échéancier (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM

       IF WcrudChoix = 1 THEN
         PERFORM GET_ID_ECHEANCIER
         MOVE WidCourantEcheancier TO fep_id
         MOVE WepClub TO fep_idClub
         MOVE WdateSys TO fep_dateCreation
         MOVE WepTotal TO fep_montantTotal
         MOVE WepNbEch TO fep_nbEcheances
         MOVE 1 TO fep_statut
         MOVE WoperLogin TO fep_login
         MOVE 0 TO fep_dateRupture
         WRITE Techplan
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture échéancier: ",fep_stat
             MOVE "echeancier.dat" TO WejFichier
             MOVE fep_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "CREE_ECHEANCIER_ECHEANCES" TO WejPara
             MOVE fep_id TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             PERFORM CREE_ECHEANCIER_ECRIT
             DISPLAY "Échéancier n° ",fep_id," enregistré : "
      -              "relances et blocage suspendus tant qu'il est "
      -              "respecté."
         END-WRITE
       END-IF.

      *Sous-paragraphe : factures couvertes et échéances du plan fep_id
      ******************************************************************
       CREE_ECHEANCIER_ECRIT.

       PERFORM WITH TEST BEFORE VARYING WepIdx FROM 1 BY 1
                 UNTIL WepIdx > WepNbFact
         MOVE fep_id TO fei_idPlan
         MOVE WepTFact(WepIdx) TO fei_numFacture
         MOVE WepTMontant(WepIdx) TO fei_montant
         WRITE Techfact
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture facture d'échéancier: ",
      -              fei_stat
             MOVE "echeancier_facture.dat" TO WejFichier
             MOVE fei_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "CREE_ECHEANCIER_ECRIT" TO WejPara
             MOVE fei_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-PERFORM

      *Échéances mensuelles au même quantième (ramené au 28 pour
      *exister tous les mois) ; l'arrondi tombe sur la dernière
       COMPUTE WepAnnee = WepDate / 10000
       COMPUTE WepMois = FUNCTION MOD(WepDate / 100, 100)
       COMPUTE WepJour = FUNCTION MOD(WepDate, 100)
       IF WepJour > 28 THEN
         MOVE 28 TO WepJour
       END-IF
       MOVE WepTotal TO WepReste
       PERFORM WITH TEST BEFORE VARYING WepIdx FROM 1 BY 1
                 UNTIL WepIdx > WepNbEch
         MOVE fep_id TO fee_idPlan
         MOVE WepIdx TO fee_rang
         IF WepIdx = 1 THEN
           MOVE WepDate TO fee_dateEcheance
         ELSE
           COMPUTE fee_dateEcheance = WepAnnee * 10000 + WepMois * 100
      -            + WepJour
         END-IF
         IF WepIdx = WepNbEch THEN
           MOVE WepReste TO fee_montant
         ELSE
           MOVE WepMontantEch TO fee_montant
           SUBTRACT WepMontantEch FROM WepReste
         END-IF
         MOVE 0 TO fee_montantPaye
         MOVE 1 TO fee_statut
         WRITE Techeance
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture échéance: ",fee_stat
             MOVE "echeance.dat" TO WejFichier
             MOVE fee_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "CREE_ECHEANCIER_ECRIT" TO WejPara
             MOVE fee_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
         ADD 1 TO WepMois
         IF WepMois > 12 THEN
           MOVE 1 TO WepMois
           ADD 1 TO WepAnnee
         END-IF
       END-PERFORM.

      *Consultation des échéanciers d'un club
      ******************************************************************
       DISPLAY_ECHEANCIERS.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL WepClub IS NUMERIC
         ACCEPT WepClub
       END-PERFORM
       MOVE 0 TO WepTrouve
       MOVE WepClub TO fep_idClub
       START fechplan KEY IS = fep_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ fechplan NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF fep_idClub NOT = WepClub THEN
                 MOVE 1 TO WendSearch
               ELSE
                 MOVE 1 TO WepTrouve
                 PERFORM DISPLAY_UN_ECHEANCIER
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WepTrouve = 0 THEN
         DISPLAY "Aucun échéancier pour ce club."
       END-IF.

      *Sous-paragraphe : détail de l'échéancier courant (fep_*)
      ******************************************************************
       DISPLAY_UN_ECHEANCIER.

       DISPLAY "--- Échéancier n° ",fep_id," du ",fep_dateCreation,
      -        " (",fep_login,") ---"
       EVALUATE fep_statut
         WHEN 1 DISPLAY "En cours - total ",fep_montantTotal
         WHEN 2 DISPLAY "Soldé - total ",fep_montantTotal
         WHEN 3 DISPLAY "ROMPU le ",fep_dateRupture," - total ",
      -                 fep_montantTotal
       END-EVALUATE
       MOVE fep_id TO WepPlan
       DISPLAY "Factures couvertes :"
       MOVE WepPlan TO fei_idPlan
       MOVE 0 TO fei_numFacture
       START fechfact KEY IS NOT LESS THAN fei_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin1
           PERFORM WITH TEST AFTER UNTIL WepFin1 = 1
             READ fechfact NEXT
             AT END
               MOVE 1 TO WepFin1
             NOT AT END
               IF fei_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin1
               ELSE
                 DISPLAY "  ",fei_numFacture," / ",fei_montant
               END-IF
             END-READ
           END-PERFORM
       END-START
       DISPLAY "Rang / Échéance / Montant / Payé / État"
       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 EVALUATE fee_statut
                   WHEN 1 DISPLAY "  ",fee_rang," / ",fee_dateEcheance,
      -                     " / ",fee_montant," / ",fee_montantPaye,
      -                     " / à venir"
                   WHEN 2 DISPLAY "  ",fee_rang," / ",fee_dateEcheance,
      -                     " / ",fee_montant," / ",fee_montantPaye,
      -                     " / payée"
                   WHEN 3 DISPLAY "  ",fee_rang," / ",fee_dateEcheance,
      -                     " / ",fee_montant," / ",fee_montantPaye,
      -                     " / MANQUÉE"
                 END-EVALUATE
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Contrôle des échéances (menu et chaîne de nuit, job ECHEANCES) :
      *un plan en cours dont une échéance est passée sans être couverte
      *est rompu, avec alerte ; ses factures reviennent aux relances
      *et au blocage
      ******************************************************************
       CONTROLE_ECHEANCES.

       MOVE "ECHEANCES" TO WrunJob
       PERFORM RUN_DEBUT
       ACCEPT WepDate FROM DATE YYYYMMDD
       MOVE 0 TO WepNbRompus
       CLOSE fechplan
       OPEN I-O fechplan
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fechplan NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fep_statut = 1 THEN
             MOVE fep_id TO WepPlan
             PERFORM CONTROLE_UN_ECHEANCIER
           END-IF
       END-PERFORM
       DISPLAY WepNbRompus," échéancier(s) rompu(s)."
       MOVE WepNbRompus TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN.

      *Sous-paragraphe : échéances échues non couvertes du plan
      *courant (fep_*) marquées manquées, plan rompu
      ******************************************************************
       CONTROLE_UN_ECHEANCIER.

       MOVE 1 TO WepRespecte
       MOVE WepPlan TO fee_idPlan
       MOVE 0 TO fee_rang
       START fecheance KEY IS NOT LESS THAN fee_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WepFin2
           PERFORM WITH TEST AFTER UNTIL WepFin2 = 1
             READ fecheance NEXT
             AT END
               MOVE 1 TO WepFin2
             NOT AT END
               IF fee_idPlan NOT = WepPlan THEN
                 MOVE 1 TO WepFin2
               ELSE
                 IF fee_dateEcheance < WepDate AND
                           fee_montantPaye < fee_montant THEN
                   MOVE 0 TO WepRespecte
                   MOVE 3 TO fee_statut
                   REWRITE Techeance
                   MOVE fee_dateEcheance TO WepNum
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WepRespecte = 0 THEN
         MOVE 3 TO fep_statut
         MOVE WepDate TO fep_dateRupture
         REWRITE Techplan
         ADD 1 TO WepNbRompus
         DISPLAY "Échéancier n° ",fep_id," du club ",fep_idClub,
      -          " ROMPU (échéance du ",WepNum," impayée)."
         MOVE "ECHEANCE" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Échéancier " DELIMITED BY SIZE
                fep_id DELIMITED BY SIZE
                " du club " DELIMITED BY SIZE
                fep_idClub DELIMITED BY SIZE
                " rompu (échéance manquée)" DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       END-IF.
