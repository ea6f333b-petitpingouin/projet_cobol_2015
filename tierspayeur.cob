      *Tiers payeurs : une mairie, un comité d'entreprise ou une ligue
      *règle parfois les factures d'un club à sa place. Le tiers payeur
      *est désigné par club (tierspayeur.dat), pour une période et une
      *nature de facture facultatives ; à l'émission, la facture qui
      *tombe dans une désignation lui est adressée (facture_payeur.dat,
      *figé : une désignation posée après coup ne déplace pas les
      *factures déjà émises). La facture, la relance, le prélèvement
      *SEPA (mandat du tiers payeur) et le relevé de compte vont alors
      *au tiers payeur ; la facture reste au club qui a occupé la salle
      *(ffa_idClub), si bien que les statistiques d'occupation et de
      *recettes par club ne changent pas.
      ******************************************************************

      *Création d'un tiers payeur
      ******************************************************************
       SAISIE_PAYEUR.

       MOVE SPACES TO Tpayeur
       DISPLAY "Nom du tiers payeur:"
       PERFORM WITH TEST AFTER UNTIL fty_nom NOT = SPACES
         ACCEPT fty_nom
       END-PERFORM
       DISPLAY "Adresse:"
       ACCEPT fty_addr
       DISPLAY "Code postal:"
       PERFORM WITH TEST AFTER UNTIL fty_codePost IS NUMERIC
         ACCEPT fty_codePost
       END-PERFORM
       DISPLAY "Commune:"
       ACCEPT fty_commune
       DISPLAY "Email:"
       ACCEPT fty_email
       DISPLAY "Téléphone:"
       ACCEPT fty_tel
       DISPLAY "SIRET (vide si inconnu):"
       ACCEPT fty_siret
       MOVE 0 TO fty_dateSignature
       MOVE 0 TO fty_mandatActif
       DISPLAY "Mandat de prélèvement SEPA signé (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
         DISPLAY "IBAN:"
         ACCEPT fty_iban
         DISPLAY "BIC:"
         ACCEPT fty_bic
         DISPLAY "Référence unique de mandat (RUM):"
         ACCEPT fty_rum
         DISPLAY "Date de signature du mandat (aaaammjj):"
         PERFORM WITH TEST AFTER UNTIL fty_dateSignature IS NUMERIC
                  AND fty_dateSignature > 19700101
           ACCEPT fty_dateSignature
         END-PERFORM
         MOVE 1 TO fty_mandatActif
       END-IF
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fty_dateCreation
       MOVE WoperLogin TO fty_login
       PERFORM GET_ID_PAYEUR
       MOVE WidCourantPayeur TO fty_id
       WRITE Tpayeur
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture tiers payeur: ",fty_stat
           MOVE "payeur.dat" TO WejFichier
           MOVE fty_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_PAYEUR" TO WejPara
           MOVE fty_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Tiers payeur ",fty_id," enregistré."
       END-WRITE.

      *Désignation d'un tiers payeur pour un club : la désignation
      *prend le premier rang libre du club ; à l'émission, la première
      *désignation qui convient (ordre des rangs) l'emporte
      ******************************************************************
       DESIGNE_TIERS_PAYEUR.

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
             DISPLAY "ID du tiers payeur:"
             PERFORM WITH TEST AFTER UNTIL fty_id IS NUMERIC
               ACCEPT fty_id
             END-PERFORM
             READ fpayeur KEY IS fty_id
               INVALID KEY
                 DISPLAY "Il n'existe pas de tiers payeur portant ce num
      -    "éro"
               NOT INVALID KEY
                 PERFORM DESIGNE_TIERS_SAISIE
             END-READ
           END-IF
       END-READ.

      *Sous-paragraphe : bornes, nature et écriture de la désignation
      *(fc_* et fty_* chargés)
      ******************************************************************
       DESIGNE_TIERS_SAISIE.

       MOVE fc_id TO WtpClub
       PERFORM DERNIER_RANG_TIERS
       IF WtpRang >= 99 THEN
         DISPLAY "/!\ Plus de rang libre pour ce club : closez d'anc
      -    "iennes désignations."
       ELSE
         MOVE WtpClub TO fdt_idClub
         COMPUTE fdt_rang = WtpRang + 1
         MOVE fty_id TO fdt_idPayeur
         DISPLAY "Factures des périodes à partir du (aaaammjj, 0 = sa
      -    "ns limite):"
         PERFORM WITH TEST AFTER UNTIL fdt_dateDeb IS NUMERIC
           ACCEPT fdt_dateDeb
         END-PERFORM
         DISPLAY "Jusqu'au (aaaammjj, 0 = sans limite):"
         PERFORM WITH TEST AFTER UNTIL fdt_dateFin IS NUMERIC AND
                  (fdt_dateFin = 0 OR fdt_dateFin >= fdt_dateDeb)
           ACCEPT fdt_dateFin
         END-PERFORM
         DISPLAY "Nature de facture prise en charge (LOCATION, COTIS
      -    "ATION... ; vide = toutes):"
         MOVE SPACES TO fdt_nature
         ACCEPT fdt_nature
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE WdateSys TO fdt_date
         MOVE WoperLogin TO fdt_login
         WRITE Ttiers
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture désignation: ",fdt_stat
             MOVE "tierspayeur.dat" TO WejFichier
             MOVE fdt_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "DESIGNE_TIERS_SAISIE" TO WejPara
             MOVE fdt_cle TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             DISPLAY "Club ",fc_id," : factures adressées à ",
      -              fty_nom," (rang ",fdt_rang,")."
         END-WRITE
       END-IF.

      *Sous-paragraphe : plus haut rang de désignation du club WtpClub
      *-> WtpRang (0 si aucune)
      ******************************************************************
       DERNIER_RANG_TIERS.

       MOVE 0 TO WtpRang
       MOVE WtpClub TO fdt_idClub
       MOVE 0 TO fdt_rang
       START ftiers KEY IS NOT LESS THAN fdt_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WtpFin1
           PERFORM WITH TEST AFTER UNTIL WtpFin1 = 1
             READ ftiers NEXT
             AT END
               MOVE 1 TO WtpFin1
             NOT AT END
               IF fdt_idClub NOT = WtpClub THEN
                 MOVE 1 TO WtpFin1
               ELSE
                 MOVE fdt_rang TO WtpRang
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Clôture d'une désignation : la date de fin est fixée, les
      *factures déjà émises restent au tiers payeur
      ******************************************************************
       CLOS_TIERS_PAYEUR.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fdt_idClub IS NUMERIC
         ACCEPT fdt_idClub
       END-PERFORM
       DISPLAY "Rang de la désignation:"
       PERFORM WITH TEST AFTER UNTIL fdt_rang IS NUMERIC
         ACCEPT fdt_rang
       END-PERFORM
       READ ftiers KEY IS fdt_cle
         INVALID KEY
           DISPLAY "Pas de désignation à ce rang pour ce club."
         NOT INVALID KEY
           DISPLAY "Tiers payeur ",fdt_idPayeur," du ",fdt_dateDeb,
      -            " au ",fdt_dateFin," - nature : ",fdt_nature
           DISPLAY "Dernier jour de prise en charge (aaaammjj):"
           PERFORM WITH TEST AFTER UNTIL WtpDate IS NUMERIC AND
                    WtpDate >= fdt_dateDeb AND WtpDate > 19700101
             ACCEPT WtpDate
           END-PERFORM
           MOVE WtpDate TO fdt_dateFin
           REWRITE Ttiers
             INVALID KEY
               DISPLAY "/!\ Erreur de réécriture désignation: ",
      -                fdt_stat
               MOVE "tierspayeur.dat" TO WejFichier
               MOVE fdt_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "CLOS_TIERS_PAYEUR" TO WejPara
               MOVE fdt_cle TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               DISPLAY "Désignation close au ",fdt_dateFin,"."
           END-REWRITE
       END-READ.

      *Liste des tiers payeurs et de leurs désignations
      ******************************************************************
       DISPLAY_PAYEURS.

       DISPLAY "--- Tiers payeurs ---"
       CLOSE fpayeur
       OPEN I-O fpayeur
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fpayeur NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           DISPLAY fty_id," ",fty_nom," - ",fty_codePost," ",
      -            fty_commune
           IF fty_mandatActif = 1 THEN
             DISPLAY "     mandat SEPA ",fty_rum," signé le ",
      -              fty_dateSignature
           END-IF
           MOVE fty_id TO fdt_idPayeur
           START ftiers KEY IS = fdt_idPayeur
             INVALID KEY
               DISPLAY "     (aucune désignation)"
             NOT INVALID KEY
               MOVE 0 TO WtpFin1
               PERFORM WITH TEST AFTER UNTIL WtpFin1 = 1
                 READ ftiers NEXT
                 AT END
                   MOVE 1 TO WtpFin1
                 NOT AT END
                   IF fdt_idPayeur NOT = fty_id THEN
                     MOVE 1 TO WtpFin1
                   ELSE
                     DISPLAY "     club ",fdt_idClub," rang ",
      -                      fdt_rang," du ",fdt_dateDeb," au ",
      -                      fdt_dateFin," nature ",fdt_nature
                   END-IF
                 END-READ
               END-PERFORM
           END-START
       END-PERFORM.

      *Sous-paragraphe : tiers payeur d'une facture à émettre (ffa_*
      *chargé) -> WtpPayeur (0 = le club). La période facturée est
      *comparée aux bornes ; un avoir suit la période seule, la nature
      *de la facture qu'il annule n'étant pas la sienne.
      ******************************************************************
       CHERCHE_TIERS_PAYEUR.

       MOVE 0 TO WtpPayeur
       IF ffa_mois >= 1 AND ffa_mois <= 12 THEN
         COMPUTE WtpDate = ffa_annee * 10000 + ffa_mois * 100 + 1
       ELSE
         MOVE ffa_dateEmission TO WtpDate
       END-IF
       MOVE ffa_idClub TO fdt_idClub
       MOVE 0 TO fdt_rang
       START ftiers KEY IS NOT LESS THAN fdt_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WtpFin1
           PERFORM WITH TEST AFTER UNTIL WtpFin1 = 1
             READ ftiers NEXT
             AT END
               MOVE 1 TO WtpFin1
             NOT AT END
               IF fdt_idClub NOT = ffa_idClub THEN
                 MOVE 1 TO WtpFin1
               ELSE
                 IF (fdt_dateDeb = 0 OR fdt_dateDeb <= WtpDate) AND
                           (fdt_dateFin = 0 OR fdt_dateFin >= WtpDate)
                           AND (fdt_nature = SPACES OR
                           fdt_nature = ffa_nature OR
                           ffa_nature = "AVOIR") THEN
                   MOVE fdt_idPayeur TO WtpPayeur
                   MOVE 1 TO WtpFin1
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : à l'émission, adresse la facture courante
      *(ffa_*) au tiers payeur désigné s'il y en a un
      ******************************************************************
       AFFECTE_TIERS_PAYEUR.

       PERFORM CHERCHE_TIERS_PAYEUR
       IF WtpPayeur NOT = 0 THEN
         MOVE ffa_numero TO ffp_numFacture
         MOVE WtpPayeur TO ffp_idPayeur
         MOVE ffa_idClub TO ffp_idClub
         WRITE Tfactpay
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture facture tiers payeur: ",
      -              ffp_stat
             MOVE "facture_payeur.dat" TO WejFichier
             MOVE ffp_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "AFFECTE_TIERS_PAYEUR" TO WejPara
             MOVE ffp_numFacture TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF.

      *Sous-paragraphe : tiers payeur de la facture WtpNumFact ->
      *WtpPayeur (0 = facture adressée au club)
      ******************************************************************
       FACTURE_TIERS_PAYEUR.

       MOVE 0 TO WtpPayeur
       IF WtpNumFact NOT = 0 THEN
         MOVE WtpNumFact TO ffp_numFacture
         READ ffactpay KEY IS ffp_numFacture
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE ffp_idPayeur TO WtpPayeur
         END-READ
       END-IF.

      *Sous-paragraphe : fiche du tiers payeur WtpPayeur (fty_*)
      ******************************************************************
       LIT_TIERS_PAYEUR.

       MOVE WtpPayeur TO fty_id
       READ fpayeur KEY IS fty_id
         INVALID KEY
           MOVE SPACES TO fty_nom
           MOVE SPACES TO fty_addr
           MOVE 0 TO fty_codePost
           MOVE SPACES TO fty_commune
           MOVE SPACES TO fty_email
           MOVE SPACES TO fty_tel
           MOVE SPACES TO fty_siret
           MOVE 0 TO fty_mandatActif
       END-READ.

      *Sous-paragraphe : mandat de prélèvement applicable à la facture
      *courante (ffa_*) -> WtpMandat, WtpRum, WtpIban, WtpBic. Une
      *facture adressée à un tiers payeur se prélève sur son mandat à
      *lui, jamais sur celui du club.
      ******************************************************************
       MANDAT_FACTURE.

       MOVE 0 TO WtpMandat
       MOVE ffa_numero TO WtpNumFact
       PERFORM FACTURE_TIERS_PAYEUR
       IF WtpPayeur = 0 THEN
         MOVE ffa_idClub TO fmd_idClub
         READ fmandat KEY IS fmd_idClub
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fmd_actif = 1 THEN
               MOVE 1 TO WtpMandat
               MOVE fmd_rum TO WtpRum
               MOVE fmd_iban TO WtpIban
               MOVE fmd_bic TO WtpBic
             END-IF
         END-READ
       ELSE
         PERFORM LIT_TIERS_PAYEUR
         IF fty_mandatActif = 1 THEN
           MOVE 1 TO WtpMandat
           MOVE fty_rum TO WtpRum
           MOVE fty_iban TO WtpIban
           MOVE fty_bic TO WtpBic
         END-IF
       END-IF.

      *Sous-paragraphe : en-tête du courrier de relance adressé au
      *tiers payeur de la facture courante (WtpPayeur, fc_* chargés)
      ******************************************************************
       COURRIER_TIERS_PAYEUR.

       PERFORM LIT_TIERS_PAYEUR
       MOVE SPACES TO Lrelance
       STRING "Tiers payeur " DELIMITED BY SIZE
              fty_id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fty_nom DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance
       MOVE SPACES TO Lrelance
       STRING "Adresse : " DELIMITED BY SIZE
              fty_addr DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fty_codePost DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fty_commune DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance
       MOVE SPACES TO Lrelance
       STRING "Contact : " DELIMITED BY SIZE
              fty_email DELIMITED BY SIZE
              " / " DELIMITED BY SIZE
              fty_tel DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance
       MOVE SPACES TO Lrelance
       STRING "Pour le compte du club " DELIMITED BY SIZE
              fc_id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fc_nom DELIMITED BY SIZE
         INTO Lrelance
       END-STRING
       WRITE Lrelance.

      *Relevé de compte d'un tiers payeur (fty_* chargé) : ses
      *factures et les règlements rapprochés de ces factures, même
      *ventilation que le relevé d'un club
      ******************************************************************
       RELEVE_UN_PAYEUR.

       MOVE fty_id TO WrlvPayeur
       MOVE 0 TO WrlvNb
       MOVE 0 TO WrlvOuverture
       MOVE fty_id TO ffp_idPayeur
       START ffactpay KEY IS = ffp_idPayeur
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WtpFin1
           PERFORM WITH TEST AFTER UNTIL WtpFin1 = 1
             READ ffactpay NEXT
             AT END
               MOVE 1 TO WtpFin1
             NOT AT END
               IF ffp_idPayeur NOT = fty_id THEN
                 MOVE 1 TO WtpFin1
               ELSE
                 PERFORM RELEVE_PAYEUR_FACTURE
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WrlvNb = 0 AND WrlvOuverture = 0 THEN
         CONTINUE
       ELSE
         PERFORM RELEVE_TRI
         PERFORM RELEVE_EDITE
         ADD 1 TO WrlvNbFichiers
       END-IF
       MOVE 0 TO WrlvPayeur.

      *Sous-paragraphe : la facture ffp_numFacture et ses règlements
      ******************************************************************
       RELEVE_PAYEUR_FACTURE.

       MOVE ffp_numFacture TO ffa_numero
       READ ffacture KEY IS ffa_numero
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF ffa_statut NOT = 3 THEN
             PERFORM RELEVE_UNE_FACTURE
           END-IF
       END-READ
       MOVE ffp_numFacture TO frg_numFacture
       START freglement KEY IS = frg_numFacture
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WtpFin2
           PERFORM WITH TEST AFTER UNTIL WtpFin2 = 1
             READ freglement NEXT
             AT END
               MOVE 1 TO WtpFin2
             NOT AT END
               IF frg_numFacture NOT = ffp_numFacture THEN
                 MOVE 1 TO WtpFin2
               ELSE
                 PERFORM RELEVE_UN_REGLEMENT
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *État annuel des montants facturés par tiers payeur (année de la
      *période facturée), avec le réglé et le reste dû
      ******************************************************************
       ETAT_TIERS_PAYEURS.

       DISPLAY "Indiquez l'année:"
       PERFORM WITH TEST AFTER UNTIL WtpAnnee IS NUMERIC AND
                WtpAnnee > 1970 AND WtpAnnee < 2038
         ACCEPT WtpAnnee
       END-PERFORM
       MOVE 0 TO WtpTotFacture
       MOVE 0 TO WtpTotRegle
       MOVE 0 TO WtpTotDu
       DISPLAY "--- Facturé par tiers payeur ",WtpAnnee," ---"
       DISPLAY "Facture / Club / Période / Nature / TTC / Réglé"
       CLOSE fpayeur
       OPEN I-O fpayeur
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fpayeur NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           PERFORM ETAT_UN_PAYEUR
       END-PERFORM
       DISPLAY "-------------------------"
       DISPLAY "Total facturé : ",WtpTotFacture
       DISPLAY "Total réglé   : ",WtpTotRegle
       DISPLAY "Reste dû      : ",WtpTotDu.

      *Sous-paragraphe : factures de l'année du tiers payeur courant
      *(fty_* chargé), hors factures annulées ; un avoir à imputer
      *vient en déduction du facturé
      ******************************************************************
       ETAT_UN_PAYEUR.

       MOVE 0 TO WtpNb
       MOVE 0 TO WtpFacture
       MOVE 0 TO WtpRegle
       MOVE 0 TO WtpDu
       DISPLAY fty_id," ",fty_nom
       MOVE fty_id TO ffp_idPayeur
       START ffactpay KEY IS = ffp_idPayeur
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WtpFin1
           PERFORM WITH TEST AFTER UNTIL WtpFin1 = 1
             READ ffactpay NEXT
             AT END
               MOVE 1 TO WtpFin1
             NOT AT END
               IF ffp_idPayeur NOT = fty_id THEN
                 MOVE 1 TO WtpFin1
               ELSE
                 MOVE ffp_numFacture TO ffa_numero
                 READ ffacture KEY IS ffa_numero
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF ffa_annee = WtpAnnee AND ffa_statut NOT = 3
                               THEN
                       PERFORM ETAT_PAYEUR_FACTURE
                     END-IF
                 END-READ
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WtpRegle < WtpFacture THEN
         COMPUTE WtpDu = WtpFacture - WtpRegle
       END-IF
       DISPLAY "     ",WtpNb," facture(s) - facturé ",WtpFacture,
      -        " - réglé ",WtpRegle," - reste dû ",WtpDu
       ADD WtpFacture TO WtpTotFacture
       ADD WtpRegle TO WtpTotRegle
       ADD WtpDu TO WtpTotDu.

      *Sous-paragraphe : cumule la facture courante (ffa_*)
      ******************************************************************
       ETAT_PAYEUR_FACTURE.

       IF ffa_nature = "AVOIR" THEN
         IF ffa_statut = 1 THEN
           IF ffa_montantTTC <= WtpFacture THEN
             SUBTRACT ffa_montantTTC FROM WtpFacture
           ELSE
             MOVE 0 TO WtpFacture
           END-IF
           DISPLAY "   ",ffa_numero," / ",ffa_idClub," / ",ffa_mois,
      -            "/",ffa_annee," / AVOIR / -",ffa_montantTTC
         END-IF
       ELSE
         PERFORM TOTAL_REGLE_FACTURE
         ADD 1 TO WtpNb
         ADD ffa_montantTTC TO WtpFacture
      *  Admise en non-valeur : le reste dû n'est plus réclamé
         IF ffa_statut = 4 THEN
           PERFORM NON_VALEUR_FACTURE
           SUBTRACT WnvAdmis FROM WtpFacture
         END-IF
         ADD WregTotFact TO WtpRegle
         DISPLAY "   ",ffa_numero," / ",ffa_idClub," / ",ffa_mois,"/",
      -          ffa_annee," / ",ffa_nature," / ",ffa_montantTTC,
      -          " / ",WregTotFact
       END-IF.
