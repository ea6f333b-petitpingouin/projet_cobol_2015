       WRITE Tfacture
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture facture: ",ffac_stat
         MOVE "facture.dat" TO WejFichier
         MOVE ffac_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "ENREGISTRE_FACTURE" TO WejPara
         MOVE ffa_numero TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         PERFORM SCELLE_FACTURE
         PERFORM AFFECTE_TIERS_PAYEUR
       END-WRITE.

      *Libellé en clair du statut de la facture courante (ffa_statut)
           WHEN 1 MOVE "émise" TO WfactLibStatut
           WHEN 2 MOVE "payée" TO WfactLibStatut
           WHEN 3 MOVE "annulée" TO WfactLibStatut
           WHEN 4 MOVE "non-valeur" TO WfactLibStatut
           WHEN OTHER MOVE "?" TO WfactLibStatut
         END-EVALUATE
       END-IF.
         INVALID KEY
           DISPLAY "Il n'existe pas de facture portant ce numéro"
         NOT INVALID KEY
           MOVE ffa_idClub TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
             PERFORM REPRINT_FACTURE_CORPS
           END-IF
       END-READ.

      *Sous-paragraphe : édition de la facture lue (ffa_*)
      ******************************************************************
       REPRINT_FACTURE_CORPS.

       MOVE ffa_idClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           MOVE SPACES TO fc_nom
       END-READ
       PERFORM LIBELLE_STATUT_FACTURE
       IF ffa_nature = "AVOIR" THEN
         DISPLAY "******************* AVOIR ***********************"
       ELSE
         DISPLAY "******************* FACTURE *********************"
       END-IF
       DISPLAY "N° de facture : ",ffa_numero
       DISPLAY "Club          : ",ffa_idClub," ",fc_nom
       MOVE ffa_numero TO WtpNumFact
       PERFORM FACTURE_TIERS_PAYEUR
       IF WtpPayeur NOT = 0 THEN
         PERFORM LIT_TIERS_PAYEUR
         DISPLAY "Adressée à    : tiers payeur ",fty_id," ",
      -              fty_nom
       END-IF
       DISPLAY "Période       : ",ffa_mois,"/",ffa_annee
       DISPLAY "Émise le      : ",ffa_dateEmission
       DISPLAY "Montant HT    : ",ffa_montantHT
       DISPLAY "TVA           : ",ffa_tva
       DISPLAY "Montant TTC   : ",ffa_montantTTC
       DISPLAY "Statut        : ",WfactLibStatut
       IF ffa_nature NOT = "AVOIR" THEN
         PERFORM PAYFIP_REFERENCE
         DISPLAY "Réf. PayFiP   : ",WpyRef,
      -              " (paiement par carte en ligne)"
       END-IF
       DISPLAY "-------------------------------------------------"
       PERFORM AFFICHE_LIGNES_FACTURE
       DISPLAY "*************************************************".

      *Liste des factures d'un club
      ******************************************************************
       DISPLAY_FACTURES_CLUB.
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       MOVE fc_id TO WpeClub
       PERFORM CONTROLE_CLUB
       IF WpeOK = 1 THEN
         MOVE fc_id TO ffa_idClub
         DISPLAY "--- Factures du club ",ffa_idClub," ---"
         DISPLAY "N° / Période / TTC / Statut"
         START ffacture KEY IS = ffa_idClub
           INVALID KEY
             DISPLAY "Aucune facture pour ce club."
           NOT INVALID KEY
             MOVE 0 TO WendSearch
             PERFORM WITH TEST AFTER UNTIL WendSearch = 1
               READ ffacture NEXT
               AT END
                 MOVE 1 TO WendSearch
               NOT AT END
                 IF ffa_idClub NOT = fc_id THEN
                   MOVE 1 TO WendSearch
                 ELSE
                   PERFORM LIBELLE_STATUT_FACTURE
                   DISPLAY ffa_numero," / ",ffa_mois,"/",ffa_annee,
      -                  " / ",ffa_montantTTC," / ",WfactLibStatut
                 END-IF
               END-READ
             END-PERFORM
         END-START
       END-IF.

      *Annulation d'une facture (le numéro reste dans le registre,
      *seule la facture passe au statut annulée)
         INVALID KEY
           DISPLAY "Il n'existe pas de facture portant ce numéro"
         NOT INVALID KEY
           MOVE ffa_idClub TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
      *      Pas d'annulation dans un mois comptablement clos
             COMPUTE WclPeriode = ffa_annee * 100 + ffa_mois
             PERFORM CONTROLE_PERIODE
             IF WclClose = 1 THEN
               DISPLAY "/!\ Période ",WclPeriode," close : ",
                       "annulation refusée (émettre un avoir sur la ",
                       "période courante)."
             ELSE
             DISPLAY "Facture ",ffa_numero," club ",ffa_idClub," - ",
      -            ffa_montantTTC," TTC"
             DISPLAY "Confirmer l'annulation (0/1) ?"
             MOVE 5 TO WcrudChoix
             PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                       WcrudChoix = 1
               ACCEPT WcrudChoix
             END-PERFORM
             IF WcrudChoix = 1 THEN
               MOVE 3 TO ffa_statut
               REWRITE Tfacture
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "facture.dat" TO WejFichier
                   MOVE ffac_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "ANNULE_FACTURE" TO WejPara
                   MOVE ffa_numero TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Facture annulée."
               END-REWRITE
             END-IF
             END-IF
           END-IF
       END-READ.

         WRITE Tfacture
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture avoir: ",ffac_stat
           MOVE "facture.dat" TO WejFichier
           MOVE ffac_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "GENERE_UN_AVOIR" TO WejPara
           MOVE ffa_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           PERFORM SCELLE_FACTURE
           ADD 1 TO WavoirNb
           PERFORM VIDE_LIGNE_FACTURE
           MOVE "ANNULATION" TO WflType
           IF fan_numResa IS NUMERIC THEN
             MOVE fan_numResa TO WflNumResa
           END-IF
           MOVE fan_idSalle TO WflSalle
           COMPUTE WflDate = fan_dateDebut / 10000
           COMPUTE WflHeure = FUNCTION MOD(fan_dateDebut, 10000)
           STRING "Créneau annulé le " DELIMITED BY SIZE
                  fan_dateAnnul DELIMITED BY SIZE
             INTO WflLibelle
           END-STRING
           MOVE WavoirHT TO WflHT
           MOVE WavoirTVA TO WflTVA
           MOVE WavoirTTC TO WflTTC
           MOVE ffa_numero TO WflNumFacture
           PERFORM ECRIT_LIGNE_UNIQUE
           DISPLAY "Avoir n° ",ffa_numero," club ",ffa_idClub," : ",
      -            WavoirTTC," TTC (période ",ffa_mois,"/",ffa_annee,
      -            ")"
      *    La facture électronique de l'avoir citera la facture
      *    rectifiée (les avoirs d'exercice ne laissent pas de trace)
           IF WmodeFormation = 0 THEN
             PERFORM EFACT_LIEN_AVOIR
           END-IF
         END-WRITE
       END-IF.

                   SUBTRACT ffa_montantHT FROM WfactHT
                   SUBTRACT ffa_tva FROM WfactTVA
                   SUBTRACT ffa_montantTTC FROM WfactTTC
                   PERFORM VIDE_LIGNE_FACTURE
                   MOVE "AVOIR" TO WflType
                   STRING "Avoir n° " DELIMITED BY SIZE
                          ffa_numero DELIMITED BY SIZE
                     INTO WflLibelle
                   END-STRING
                   MOVE ffa_dateEmission TO WflDate
                   COMPUTE WflHT = 0 - ffa_montantHT
                   COMPUTE WflTVA = 0 - ffa_tva
                   COMPUTE WflTTC = 0 - ffa_montantTTC
                   PERFORM AJOUTE_LIGNE_FACTURE
                   MOVE 2 TO ffa_statut
                   REWRITE Tfacture
                   DISPLAY "  Avoir n° ",ffa_numero," imputé : -",
                   SUBTRACT WavoirHT FROM WfactHT
                   SUBTRACT WavoirTVA FROM WfactTVA
                   SUBTRACT fah_montant FROM WfactTTC
                   PERFORM VIDE_LIGNE_FACTURE
                   MOVE "ARRHES" TO WflType
                   STRING "Arrhes du lot " DELIMITED BY SIZE
                          fah_idLot DELIMITED BY SIZE
                     INTO WflLibelle
                   END-STRING
                   COMPUTE WflHT = 0 - WavoirHT
                   COMPUTE WflTVA = 0 - WavoirTVA
                   COMPUTE WflTTC = 0 - fah_montant
                   PERFORM AJOUTE_LIGNE_FACTURE
                   MOVE 1 TO fah_solde
                   REWRITE Tarrhes
                   DISPLAY "  Arrhes du lot ",fah_idLot,
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
      *    Statut 9 = fiche fusionnée dans une autre, 8 = club
      *    dissous : plus de cotisation à lui facturer
           IF fc_dateExpiration <= WperFin AND fc_statut < 8 THEN
             PERFORM COTISATION_UN_CLUB
           END-IF
       END-PERFORM
         WRITE Tfacture
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture cotisation: ",ffac_stat
           MOVE "facture.dat" TO WejFichier
           MOVE ffac_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "COTISATION_UN_CLUB" TO WejPara
           MOVE ffa_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           PERFORM SCELLE_FACTURE
           ADD 1 TO WcotisNb
           PERFORM VIDE_LIGNE_FACTURE
           MOVE "COTISATION" TO WflType
           MOVE "Cotisation annuelle d'adhésion" TO WflLibelle
           MOVE fc_dateExpiration TO WflDate
           MOVE ffa_montantHT TO WflHT
           MOVE ffa_tva TO WflTVA
           MOVE ffa_montantTTC TO WflTTC
           MOVE ffa_numero TO WflNumFacture
           PERFORM ECRIT_LIGNE_UNIQUE
           DISPLAY "Facture ",ffa_numero," : cotisation club ",fc_id,
      -            " ",fc_nom," (expire le ",fc_dateExpiration,") : ",
      -            ffa_montantTTC
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
      *    Un encaissement tardif ne rouvre pas un club dissous
           IF fc_statut NOT = 8 THEN
             MOVE 1 TO fc_statut
             ACCEPT WdateSys FROM DATE YYYYMMDD
             PERFORM WITH TEST AFTER UNTIL fc_dateExpiration > WdateSys
               ADD 10000 TO fc_dateExpiration
             END-PERFORM
             REWRITE Tclub
           END-IF
           DISPLAY "Adhésion du club ",fc_id," renouvelée jusqu'au ",
      -            fc_dateExpiration
       END-READ.
         DISPLAY "11- Ouvrir une contestation"
         DISPLAY "12- Résoudre une contestation"
         DISPLAY "13- Historique des contestations"
         DISPLAY "14- Facturation électronique / Chorus Pro"
         DISPLAY "15- Tiers payeurs et désignations"
         DISPLAY "16- Créer un tiers payeur"
         DISPLAY "17- Désigner un tiers payeur pour un club"
         DISPLAY "18- Clore une désignation de tiers payeur"
         DISPLAY "19- Facturé par tiers payeur (état annuel)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 11 PERFORM OUVRE_LITIGE
             WHEN 12 PERFORM RESOUT_LITIGE
             WHEN 13 PERFORM DISPLAY_LITIGES
             WHEN 14
      *        Pas de flux Chorus Pro bâtis sur des données d'exercice
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM MENU_EFACTURE
               END-IF
             WHEN 15 PERFORM DISPLAY_PAYEURS
             WHEN 16
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_PAYEUR
               END-IF
             WHEN 17
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM DESIGNE_TIERS_PAYEUR
               END-IF
             WHEN 18
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM CLOS_TIERS_PAYEUR
               END-IF
             WHEN 19 PERFORM ETAT_TIERS_PAYEURS
         END-EVALUATE
       END-PERFORM.
