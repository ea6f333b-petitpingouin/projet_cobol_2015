      *Balance des totaux de contrôle : les mêmes sommes vivent dans
      *plusieurs fichiers (réservations en cours et archivées, lignes
      *des factures émises, agrégats mensuels, journal des annulations
      *et son historique de délestage) et personne ne vérifiait qu'elles
      *concordent. Pour chacun des 24 derniers mois (mois du créneau),
      *le traitement calcule nombre, minutes et montant par source,
      *puis rapproche :
      *  réservations facturables = lignes RESA facturées
      *                             - lignes ANNULATION des avoirs
      *                             - annulations en attente d'avoir
      *Écarts attendus : réservations hors facturation au créneau
      *(exonérées, entretien, réquisition, scolaires, montant nul),
      *mois en cours ou mois échu pas encore facturé. Tout autre écart,
      *comme une divergence entre l'archive et statmois.dat, ouvre une
      *alerte BALANCE. Compte rendu dans balance_controle.txt (menu et
      *chaîne de nuit, job BALANCE).
      ******************************************************************
       BALANCE_CONTROLE.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM BALANCE_CONTROLE_CORPS
       END-IF.

      *Sous-paragraphe : collecte des sources puis rapprochement
      ******************************************************************
       BALANCE_CONTROLE_CORPS.

       MOVE "BALANCE" TO WrunJob
       PERFORM RUN_DEBUT
       ACCEPT WdateSys FROM DATE YYYYMMDD
       COMPUTE WbcAn = WdateSys / 10000
       COMPUTE WbcMo = FUNCTION MOD(WdateSys / 100, 100)
       COMPUTE WbcBase = WbcAn * 12 + WbcMo - 1 - 23
       MOVE ZEROS TO WbcTable
       PERFORM WITH TEST BEFORE VARYING WbcIdx FROM 1 BY 1
                 UNTIL WbcIdx > 24
         COMPUTE WbcRang = WbcBase + WbcIdx - 1
         DIVIDE WbcRang BY 12 GIVING WbcAn REMAINDER WbcMo
         COMPUTE WbcMois(WbcIdx) = WbcAn * 100 + WbcMo + 1
       END-PERFORM
       MOVE 0 TO WbcNbEcarts

       PERFORM BALANCE_RESAS
       PERFORM BALANCE_ARCHIVE
       PERFORM BALANCE_STATMOIS
       PERFORM BALANCE_FACTURES
       PERFORM BALANCE_ANNULATIONS
       PERFORM BALANCE_HISTO

       OPEN OUTPUT fbalance
       MOVE SPACES TO Lbalance
       STRING "Balance des totaux de controle du " DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
         INTO Lbalance
       END-STRING
       WRITE Lbalance
       MOVE "Mois   Resas nb/min/montant | Factures nb/min/montant | Avo
      -    "irs nb/montant | Attente avoir | Hors fact. nb/montant"
         TO Lbalance
       WRITE Lbalance
       PERFORM WITH TEST BEFORE VARYING WbcIdx FROM 1 BY 1
                 UNTIL WbcIdx > 24
         PERFORM BALANCE_UN_MOIS
       END-PERFORM
       PERFORM BALANCE_GLOBAL_ANNUL
       CLOSE fbalance

       MOVE WbcNbEcarts TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN
       DISPLAY "Balance terminée : ",WbcNbEcarts," écart(s) non expli
      -    "qué(s), détail dans balance_controle.txt.".

      *Sous-paragraphe : rang du mois WbcAn/WbcMo dans la table
      *-> WbcIdx (0 hors de la fenêtre des 24 mois)
      ******************************************************************
       BALANCE_INDEX.

       COMPUTE WbcRang = WbcAn * 12 + WbcMo - 1 - WbcBase + 1
       IF WbcRang < 1 OR WbcRang > 24 THEN
         MOVE 0 TO WbcIdx
       ELSE
         MOVE WbcRang TO WbcIdx
       END-IF.

      *Sous-paragraphe : réservations en cours (reservation.dat)
      ******************************************************************
       BALANCE_RESAS.

       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE fr_dateDebut_a TO WbcAn
           MOVE fr_dateDebut_m TO WbcMo
           PERFORM BALANCE_INDEX
           IF WbcIdx NOT = 0 THEN
             COMPUTE WbcMin = (fr_dateFin_h * 60 + fr_dateFin_mn) -
      -              (fr_dateDebut_h * 60 + fr_dateDebut_mn)
             MOVE fr_type TO WbcType
             MOVE fr_montant TO WbcMont
             PERFORM BALANCE_CUMULE_RESA
           END-IF
       END-PERFORM.

      *Sous-paragraphe : réservations archivées (archive_resa.dat),
      *avec le sous-total "Réservation" que statmois.dat doit refléter
      ******************************************************************
       BALANCE_ARCHIVE.

       CLOSE farchive
       OPEN INPUT farchive
       IF far_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ farchive NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             COMPUTE WbcAn = far_dateDebut / 100000000
             COMPUTE WbcMo = FUNCTION MOD(far_dateDebut / 1000000,
      -              100)
             PERFORM BALANCE_INDEX
             IF WbcIdx NOT = 0 THEN
               COMPUTE WbcHh = FUNCTION MOD(far_dateDebut, 10000) /
      -                100
               COMPUTE WbcMin = (far_dateFin_h * 60 + far_dateFin_mn)
      -                - (WbcHh * 60 + FUNCTION MOD(far_dateDebut, 100))
               MOVE far_type TO WbcType
               MOVE far_montant TO WbcMont
               PERFORM BALANCE_CUMULE_RESA
               IF far_type = "Réservation" THEN
                 ADD WbcMin TO WbcArMin(WbcIdx)
                 ADD far_montant TO WbcArMont(WbcIdx)
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE farchive.

      *Sous-paragraphe : range une réservation (WbcType, WbcMin,
      *WbcMont) en facturable ou hors facturation au créneau
      ******************************************************************
       BALANCE_CUMULE_RESA.

       IF (WbcType = "Réservation" OR WbcType = "Particulier" OR
           WbcType = "Match") AND WbcMont > 0 THEN
         ADD 1 TO WbcRNb(WbcIdx)
         ADD WbcMin TO WbcRMin(WbcIdx)
         ADD WbcMont TO WbcRMont(WbcIdx)
       ELSE
         ADD 1 TO WbcHNb(WbcIdx)
         ADD WbcMont TO WbcHMont(WbcIdx)
       END-IF.

      *Sous-paragraphe : agrégats mensuels (statmois.dat)
      ******************************************************************
       BALANCE_STATMOIS.

       CLOSE fstatmois
       OPEN I-O fstatmois
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fstatmois NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           COMPUTE WbcAn = fsm_mois / 100
           COMPUTE WbcMo = FUNCTION MOD(fsm_mois, 100)
           PERFORM BALANCE_INDEX
           IF WbcIdx NOT = 0 THEN
             ADD fsm_minutes TO WbcSmMin(WbcIdx)
             ADD fsm_montant TO WbcSmMont(WbcIdx)
           END-IF
       END-PERFORM.

      *Sous-paragraphe : mois déjà facturés (facture LOCATION non
      *annulée), puis lignes RESA et ANNULATION des factures non
      *annulées, rangées au mois du créneau
      ******************************************************************
       BALANCE_FACTURES.

       CLOSE ffacture
       OPEN I-O ffacture
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ ffacture NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF ffa_nature = "LOCATION" AND ffa_statut NOT = 3 THEN
             MOVE ffa_annee TO WbcAn
             MOVE ffa_mois TO WbcMo
             PERFORM BALANCE_INDEX
             IF WbcIdx NOT = 0 THEN
               MOVE 1 TO WbcFacture(WbcIdx)
             END-IF
           END-IF
       END-PERFORM

       CLOSE flignefact
       OPEN I-O flignefact
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ flignefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF flf_type = "RESA" OR flf_type = "ANNULATION" THEN
             COMPUTE WbcAn = flf_date / 10000
             COMPUTE WbcMo = FUNCTION MOD(flf_date / 100, 100)
             PERFORM BALANCE_INDEX
             IF WbcIdx NOT = 0 THEN
               PERFORM BALANCE_UNE_LIGNE
             END-IF
           END-IF
       END-PERFORM.

      *Sous-paragraphe : ligne de facture courante (flf_*), si sa
      *facture n'est pas annulée
      ******************************************************************
       BALANCE_UNE_LIGNE.

       MOVE flf_numFacture TO ffa_numero
       READ ffacture KEY IS ffa_numero
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF ffa_statut NOT = 3 THEN
             IF flf_type = "RESA" THEN
               ADD 1 TO WbcFNb(WbcIdx)
               ADD flf_minutes TO WbcFMin(WbcIdx)
               ADD flf_montantTTC TO WbcFMont(WbcIdx)
             ELSE
               ADD 1 TO WbcANb(WbcIdx)
               ADD flf_montantTTC TO WbcAMont(WbcIdx)
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : journal des annulations. Les lignes au-delà
      *du repère 'avoirlu' n'ont pas encore été vues par la génération
      *des avoirs : sur un mois facturé, elles attendent leur avoir.
      ******************************************************************
       BALANCE_ANNULATIONS.

       MOVE 0 TO WbcRepere
       CLOSE fid
       OPEN I-O fid
       MOVE 'avoirlu' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fid_idMax TO WbcRepere
       END-READ

       MOVE 0 TO WbcLigne
       MOVE 0 TO WbcCTotNb
       MOVE 0 TO WbcCTotMont
       CLOSE fannul
       OPEN INPUT fannul
       IF fan_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fannul NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WbcLigne
             ADD 1 TO WbcCTotNb
             ADD fan_montant TO WbcCTotMont
             COMPUTE WbcAn = fan_dateDebut / 100000000
             COMPUTE WbcMo = FUNCTION MOD(fan_dateDebut / 1000000,
      -              100)
             PERFORM BALANCE_INDEX
             IF WbcIdx NOT = 0 THEN
               ADD 1 TO WbcCNb(WbcIdx)
               ADD fan_montant TO WbcCMont(WbcIdx)
               IF WbcLigne > WbcRepere AND fan_montant > 0 AND
                         WbcFacture(WbcIdx) = 1 THEN
                 ADD 1 TO WbcPNb(WbcIdx)
                 ADD fan_montant TO WbcPMont(WbcIdx)
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE fannul.

      *Sous-paragraphe : chiffres de clôture des délestages du journal
      *des annulations (histo_journaux.dat)
      ******************************************************************
       BALANCE_HISTO.

       MOVE 0 TO WbcHjNb
       MOVE 0 TO WbcHjMont
       MOVE 0 TO WbcHjCutoff
       CLOSE fhisto
       OPEN INPUT fhisto
       IF fhj_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fhisto NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF fhj_journal = "ANNUL" THEN
               ADD fhj_nbLignes TO WbcHjNb
               ADD fhj_montant TO WbcHjMont
               IF fhj_cutoff > WbcHjCutoff THEN
                 MOVE fhj_cutoff TO WbcHjCutoff
               END-IF
             END-IF
         END-PERFORM
       END-IF
       CLOSE fhisto.

      *Sous-paragraphe : ligne du mois WbcIdx, explication de l'écart
      *et alerte s'il reste un écart inexpliqué
      ******************************************************************
       BALANCE_UN_MOIS.

       COMPUTE WbcEcart = WbcRMont(WbcIdx) - (WbcFMont(WbcIdx) -
      -        WbcAMont(WbcIdx) - WbcPMont(WbcIdx))
       COMPUTE WbcEcartNb = WbcRNb(WbcIdx) - (WbcFNb(WbcIdx) -
      -        WbcANb(WbcIdx) - WbcPNb(WbcIdx))
       MOVE SPACES TO WbcExplic
       MOVE 0 TO WbcAlerte
       IF WbcEcart = 0 AND WbcEcartNb = 0 THEN
         MOVE "equilibre" TO WbcExplic
       ELSE
         IF WbcIdx = 24 THEN
           MOVE "mois en cours : facturation a venir" TO WbcExplic
         ELSE
           IF WbcIdx = 23 AND WbcFacture(WbcIdx) = 0 THEN
             MOVE "mois echu pas encore facture" TO WbcExplic
           ELSE
             MOVE "ECART NON EXPLIQUE" TO WbcExplic
             MOVE 1 TO WbcAlerte
           END-IF
         END-IF
       END-IF

       MOVE WbcRMont(WbcIdx) TO WbcEdR
       MOVE WbcFMont(WbcIdx) TO WbcEdF
       MOVE WbcAMont(WbcIdx) TO WbcEdA
       MOVE WbcPMont(WbcIdx) TO WbcEdP
       MOVE WbcHMont(WbcIdx) TO WbcEdH
       MOVE WbcEcart TO WbcEdEcart
       MOVE WbcEcartNb TO WbcEdEcartNb
       MOVE SPACES TO Lbalance
       STRING WbcMois(WbcIdx) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WbcRNb(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcRMin(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdR DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              WbcFNb(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcFMin(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdF DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              WbcANb(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdA DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              WbcEdP DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              WbcHNb(WbcIdx) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdH DELIMITED BY SIZE
         INTO Lbalance
       END-STRING
       WRITE Lbalance
       MOVE SPACES TO Lbalance
       STRING "       ecart " DELIMITED BY SIZE
              WbcEdEcart DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WbcEdEcartNb DELIMITED BY SIZE
              " resa) : " DELIMITED BY SIZE
              WbcExplic DELIMITED BY "  "
         INTO Lbalance
       END-STRING
       WRITE Lbalance
       IF WbcAlerte = 1 THEN
         ADD 1 TO WbcNbEcarts
         MOVE "BALANCE" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Balance " DELIMITED BY SIZE
                WbcMois(WbcIdx) DELIMITED BY SIZE
                " : écart " DELIMITED BY SIZE
                WbcEdEcart DELIMITED BY SIZE
                " non expliqué" DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       END-IF

      *Les agrégats mensuels doivent reproduire exactement l'archive
       IF WbcArMin(WbcIdx) NOT = WbcSmMin(WbcIdx) OR
                 WbcArMont(WbcIdx) NOT = WbcSmMont(WbcIdx) THEN
         ADD 1 TO WbcNbEcarts
         MOVE WbcArMont(WbcIdx) TO WbcEdR
         MOVE WbcSmMont(WbcIdx) TO WbcEdF
         MOVE SPACES TO Lbalance
         STRING "       STATMOIS DIVERGENT : archive " DELIMITED BY SIZE
                WbcArMin(WbcIdx) DELIMITED BY SIZE
                " min " DELIMITED BY SIZE
                WbcEdR DELIMITED BY SIZE
                " / statmois " DELIMITED BY SIZE
                WbcSmMin(WbcIdx) DELIMITED BY SIZE
                " min " DELIMITED BY SIZE
                WbcEdF DELIMITED BY SIZE
           INTO Lbalance
         END-STRING
         WRITE Lbalance
         MOVE "BALANCE" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Agrégats statmois " DELIMITED BY SIZE
                WbcMois(WbcIdx) DELIMITED BY SIZE
                " divergents de l'archive" DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       END-IF.

      *Sous-paragraphe : annulations sur toute la durée (journal en
      *cours + délestages de histo_journaux.dat). Les avoirs émis ne
      *peuvent pas dépasser le total des annulations.
      ******************************************************************
       BALANCE_GLOBAL_ANNUL.

       MOVE 0 TO WbcTotAvoir
       PERFORM WITH TEST BEFORE VARYING WbcIdx FROM 1 BY 1
                 UNTIL WbcIdx > 24
         ADD WbcAMont(WbcIdx) TO WbcTotAvoir
       END-PERFORM
       COMPUTE WbcTotAnnul = WbcCTotMont + WbcHjMont
       MOVE WbcCTotMont TO WbcEdR
       MOVE WbcHjMont TO WbcEdF
       MOVE WbcTotAvoir TO WbcEdA
       MOVE SPACES TO Lbalance
       STRING "Annulations : journal " DELIMITED BY SIZE
              WbcCTotNb DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdR DELIMITED BY SIZE
              " + delestees " DELIMITED BY SIZE
              WbcHjNb DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WbcEdF DELIMITED BY SIZE
              " (au " DELIMITED BY SIZE
              WbcHjCutoff DELIMITED BY SIZE
              ") ; avoirs d'annulation " DELIMITED BY SIZE
              WbcEdA DELIMITED BY SIZE
         INTO Lbalance
       END-STRING
       WRITE Lbalance
       IF WbcTotAvoir > WbcTotAnnul THEN
         ADD 1 TO WbcNbEcarts
         MOVE "AVOIRS SUPERIEURS AUX ANNULATIONS" TO Lbalance
         WRITE Lbalance
         MOVE "BALANCE" TO WalType
         MOVE "Avoirs d'annulation supérieurs aux annulations"
           TO WalMessage
         PERFORM CREE_ALERTE
       END-IF.
