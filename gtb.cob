      *Consignes de chauffage et d'éclairage pour la gestion technique
      *du bâtiment (GTB). Chaque jour, les réservations de chaque salle
      *sont traduites en plages marche/arrêt par circuit : éclairage
      *pendant le créneau (dans les heures d'ouverture), chauffage
      *avancé de l'anticipation de chauffe de la salle. Les salles dont
      *les sous-espaces ont leurs propres circuits sont décrites zone
      *par zone. Les salles combinées n'ont pas de circuits propres :
      *une réservation de la combinaison allume chacune de ses salles
      *membres. Fichier gtb_AAAAMMJJ.txt, enregistrements fixes :
      *  H date(8) version(2) date d'émission(8) heure(4)
      *  D salle(3) zone(2) circuit C/E(1) date(8) marche(4) arrêt(4)
      *  F date(8) nombre de lignes D(5)
      *Zone 00 = salle entière ; heures en HHMM, arrêt 2400 = minuit.
      *Un mouvement de réservation sur un jour déjà émis marque ce
      *jour à réémettre (MARQUE_GTB) ; la réémission, version suivante,
      *a lieu au retour au menu de gestion des réservations.
      ******************************************************************

      *Export des consignes d'un jour, à la demande de l'exploitant
      ******************************************************************
       EXPORT_GTB.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         DISPLAY "Date des consignes (AAAAMMJJ, 0 = aujourd'hui):"
         PERFORM WITH TEST AFTER UNTIL WgtDate IS NUMERIC
           ACCEPT WgtDate
         END-PERFORM
         ACCEPT WdateSys FROM DATE YYYYMMDD
         IF WgtDate = 0 THEN
           MOVE WdateSys TO WgtDate
         END-IF
         COMPUTE Wvd_a = WgtDate / 10000
         COMPUTE Wvd_m = FUNCTION MOD(WgtDate / 100, 100)
         COMPUTE Wvd_j = FUNCTION MOD(WgtDate, 100)
         MOVE 1 TO WvdPasse
         PERFORM VALIDE_DATE
         IF WvdOK = 1 THEN
           PERFORM GENERE_GTB
           DISPLAY "Consignes du ",WgtDate," écrites dans ",WgtNom,
      -            " (version ",fgb_version,", ",WgtNbLignes,
      -            " ligne(s))."
         END-IF
       END-IF.

      *Génère le fichier de consignes du jour WgtDate et tient à jour
      *son suivi d'émission (version, date et heure, drapeau remis à 0)
      ******************************************************************
       GENERE_GTB.

       MOVE "GTB" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE WgtDate TO fgb_date
       READ fgtb KEY IS fgb_date
         INVALID KEY
           MOVE 1 TO WgtVersion
         NOT INVALID KEY
           COMPUTE WgtVersion = FUNCTION MOD(fgb_version, 99) + 1
       END-READ
       ACCEPT WdateSys FROM DATE YYYYMMDD
       ACCEPT WheureSys FROM TIME
       MOVE 0 TO WgtNbLignes

       MOVE SPACES TO WgtNom
       STRING "gtb_" DELIMITED BY SIZE
              WgtDate DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WgtNom
       END-STRING
       OPEN OUTPUT fgtbexp
       MOVE SPACES TO Lgtbexp
       STRING "H" DELIMITED BY SIZE
              WgtDate DELIMITED BY SIZE
              WgtVersion DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
              WheureSys(1:4) DELIMITED BY SIZE
         INTO Lgtbexp
       END-STRING
       WRITE Lgtbexp

      *Fermeture générale : aucun circuit n'est mis en marche
       MOVE WgtDate TO fg_date
       MOVE 0 TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           COMPUTE WjourSem = FUNCTION MOD(
      -        FUNCTION INTEGER-OF-DATE(WgtDate), 7)
           CLOSE fsalle
           OPEN I-O fsalle
           MOVE 0 TO WgtFin
           PERFORM WITH TEST AFTER UNTIL WgtFin = 1
             READ fsalle NEXT
             AT END
               MOVE 1 TO WgtFin
             NOT AT END
               PERFORM GTB_EST_COMBI
               IF WgtCombi = 0 THEN
                 PERFORM GTB_UNE_SALLE
               END-IF
           END-PERFORM
         NOT INVALID KEY
           CONTINUE
       END-READ

       MOVE SPACES TO Lgtbexp
       STRING "F" DELIMITED BY SIZE
              WgtDate DELIMITED BY SIZE
              WgtNbLignes DELIMITED BY SIZE
         INTO Lgtbexp
       END-STRING
       WRITE Lgtbexp
       CLOSE fgtbexp

       MOVE WgtDate TO fgb_date
       MOVE WgtVersion TO fgb_version
       MOVE 0 TO fgb_aReemettre
       MOVE WdateSys TO fgb_dateEmis
       MOVE WheureSys(1:4) TO fgb_heureEmis
       WRITE Tgtb
         INVALID KEY
           REWRITE Tgtb
       END-WRITE

       MOVE WgtNbLignes TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN.

      *Sous-paragraphe : WgtCombi = 1 si la salle fs_id est une
      *combinaison (elle a des membres dans fcombi)
      ******************************************************************
       GTB_EST_COMBI.

       MOVE 0 TO WgtCombi
       MOVE fs_id TO fsj_idCombi
       MOVE 0 TO fsj_idMembre
       START fcombi KEY IS NOT LESS THAN fsj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ fcombi NEXT
             AT END
               CONTINUE
             NOT AT END
               IF fsj_idCombi = fs_id THEN
                 MOVE 1 TO WgtCombi
               END-IF
           END-READ
       END-START.

      *Sous-paragraphe : salle courante (fs_*), sauf fermeture propre
      *à la salle ou jour fermé de sa grille horaire. Anticipation de
      *chauffe et zones lues dans gtbsalle.dat, sinon taux PRECHAUFF.
      ******************************************************************
       GTB_UNE_SALLE.

       MOVE 0 TO WgtFermee
       MOVE WgtDate TO fg_date
       MOVE fs_id TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WgtFermee
       END-READ
       MOVE fs_id TO fh_idSalle
       PERFORM HORAIRES_JOURSEM
       IF WhorFerme = 1 THEN
         MOVE 1 TO WgtFermee
       END-IF

       IF WgtFermee = 0 THEN
         MOVE fs_id TO fgs_idSalle
         READ fgtbsalle KEY IS fgs_idSalle
           INVALID KEY
             MOVE 'PRECHAUFF' TO WtarCode
             MOVE WgtDate TO WtarDate8
             MOVE 60 TO WtarTaux
             PERFORM LIRE_TARIF_DATE
             MOVE WtarTaux TO WgtAvance
             MOVE 0 TO WgtZones
           NOT INVALID KEY
             MOVE fgs_prechauffe TO WgtAvance
             MOVE fgs_zonesSeparees TO WgtZones
         END-READ

         IF WgtZones = 1 THEN
      *    Une zone par sous-espace déclaré ; sans sous-espace, la
      *    salle reste une zone unique
           MOVE 0 TO WgtZones
           MOVE fs_id TO fe_idSalle
           MOVE 1 TO fe_idEspace
           START fespace KEY IS NOT LESS THAN fe_cle
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WgtFinEsp
               PERFORM WITH TEST AFTER UNTIL WgtFinEsp = 1
                 READ fespace NEXT
                 AT END
                   MOVE 1 TO WgtFinEsp
                 NOT AT END
                   IF fe_idSalle NOT = fs_id THEN
                     MOVE 1 TO WgtFinEsp
                   ELSE
                     MOVE 1 TO WgtZones
                     MOVE fe_idEspace TO WgtEspace
                     PERFORM GTB_UNE_ZONE
                   END-IF
                 END-READ
               END-PERFORM
           END-START
         END-IF
         IF WgtZones = 0 THEN
           MOVE 0 TO WgtEspace
           PERFORM GTB_UNE_ZONE
         END-IF
       END-IF.

      *Sous-paragraphe : plages de la zone WgtEspace de la salle fs_id.
      *Une résa de la salle entière (espace 0) allume toutes les zones,
      *de même qu'une résa d'une combinaison dont la salle est membre.
      ******************************************************************
       GTB_UNE_ZONE.

       MOVE ZEROS TO WgtMinutes
       MOVE fs_id TO WgtSalleLue
       PERFORM GTB_RESAS_SALLE
       MOVE fs_id TO fsj_idMembre
       START fcombi KEY IS = fsj_idMembre
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WgtFinCombi
           PERFORM WITH TEST AFTER UNTIL WgtFinCombi = 1
             READ fcombi NEXT
             AT END
               MOVE 1 TO WgtFinCombi
             NOT AT END
               IF fsj_idMembre NOT = fs_id THEN
                 MOVE 1 TO WgtFinCombi
               ELSE
                 MOVE fsj_idCombi TO WgtSalleLue
                 PERFORM GTB_RESAS_SALLE
               END-IF
             END-READ
           END-PERFORM
       END-START

       MOVE "C" TO WgtCircuit
       PERFORM GTB_EMET_CIRCUIT
       MOVE "E" TO WgtCircuit
       PERFORM GTB_EMET_CIRCUIT.

      *Sous-paragraphe : reporte les résas du jour de la salle
      *WgtSalleLue (fs_id ou une de ses combinaisons) sur la zone
      ******************************************************************
       GTB_RESAS_SALLE.

       MOVE WgtSalleLue TO fr_idSalle
       START fresa KEY IS = fr_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF fr_idSalle NOT = WgtSalleLue THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF fr_dateDebut_a * 10000 + fr_dateDebut_m * 100 +
                           fr_dateDebut_j = WgtDate AND
                           (WgtSalleLue NOT = fs_id OR
                            WgtZones = 0 OR fr_idEspace = 0 OR
                            fr_idEspace = WgtEspace) THEN
                   PERFORM GTB_MARQUE_RESA
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : reporte la résa courante sur la table des
      *minutes du jour (éclairage borné aux heures d'ouverture,
      *chauffage avancé de WgtAvance et borné à la fermeture)
      ******************************************************************
       GTB_MARQUE_RESA.

       COMPUTE WgtDeb = fr_dateDebut_h * 60 + fr_dateDebut_mn
       COMPUTE WgtFinMin = fr_dateFin_h * 60 + fr_dateFin_mn
       IF WgtDeb < WhorOuvMin THEN
         MOVE WhorOuvMin TO WgtDeb
       END-IF
       IF WgtFinMin > WhorFermMin THEN
         MOVE WhorFermMin TO WgtFinMin
       END-IF
       IF WgtFinMin > 1440 THEN
         MOVE 1440 TO WgtFinMin
       END-IF
       PERFORM WITH TEST BEFORE VARYING WgtMin FROM WgtDeb BY 1
                 UNTIL WgtMin >= WgtFinMin
         MOVE 1 TO WgtEcl(WgtMin + 1)
       END-PERFORM

       COMPUTE WgtDeb = fr_dateDebut_h * 60 + fr_dateDebut_mn -
      -                 WgtAvance
       IF WgtDeb < 0 THEN
         MOVE 0 TO WgtDeb
       END-IF
       PERFORM WITH TEST BEFORE VARYING WgtMin FROM WgtDeb BY 1
                 UNTIL WgtMin >= WgtFinMin
         MOVE 1 TO WgtChf(WgtMin + 1)
       END-PERFORM.

      *Sous-paragraphe : une ligne D par plage continue du circuit
      *WgtCircuit (C = chauffage, E = éclairage) de la zone courante
      ******************************************************************
       GTB_EMET_CIRCUIT.

       MOVE 0 TO WgtPrec
       PERFORM WITH TEST BEFORE VARYING WgtMin FROM 1 BY 1
                 UNTIL WgtMin > 1440
         IF WgtCircuit = "C" THEN
           MOVE WgtChf(WgtMin) TO WgtVal
         ELSE
           MOVE WgtEcl(WgtMin) TO WgtVal
         END-IF
         IF WgtVal = 1 AND WgtPrec = 0 THEN
           COMPUTE WgtOn = WgtMin - 1
         END-IF
         IF WgtVal = 0 AND WgtPrec = 1 THEN
           COMPUTE WgtOff = WgtMin - 1
           PERFORM GTB_ECRIT_PLAGE
         END-IF
         MOVE WgtVal TO WgtPrec
       END-PERFORM
       IF WgtPrec = 1 THEN
         MOVE 1440 TO WgtOff
         PERFORM GTB_ECRIT_PLAGE
       END-IF.

      *Sous-paragraphe : écrit la plage WgtOn-WgtOff (en minutes)
      ******************************************************************
       GTB_ECRIT_PLAGE.

       DIVIDE WgtOn BY 60 GIVING WgtHh REMAINDER WgtMm
       COMPUTE WgtHhmmOn = WgtHh * 100 + WgtMm
       DIVIDE WgtOff BY 60 GIVING WgtHh REMAINDER WgtMm
       COMPUTE WgtHhmmOff = WgtHh * 100 + WgtMm
       MOVE SPACES TO Lgtbexp
       STRING "D" DELIMITED BY SIZE
              fs_id DELIMITED BY SIZE
              WgtEspace DELIMITED BY SIZE
              WgtCircuit DELIMITED BY SIZE
              WgtDate DELIMITED BY SIZE
              WgtHhmmOn DELIMITED BY SIZE
              WgtHhmmOff DELIMITED BY SIZE
         INTO Lgtbexp
       END-STRING
       WRITE Lgtbexp
       ADD 1 TO WgtNbLignes.

      *Appelé pour chaque mouvement de fresa (LOG_JOURNAL_RESA) : si
      *les consignes du jour de la résa courante ont déjà été émises,
      *ce jour est marqué à réémettre. Pas de parcours de fresa ici,
      *l'appelant peut être en plein parcours.
      ******************************************************************
       MARQUE_GTB.

       IF WmodeFormation = 0 THEN
         COMPUTE fgb_date = fr_dateDebut_a * 10000 +
      -                     fr_dateDebut_m * 100 + fr_dateDebut_j
         READ fgtb KEY IS fgb_date
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fgb_aReemettre = 0 THEN
               MOVE 1 TO fgb_aReemettre
               REWRITE Tgtb
             END-IF
         END-READ
       END-IF.

      *Réémission des jours marqués, d'aujourd'hui en avant (les jours
      *passés ne sont plus pilotés par la GTB)
      ******************************************************************
       REEMISSION_GTB.

       IF WmodeFormation = 0 THEN
         PERFORM WITH TEST AFTER UNTIL WgtTrouve = 0
           PERFORM CHERCHE_GTB_A_REEMETTRE
           IF WgtTrouve = 1 THEN
             PERFORM GENERE_GTB
             DISPLAY "Consignes GTB du ",WgtDate,
      -              " réémises (version ",WgtVersion,")."
           END-IF
         END-PERFORM
       END-IF.

      *Sous-paragraphe : premier jour à réémettre -> WgtDate, WgtTrouve
      ******************************************************************
       CHERCHE_GTB_A_REEMETTRE.

       MOVE 0 TO WgtTrouve
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fgb_date
       START fgtb KEY IS NOT LESS THAN fgb_date
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WgtFinJour
           PERFORM WITH TEST AFTER UNTIL WgtFinJour = 1
             READ fgtb NEXT
             AT END
               MOVE 1 TO WgtFinJour
             NOT AT END
               IF fgb_aReemettre = 1 THEN
                 MOVE fgb_date TO WgtDate
                 MOVE 1 TO WgtTrouve
                 MOVE 1 TO WgtFinJour
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Paramètres GTB d'une salle : anticipation de chauffe et zones
      ******************************************************************
       SAISIE_GTB_SALLE.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         DISPLAY "Entrez l'ID de la salle"
         PERFORM WITH TEST AFTER UNTIL fgs_idSalle IS NUMERIC
           ACCEPT fgs_idSalle
         END-PERFORM
         MOVE fgs_idSalle TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             DISPLAY "Il n'existe pas de salle portant ce numéro"
           NOT INVALID KEY
             PERFORM SAISIE_GTB_SALLE_CORPS
         END-READ
       END-IF.

      *Sous-paragraphe : saisie et enregistrement pour la salle fs_id
      ******************************************************************
       SAISIE_GTB_SALLE_CORPS.

       READ fgtbsalle KEY IS fgs_idSalle
         INVALID KEY
           MOVE 60 TO fgs_prechauffe
           MOVE 0 TO fgs_zonesSeparees
         NOT INVALID KEY
           DISPLAY fs_nom," : chauffe ",fgs_prechauffe," min avant, z
      -    "ones séparées ",fgs_zonesSeparees
       END-READ
       DISPLAY "Anticipation de chauffe avant le créneau (min):"
       PERFORM WITH TEST AFTER UNTIL fgs_prechauffe IS NUMERIC
         ACCEPT fgs_prechauffe
       END-PERFORM
       DISPLAY "Sous-espaces sur circuits séparés ? (1 oui / 0 non)"
       PERFORM WITH TEST AFTER UNTIL fgs_zonesSeparees = 0 OR
                 fgs_zonesSeparees = 1
         ACCEPT fgs_zonesSeparees
       END-PERFORM
       WRITE Tgtbsalle
         INVALID KEY
           REWRITE Tgtbsalle
       END-WRITE
       DISPLAY "Paramètres GTB de ",fs_nom," enregistrés."
       MOVE "fgtbsalle" TO fmo_fichier
       MOVE fgs_idSalle TO fmo_cle
       MOVE "chauffe/zones" TO fmo_champ
       MOVE SPACES TO fmo_ancienne
       MOVE SPACES TO fmo_nouvelle
       STRING fgs_prechauffe DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              fgs_zonesSeparees DELIMITED BY SIZE
         INTO fmo_nouvelle
       END-STRING
       PERFORM LOG_MODIF.
