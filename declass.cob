      *Déclassement d'une salle : fermeture définitive (démolition,
      *cession) sans perdre l'historique. La fiche reste dans
      *salle.dat, ce qui garde lisibles l'archive, les factures, les
      *statistiques et le retour préfecture des années d'ouverture ;
      *fdeclass porte la date d'effet. A partir de cette date la salle
      *n'est plus réservable (IS_DISPO) et disparaît des recherches,
      *de l'annuaire et de la grille tarifaire. La revue aide à vider
      *la salle : réservations futures relogées, voeux de campagne et
      *plans d'entretien reportés, matériel transféré, clés retirées.
      ******************************************************************
       DECLASSE_SALLE.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM DECLASSE_SALLE_CORPS
       END-IF.

      *Sous-paragraphe : choix de la salle, date d'effet, revue
      ******************************************************************
       DECLASSE_SALLE_CORPS.

       DISPLAY "Entrez l'ID de la salle à déclasser"
       PERFORM WITH TEST AFTER UNTIL WdcSalle IS NUMERIC
         ACCEPT WdcSalle
       END-PERFORM
       MOVE WdcSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           MOVE WdcSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             MOVE WdcSalle TO fdc_idSalle
             READ fdeclass KEY IS fdc_idSalle
               INVALID KEY
                 PERFORM DECLASSE_NOUVEAU
               NOT INVALID KEY
                 PERFORM DECLASSE_EXISTANT
             END-READ
           END-IF
       END-READ.

      *Sous-paragraphe : ouverture du déclassement de la salle fs_*
      ******************************************************************
       DECLASSE_NOUVEAU.

       DISPLAY "Salle ",fs_id," ",fs_nom
       DISPLAY "Date d'effet du déclassement (plus de réservation à"
       DISPLAY "compter de ce jour) :"
       MOVE 1 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE WdcDate = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       DISPLAY "Motif (démolition, cession...) :"
       MOVE SPACES TO WdcMotif
       ACCEPT WdcMotif
       DISPLAY "Déclasser définitivement la salle ",fs_id," au ",
               WdcDate," ? (0/1)"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 1 THEN
         MOVE WdcSalle TO fdc_idSalle
         MOVE WdcDate TO fdc_date
         MOVE WdcMotif TO fdc_motif
         MOVE WoperLogin TO fdc_login
         ACCEPT fdc_saisie FROM DATE YYYYMMDD
         WRITE Tdeclass
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture déclassement: ",fdc_stat
             MOVE "declassement.dat" TO WejFichier
             MOVE fdc_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "DECLASSE_NOUVEAU" TO WejPara
             MOVE fdc_idSalle TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             MOVE "fdeclass" TO fmo_fichier
             MOVE WdcSalle TO fmo_cle
             MOVE "fdc_date" TO fmo_champ
             MOVE SPACES TO fmo_ancienne
             MOVE WdcDate TO fmo_nouvelle
             PERFORM LOG_MODIF
             PERFORM DECLASSE_REVUE
         END-WRITE
       END-IF.

      *Sous-paragraphe : salle déjà déclassée (fdc_* lu) : reprise de
      *la revue, ou annulation tant que la date d'effet n'est pas passée
      ******************************************************************
       DECLASSE_EXISTANT.

       MOVE fdc_date TO WdcDate
       DISPLAY "Salle ",fs_id," ",fs_nom," déclassée à compter du ",
               fdc_date
       DISPLAY "Motif : ",fdc_motif," (saisi le ",fdc_saisie," par ",
               fdc_login,")"
       DISPLAY "1- Reprendre la revue (réservations, voeux, plans,"
       DISPLAY "   matériel, clés)"
       DISPLAY "2- Annuler le déclassement"
       DISPLAY "0- Ne rien changer"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix <= 2
         ACCEPT WcrudChoix
       END-PERFORM
       EVALUATE WcrudChoix
         WHEN 1
           PERFORM DECLASSE_REVUE
         WHEN 2
           ACCEPT WdcAuj FROM DATE YYYYMMDD
           IF WdcDate <= WdcAuj THEN
             DISPLAY "Déclassement déjà effectif : "
                     "annulation refusée."
           ELSE
             DELETE fdeclass RECORD
               INVALID KEY
                 DISPLAY "Erreur lors de la suppression."
                 MOVE "declassement.dat" TO WejFichier
                 MOVE fdc_stat TO WejStat
                 MOVE "DELETE" TO WejOper
                 MOVE "DECLASSE_EXISTANT" TO WejPara
                 MOVE fdc_idSalle TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 MOVE "fdeclass" TO fmo_fichier
                 MOVE WdcSalle TO fmo_cle
                 MOVE "fdc_date" TO fmo_champ
                 MOVE WdcDate TO fmo_ancienne
                 MOVE SPACES TO fmo_nouvelle
                 PERFORM LOG_MODIF
                 DISPLAY "Déclassement annulé."
             END-DELETE
           END-IF
       END-EVALUATE.

      *Revue de tout ce qui est encore rattaché à la salle WdcSalle à
      *partir de WdcDate ; elle peut être reprise autant que voulu
      ******************************************************************
       DECLASSE_REVUE.

       DISPLAY "=== 1/5 Réservations à partir du ",WdcDate," ==="
       PERFORM DECLASSE_RESAS
       DISPLAY "=== 2/5 Voeux de campagne ==="
       PERFORM DECLASSE_VOEUX
       DISPLAY "=== 3/5 Plans d'entretien ==="
       PERFORM DECLASSE_PLANS
       DISPLAY "=== 4/5 Matériel ==="
       PERFORM DECLASSE_MATERIEL
       DISPLAY "=== 5/5 Clés et badges ==="
       PERFORM DECLASSE_CLES

      *Salle fermée d'office une fois la date d'effet atteinte
       ACCEPT WdcAuj FROM DATE YYYYMMDD
       MOVE WdcSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF WdcDate <= WdcAuj AND fs_dispo = 1 THEN
             MOVE 0 TO fs_dispo
             REWRITE Tsalle
               INVALID KEY
                 DISPLAY "Erreur de réécriture."
                 MOVE "salle.dat" TO WejFichier
                 MOVE fsalle_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "DECLASSE_REVUE" TO WejPara
                 MOVE fs_id TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 MOVE "fsalle" TO fmo_fichier
                 MOVE fs_id TO fmo_cle
                 MOVE "fs_dispo" TO fmo_champ
                 MOVE 1 TO fmo_ancienne
                 MOVE 0 TO fmo_nouvelle
                 PERFORM LOG_MODIF
             END-REWRITE
           END-IF
       END-READ
       DISPLAY "Revue du déclassement terminée.".

      *Sous-paragraphe : relogement des réservations futures par le
      *moteur de relogement (de la plus proche à la plus éloignée),
      *puis liste de ce qui reste à traiter à la main
      ******************************************************************
       DECLASSE_RESAS.

       MOVE WdcSalle TO WrlSalle
       MOVE fs_capacite TO WrlCapaOrig
       MOVE WdcDate TO WrlDeb
       MOVE 99991231 TO WrlFin
       PERFORM RELOGE_ORDRE_SALLES
       PERFORM RELOGE_PLAGE

       MOVE 0 TO WdcNb
       MOVE WdcSalle TO fr_idSalle
       START fresa KEY = fr_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdcFin
           PERFORM WITH TEST AFTER UNTIL WdcFin = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WdcFin
             NOT AT END
               IF fr_idSalle NOT = WdcSalle THEN
                 MOVE 1 TO WdcFin
               ELSE
                 COMPUTE Wdate8 = fr_dateDebut_a * 10000 +
                         fr_dateDebut_m * 100 + fr_dateDebut_j
                 IF Wdate8 >= WdcDate THEN
                   IF WdcNb = 0 THEN
                     DISPLAY "Créneaux restant sur la salle (à "
                             "annuler ou déplacer depuis la "
                             "gestion des résas) :"
                   END-IF
                   ADD 1 TO WdcNb
                   DISPLAY "  ",fr_numResa," ",fr_type," le ",
                           fr_dateDebut_j,"/",fr_dateDebut_m,"/",
                           fr_dateDebut_a," club ",fr_idClub
                 END-IF
               END-IF
           END-PERFORM
       END-START
       IF WdcNb = 0 THEN
         DISPLAY "Plus aucun créneau sur la salle après la date "
                 "d'effet."
       END-IF.

      *Sous-paragraphe : voeux encore en jeu (déposés, accordés) sur la
      *salle, reportés au besoin sur une autre salle
      ******************************************************************
       DECLASSE_VOEUX.

       MOVE 0 TO WdcNb
       CLOSE fvoeu
       OPEN I-O fvoeu
       MOVE 0 TO WdcFin
       PERFORM WITH TEST AFTER UNTIL WdcFin = 1
         READ fvoeu NEXT
         AT END
           MOVE 1 TO WdcFin
         NOT AT END
           IF fvo_idSalle = WdcSalle AND (fvo_statut = 1 OR
                     fvo_statut = 2 OR fvo_statut = 4) THEN
             ADD 1 TO WdcNb
             DISPLAY "Voeu ",fvo_id," club ",fvo_idClub," saison ",
                     fvo_saison," jour ",fvo_jourSem," ",fvo_h_debut,
                     "h-",fvo_h_fin,"h ",fvo_sport
             PERFORM DECLASSE_DESTINATION
             IF WdcDest NOT = 0 THEN
               MOVE fvo_idSalle TO fmo_ancienne
               MOVE WdcDest TO fvo_idSalle
               REWRITE Tvoeu
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "voeu.dat" TO WejFichier
                   MOVE fvo_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "DECLASSE_VOEUX" TO WejPara
                   MOVE fvo_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   MOVE "fvoeu" TO fmo_fichier
                   MOVE fvo_id TO fmo_cle
                   MOVE "fvo_idSalle" TO fmo_champ
                   MOVE WdcDest TO fmo_nouvelle
                   PERFORM LOG_MODIF
               END-REWRITE
             END-IF
           END-IF
       END-PERFORM
       IF WdcNb = 0 THEN
         DISPLAY "Aucun voeu en cours sur la salle."
       END-IF.

      *Sous-paragraphe : plans d'entretien de la salle, reportés sur
      *une autre salle ou supprimés
      ******************************************************************
       DECLASSE_PLANS.

       MOVE 0 TO WdcNb
       CLOSE fplanent
       OPEN I-O fplanent
       MOVE 0 TO WdcFin
       PERFORM WITH TEST AFTER UNTIL WdcFin = 1
         READ fplanent NEXT
         AT END
           MOVE 1 TO WdcFin
         NOT AT END
           IF fpe_idSalle = WdcSalle THEN
             ADD 1 TO WdcNb
             DISPLAY "Plan ",fpe_id," ",fpe_libelle," tous les ",
                     fpe_freqJours," jours"
             DISPLAY "(1) reporter sur une autre salle (2) supprimer"
                     " (0) laisser :"
             MOVE 5 TO WdcChoix
             PERFORM WITH TEST AFTER UNTIL WdcChoix <= 2
               ACCEPT WdcChoix
             END-PERFORM
             EVALUATE WdcChoix
               WHEN 1
                 PERFORM DECLASSE_DESTINATION
                 IF WdcDest NOT = 0 THEN
                   MOVE WdcDest TO fpe_idSalle
                   REWRITE Tplanent
                     INVALID KEY
                       DISPLAY "Erreur de réécriture."
                       MOVE "planentretien.dat" TO WejFichier
                       MOVE fpe_stat TO WejStat
                       MOVE "REWRITE" TO WejOper
                       MOVE "DECLASSE_PLANS" TO WejPara
                       MOVE fpe_id TO WejCle
                       PERFORM JOURNAL_ERREUR
                   END-REWRITE
                 END-IF
               WHEN 2
                 DELETE fplanent RECORD
                   INVALID KEY
                     DISPLAY "Erreur lors de la suppression."
                     MOVE "planentretien.dat" TO WejFichier
                     MOVE fpe_stat TO WejStat
                     MOVE "DELETE" TO WejOper
                     MOVE "DECLASSE_PLANS" TO WejPara
                     MOVE fpe_id TO WejCle
                     PERFORM JOURNAL_ERREUR
                 END-DELETE
             END-EVALUATE
           END-IF
       END-PERFORM
       IF WdcNb = 0 THEN
         DISPLAY "Aucun plan d'entretien sur la salle."
       END-IF.

      *Sous-paragraphe : matériel de la salle transféré article par
      *article (mouvement TRANSFERT tracé ; l'article est déclaré dans
      *la salle de destination s'il n'y existe pas)
      ******************************************************************
       DECLASSE_MATERIEL.

       MOVE 0 TO WdcNbCodes
       MOVE WdcSalle TO fm_idSalle
       MOVE LOW-VALUES TO fm_code
       START fmateriel KEY IS NOT LESS THAN fm_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdcFin
           PERFORM WITH TEST AFTER UNTIL WdcFin = 1
             READ fmateriel NEXT
             AT END
               MOVE 1 TO WdcFin
             NOT AT END
               IF fm_idSalle NOT = WdcSalle THEN
                 MOVE 1 TO WdcFin
               ELSE
                 IF fm_qte > 0 AND WdcNbCodes < 100 THEN
                   ADD 1 TO WdcNbCodes
                   MOVE fm_code TO WdcCode(WdcNbCodes)
                 END-IF
               END-IF
           END-PERFORM
       END-START
       IF WdcNbCodes = 0 THEN
         DISPLAY "Aucun matériel en stock dans la salle."
       END-IF
       PERFORM WITH TEST BEFORE VARYING WdcIdx FROM 1 BY 1
                 UNTIL WdcIdx > WdcNbCodes
         MOVE WdcSalle TO fm_idSalle
         MOVE WdcCode(WdcIdx) TO fm_code
         READ fmateriel KEY IS fm_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DISPLAY fm_code," ",fm_libelle," : ",fm_qte," en stock"
             PERFORM DECLASSE_DESTINATION
             IF WdcDest NOT = 0 THEN
               PERFORM DECLASSE_TRANSFERE_ARTICLE
             END-IF
         END-READ
       END-PERFORM.

      *Sous-paragraphe : transfert de tout le stock de l'article fm_*
      *vers la salle WdcDest
      ******************************************************************
       DECLASSE_TRANSFERE_ARTICLE.

       MOVE fm_qte TO WstQte
       MOVE "TRANSFERT" TO WstType
       MOVE WdcDest TO WstDest
       MOVE fm_code TO WstCode
       MOVE fm_libelle TO WdcLibelle
       MOVE fm_prix TO WdcPrix
       MOVE WdcDest TO fm_idSalle
       READ fmateriel KEY IS fm_cle
         INVALID KEY
           MOVE WdcLibelle TO fm_libelle
           MOVE WdcPrix TO fm_prix
           MOVE WstQte TO fm_qte
           WRITE Tmateriel
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture matériel: ",fm_stat
               MOVE "materiel.dat" TO WejFichier
               MOVE fm_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "DECLASSE_TRANSFERE_ARTICLE" TO WejPara
               MOVE fm_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         NOT INVALID KEY
           ADD WstQte TO fm_qte
           REWRITE Tmateriel
       END-READ
       MOVE WdcSalle TO fm_idSalle
       MOVE WstCode TO fm_code
       READ fmateriel KEY IS fm_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO fm_qte
           REWRITE Tmateriel
       END-READ
       PERFORM STOCK_ECRIT_MOUVEMENT
       DISPLAY "Transfert de ",WstQte," ",WstCode," vers la salle ",
               WdcDest,".".

      *Sous-paragraphe : clés et badges de la salle ; ceux encore
      *détenus par un club sont signalés, les autres peuvent être
      *retirés de l'inventaire
      ******************************************************************
       DECLASSE_CLES.

       MOVE 0 TO WdcNbCodes
       MOVE WdcSalle TO fk_idSalle
       MOVE LOW-VALUES TO fk_code
       START fcle KEY IS NOT LESS THAN fk_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdcFin
           PERFORM WITH TEST AFTER UNTIL WdcFin = 1
             READ fcle NEXT
             AT END
               MOVE 1 TO WdcFin
             NOT AT END
               IF fk_idSalle NOT = WdcSalle THEN
                 MOVE 1 TO WdcFin
               ELSE
                 IF WdcNbCodes < 100 THEN
                   ADD 1 TO WdcNbCodes
                   MOVE fk_code TO WdcCode(WdcNbCodes)
                   MOVE 0 TO WdcDehors(WdcNbCodes)
                 END-IF
               END-IF
           END-PERFORM
       END-START
       IF WdcNbCodes = 0 THEN
         DISPLAY "Aucune clé ni badge déclaré pour la salle."
       ELSE
         CLOSE fremise
         OPEN I-O fremise
         MOVE 0 TO WdcFin
         PERFORM WITH TEST AFTER UNTIL WdcFin = 1
           READ fremise NEXT
           AT END
             MOVE 1 TO WdcFin
           NOT AT END
             IF fkm_idSalle = WdcSalle AND fkm_dateRetour = 0 THEN
               DISPLAY "A récupérer : ",fkm_code,
                       " détenu par le club ",
                       fkm_idClub," depuis le ",fkm_dateSortie
               PERFORM WITH TEST BEFORE VARYING WdcIdx FROM 1 BY 1
                         UNTIL WdcIdx > WdcNbCodes
                 IF WdcCode(WdcIdx) = fkm_code THEN
                   MOVE 1 TO WdcDehors(WdcIdx)
                 END-IF
               END-PERFORM
             END-IF
         END-PERFORM
         DISPLAY WdcNbCodes," clé(s)/badge(s) déclarés. Retirer de "
                 "l'inventaire ceux qui sont rendus ? (0/1)"
         MOVE 5 TO WcrudChoix
         PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                   WcrudChoix = 1
           ACCEPT WcrudChoix
         END-PERFORM
         IF WcrudChoix = 1 THEN
           PERFORM WITH TEST BEFORE VARYING WdcIdx FROM 1 BY 1
                     UNTIL WdcIdx > WdcNbCodes
             IF WdcDehors(WdcIdx) = 0 THEN
               MOVE WdcSalle TO fk_idSalle
               MOVE WdcCode(WdcIdx) TO fk_code
               DELETE fcle RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
             END-IF
           END-PERFORM
         END-IF
       END-IF.

      *Sous-paragraphe : salle de report (WdcDest, 0 = laisser) ; elle
      *doit exister et ne pas être elle-même déclassée
      ******************************************************************
       DECLASSE_DESTINATION.

       MOVE 0 TO WdcDestOK
       PERFORM WITH TEST AFTER UNTIL WdcDest = 0 OR WdcDestOK = 1
         DISPLAY "Salle de report (0 = laisser en l'état) :"
         PERFORM WITH TEST AFTER UNTIL WdcDest IS NUMERIC
           ACCEPT WdcDest
         END-PERFORM
         MOVE 0 TO WdcDestOK
         IF WdcDest NOT = 0 AND WdcDest NOT = WdcSalle THEN
           MOVE WdcDest TO WdcSalleTest
           MOVE 0 TO WdcRef
           PERFORM SALLE_DECLASSEE
           IF WdcHors = 1 THEN
             DISPLAY "Cette salle est déclassée."
           ELSE
             MOVE WdcDest TO WdcSalleLue
             PERFORM DECLASSE_SALLE_EXISTE
           END-IF
         END-IF
       END-PERFORM.

      *Sous-paragraphe : WdcSalleLue existe-t-elle ? -> WdcDestOK (sans
      *toucher à l'enregistrement fsalle courant)
      ******************************************************************
       DECLASSE_SALLE_EXISTE.

       MOVE Tsalle TO WdcSauveSalle
       MOVE WdcSalleLue TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           MOVE 1 TO WdcDestOK
       END-READ
       MOVE WdcSauveSalle TO Tsalle.

      *La salle WdcSalleTest est-elle déclassée à la date WdcRef
      *(aaaammjj, 0 = aujourd'hui) ? -> WdcHors = 1, date d'effet dans
      *WdcEffet
      ******************************************************************
       SALLE_DECLASSEE.

       MOVE 0 TO WdcHors
       MOVE 0 TO WdcEffet
       IF WdcRef = 0 THEN
         ACCEPT WdcRef FROM DATE YYYYMMDD
       END-IF
       MOVE WdcSalleTest TO fdc_idSalle
       READ fdeclass KEY IS fdc_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fdc_date TO WdcEffet
           IF fdc_date <= WdcRef THEN
             MOVE 1 TO WdcHors
           END-IF
       END-READ.
