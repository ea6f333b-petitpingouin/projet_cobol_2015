      *Ordres de travaux correctifs : un panier de basket arraché, une
      *douche qui fuit, un éclairage en panne... signalés par un
      *gardien, par l'accueil ou depuis la main courante. L'ordre vise
      *la salle, éventuellement un sous-espace et un équipement, avec
      *sa priorité et l'indisponibilité qu'il entraîne (un sous-espace
      *ou toute la salle, refusés alors à la réservation tant que
      *l'ordre n'est pas clos). Le service technique l'affecte à un
      *technicien, le planifie comme un créneau d'entretien et le
      *clôt avec le coût réel dans entretiencout.dat.
      *(priorité : 1=urgente 2=haute 3=normale 4=basse ; inutilisable :
      *0=non 1=sous-espace 2=salle entière ; statut : 1=ouvert
      *2=affecté 3=planifié 4=clos ; origine : G=gardien A=accueil
      *I=main courante)
      ******************************************************************
       SAISIE_ORDRE.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
         ACCEPT fs_id
       END-PERFORM
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           MOVE fs_id TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             MOVE fs_id TO fot_idSalle
             MOVE "A" TO fot_origine
             MOVE WoperLogin TO fot_demandeur
             MOVE 0 TO fot_idIncident
             PERFORM SAISIE_ORDRE_CORPS
           END-IF
       END-READ.

      *Signalement d'une panne par un gardien (pas de compte
      *opérateur : le gardien est identifié par sa fiche)
      ******************************************************************
       SAISIE_ORDRE_GARDIEN.

       DISPLAY "Numéro du gardien:"
       PERFORM WITH TEST AFTER UNTIL fgd_id IS NUMERIC
         ACCEPT fgd_id
       END-PERFORM
       READ fgardien KEY IS fgd_id
         INVALID KEY
           DISPLAY "Aucun gardien ne porte ce numéro."
         NOT INVALID KEY
           DISPLAY "Entrez l'ID de la salle"
           PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
             ACCEPT fs_id
           END-PERFORM
           READ fsalle KEY IS fs_id
             INVALID KEY
               DISPLAY "Il n'existe pas de salle portant ce numéro"
             NOT INVALID KEY
               MOVE fs_id TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF WpeOK = 1 THEN
                 MOVE fs_id TO fot_idSalle
                 MOVE "G" TO fot_origine
                 MOVE fgd_nom TO fot_demandeur
                 MOVE 0 TO fot_idIncident
                 PERFORM SAISIE_ORDRE_CORPS
               END-IF
           END-READ
       END-READ.

      *Sous-paragraphe : saisie et écriture de l'ordre, fot_idSalle,
      *fot_origine, fot_demandeur et fot_idIncident posés par l'appelant
      ******************************************************************
       SAISIE_ORDRE_CORPS.

       MOVE 0 TO WotOk
       PERFORM WITH TEST AFTER UNTIL WotOk = 1
         DISPLAY "Sous-espace concerné (0 = salle entière):"
         PERFORM WITH TEST AFTER UNTIL fot_idEspace IS NUMERIC
           ACCEPT fot_idEspace
         END-PERFORM
         IF fot_idEspace = 0 THEN
           MOVE 1 TO WotOk
         ELSE
           MOVE fot_idSalle TO fe_idSalle
           MOVE fot_idEspace TO fe_idEspace
           READ fespace KEY IS fe_cle
             INVALID KEY
               DISPLAY "Ce sous-espace n'existe pas dans la salle."
             NOT INVALID KEY
               MOVE 1 TO WotOk
           END-READ
         END-IF
       END-PERFORM

       MOVE 0 TO WotOk
       PERFORM WITH TEST AFTER UNTIL WotOk = 1
         DISPLAY "Code de l'équipement en cause (vide si aucun):"
         MOVE SPACES TO fot_codeMat
         ACCEPT fot_codeMat
         IF fot_codeMat = SPACES THEN
           MOVE 1 TO WotOk
         ELSE
           MOVE fot_idSalle TO fm_idSalle
           MOVE fot_codeMat TO fm_code
           READ fmateriel KEY IS fm_cle
             INVALID KEY
               DISPLAY "Équipement inconnu dans cette salle."
             NOT INVALID KEY
               DISPLAY "Équipement : ",fm_libelle
               MOVE 1 TO WotOk
           END-READ
         END-IF
       END-PERFORM

       DISPLAY "Objet de la demande (panne constatée):"
       ACCEPT fot_objet
       DISPLAY "Priorité : (1) urgente (2) haute (3) normale (4) basse"
       PERFORM WITH TEST AFTER UNTIL fot_priorite IS NUMERIC AND
                 fot_priorite > 0 AND fot_priorite < 5
         ACCEPT fot_priorite
       END-PERFORM
       IF fot_idEspace = 0 THEN
         DISPLAY "Salle inutilisable en attendant ? (0) non (2) oui"
       ELSE
         DISPLAY "Inutilisable en attendant ? (0) non"
         DISPLAY "   (1) le sous-espace (2) la salle entière"
       END-IF
       PERFORM WITH TEST AFTER UNTIL fot_inutilisable IS NUMERIC AND
                 fot_inutilisable < 3
         ACCEPT fot_inutilisable
       END-PERFORM
       IF fot_idEspace = 0 AND fot_inutilisable = 1 THEN
         MOVE 2 TO fot_inutilisable
       END-IF

       ACCEPT WotAuj FROM DATE YYYYMMDD
       MOVE WotAuj TO fot_dateOuverture
       MOVE SPACES TO fot_technicien
       MOVE 0 TO fot_dateAffect
       MOVE 0 TO fot_numResa
       MOVE 1 TO fot_statut
       MOVE 0 TO fot_dateCloture
       PERFORM GET_ID_ORDRE
       MOVE WidCourantOrdre TO fot_id
       WRITE Totravail
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture ordre: ",fot_stat
           MOVE "ordretravail.dat" TO WejFichier
           MOVE fot_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_ORDRE_CORPS" TO WejPara
           MOVE fot_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Ordre de travaux n° ",fot_id," ouvert."
      *    Une urgence ou une salle fermée remonte au menu
      *    administrateur
           IF fot_priorite = 1 OR fot_inutilisable = 2 THEN
             MOVE "TRAVAUX" TO WalType
             MOVE SPACES TO WalMessage
             STRING "Ordre de travaux n° " DELIMITED BY SIZE
                    fot_id DELIMITED BY SIZE
                    " salle " DELIMITED BY SIZE
                    fot_idSalle DELIMITED BY SIZE
                    " priorité " DELIMITED BY SIZE
                    fot_priorite DELIMITED BY SIZE
               INTO WalMessage
             END-STRING
             PERFORM CREE_ALERTE
           END-IF
       END-WRITE.

      *Affectation d'un ordre à un technicien (ou à un prestataire)
      ******************************************************************
       AFFECTE_ORDRE.

       DISPLAY "Numéro de l'ordre de travaux:"
       PERFORM WITH TEST AFTER UNTIL fot_id IS NUMERIC
         ACCEPT fot_id
       END-PERFORM
       READ fotravail KEY IS fot_id
         INVALID KEY
           DISPLAY "Cet ordre de travaux n'existe pas."
         NOT INVALID KEY
           MOVE fot_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             IF fot_statut = 4 THEN
               DISPLAY "Cet ordre de travaux est clos."
             ELSE
               DISPLAY "Salle ",fot_idSalle," : ",fot_objet
               DISPLAY "Technicien ou prestataire :"
               ACCEPT fot_technicien
               ACCEPT WotAuj FROM DATE YYYYMMDD
               MOVE WotAuj TO fot_dateAffect
               IF fot_statut = 1 THEN
                 MOVE 2 TO fot_statut
               END-IF
               REWRITE Totravail
                 INVALID KEY
                   DISPLAY "Erreur de réécriture: ",fot_stat
                   MOVE "ordretravail.dat" TO WejFichier
                   MOVE fot_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "AFFECTE_ORDRE" TO WejPara
                   MOVE fot_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Ordre affecté à ",fot_technicien
               END-REWRITE
             END-IF
           END-IF
       END-READ.

      *Planification de l'intervention : un créneau d'entretien est
      *posé sur la salle (avec son volet coût) et rattaché à l'ordre
      ******************************************************************
       PLANIFIE_ORDRE.

       DISPLAY "Numéro de l'ordre de travaux:"
       PERFORM WITH TEST AFTER UNTIL fot_id IS NUMERIC
         ACCEPT fot_id
       END-PERFORM
       READ fotravail KEY IS fot_id
         INVALID KEY
           DISPLAY "Cet ordre de travaux n'existe pas."
         NOT INVALID KEY
           MOVE fot_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             IF fot_statut = 4 THEN
               DISPLAY "Cet ordre de travaux est clos."
             ELSE
               MOVE 1 TO WcrudChoix
               IF fot_statut = 3 THEN
                 DISPLAY "Déjà planifié (entretien n° ",fot_numResa,
                         "). Replanifier (0/1) ?"
                 MOVE 5 TO WcrudChoix
                 PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                           WcrudChoix = 1
                   ACCEPT WcrudChoix
                 END-PERFORM
               END-IF
               IF WcrudChoix = 1 THEN
                 PERFORM PLANIFIE_ORDRE_CRENEAU
               END-IF
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : créneau d'entretien de l'ordre lu (fot_*)
      ******************************************************************
       PLANIFIE_ORDRE_CRENEAU.

       MOVE fot_numResa TO WotRef
       MOVE fot_idSalle TO Wresa_idSalle
       MOVE fot_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "La salle n'existe pas !"
         NOT INVALID KEY
           DISPLAY "Salle ",fs_id," ",fs_nom," : ",fot_objet
           PERFORM ADD_ENTRETIEN_CRENEAU
           IF Wresaimpossible = 0 AND WnbEchecs = 0 THEN
             MOVE fr_numResa TO fot_numResa
             MOVE 3 TO fot_statut
             REWRITE Totravail
               INVALID KEY
                 DISPLAY "Erreur de réécriture: ",fot_stat
                 MOVE "ordretravail.dat" TO WejFichier
                 MOVE fot_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "PLANIFIE_ORDRE_CRENEAU" TO WejPara
                 MOVE fot_id TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 DISPLAY "Ordre planifié (entretien n° ",fot_numResa,
                         ")."
                 IF WotRef NOT = 0 THEN
                   DISPLAY "L'ancien entretien n° ",WotRef,
                           " reste à supprimer."
                 END-IF
             END-REWRITE
           END-IF
       END-READ.

      *Clôture d'un ordre : l'entretien planifié est clos avec son coût
      *réel (entretiencout.dat), puis l'ordre lui-même
      ******************************************************************
       CLOTURE_ORDRE.

       DISPLAY "Numéro de l'ordre de travaux:"
       PERFORM WITH TEST AFTER UNTIL fot_id IS NUMERIC
         ACCEPT fot_id
       END-PERFORM
       READ fotravail KEY IS fot_id
         INVALID KEY
           DISPLAY "Cet ordre de travaux n'existe pas."
         NOT INVALID KEY
           MOVE fot_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             EVALUATE fot_statut
               WHEN 4
                 DISPLAY "Cet ordre de travaux est déjà clos."
               WHEN 3
                 PERFORM CLOTURE_ORDRE_CORPS
               WHEN OTHER
                 DISPLAY "Ordre non planifié : planifiez "
                         "l'intervention avant de le clore."
             END-EVALUATE
           END-IF
       END-READ.

      *Sous-paragraphe : clôture de l'entretien puis de l'ordre lu
      ******************************************************************
       CLOTURE_ORDRE_CORPS.

       MOVE fot_numResa TO fec_numResa
       MOVE 0 TO fec_cloture
       PERFORM CLOTURE_ENTRETIEN_CORPS
       IF fec_numResa NOT = 0 AND fec_cloture = 1 THEN
         ACCEPT WotAuj FROM DATE YYYYMMDD
         MOVE WotAuj TO fot_dateCloture
         MOVE 4 TO fot_statut
         REWRITE Totravail
           INVALID KEY
             DISPLAY "Erreur de réécriture: ",fot_stat
             MOVE "ordretravail.dat" TO WejFichier
             MOVE fot_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "CLOTURE_ORDRE_CORPS" TO WejPara
             MOVE fot_id TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             MOVE "fotravail" TO fmo_fichier
             MOVE fot_id TO fmo_cle
             MOVE "fot_statut" TO fmo_champ
             MOVE 3 TO fmo_ancienne
             MOVE 4 TO fmo_nouvelle
             PERFORM LOG_MODIF
             DISPLAY "Ordre de travaux clos."
         END-REWRITE
       ELSE
         DISPLAY "Entretien non clôturé : l'ordre reste ouvert."
       END-IF.

      *Rapport des ordres non clos, par priorité, avec leur âge en
      *jours depuis l'ouverture
      ******************************************************************
       RAPPORT_ORDRES_OUVERTS.

       ACCEPT WotAuj FROM DATE YYYYMMDD
       DISPLAY "--- Ordres de travaux en cours au ",WotAuj," ---"
       DISPLAY "N° / Salle / Esp. / Priorité / Statut / Âge (j) /"
               " Objet"
       MOVE 0 TO WotNb
       MOVE 0 TO WotNbVieux
       PERFORM WITH TEST BEFORE VARYING WotPrio FROM 1 BY 1
                 UNTIL WotPrio > 4
         CLOSE fotravail
         OPEN I-O fotravail
         MOVE 0 TO WotEof
         PERFORM WITH TEST AFTER UNTIL WotEof = 1
           READ fotravail NEXT
           AT END
             MOVE 1 TO WotEof
           NOT AT END
             IF fot_statut < 4 AND fot_priorite = WotPrio THEN
               PERFORM RAPPORT_ORDRE_LIGNE
             END-IF
         END-PERFORM
       END-PERFORM
       IF WotNb = 0 THEN
         DISPLAY "(aucun ordre de travaux en cours)"
       ELSE
         DISPLAY "Total : ",WotNb," ordre(s) en cours, dont ",
                 WotNbVieux," ouvert(s) depuis plus de 30 jours"
       END-IF.

      *Sous-paragraphe : ligne de rapport de l'ordre courant (fot_*)
      ******************************************************************
       RAPPORT_ORDRE_LIGNE.

       ADD 1 TO WotNb
       COMPUTE WotAge = FUNCTION INTEGER-OF-DATE(WotAuj) -
               FUNCTION INTEGER-OF-DATE(fot_dateOuverture)
       IF WotAge > 30 THEN
         ADD 1 TO WotNbVieux
       END-IF
       PERFORM ORDRE_LIBELLES
       DISPLAY fot_id," / ",fot_idSalle," / ",fot_idEspace," / ",
               WotLibPrio," / ",WotLibStatut," / ",WotAge," / ",
               fot_objet
       IF fot_statut > 1 THEN
         DISPLAY "   technicien : ",fot_technicien,
                 " entretien n° ",fot_numResa
       END-IF
       IF fot_inutilisable = 1 THEN
         DISPLAY "   /!\ sous-espace ",fot_idEspace," inutilisable"
       END-IF
       IF fot_inutilisable = 2 THEN
         DISPLAY "   /!\ salle inutilisable"
       END-IF.

      *Sous-paragraphe : libellés de la priorité et du statut de
      *l'ordre courant (fot_*)
      ******************************************************************
       ORDRE_LIBELLES.

       EVALUATE fot_priorite
         WHEN 1 MOVE "URGENTE" TO WotLibPrio
         WHEN 2 MOVE "HAUTE" TO WotLibPrio
         WHEN 3 MOVE "NORMALE" TO WotLibPrio
         WHEN OTHER MOVE "BASSE" TO WotLibPrio
       END-EVALUATE
       EVALUATE fot_statut
         WHEN 1 MOVE "OUVERT" TO WotLibStatut
         WHEN 2 MOVE "AFFECTE" TO WotLibStatut
         WHEN 3 MOVE "PLANIFIE" TO WotLibStatut
         WHEN OTHER MOVE "CLOS" TO WotLibStatut
       END-EVALUATE.

      *Sous-paragraphe (IS_DISPO) : un ordre non clos de la salle
      *Wresa_idSalle, ouvert au plus tard le WotRef, la rend
      *inutilisable (salle entière, ou le sous-espace demandé, ou tout
      *créneau de salle entière quand un sous-espace est hors service)
      *-> WotBloque
      ******************************************************************
       ORDRE_BLOQUE.

       MOVE 0 TO WotBloque
       MOVE Wresa_idSalle TO fot_idSalle
       START fotravail KEY IS = fot_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WotEof
           PERFORM WITH TEST AFTER UNTIL WotEof = 1
             READ fotravail NEXT
             AT END
               MOVE 1 TO WotEof
             NOT AT END
               IF fot_idSalle NOT = Wresa_idSalle THEN
                 MOVE 1 TO WotEof
               ELSE
                 IF fot_statut < 4 AND fot_dateOuverture <= WotRef
                   THEN
                   IF fot_inutilisable = 2 THEN
                     MOVE 1 TO WotBloque
                   END-IF
                   IF fot_inutilisable = 1 AND
                      (Wresa_idEspace = 0 OR
                       Wresa_idEspace = fot_idEspace) THEN
                     MOVE 1 TO WotBloque
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.
