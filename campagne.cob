      *déposent des vœux classés (salle, jour de semaine, horaire),
      *l'arbitrage alloue selon la priorité (clubs résidents de la
      *ville de la salle d'abord, puis ancienneté = plus petit numéro
      *de club, à rang de vœu égal ; au choix, le score de fiabilité
      *de l'année écoulée départage, ou fait passer les clubs sous le
      *seuil après les autres), l'admin revoit et ajuste, puis la
      *validation génère en une passe les réservations hebdomadaires
      *de toute la saison.
      ******************************************************************
                 ACCEPT fvo_h_fin
               END-PERFORM
               DISPLAY "Sport pratiqué:"
               PERFORM CHOISIT_SPORT
               MOVE WspoLibelle TO fvo_sport
      *        Fenêtre de réservation de la salle : l'horizon se juge
      *        sur le début de saison visé (1er septembre)
               MOVE fvo_idSalle TO Wresa_idSalle
                 WRITE Tvoeu
                   INVALID KEY
                     DISPLAY "/!\ Erreur d'écriture vœu: ",fvo_stat
                     MOVE "voeu.dat" TO WejFichier
                     MOVE fvo_stat TO WejStat
                     MOVE "WRITE" TO WejOper
                     MOVE "DEPOSE_VOEU" TO WejPara
                     MOVE fvo_id TO WejCle
                     PERFORM JOURNAL_ERREUR
                   NOT INVALID KEY
                     DISPLAY "Vœu n° ",fvo_id," déposé."
                 END-WRITE
         ACCEPT WvoeuSaison
       END-PERFORM

      *Usage du score de fiabilité (dernière année civile complète)
       DISPLAY "Départage des vœux à rang égal :"
       DISPLAY "0- Ancienneté seule"
       DISPLAY "1- Score de fiabilité, puis ancienneté"
       DISPLAY "2- Clubs sous le seuil de fiabilité après les autres"
       PERFORM WITH TEST AFTER UNTIL WfbMode IS NUMERIC AND
                 WfbMode < 3
         ACCEPT WfbMode
       END-PERFORM
       IF WfbMode > 0 THEN
         ACCEPT WdateSys FROM DATE YYYYMMDD
         COMPUTE WfbAnnee = WdateSys / 10000 - 1
         PERFORM CALCULE_FIABILITE
         DISPLAY "Scores de fiabilité ",WfbAnnee,
                 " recalculés (seuil ",WfbSeuil,")."
       END-IF

       MOVE 0 TO WvoeuNb
       PERFORM WITH TEST BEFORE VARYING WvoeuPrio FROM 1 BY 1
                 UNTIL WvoeuPrio > 2
      *Sous-paragraphe : une passe (priorité WvoeuPrio, rang WvoeuRang)
      *Les candidats sont d'abord relevés puis traités par clé (le
      *contrôle de conflit rembobine fvoeu et casserait un balayage
      *en cours), triés par numéro de club pour honorer l'ancienneté
      *(ou d'abord par fiabilité, selon WfbMode).
      *Le relevé est plafonné à 200 clés : au-delà, la passe se répète
      *tant qu'elle progresse, pour qu'aucun vœu ne parte au rejet
      *sans avoir été examiné.
               ADD 1 TO WvoeuNbIds
               MOVE fvo_id TO WvoeuIds(WvoeuNbIds)
               MOVE fvo_idClub TO WvoeuIdClubs(WvoeuNbIds)
               PERFORM ARBITRAGE_CLE_TRI
             END-IF
           END-IF
       END-PERFORM.

      *Sous-paragraphe : clé de tri du candidat relevé : numéro de
      *club (ancienneté), précédé du complément du score (mode 1) ou
      *de l'indicateur sous le seuil (mode 2)
      ******************************************************************
       ARBITRAGE_CLE_TRI.

       MOVE fvo_idClub TO WfbTri(WvoeuNbIds)
       IF WfbMode > 0 THEN
         MOVE fvo_idClub TO WfbClub
         PERFORM FIABILITE_CLUB
         IF WfbMode = 1 THEN
           COMPUTE WfbTri(WvoeuNbIds) = (999 - WfbScore) * 10000 +
                   fvo_idClub
         ELSE
           COMPUTE WfbTri(WvoeuNbIds) = WfbBas * 10000000 +
                   fvo_idClub
         END-IF
       END-IF.

      *Sous-paragraphe : tri des candidats par clé de tri croissante
      *(ancienneté, fiabilité), tri à bulles sur les trois tables
      ******************************************************************
       ARBITRAGE_TRI_ANCIENNETE.

                   UNTIL WvoeuIdx >= WvoeuNbIds
           PERFORM WITH TEST BEFORE VARYING WvoeuJ FROM 1 BY 1
                     UNTIL WvoeuJ >= WvoeuNbIds
             IF WfbTri(WvoeuJ) > WfbTri(WvoeuJ + 1) THEN
               MOVE WvoeuIds(WvoeuJ) TO WvoeuTmpId
               MOVE WvoeuIdClubs(WvoeuJ) TO WvoeuTmpClub
               MOVE WvoeuIds(WvoeuJ + 1) TO WvoeuIds(WvoeuJ)
               MOVE WvoeuIdClubs(WvoeuJ + 1) TO WvoeuIdClubs(WvoeuJ)
               MOVE WvoeuTmpId TO WvoeuIds(WvoeuJ + 1)
               MOVE WvoeuTmpClub TO WvoeuIdClubs(WvoeuJ + 1)
               MOVE WfbTri(WvoeuJ) TO WfbTmpTri
               MOVE WfbTri(WvoeuJ + 1) TO WfbTri(WvoeuJ)
               MOVE WfbTmpTri TO WfbTri(WvoeuJ + 1)
             END-IF
           END-PERFORM
         END-PERFORM
           END-READ
       END-READ

      *Un club résident sous le seuil de fiabilité perd sa priorité
       IF WfbMode = 2 AND WvoeuresidOK = 1 THEN
         MOVE fvo_idClub TO WfbClub
         PERFORM FIABILITE_CLUB
         IF WfbBas = 1 THEN
           MOVE 0 TO WvoeuresidOK
         END-IF
       END-IF

       IF (WvoeuPrio = 1 AND WvoeuresidOK = 1) OR
          (WvoeuPrio = 2 AND WvoeuresidOK = 0) THEN
         PERFORM CONFLIT_VOEU
             DISPLAY fvo_id," / ",fvo_idClub," / ",fvo_rang," / ",
      -              fvo_idSalle," / ",fvo_jourSem," / ",fvo_h_debut,
      -              "h-",fvo_h_fin,"h / ",fvo_statut
      *      Signalement du rapport d'équité de la saison écoulée
             MOVE fvo_idClub TO fhl_idClub
             COMPUTE fhl_saison = WvoeuSaison - 1
             READ fheurelic KEY IS fhl_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF fhl_signal NOT = SPACE THEN
                   PERFORM EQUITE_LIBELLE
                   DISPLAY "     équité ",fhl_saison," : ",fhl_ratio,
                           " h/licencié (sport ",fhl_ratioSport,") ",
                           WhlLibelle
                 END-IF
             END-READ
           END-IF
       END-PERFORM

         DISPLAY "5- Revue / ajustement de la proposition"
         DISPLAY "6- Générer les réservations de la saison"
         DISPLAY "7- Prévision de demande de la saison"
         DISPLAY "8- Scores de fiabilité des clubs (rapport)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 5 PERFORM REVUE_CAMPAGNE
             WHEN 6 PERFORM VALIDE_CAMPAGNE
             WHEN 7 PERFORM PREVISION_CAMPAGNE
             WHEN 8 PERFORM RAPPORT_FIABILITE
         END-EVALUATE
       END-PERFORM.
