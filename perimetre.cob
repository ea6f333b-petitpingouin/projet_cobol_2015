      *Périmètre des opérateurs : depuis la mise en commun des salles
      *de l'agglomération, chaque commune a ses opérateurs sur le même
      *système. Un compte peut être limité à une ou plusieurs communes
      *(operville.dat) : les écrans de réservation, de fermeture,
      *d'entretien, de pointage, de clés et de facturation ne montrent
      *et n'acceptent alors que les salles et les clubs de ces
      *communes. Un compte sans commune attribuée est superviseur
      *d'agglomération et garde l'accès complet. Chaque tentative
      *refusée est tracée au journal des connexions (résultat 3).
      ******************************************************************

      *Chargement des communes de l'opérateur connecté (WoperLogin)
      ******************************************************************
       PERIMETRE_CHARGE.

       MOVE 0 TO WpeNb
       MOVE WoperLogin TO fov_login
       MOVE 0 TO fov_idVille
       START foperville KEY IS NOT LESS THAN fov_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WpeFin
           PERFORM WITH TEST AFTER UNTIL WpeFin = 1
             READ foperville NEXT
             AT END
               MOVE 1 TO WpeFin
             NOT AT END
               IF fov_login NOT = WoperLogin THEN
                 MOVE 1 TO WpeFin
               ELSE
                 IF WpeNb < 20 THEN
                   ADD 1 TO WpeNb
                   MOVE fov_idVille TO WpeVille(WpeNb)
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WpeNb > 0 THEN
         MOVE 1 TO WpeLimite
       ELSE
         MOVE 0 TO WpeLimite
       END-IF.

      *La commune WpeVilleTest est-elle dans le périmètre ? -> WpeOK
      *(toujours 1 pour un superviseur ou une session club)
      ******************************************************************
       PERIMETRE_VILLE.

       MOVE 1 TO WpeOK
       IF WpeLimite = 1 AND WconnectedAsAdmin = 1 THEN
         MOVE 0 TO WpeOK
         PERFORM WITH TEST BEFORE VARYING WpeIdx FROM 1 BY 1
                   UNTIL WpeIdx > WpeNb OR WpeOK = 1
           IF WpeVille(WpeIdx) = WpeVilleTest THEN
             MOVE 1 TO WpeOK
           END-IF
         END-PERFORM
       END-IF.

      *La salle WpeSalle est-elle dans le périmètre ? -> WpeOK, sans
      *trace (filtrage des listes). L'enregistrement salle courant est
      *rendu intact à l'appelant. Une salle inconnue passe : c'est à
      *l'écran de la refuser.
      ******************************************************************
       PERIMETRE_SALLE.

       MOVE 1 TO WpeOK
       IF WpeLimite = 1 AND WconnectedAsAdmin = 1 THEN
         MOVE Tsalle TO WpeSalleSauve
         MOVE WpeSalle TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fs_ville TO WpeVilleTest
             PERFORM PERIMETRE_VILLE
         END-READ
         MOVE WpeSalleSauve TO Tsalle
       END-IF.

      *Même question pour le club WpeClub (club de la facture, du
      *règlement...) ; l'enregistrement club courant est rendu intact
      ******************************************************************
       PERIMETRE_CLUB.

       MOVE 1 TO WpeOK
       IF WpeLimite = 1 AND WconnectedAsAdmin = 1 THEN
         MOVE Tclub TO WpeClubSauve
         MOVE WpeClub TO fc_id
         READ fclub KEY IS fc_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fc_ville TO WpeVilleTest
             PERFORM PERIMETRE_VILLE
         END-READ
         MOVE WpeClubSauve TO Tclub
       END-IF.

      *Contrôle d'une action sur la salle WpeSalle : refus affiché et
      *tracé si elle sort du périmètre -> WpeOK
      ******************************************************************
       CONTROLE_SALLE.

       PERFORM PERIMETRE_SALLE
       IF WpeOK = 0 THEN
         DISPLAY "Accès refusé : la salle ",WpeSalle,
                 " est hors de vos communes."
         MOVE "SALLE" TO WseType
         MOVE WpeSalle TO WseClub
         PERFORM PERIMETRE_REFUS
       END-IF.

      *Contrôle d'une action sur le club WpeClub -> WpeOK
      ******************************************************************
       CONTROLE_CLUB.

       PERFORM PERIMETRE_CLUB
       IF WpeOK = 0 THEN
         DISPLAY "Accès refusé : le club ",WpeClub,
                 " est hors de vos communes."
         MOVE "CLUB" TO WseType
         MOVE WpeClub TO WseClub
         PERFORM PERIMETRE_REFUS
       END-IF.

      *Contrôle d'une action sur toute une commune (WpeVilleTest)
      ******************************************************************
       CONTROLE_VILLE.

       PERFORM PERIMETRE_VILLE
       IF WpeOK = 0 THEN
         DISPLAY "Accès refusé : commune hors de votre périmètre."
         MOVE "VILLE" TO WseType
         MOVE 0 TO WseClub
         PERFORM PERIMETRE_REFUS
       END-IF.

      *Sous-paragraphe : trace du refus au journal des connexions
      *(WseType et WseClub chargés : objet refusé et son numéro)
      ******************************************************************
       PERIMETRE_REFUS.

       MOVE WoperLogin TO WseLogin
       MOVE 3 TO WseSucces
       PERFORM LOG_SESSION.

      *Attribution des communes d'un compte (superviseurs seulement :
      *un opérateur limité ne peut pas élargir son propre périmètre)
      ******************************************************************
       PERIMETRE_OPERATEUR.

       IF WpeLimite = 1 THEN
         DISPLAY "Réservé aux superviseurs d'agglomération."
       ELSE
         DISPLAY "Login de l'opérateur:"
         ACCEPT fop_login
         READ foper KEY IS fop_login
           INVALID KEY
             DISPLAY "Ce login n'existe pas."
           NOT INVALID KEY
             MOVE fop_login TO WpeLogin
             MOVE 9 TO WpeChoix
             PERFORM WITH TEST AFTER UNTIL WpeChoix = 0
               PERFORM PERIMETRE_AFFICHE
               DISPLAY "(1) ajouter une commune (2) retirer une commu
      -    "ne (0) terminer"
               PERFORM WITH TEST AFTER UNTIL WpeChoix = 0 OR
                         WpeChoix = 1 OR WpeChoix = 2
                 ACCEPT WpeChoix
               END-PERFORM
               IF WpeChoix NOT = 0 THEN
                 PERFORM PERIMETRE_MAJ
               END-IF
             END-PERFORM
         END-READ
       END-IF.

      *Sous-paragraphe : communes du compte WpeLogin
      ******************************************************************
       PERIMETRE_AFFICHE.

       DISPLAY "--- Communes de ",WpeLogin," ---"
       MOVE 0 TO WpeIdx
       MOVE WpeLogin TO fov_login
       MOVE 0 TO fov_idVille
       START foperville KEY IS NOT LESS THAN fov_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WpeFin
           PERFORM WITH TEST AFTER UNTIL WpeFin = 1
             READ foperville NEXT
             AT END
               MOVE 1 TO WpeFin
             NOT AT END
               IF fov_login NOT = WpeLogin THEN
                 MOVE 1 TO WpeFin
               ELSE
                 ADD 1 TO WpeIdx
                 MOVE fov_idVille TO fv_id
                 READ fville KEY IS fv_id
                   INVALID KEY
                     MOVE SPACES TO fv_nom
                 END-READ
                 DISPLAY fov_idVille," ",fv_nom
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WpeIdx = 0 THEN
         DISPLAY "(aucune : superviseur d'agglomération)"
       END-IF.

      *Sous-paragraphe : ajout (WpeChoix 1) ou retrait (2) d'une
      *commune pour WpeLogin, tracé au journal des modifications
      ******************************************************************
       PERIMETRE_MAJ.

       DISPLAY "Numéro de la commune:"
       PERFORM WITH TEST AFTER UNTIL fv_id IS NUMERIC
         ACCEPT fv_id
       END-PERFORM
       MOVE WpeLogin TO fov_login
       MOVE fv_id TO fov_idVille
       MOVE "foperville" TO fmo_fichier
       MOVE WpeLogin TO fmo_cle
       MOVE "fov_idVille" TO fmo_champ
       IF WpeChoix = 1 THEN
         READ fville KEY IS fv_id
           INVALID KEY
             DISPLAY "Cette commune n'existe pas."
           NOT INVALID KEY
             WRITE Toperville
               INVALID KEY
                 IF fov_stat = 22 THEN
                   DISPLAY "Commune déjà attribuée."
                 ELSE
                   DISPLAY "/!\ Erreur d'écriture périmètre: ",
                           fov_stat
                   MOVE "operville.dat" TO WejFichier
                   MOVE fov_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "PERIMETRE_MAJ" TO WejPara
                   MOVE fov_cle TO WejCle
                   PERFORM JOURNAL_ERREUR
                 END-IF
               NOT INVALID KEY
                 MOVE SPACES TO fmo_ancienne
                 MOVE fov_idVille TO fmo_nouvelle
                 PERFORM LOG_MODIF
                 DISPLAY "Commune ajoutée."
             END-WRITE
         END-READ
       ELSE
         DELETE foperville RECORD
           INVALID KEY
             DISPLAY "Commune non attribuée à ce compte."
           NOT INVALID KEY
             MOVE fov_idVille TO fmo_ancienne
             MOVE SPACES TO fmo_nouvelle
             PERFORM LOG_MODIF
             DISPLAY "Commune retirée."
         END-DELETE
       END-IF
      *Le compte connecté voit son périmètre changer aussitôt
       IF WpeLogin = WoperLogin THEN
         PERFORM PERIMETRE_CHARGE
       END-IF.

      *Retrait de toutes les communes du compte WpeLogin (suppression
      *du compte : un login recréé plus tard repart superviseur)
      ******************************************************************
       PERIMETRE_PURGE.

       MOVE 0 TO WpeFin
       PERFORM WITH TEST AFTER UNTIL WpeFin = 1
         MOVE WpeLogin TO fov_login
         MOVE 0 TO fov_idVille
         START foperville KEY IS NOT LESS THAN fov_cle
           INVALID KEY
             MOVE 1 TO WpeFin
           NOT INVALID KEY
             READ foperville NEXT
             AT END
               MOVE 1 TO WpeFin
             NOT AT END
               IF fov_login NOT = WpeLogin THEN
                 MOVE 1 TO WpeFin
               ELSE
                 DELETE foperville RECORD
                   INVALID KEY
                     MOVE 1 TO WpeFin
                 END-DELETE
               END-IF
             END-READ
         END-START
       END-PERFORM.
