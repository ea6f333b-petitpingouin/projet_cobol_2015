         INVALID KEY
           DISPLAY "Nom complet:"
           ACCEPT fop_nom
           MOVE SPACES TO fop_mdp
           DISPLAY "Rôle (1=administrateur, 2=consultation):"
           PERFORM WITH TEST AFTER UNTIL fop_role = 1 OR fop_role = 2
             ACCEPT fop_role
           WRITE Toper
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture opérateur: ",fop_stat
               MOVE "operateur.dat" TO WejFichier
               MOVE fop_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "CREATE_OPERATEUR" TO WejPara
               MOVE fop_login TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               DISPLAY "Opérateur créé."
      *        Mot de passe initial, à changer à la 1re connexion
               MOVE 'O' TO WmpType
               MOVE fop_login TO WmpCompte
               MOVE 1 TO WmpAChanger
               PERFORM MDP_NOUVEAU
               IF WmpOK = 0 THEN
                 DISPLAY "Compte sans mot de passe : connexion ",
                         "impossible avant réinitialisation."
               END-IF
           END-WRITE
         NOT INVALID KEY
           DISPLAY "Ce login existe déjà."
         INVALID KEY
           DISPLAY "Ce login n'existe pas."
         NOT INVALID KEY
           MOVE 0 TO WccFin
           PERFORM WITH TEST AFTER UNTIL WccFin = 1
             MOVE Toper TO WccAvant
             PERFORM CONCUR_PHOTO
             DISPLAY "Nouveau nom complet (actuel: ",fop_nom,"):"
             ACCEPT fop_nom
             DISPLAY "Nouveau rôle (1=administrateur, 2=consultation):"
             PERFORM WITH TEST AFTER UNTIL fop_role = 1 OR fop_role = 2
               ACCEPT fop_role
             END-PERFORM
             MOVE "foper" TO fmo_fichier
             MOVE fop_login TO fmo_cle
             MOVE "fop_nom" TO fmo_champ
             MOVE fop_nom TO fmo_nouvelle
             PERFORM CONCUR_OPERATEUR
           END-PERFORM
           IF WccEcrire = 1 THEN
             REWRITE Toper
               INVALID KEY
                 DISPLAY "Erreur de réécriture."
                 MOVE "operateur.dat" TO WejFichier
                 MOVE fop_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "MODIFY_OPERATEUR" TO WejPara
                 MOVE fop_login TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 DISPLAY "Compte modifié."
             END-REWRITE
           END-IF
      *    Réinitialisation : le titulaire devra le changer à sa
      *    prochaine connexion
           DISPLAY "Réinitialiser le mot de passe (0=non, 1=oui) ?"
           PERFORM WITH TEST AFTER UNTIL WmpOK = 0 OR WmpOK = 1
             ACCEPT WmpOK
           END-PERFORM
           IF WmpOK = 1 THEN
             MOVE 'O' TO WmpType
             MOVE fop_login TO WmpCompte
             MOVE 1 TO WmpAChanger
             PERFORM MDP_NOUVEAU
           END-IF
       END-READ.

      *Suppression d'un compte (pas le sien : on ne scie pas la
           INVALID KEY
             DISPLAY "Ce login n'existe pas."
           NOT INVALID KEY
             MOVE fop_login TO WpeLogin
             PERFORM PERIMETRE_PURGE
             MOVE 'O' TO WmpType
             MOVE fop_login TO WmpCompte
             PERFORM MDP_SUPPRIME
             DISPLAY "Compte supprimé."
         END-DELETE
       END-IF.
         DISPLAY "3- Modifier un compte"
         DISPLAY "4- Supprimer un compte"
         DISPLAY "5- Lister les comptes"
         DISPLAY "6- Communes d'un compte"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 3 PERFORM MODIFY_OPERATEUR
             WHEN 4 PERFORM DELETE_OPERATEUR
             WHEN 5 PERFORM DISPLAY_OPERATEURS
             WHEN 6 PERFORM PERIMETRE_OPERATEUR
         END-EVALUATE
       END-PERFORM.
