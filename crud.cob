       WRITE Tville
       INVALID KEY
         DISPLAY "/!\ Erreur"
         MOVE "ville.dat" TO WejFichier
         MOVE fville_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "CREATE_TOWN" TO WejPara
         MOVE fv_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         DISPLAY "La ville a été créé.".

       WRITE Tsalle
       INVALID KEY
         DISPLAY "/!\ Erreur"
         MOVE "salle.dat" TO WejFichier
         MOVE fsalle_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "CREATE_ROOM" TO WejPara
         MOVE fs_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         DISPLAY "La salle a été créée.".

       END-PERFORM


      *Identifiants légaux (format, clé et doublons contrôlés)
       PERFORM SAISIE_IDENT_CLUB

       DISPLAY'Donnez le sport proposé par le club'
       PERFORM CHOISIT_SPORT
       MOVE WspoLibelle TO fc_sport

       MOVE SPACES TO fc_password

       DISPLAY'Donnez une adresse mail de contact'
       ACCEPT fc_email
       WRITE Tclub
       INVALID KEY
         DISPLAY "/!\ Erreur"
         MOVE "club.dat" TO WejFichier
         MOVE fclub_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "CREATE_CLUB" TO WejPara
         MOVE fc_id TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         DISPLAY "Le club a été créé"
      *  Premier mot de passe, à changer à la première connexion
         MOVE 'C' TO WmpType
         MOVE fc_id TO WmpCompte
         MOVE 1 TO WmpAChanger
         PERFORM MDP_NOUVEAU
         IF WmpOK = 0 THEN
           DISPLAY "Club sans mot de passe : connexion impossible ",
                   "avant réinitialisation."
         END-IF.


      *Création d'une association sport/salle
           NOT INVALID KEY
             MOVE 0 TO WcrudChoix
             DISPLAY "Sport à associer: "
             PERFORM CHOISIT_SPORT
             MOVE WspoLibelle TO fa_nomSport

             WRITE Tassoc
             INVALID KEY
               DISPLAY "/!\ Erreur"
               MOVE "assocsport.dat" TO WejFichier
               MOVE fass_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "CREATE_ASSOC" TO WejPara
               MOVE fa_cles TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               DISPLAY "Association ajoutée"
           END-READ
           NOT INVALID KEY
             MOVE 0 TO WcrudChoix
             DISPLAY "Sport à associer: "
             PERFORM CHOISIT_SPORT
             MOVE WspoLibelle TO fa_nomSport

             WRITE Tassoc
             INVALID KEY
               DISPLAY "/!\ Erreur"
               MOVE "assocsport.dat" TO WejFichier
               MOVE fass_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "CREATE_ASSOC" TO WejPara
               MOVE fa_cles TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               DISPLAY "Association ajoutée"
           END-READ
          NOT INVALID KEY
            MOVE fc_id TO fcs_idClub
            DISPLAY "Sport secondaire à ajouter:"
            PERFORM CHOISIT_SPORT
            MOVE WspoLibelle TO fcs_nomSport
            WRITE Tclubsport
              INVALID KEY
                DISPLAY "Ce sport est déjà enregistré pour ce club."
            DISPLAY "Prix de la salle : ",fs_prix
            DISPLAY "Capacité d'accueil : ",fs_capacite
            DISPLAY "Catégorie : ",fs_categorie
            MOVE fs_id TO WamSalle
            PERFORM AMEN_SALLE
            DISPLAY "Aménagements : ",WamResume
            MOVE fs_id TO WdcSalleTest
            MOVE 0 TO WdcRef
            PERFORM SALLE_DECLASSEE
            IF WdcEffet NOT = 0 THEN
              DISPLAY "Salle déclassée à compter du : ",WdcEffet
            END-IF
       END-READ.

      *LECTURE D'UN CLUB
            DISPLAY "Téléphone de contact : ",fc_tel
            DISPLAY "Statut d'adhésion (1=actif) : ",fc_statut
            DISPLAY "Date d'expiration : ",fc_dateExpiration
            DISPLAY "RNA / SIRET : ",fc_rna," / ",fc_siret
            DISPLAY "Contrôle au registre (0 non fait, 1 conforme, 2 é
      -    "cart, 3 dissoute) : ",fc_rnaEtat," le ",fc_rnaDate
      *     L'effectif se compte depuis le registre des licenciés
            PERFORM COMPTE_MEMBRES_CLUB
            DISPLAY "Licenciés : ",WmeValides," valide(s) sur ",WmeNb
             DISPLAY "Prix de la salle : ",fs_prix
             DISPLAY "Capacité : ",fs_capacite
             DISPLAY "Catégorie : ",fs_categorie
             MOVE fs_id TO WamSalle
             PERFORM AMEN_SALLE
             DISPLAY "Aménagements : ",WamResume
             MOVE fs_id TO WdcSalleTest
             MOVE 0 TO WdcRef
             PERFORM SALLE_DECLASSEE
             IF WdcEffet NOT = 0 THEN
               DISPLAY "Salle déclassée à compter du : ",WdcEffet
             END-IF
             DISPLAY "----------------"
             PERFORM PAUSE_AFFICHAGE
       END-PERFORM.
          INVALID KEY
            DISPLAY "Il n'existe pas de ville portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tville TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fv_nom TO fmo_ancienne
              DISPLAY "Entrez le nouveau nom de la ville"
              ACCEPT fv_nom
              MOVE "fville" TO fmo_fichier
              MOVE fv_id TO fmo_cle
              MOVE "fv_nom" TO fmo_champ
              MOVE fv_nom TO fmo_nouvelle
              PERFORM CONCUR_VILLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tville
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "ville.dat" TO WejFichier
                   MOVE fville_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_TOWN_NOM" TO WejPara
                   MOVE fv_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La ville a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification du code postal de la ville
       MODIFY_TOWN_CODE.
          INVALID KEY
            DISPLAY "Il n'existe pas de ville portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tville TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fv_codePost TO fmo_ancienne
              DISPLAY "Entrez le nouveau code postal de la ville"
              PERFORM WITH TEST AFTER UNTIL fv_codePost IS NUMERIC
                ACCEPT fv_codePost
              END-PERFORM
              MOVE "fville" TO fmo_fichier
              MOVE fv_id TO fmo_cle
              MOVE "fv_codePost" TO fmo_champ
              MOVE fv_codePost TO fmo_nouvelle
              PERFORM CONCUR_VILLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tville
                INVALID KEY
                   DISPLAY "La ville a été modifiée avec succès."
                 NOT INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "ville.dat" TO WejFichier
                   MOVE fville_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_TOWN_CODE" TO WejPara
                   MOVE fv_id TO WejCle
                   PERFORM JOURNAL_ERREUR
              END-REWRITE
            END-IF.

      * Modification de l'agglomération de la ville
       MODIFY_TOWN_AGGLO.
          INVALID KEY
            DISPLAY "Il n'existe pas de ville portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tville TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fv_agglo TO fmo_ancienne
              DISPLAY "La ville fait-elle partie de l'agglomération ?"
              PERFORM WITH TEST AFTER UNTIL fv_agglo=0 OR fv_agglo=1
                ACCEPT fv_agglo
              END-PERFORM
              MOVE "fville" TO fmo_fichier
              MOVE fv_id TO fmo_cle
              MOVE "fv_agglo" TO fmo_champ
              MOVE fv_agglo TO fmo_nouvelle
              PERFORM CONCUR_VILLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tville
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "ville.dat" TO WejFichier
                   MOVE fville_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_TOWN_AGGLO" TO WejPara
                   MOVE fv_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La ville a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification des coordonnées de contact de la ville
       MODIFY_TOWN_CONTACT.
          INVALID KEY
            DISPLAY "Il n'existe pas de ville portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tville TO WccAvant
              PERFORM CONCUR_PHOTO
              DISPLAY "Entrez la nouvelle adresse mail de contact"
              ACCEPT fv_email
              DISPLAY "Entrez le nouveau numéro de téléphone"
              ACCEPT fv_tel
              MOVE "fville" TO fmo_fichier
              MOVE fv_id TO fmo_cle
              MOVE "fv_email" TO fmo_champ
              MOVE fv_email TO fmo_nouvelle
              PERFORM CONCUR_VILLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tville
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "ville.dat" TO WejFichier
                   MOVE fville_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_TOWN_CONTACT" TO WejPara
                   MOVE fv_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La ville a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modifications propres à une salle

          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_nom TO fmo_ancienne
              DISPLAY "Entrez le nouveau nom de la salle"
              PERFORM WITH TEST AFTER UNTIL fs_nom IS ALPHABETIC
                ACCEPT fs_nom
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_nom" TO fmo_champ
              MOVE fs_nom TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_NOM" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de la disponibilité de la salle
       MODIFY_ROOM_DISPO.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_dispo TO fmo_ancienne
              DISPLAY "Entrez la disponibilité de la salle"
              PERFORM WITH TEST AFTER UNTIL fs_dispo = 0 OR fs_dispo = 1
                ACCEPT fs_dispo
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_dispo" TO fmo_champ
              MOVE fs_dispo TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_DISPO" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.


      * Modification de l'heure d'ouverture de la salle
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_ouv_h TO fmo_ancienne
              DISPLAY "Entrez l'heure d'ouverture de la salle (hh) :"
              PERFORM WITH TEST AFTER UNTIL fs_ouv_h IS NUMERIC AND
                        fs_ouv_h >= 0 AND fs_ouv_h <= 23
                ACCEPT fs_ouv_h
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_ouv_h" TO fmo_champ
              MOVE fs_ouv_h TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_OUV" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de l'heure de fermeture de la salle
       MODIFY_ROOM_FERM.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_ferm_h TO fmo_ancienne
              DISPLAY "Entrez l'heure de fermeture de la salle (hh)"
              PERFORM WITH TEST AFTER UNTIL fs_ferm_h IS NUMERIC AND
                        fs_ferm_h >= 0 AND fs_ferm_h <= 23 AND
                        fs_ferm_h > fs_ouv_h
                ACCEPT fs_ferm_h
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_ferm_h" TO fmo_champ
              MOVE fs_ferm_h TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_FERM" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de l'adresse de la salle
       MODIFY_ROOM_ADDR.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_addr TO fmo_ancienne
              DISPLAY "Entrez la nouvelle adresse de la salle"
              PERFORM WITH TEST AFTER UNTIL fs_addr IS ALPHABETIC
                ACCEPT fs_addr
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_addr" TO fmo_champ
              MOVE fs_addr TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_ADDR" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de la ville de la salle
       MODIFY_ROOM_VILLE.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_ville TO fmo_ancienne

              DISPLAY "Chercher l'ID de la ville ? (0/1)"

              MOVE 5 TO WcrudChoix
              PERFORM WITH TEST AFTER UNTIL WcrudChoix=0 OR
                        WcrudChoix = 1
                ACCEPT WcrudChoix
              END-PERFORM
              IF WcrudChoix = 1 THEN
      *         On affiche les ID des villes
                CLOSE fville
                OPEN I-O fville
                DISPLAY "--------  Villes ---------"
                DISPLAY "--------------------------"
                DISPLAY " ID / Nom "
                DISPLAY " --- "
                MOVE 0 TO WcrudFin
                PERFORM WITH TEST AFTER UNTIL WcrudFin = 1
                  READ fville NEXT
                    AT END
                      MOVE 1 TO WcrudFin
                    NOT AT END
                      DISPLAY fv_id, " / ", fv_nom
                  END-READ
                END-PERFORM
                DISPLAY "--------------------------"

                MOVE 1 TO WcrudChoix
                PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0
                  DISPLAY "Entrez l'ID de la ville correspondante:"
                  PERFORM WITH TEST AFTER UNTIL fs_ville IS NUMERIC
                    ACCEPT fs_ville
                  END-PERFORM

      *           La ville existe-t-elle?
                  MOVE fs_ville TO fv_id
                  READ fville KEY IS fv_id
                  INVALID KEY
                    DISPLAY "La salle n'existe pas"
                  NOT INVALID KEY
                    MOVE 0 TO WcrudChoix
                  END-READ
                END-PERFORM

              ELSE
      *         Sélection directe de la ville
                MOVE 1 TO WcrudChoix
                PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0
                  DISPLAY "Entrez l'ID de la ville correspondante:"
                  PERFORM WITH TEST AFTER UNTIL fs_ville IS NUMERIC
                    ACCEPT fs_ville
                  END-PERFORM

      *           La ville existe-t-elle?
                  MOVE fs_ville TO fv_id
                  READ fville KEY IS fv_id
                  INVALID KEY
                    DISPLAY "La salle n'existe pas"
                  NOT INVALID KEY
                    MOVE 0 TO WcrudChoix
                  END-READ
                END-PERFORM
              END-IF

              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_ville" TO fmo_champ
              MOVE fs_ville TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_VILLE" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF
        END-READ.

      * Modification du prix de la salle
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_prix TO fmo_ancienne
              DISPLAY "Entrez le nouveau prix de location de la salle"
              PERFORM WITH TEST AFTER UNTIL fs_prix IS NUMERIC
                ACCEPT fs_prix
               END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_prix" TO fmo_champ
              MOVE fs_prix TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_PRIX" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de la capacité d'accueil de la salle
       MODIFY_ROOM_CAPACITE.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_capacite TO fmo_ancienne
              DISPLAY "Entrez la nouvelle capacité d'accueil de la sa
      -    "lle"
              PERFORM WITH TEST AFTER UNTIL fs_capacite IS NUMERIC
                ACCEPT fs_capacite
              END-PERFORM
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_capacite" TO fmo_champ
              MOVE fs_capacite TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_CAPACITE" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modification de la catégorie de la salle
       MODIFY_ROOM_CATEGORIE.
          INVALID KEY
            DISPLAY "Il n'existe pas de salle portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tsalle TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fs_categorie TO fmo_ancienne
              DISPLAY "Entrez la nouvelle catégorie de la salle"
              ACCEPT fs_categorie
              MOVE "fsalle" TO fmo_fichier
              MOVE fs_id TO fmo_cle
              MOVE "fs_categorie" TO fmo_champ
              MOVE fs_categorie TO fmo_nouvelle
              PERFORM CONCUR_SALLE
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tsalle
                 INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "salle.dat" TO WejFichier
                   MOVE fsalle_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_ROOM_CATEGORIE" TO WejPara
                   MOVE fs_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "La salle a été modifiée avec succès."
              END-REWRITE
            END-IF.

      * Modifications propres au club
      *MODIFICATION DU NOM CLUB
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fc_nom TO fmo_ancienne
              DISPLAY "Entrez le nouveau nom du club"
              PERFORM WITH TEST AFTER UNTIL fc_nom IS ALPHABETIC
                ACCEPT fc_nom
              END-PERFORM
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_nom" TO fmo_champ
              MOVE fc_nom TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_NOM" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifiée avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DE L'ADRESSE DU CLUB
       MODIFY_CLUB_ADDR.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fc_addr TO fmo_ancienne
              DISPLAY "Entrez la nouvelle adresse du club"
              PERFORM WITH TEST AFTER UNTIL fc_addr IS ALPHABETIC
                ACCEPT fc_addr
              END-PERFORM
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_addr" TO fmo_champ
              MOVE fc_addr TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_ADDR" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifiée avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DU PRESIDENT DU CLUB
       MODIFY_CLUB_PSDT.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fc_president TO fmo_ancienne
              DISPLAY "Entrez le nom du nouveau président du club"
              PERFORM WITH TEST AFTER UNTIL fc_president IS ALPHABETIC
                ACCEPT fc_president
              END-PERFORM
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_president" TO fmo_champ
              MOVE fc_president TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_PSDT" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifiée avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DE LA VILLE DU CLUB
       MODIFY_CLUB_TOWN.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fc_ville TO fmo_ancienne

              DISPLAY "Chercher l'ID de la ville ? (0/1)"

              MOVE 5 TO WcrudChoix
              PERFORM WITH TEST AFTER UNTIL WcrudChoix=0 OR
                        WcrudChoix = 1
                ACCEPT WcrudChoix
              END-PERFORM
              IF WcrudChoix = 1 THEN
      *         On affiche les ID des villes
                CLOSE fville
                OPEN I-O fville
                DISPLAY "--------  Villes ---------"
                DISPLAY "--------------------------"
                DISPLAY " ID / Nom "
                DISPLAY " --- "
                MOVE 0 TO WcrudFin
                PERFORM WITH TEST AFTER UNTIL WcrudFin = 1
                  READ fville NEXT
                    AT END
                      MOVE 1 TO WcrudFin
                    NOT AT END
                      DISPLAY fv_id, " / ", fv_nom
                  END-READ
                END-PERFORM
                DISPLAY "--------------------------"

                MOVE 1 TO WcrudChoix
                PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0
                  DISPLAY "Entrez l'ID de la ville correspondante:"
                  PERFORM WITH TEST AFTER UNTIL fc_ville IS NUMERIC
                    ACCEPT fc_ville
                  END-PERFORM

      *           La ville existe-t-elle?
                  MOVE fc_ville TO fv_id
                  READ fville KEY IS fv_id
                  INVALID KEY
                    DISPLAY "La salle n'existe pas"
                  NOT INVALID KEY
                    MOVE 0 TO WcrudChoix
                  END-READ
                END-PERFORM

              ELSE
      *         Sélection directe de la ville
                MOVE 1 TO WcrudChoix
                PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0
                  DISPLAY "Entrez l'ID de la ville correspondante:"
                  PERFORM WITH TEST AFTER UNTIL fc_ville IS NUMERIC
                    ACCEPT fc_ville
                  END-PERFORM

      *           La ville existe-t-elle?
                  MOVE fc_ville TO fv_id
                  READ fville KEY IS fv_id
                  INVALID KEY
                    DISPLAY "La salle n'existe pas"
                  NOT INVALID KEY
                    MOVE 0 TO WcrudChoix
                  END-READ
                END-PERFORM
              END-IF

              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_ville" TO fmo_champ
              MOVE fc_ville TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_TOWN" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifiée avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DU SPORT DU CLUB
       MODIFY_CLUB_SPORT.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              MOVE fc_sport TO fmo_ancienne
              DISPLAY "Entrez le nouveau sport du club"
              PERFORM CHOISIT_SPORT
              MOVE WspoLibelle TO fc_sport
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_sport" TO fmo_champ
              MOVE fc_sport TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_SPORT" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifiée avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DES COORDONNEES DU CLUB (EMAIL/TELEPHONE)
       MODIFY_CLUB_CONTACT.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              DISPLAY "Entrez la nouvelle adresse mail de contact"
              ACCEPT fc_email
              DISPLAY "Entrez le nouveau numéro de téléphone"
              ACCEPT fc_tel
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_email" TO fmo_champ
              MOVE fc_email TO fmo_nouvelle
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_CONTACT" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifié avec succès."
              END-REWRITE
            END-IF.

      *MODIFICATION DU MOT DE PASSE DU CLUB
      *Le club connecté confirme d'abord son mot de passe actuel ;
      *un mot de passe posé par l'administration est une
      *réinitialisation, à changer à la connexion suivante
       MODIFY_CLUB_PASSWORD.

       IF WconnectedAsAdmin = 0 THEN
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            IF WconnectedAsAdmin = 0 THEN
              DISPLAY "Entrez le mot de passe actuel du club"
              ACCEPT Wmdp
              PERFORM MDP_VERIFIE_CLUB
              IF WmpOK = 1 THEN
                MOVE 0 TO WmpAChanger
                PERFORM MDP_NOUVEAU
              ELSE
                DISPLAY "Mot de passe actuel incorrect."
                MOVE "CLUB" TO WseType
                MOVE SPACES TO WseLogin
                MOVE fc_id TO WseClub
                MOVE 0 TO WseSucces
                PERFORM LOG_SESSION
              END-IF
            ELSE
              MOVE 'C' TO WmpType
              MOVE fc_id TO WmpCompte
              MOVE 1 TO WmpAChanger
              PERFORM MDP_NOUVEAU
            END-IF
       END-READ.

      *MODIFICATION DU STATUT D'ADHESION DU CLUB
       MODIFY_CLUB_STATUS.
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
      *     Un club dissous ne se rouvre pas par ce biais
            IF fc_statut = 8 THEN
              DISPLAY "Club dissous : statut figé."
            ELSE
              MOVE 0 TO WccFin
              PERFORM WITH TEST AFTER UNTIL WccFin = 1
                MOVE Tclub TO WccAvant
                PERFORM CONCUR_PHOTO
                DISPLAY "Statut actuel (1=actif, 0=expiré) : ",
                        fc_statut
                DISPLAY "Nouveau statut (0/1) :"
                PERFORM WITH TEST AFTER UNTIL fc_statut = 0 OR
                          fc_statut = 1
                  ACCEPT fc_statut
                END-PERFORM
                DISPLAY "Nouvelle date d'expiration (aaaammjj)"
                PERFORM WITH TEST AFTER UNTIL
                          fc_dateExpiration IS NUMERIC
                  ACCEPT fc_dateExpiration
                END-PERFORM
                MOVE "fclub" TO fmo_fichier
                MOVE fc_id TO fmo_cle
                MOVE "fc_statut" TO fmo_champ
                MOVE fc_statut TO fmo_nouvelle
                PERFORM CONCUR_CLUB
              END-PERFORM
              IF WccEcrire = 1 THEN
                PERFORM LOG_MODIF
                REWRITE Tclub
                  INVALID KEY
                     DISPLAY "Erreur de réécriture."
                     MOVE "club.dat" TO WejFichier
                     MOVE fclub_stat TO WejStat
                     MOVE "REWRITE" TO WejOper
                     MOVE "MODIFY_CLUB_STATUS" TO WejPara
                     MOVE fc_id TO WejCle
                     PERFORM JOURNAL_ERREUR
                   NOT INVALID KEY
                     DISPLAY "Statut du club modifié avec succès."
                END-REWRITE
              END-IF
            END-IF.

      ****************************************************************
      * SUPPRESSIONS
            INVALID KEY
              DISPLAY "Il n'existe pas de club portant ce numéro"
            NOT INVALID KEY
              MOVE 'C' TO WmpType
              MOVE fc_id TO WmpCompte
              PERFORM MDP_SUPPRIME
              DISPLAY "Le club a bien été supprimé."
         END-DELETE
       END-IF.
       PERFORM WITH TEST AFTER UNTIL fr_dateDebut_h IS NUMERIC
         ACCEPT fr_dateDebut_h
       END-PERFORM
       DISPLAY "Entrez les minutes de la réservation (",
               WpmLibPas(1:WpmLgPas),")"
       PERFORM WITH TEST AFTER UNTIL fr_dateDebut_mn = 0 OR
                 fr_dateDebut_mn = WpmMnPas
         ACCEPT fr_dateDebut_mn
       END-PERFORM
       DISPLAY "Sous-espace (0 si salle entière)"
          INVALID KEY
            DISPLAY "Il n'existe pas de réservation correspondante"
          NOT INVALID KEY
      *     Un club ne supprime que ses créneaux, un opérateur limité
      *     que ceux des salles de ses communes
            MOVE fr_idSalle TO WpeSalle
            PERFORM CONTROLE_SALLE
            IF WconnectedAsAdmin = 0 AND fr_idClub NOT = WnumClub THEN
              DISPLAY "Vous ne pouvez pas supprimer cette résa."
              MOVE 0 TO WpeOK
            END-IF
            IF WpeOK = 1 THEN
              DISPLAY "Salle ",fr_idSalle," du ",fr_dateDebut_j,"/",
      -               fr_dateDebut_m,"/",fr_dateDebut_a," de ",
      -               fr_dateDebut_h,"h a ",fr_dateFin_h,"h - Montant:",
      -                   fr_dateDebut_h * 100 + fr_dateDebut_mn
                MOVE fr_idClub TO fan_idClub
                MOVE fr_montant TO fan_montant
                MOVE fr_numResa TO fan_numResa
                MOVE fr_idLot TO fan_idLot
                MOVE WfaMontant TO fan_fraisAnnul
                MOVE fr_numResa TO WmatNumResa
      *         Intention posée avant la suppression, soldée après
                DELETE fresa RECORD
                  INVALID KEY
                    DISPLAY "Erreur lors de la suppression."
                    MOVE "reservation.dat" TO WejFichier
                    MOVE fresa_stat TO WejStat
                    MOVE "DELETE" TO WejOper
                    MOVE "DELETE_RESA" TO WejPara
                    MOVE fr_cles TO WejCle
                    PERFORM JOURNAL_ERREUR
                    PERFORM INTENT_SOLDER
                  NOT INVALID KEY
                    DISPLAY "La réservation a bien été supprimée."
         ACCEPT fa_idSalle
       END-PERFORM
       DISPLAY "Entrez le sport à supprimer:"
       PERFORM CHOISIT_SPORT
       MOVE WspoLibelle TO fa_nomSport

       DELETE fassoc RECORD
          INVALID KEY
