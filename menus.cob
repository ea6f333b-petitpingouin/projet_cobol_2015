       MENU_ADMIN.
       PERFORM WITH TEST AFTER UNTIL Woption=1
         PERFORM BANDEAU_FORMATION
      *  Créneaux du jour non pointés rendus à la liste d'attente
         PERFORM LIBERATION_AUTO
      *  Les alertes internes ouvertes restent en tête du menu
      *  jusqu'à leur acquittement
         PERFORM AFFICHE_ALERTES
         DISPLAY "24- Bannette de notifications"
         DISPLAY "25- Gardiennage"
         DISPLAY "26- Acquitter une alerte interne"
         DISPLAY "27- Référentiel des sports"
         DISPLAY "28- Main courante (incidents des salles)"
         DISPLAY "29- Réclamations des clubs"
         DISPLAY "30- Paramètres de gestion"
         DISPLAY "31- Changer mon mot de passe"
         DISPLAY "32- Droit d'accès aux données personnelles"
         DISPLAY "----"
         ACCEPT Woption
      *  Un agent de consultation (rôle 2) ne peut que consulter :
      *  planning, recherches et rapports (et changer son mot de passe)
         IF WoperRole = 2 AND Woption NOT = 0 AND Woption NOT = 1 AND
                   Woption NOT = 9 AND Woption NOT = 10 AND
                   Woption NOT = 13 AND Woption NOT = 31 THEN
           DISPLAY "Accès réservé aux administrateurs."
           MOVE 99 TO Woption
         END-IF
             WHEN 22
             WHEN 25
             WHEN 26
             WHEN 27
             WHEN 28
             WHEN 29
             WHEN 30
             WHEN 31
             WHEN 32
               DISPLAY "Écran fermé en mode formation (bac à sable)."
               MOVE 99 TO Woption
           END-EVALUATE
             WHEN 24 PERFORM MENU_NOTIFICATIONS
             WHEN 25 PERFORM MENU_GARDIENS
             WHEN 26 PERFORM ACQUITTE_ALERTE
             WHEN 27 PERFORM MENU_SPORTS
             WHEN 28 PERFORM MENU_INCIDENTS
             WHEN 29 PERFORM MENU_RECLAMATIONS
             WHEN 30 PERFORM MENU_PARAMETRES
             WHEN 31 PERFORM MODIFY_MON_MDP
             WHEN 32 PERFORM MENU_DROIT_ACCES
         END-EVALUATE
       END-PERFORM.

         DISPLAY "5- Annuaire par sport"
         DISPLAY "6- Rapport par district (code postal)"
         DISPLAY "7- Créneaux libres sur une période"
         DISPLAY "8- Salles libres les plus proches d'un club"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 5 PERFORM DIRECTORY_SPORT
             WHEN 6 PERFORM DISTRICT_REPORT
             WHEN 7 PERFORM RECHERCHE_CRENEAUX_LIBRES
             WHEN 8 PERFORM RECHERCHE_SALLE_PROCHE
         END-EVALUATE
       END-PERFORM.

       MENU_GESTION_RESA.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         PERFORM REEMISSION_GTB
         DISPLAY "*********************************************"
         DISPLAY "           Gestion des réservations          "
         DISPLAY "*********************************************"
           DISPLAY "12- Réquisition municipale d'une salle"
           DISPLAY "13- Échanger deux créneaux entre clubs"
           DISPLAY "14- Pointer la signature d'une convention"
           DISPLAY "15- Usage scolaire des gymnases"
           DISPLAY "16- Fiches des particuliers"
           DISPLAY "17- Calendriers fédéraux (matchs à domicile)"
         END-IF
         DISPLAY "18- Ouvrir une réservation au public"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
               IF WconnectedAsAdmin = 1 THEN
                 PERFORM SIGNE_CONVENTION
               END-IF
             WHEN 15
               IF WconnectedAsAdmin = 1 THEN
                 PERFORM MENU_SCOLAIRE
               END-IF
             WHEN 16
               IF WconnectedAsAdmin = 1 THEN
                 PERFORM MENU_PARTICULIERS
               END-IF
             WHEN 17
               IF WconnectedAsAdmin = 1 THEN
                 PERFORM MENU_CALENDRIER
               END-IF
             WHEN 18 PERFORM SAISIE_OUVERTURE_PUBLIC
         END-EVALUATE
       END-PERFORM.

         DISPLAY "21- Mouvement de stock matériel"
         DISPLAY "22- Inventaire physique du matériel"
         DISPLAY "23- Journal des mouvements de stock"
         DISPLAY "24- Aménagements et accessibilité (saisie)"
         DISPLAY "25- Afficher les aménagements d'une salle"
         DISPLAY "26- Coordonnées géographiques de la salle"
         DISPLAY "27- Salle combinée (membres)"
         DISPLAY "28- Afficher les salles combinées"
         DISPLAY "29- Déclasser une salle (fermeture définitive)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 21 PERFORM SAISIE_MOUVEMENT_STOCK
             WHEN 22 PERFORM INVENTAIRE_MATERIEL
             WHEN 23 PERFORM DISPLAY_MOUVEMENTS_STOCK
             WHEN 24 PERFORM SAISIE_AMENAGEMENTS
             WHEN 25 PERFORM AFFICHE_AMENAGEMENTS
             WHEN 26 PERFORM SAISIE_COORD_SALLE
             WHEN 27 PERFORM SAISIE_COMBINAISON
             WHEN 28 PERFORM DISPLAY_COMBINAISONS
             WHEN 29 PERFORM DECLASSE_SALLE
         END-EVALUATE
       END-PERFORM.

         DISPLAY "10- Ajouter un licencié"
         DISPLAY "11- Licenciés d'un club (effectif)"
         DISPLAY "12- Retirer un licencié"
         DISPLAY "13- Dissoudre un club (clôture du dossier)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 10 PERFORM ADD_MEMBRE
             WHEN 11 PERFORM DISPLAY_MEMBRES_CLUB
             WHEN 12 PERFORM DELETE_MEMBRE
             WHEN 13 PERFORM DISSOUT_CLUB
         END-EVALUATE
       END-PERFORM.

         DISPLAY "9- Plans en retard"
         DISPLAY "10- Clôturer un entretien (coût réel)"
         DISPLAY "11- Rapport annuel des coûts par salle"
         DISPLAY "12- Ouvrir un ordre de travaux (panne)"
         DISPLAY "13- Affecter un ordre de travaux"
         DISPLAY "14- Planifier un ordre de travaux"
         DISPLAY "15- Clore un ordre de travaux (coût réel)"
         DISPLAY "16- Ordres de travaux en cours et leur âge"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 9 PERFORM PLANS_EN_RETARD
             WHEN 10 PERFORM CLOTURE_ENTRETIEN
             WHEN 11 PERFORM RAPPORT_COUTS_ENTRETIEN
             WHEN 12 PERFORM SAISIE_ORDRE
             WHEN 13 PERFORM AFFECTE_ORDRE
             WHEN 14 PERFORM PLANIFIE_ORDRE
             WHEN 15 PERFORM CLOTURE_ORDRE
             WHEN 16 PERFORM RAPPORT_ORDRES_OUVERTS
         END-EVALUATE
       END-PERFORM.

         DISPLAY "7- Coordonnées (email/téléphone)"
         DISPLAY "8- Mot de passe"
         DISPLAY "9- Statut d'adhésion / date d'expiration"
         DISPLAY "10- Identifiants RNA / SIRET"
         DISPLAY "11- Coordonnées géographiques du siège"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 7 PERFORM MODIFY_CLUB_CONTACT
             WHEN 8 PERFORM MODIFY_CLUB_PASSWORD
             WHEN 9 PERFORM MODIFY_CLUB_STATUS
             WHEN 10 PERFORM MODIFY_CLUB_IDENT
             WHEN 11 PERFORM SAISIE_COORD_CLUB
         END-EVALUATE
       END-PERFORM.

