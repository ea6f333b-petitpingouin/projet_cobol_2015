
       MOVE 0 TO WnotDispo

       IF Wresa_type = "Réservation" OR Wresa_type = "Particulier"
                 OR Wresa_type = "Match" THEN
      *  Test compatiblité du sport demandé avec la salle
         MOVE Wresa_idSalle TO fa_idSalle
         MOVE Wresa_sportPratique TO fa_nomSport
         END-READ
       END-IF

      *Salle déclassée : plus rien à partir de la date d'effet
       IF WnotDispo = 0 THEN
         MOVE Wresa_idSalle TO WdcSalleTest
         COMPUTE WdcRef = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
         PERFORM SALLE_DECLASSEE
         IF WdcHors = 1 THEN
           MOVE 1 TO WnotDispo
         END-IF
       END-IF

      *Ordre de travaux en cours rendant la salle (ou le sous-espace)
      *inutilisable ; l'entretien, lui, reste possible pour la réparer
       IF WnotDispo = 0 AND Wresa_type NOT = "Entretien" THEN
         COMPUTE WotRef = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
         PERFORM ORDRE_BLOQUE
         IF WotBloque = 1 THEN
           MOVE 1 TO WnotDispo
         END-IF
       END-IF

       IF WnotDispo = 0 THEN
      *  Test disponibilité globale de la salle
         IF fs_dispo = 0 THEN
                 END-PERFORM
               END-START
             END-IF

      *      Salles combinées : la combinaison, ses membres et les
      *      combinaisons voisines se bloquent mutuellement
             IF WnotDispo = 0 THEN
               PERFORM DISPO_SALLES_LIEES
             END-IF
           ELSE
      *      Hors des horaires d'ouverture
             MOVE 1 TO WnotDispo
           COMPUTE Wtotmin_debut = Wresa_h_debut * 60 + Wresa_mn_debut
           COMPUTE Wtotmin_fin = Wresa_h_fin * 60 + Wresa_mn_fin
           PERFORM INDEX_DISPO_PREJET
      *    Un opérateur limité à ses communes ne voit que leurs salles
           MOVE fs_ville TO WpeVilleTest
           PERFORM PERIMETRE_VILLE
           IF WdiOccupe = 1 OR WpeOK = 0 THEN
             CONTINUE
           ELSE
             PERFORM IS_DISPO
       COMPUTE Wdate8 = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       MOVE Wdate8 TO WtarDate8

      *Un particulier n'a pas de remise de résidence : il paie le
      *prix horaire plein, majoré plus bas de son tarif PARTIC
       IF Wresa_type = "Particulier" THEN
         MOVE 0 TO WtarTaux
       ELSE
         IF fc_ville = fs_ville THEN
      *    Club dans la même ville que la salle : tarif "même ville"
           MOVE 'MEMEVILLE' TO WtarCode
           MOVE 100 TO WtarTaux
           PERFORM LIRE_TARIF_DATE
         ELSE
           IF Wresa_clubAgglo = 1 AND fv_agglo = 1 THEN
             MOVE 'AGGLO' TO WtarCode
             MOVE 50 TO WtarTaux
             PERFORM LIRE_TARIF_DATE
           ELSE
             MOVE 0 TO WtarTaux
           END-IF
         END-IF
       END-IF

       COMPUTE Wresa_montantHT ROUNDED = (WprixBase * (Wtotmin_fin -
      -    Wtotmin_debut) / 60) * (100 - WtarTaux) / 100

      *Tarif propre des particuliers : majoration PARTIC (%)
       IF Wresa_type = "Particulier" THEN
         MOVE 'PARTIC' TO WtarCode
         MOVE 20 TO WtarTaux
         PERFORM LIRE_TARIF_DATE
         COMPUTE Wresa_montantHT ROUNDED = Wresa_montantHT *
      -      (100 + WtarTaux) / 100
       END-IF

      *Modulation horaire : majoration week-end, majoration soirée en
      *semaine, remise sur les heures creuses de journée. Les taux
      *viennent de la table des tarifs (0 si le code n'y est pas).
         MOVE 1 TO WattestOK
       END-IF

      *Usage équitable des heures de pointe (plafonds par catégorie de
      *salle ou par ville) ; passage outre par le cadre des dérogations
       MOVE 1 TO WplOK
       IF WattestOK = 1 AND Wresa_type = "Réservation" THEN
         PERFORM CONTROLE_PLAFOND
         IF WplOK = 0 THEN
           MOVE "PLAFOND" TO WdgRegle
           MOVE SPACES TO WdgCle
           MOVE Wresa_idClub TO WdgCle(1:4)
           PERFORM DEMANDE_DEROGATION
           IF WdgAccorde = 1 THEN
             MOVE 1 TO WplOK
           ELSE
             DISPLAY "  -> créneau refusé (plafond heures de pointe)."
             ADD 1 TO WnbEchecs
           END-IF
         END-IF
       END-IF

       IF WattestOK = 0 OR WplOK = 0 THEN
         CONTINUE
       ELSE
       PERFORM ENREGISTRE_CRENEAU_OK
             END-STRING
           END-IF
         ELSE
           IF Wresa_type = "Particulier" OR Wresa_type = "Match" THEN
      *      Particulier (payé comptant, n° de fiche en tête de
      *      fr_actions, club 0) ou match de championnat du club
      *      (facturé au mois, compétition dans fr_actions) : le
      *      montant reste sur la ligne
             MOVE Wresa_sportPratique TO fr_sportPratique
             MOVE Wresa_idClub TO fr_idClub
             MOVE Wresa_montantHT TO fr_montantHT
             MOVE Wresa_taxe TO fr_taxe
             MOVE Wresa_montant TO fr_montant
             MOVE Wresa_actions TO fr_actions
           ELSE
             MOVE SPACES TO fr_sportPratique
             MOVE 0 TO fr_idClub
             MOVE 0 TO fr_montantHT
             MOVE 0 TO fr_taxe
             MOVE 0 TO fr_montant
             MOVE Wresa_actions TO fr_actions
           END-IF
         END-IF

      *  Intention posée avant la première écriture, soldée après la
         WRITE Tresa
         INVALID KEY
           DISPLAY "Erreur d'écriture: ", fresa_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fresa_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "ENREGISTRE_CRENEAU_OK" TO WejPara
           MOVE fr_cles TO WejCle
           PERFORM JOURNAL_ERREUR
           ADD 1 TO WnbEchecs
           PERFORM INTENT_SOLDER
         NOT INVALID KEY

       DISPLAY 'Donnez les informations de votre reservation'

       MOVE 1 TO WpuClient
       IF WconnectedAsAdmin = 0 THEN
      * Pas de demande de numéro de club
         MOVE WnumClub TO Wresa_idClub
       ELSE
      *  Au guichet, le créneau peut aussi être pris par un particulier
      *  (fiches hors formation : particulier.dat n'y est pas remis)
         IF WmodeFormation = 0 THEN
           DISPLAY "Réservation pour (1) un club (2) un particulier ?"
           PERFORM WITH TEST AFTER UNTIL WpuClient = 1 OR
                     WpuClient = 2
             ACCEPT WpuClient
           END-PERFORM
         END-IF
         IF WpuClient = 2 THEN
           MOVE "Particulier" TO Wresa_type
           MOVE 0 TO Wresa_idClub
           MOVE 0 TO WpuId
           PERFORM CHOISIT_PARTICULIER
         ELSE
           DISPLAY 'Numero du club:'
           PERFORM WITH TEST AFTER UNTIL Wresa_idClub IS NUMERIC
             ACCEPT Wresa_idClub
           END-PERFORM
         END-IF
       END-IF

      *Club existe ?
       IF Wresa_type = "Réservation" THEN
         MOVE Wresa_idClub TO fc_id
         READ fclub
         INVALID KEY
           DISPLAY 'Le club n existe pas !'
           MOVE 1 TO Wresaimpossible
         END-READ
       END-IF

      *Règle de crédit : pas de nouvel engagement avec des impayés
      *anciens (dérogation administrateur motivée possible)
       IF Wresaimpossible = 0 AND Wresa_type = "Réservation" THEN
         MOVE Wresa_idClub TO WimbClub
         PERFORM CONTROLE_IMPAYES_BLOQUE
         IF WimbOK = 0 THEN
      *  Usager exonéré (écoles, services municipaux) : le créneau
      *  passe tous les contrôles et se chiffre au tarif plein, mais
      *  part en type Exonéré, hors facturation (voir la valorisation)
         IF WconnectedAsAdmin = 1 AND Wresa_type = "Réservation" THEN
           DISPLAY "Réservation exonérée (écoles/services municipaux
      -    ") (0/1) ?"
           PERFORM WITH TEST AFTER UNTIL WexoFlag = 0 OR WexoFlag = 1
             ACCEPT WexoFlag
           END-PERFORM
         END-IF
      *  Un particulier paie créneau par créneau : réservation unique
         IF Wresa_type = "Particulier" THEN
           MOVE 1 TO Wresa_mode
         ELSE
           DISPLAY "Type de réservation : (1) unique (2) hebdomadaire
      -    "pendant plusieurs semaines (3) plage multi-jours (tournoi)
      -    " (4) plusieurs salles le même créneau (gala)"
           PERFORM WITH TEST AFTER UNTIL Wresa_mode = 1 OR Wresa_mode
      -     = 2 OR Wresa_mode = 3 OR Wresa_mode = 4
             ACCEPT Wresa_mode
           END-PERFORM
         END-IF

         DISPLAY 'Date de début ?'
      *  Date calendaire réelle exigée, et pas dans le passé
      -esa_h_debut >= 0 AND Wresa_h_debut <= 23
           ACCEPT Wresa_h_debut
         END-PERFORM
         DISPLAY 'Minute de début (',WpmLibPas(1:WpmLgPas),'):'
         PERFORM WITH TEST AFTER UNTIL Wresa_mn_debut = 0 OR
                   Wresa_mn_debut = WpmMnPas
           ACCEPT Wresa_mn_debut
         END-PERFORM
         DISPLAY 'Heure de fin (hh):'
      -a_h_fin >= 0 AND Wresa_h_fin <= 23
           ACCEPT Wresa_h_fin
         END-PERFORM
         DISPLAY 'Minute de fin (',WpmLibPas(1:WpmLgPas),'):'
         PERFORM WITH TEST AFTER UNTIL (Wresa_mn_fin = 0 OR
                   Wresa_mn_fin = WpmMnPas) AND (Wresa_h_fin * 60 +
                   Wresa_mn_fin) > (Wresa_h_debut * 60 + Wresa_mn_debut)
           ACCEPT Wresa_mn_fin
         END-PERFORM


      *  Demande du sport
         DISPLAY 'Quel sera le sport pratiqué ?'
         PERFORM CHOISIT_SPORT
         MOVE WspoLibelle TO fa_nomSport

         CLOSE fassoc
         OPEN I-O fassoc
             IF Wpasdesalle = 1 THEN
               DISPLAY "Pas de salles disponibles..."
               MOVE 1 TO Wresaimpossible
               IF Wresa_type = "Réservation" THEN
                 PERFORM PROPOSE_ATTENTE
               END-IF
             END-IF
           END-IF

               MOVE 1 TO Wresaimpossible
               DISPLAY "La salle n'existe pas !"
             NOT INVALID KEY
      *        Salle hors des communes de l'opérateur : refusée
               MOVE fs_id TO WpeSalle
               PERFORM CONTROLE_SALLE
               IF WpeOK = 0 THEN
                 MOVE 1 TO Wresaimpossible
               ELSE
      *          Fenêtre de réservation de la salle (préavis/horizon)
                 IF Wresa_mode = 3 THEN
                   MOVE 1 TO WfenLot
                 ELSE
                   MOVE 0 TO WfenLot
                 END-IF
                 PERFORM CONTROLE_FENETRE
                 IF WfenOK = 0 THEN
                   MOVE 1 TO Wresaimpossible
                   DISPLAY "Réservation hors fenêtre autorisée."
                 ELSE
                   PERFORM CHOISIT_ESPACE
                   PERFORM IS_DISPO
                   IF WnotDispo = 1 THEN
                     MOVE 1 TO Wresaimpossible
                     DISPLAY "Salle indisponible"
                     IF Wresa_type = "Réservation" THEN
                       PERFORM PROPOSE_ATTENTE
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-READ
         READ fsalle
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture salle demandée: ",fsalle_stat
           MOVE "salle.dat" TO WejFichier
           MOVE fsalle_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "ADD_RESA" TO WejPara
           MOVE fs_id TO WejCle
           PERFORM JOURNAL_ERREUR
         END-READ

         IF Wresa_type = "Réservation" THEN
           MOVE fc_ville TO fv_id
           READ fville
           INVALID KEY
             DISPLAY "/!\ Erreur: Lecture agglo club: ",fville_stat
             MOVE "ville.dat" TO WejFichier
             MOVE fville_stat TO WejStat
             MOVE "READ" TO WejOper
             MOVE "ADD_RESA" TO WejPara
             MOVE fv_id TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             MOVE fv_agglo TO Wresa_clubAgglo
           END-READ
         END-IF

         MOVE fs_ville TO fv_id
         READ fville
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture agglo ville salle: ",fville_st
      -at
           MOVE "ville.dat" TO WejFichier
           MOVE fville_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "ADD_RESA" TO WejPara
           MOVE fv_id TO WejCle
           PERFORM JOURNAL_ERREUR
         END-READ

         PERFORM CALCULE_MONTANT

         EVALUATE Wresa_mode
           WHEN 1
      *      Réservation unique (particulier : payée sur-le-champ)
             IF Wresa_type = "Particulier" THEN
               PERFORM RESA_PARTICULIER
             ELSE
               PERFORM ENREGISTRE_CRENEAU
               IF WnbEchecs = 0 THEN
                 PERFORM PROPOSE_MATERIEL
               END-IF
             END-IF

           WHEN 2
      -    "s (voir le détail ci-dessus)."
         END-IF
       END-IF
       MOVE 0 TO WexoFlag
       MOVE "Réservation" TO Wresa_type.

      * Saisie de la liste des salles d'une réservation multi-salles :
      * chaque salle est contrôlée (existence, sport, disponibilité)
           INVALID KEY
             DISPLAY "La salle n'existe pas !"
           NOT INVALID KEY
             MOVE fs_id TO WpeSalle
             PERFORM CONTROLE_SALLE
             IF WpeOK = 1 THEN
               PERFORM IS_DISPO
               IF WnotDispo = 1 THEN
                 DISPLAY "Salle ",Wresa_idSalle,
                         " indisponible sur ce créneau."
               ELSE
                 ADD 1 TO WmultiNb
                 MOVE Wresa_idSalle TO WmultiSalle(WmultiNb)
                 DISPLAY "Salle ",Wresa_idSalle," retenue."
               END-IF
             END-IF
           END-READ
         END-IF
         READ fsalle
         INVALID KEY
           DISPLAY "/!\ Erreur: Lecture salle ",Wresa_idSalle
           MOVE "salle.dat" TO WejFichier
           MOVE fsalle_stat TO WejStat
           MOVE "READ" TO WejOper
           MOVE "RESERVE_MULTISALLES" TO WejPara
           MOVE fs_id TO WejCle
           PERFORM JOURNAL_ERREUR
           ADD 1 TO WnbEchecs
         NOT INVALID KEY
           MOVE fs_ville TO fv_id
           READ fville
           INVALID KEY
             DISPLAY "/!\ Erreur: Lecture ville salle: ",fville_stat
             MOVE "ville.dat" TO WejFichier
             MOVE fville_stat TO WejStat
             MOVE "READ" TO WejOper
             MOVE "RESERVE_MULTISALLES" TO WejPara
             MOVE fv_id TO WejCle
             PERFORM JOURNAL_ERREUR
           END-READ
           PERFORM CALCULE_MONTANT
           PERFORM ENREGISTRE_CRENEAU
       WRITE Tarrhes
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture arrhes: ",fah_stat
         MOVE "arrhes.dat" TO WejFichier
         MOVE fah_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "ENREGISTRE_ARRHES_LOT" TO WejPara
         MOVE fah_idLot TO WejCle
         PERFORM JOURNAL_ERREUR
       NOT INVALID KEY
         DISPLAY "---------------- ARRHES DU LOT -----------------"
         DISPLAY "Lot n° ",fah_idLot," - ",WnbCreneauxLot,
