      *Paramètres de gestion : les règles qui demandaient jusqu'ici
      *une recompilation (essais de mot de passe, validité des devis,
      *pas de réservation) ou qui vivaient dans la table des tarifs
      *sans rapport avec un prix (garde des offres, délais de
      *relance, délai de non-venue, conservation RGPD) sont tenues
      *dans parametre.dat, une ligne par code et date d'effet. La
      *valeur en vigueur est celle de la date d'effet la plus récente
      *sans dépasser le jour ; elle est chargée au démarrage
      *(CHARGE_PARAMETRES) et rechargée après chaque modification.
      *Toute modification passe par le journal des modifications.
      ******************************************************************

      *Reprise des paramètres absents du fichier : la valeur d'origine
      *(date d'effet 0) est celle de la table des tarifs quand le code
      *y figurait, sinon la valeur en dur utilisée jusqu'ici
      ******************************************************************
       INIT_PARAMETRES.

       MOVE 'MAXESSAIS' TO WpmCode
       MOVE 3 TO WpmDefaut
       MOVE 'essais' TO WpmUnite
       MOVE 'Essais de mot de passe' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'DEVISJOURS' TO WpmCode
       MOVE 30 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE "Validité d'un devis" TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'PASRESA' TO WpmCode
       MOVE 30 TO WpmDefaut
       MOVE 'minutes' TO WpmUnite
       MOVE 'Pas de réservation (30 ou 60)' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'OFFREJOURS' TO WpmCode
       MOVE 3 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE "Garde d'une offre (attente)" TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'LIBEREGARD' TO WpmCode
       MOVE 60 TO WpmDefaut
       MOVE 'minutes' TO WpmUnite
       MOVE "Garde d'une offre (libération)" TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'LIBEREMIN' TO WpmCode
       MOVE 30 TO WpmDefaut
       MOVE 'minutes' TO WpmUnite
       MOVE 'Retard avant non-venue' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RELANCE1' TO WpmCode
       MOVE 30 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE 'Première relance impayé' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RELANCE2' TO WpmCode
       MOVE 45 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE 'Deuxième relance impayé' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RELANCE3' TO WpmCode
       MOVE 60 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE 'Mise en demeure impayé' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RGPDCLUB' TO WpmCode
       MOVE 36 TO WpmDefaut
       MOVE 'mois' TO WpmUnite
       MOVE 'Inactivité club avant purge' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RGPDPART' TO WpmCode
       MOVE 36 TO WpmDefaut
       MOVE 'mois' TO WpmUnite
       MOVE 'Conservation particuliers' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'MDPJOURS' TO WpmCode
       MOVE 90 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE 'Validité mot de passe opérateur' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'MDPHISTO' TO WpmCode
       MOVE 5 TO WpmDefaut
       MOVE 'mdp' TO WpmUnite
       MOVE 'Mots de passe récents refusés' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'MDPLONG' TO WpmCode
       MOVE 8 TO WpmDefaut
       MOVE 'car.' TO WpmUnite
       MOVE 'Longueur mini mot de passe' TO WpmLib
       PERFORM PARAM_REPRISE

       MOVE 'RAPPROJOURS' TO WpmCode
       MOVE 60 TO WpmDefaut
       MOVE 'jours' TO WpmUnite
       MOVE 'Antériorité max rapprochement' TO WpmLib
       PERFORM PARAM_REPRISE.

      *Sous-paragraphe : ligne d'origine de WpmCode si le code n'a
      *encore aucune ligne (WpmDefaut, WpmUnite, WpmLib chargés)
      ******************************************************************
       PARAM_REPRISE.

       PERFORM PARAM_EXISTE
       IF WpmTrouve = 0 THEN
         MOVE WpmCode TO ft_code
         READ ftarif KEY IS ft_code
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE ft_taux TO WpmDefaut
         END-READ
         MOVE WpmCode TO fpm_code
         MOVE 0 TO fpm_dateEffet
         MOVE WpmDefaut TO fpm_valeur
         MOVE WpmUnite TO fpm_unite
         MOVE WpmLib TO fpm_libelle
         MOVE 'INSTALL' TO fpm_saisiPar
         ACCEPT fpm_dateSaisie FROM DATE YYYYMMDD
         WRITE Tparam
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture paramètre: ",fpm_stat
             MOVE "parametre.dat" TO WejFichier
             MOVE fpm_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "PARAM_REPRISE" TO WejPara
             MOVE WpmCode TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF.

      *Sous-paragraphe : le code WpmCode a-t-il une ligne ? ->
      *WpmTrouve, avec son libellé et son unité (WpmLib, WpmUnite)
      ******************************************************************
       PARAM_EXISTE.

       MOVE 0 TO WpmTrouve
       MOVE WpmCode TO fpm_code
       MOVE 0 TO fpm_dateEffet
       START fparam KEY IS NOT LESS THAN fpm_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ fparam NEXT
           AT END
             CONTINUE
           NOT AT END
             IF fpm_code = WpmCode THEN
               MOVE 1 TO WpmTrouve
               MOVE fpm_libelle TO WpmLib
               MOVE fpm_unite TO WpmUnite
             END-IF
           END-READ
       END-START.

      *Valeur en vigueur à une date. Entrée : WpmCode, WpmDate8 et
      *WpmValeur pré-chargé avec la valeur de repli de l'appelant.
      *Sortie : WpmValeur = valeur de la date d'effet la plus récente
      *sans dépasser la date (WpmTrouve = 1), sinon repli.
      ******************************************************************
       LIRE_PARAM.

       MOVE 0 TO WpmTrouve
       MOVE WpmCode TO fpm_code
       MOVE 0 TO fpm_dateEffet
       START fparam KEY IS NOT LESS THAN fpm_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WpmFin
           PERFORM WITH TEST AFTER UNTIL WpmFin = 1
             READ fparam NEXT
             AT END
               MOVE 1 TO WpmFin
             NOT AT END
               IF fpm_code NOT = WpmCode THEN
                 MOVE 1 TO WpmFin
               ELSE
                 IF fpm_dateEffet <= WpmDate8 THEN
                   MOVE fpm_valeur TO WpmValeur
                   MOVE 1 TO WpmTrouve
                 ELSE
                   MOVE 1 TO WpmFin
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Chargement des valeurs du jour dans la WORKING-STORAGE (au
      *démarrage et après chaque modification)
      ******************************************************************
       CHARGE_PARAMETRES.

       ACCEPT WpmDate8 FROM DATE YYYYMMDD

       MOVE 'MAXESSAIS' TO WpmCode
       MOVE 3 TO WpmValeur
       PERFORM LIRE_PARAM
       IF WpmValeur >= 1 AND WpmValeur <= 9 THEN
         MOVE WpmValeur TO WmaxEssais
       ELSE
         MOVE 3 TO WmaxEssais
       END-IF

       MOVE 'DEVISJOURS' TO WpmCode
       MOVE 30 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmDevisJours

      *Le pas ne peut être que la demi-heure ou l'heure : l'index de
      *disponibilité est découpé à la demi-heure
       MOVE 'PASRESA' TO WpmCode
       MOVE 30 TO WpmValeur
       PERFORM LIRE_PARAM
       IF WpmValeur = 60 THEN
         MOVE 60 TO WpmPas
         MOVE 0 TO WpmMnPas
         MOVE '00' TO WpmLibPas
         MOVE 2 TO WpmLgPas
       ELSE
         MOVE 30 TO WpmPas
         MOVE 30 TO WpmMnPas
         MOVE '00 ou 30' TO WpmLibPas
         MOVE 8 TO WpmLgPas
       END-IF

       MOVE 'OFFREJOURS' TO WpmCode
       MOVE 3 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmOffreJours

       MOVE 'LIBEREGARD' TO WpmCode
       MOVE 60 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmGarde

       MOVE 'LIBEREMIN' TO WpmCode
       MOVE 30 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmNoShowMin

       MOVE 'RELANCE1' TO WpmCode
       MOVE 30 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRelance1

       MOVE 'RELANCE2' TO WpmCode
       MOVE 45 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRelance2

       MOVE 'RELANCE3' TO WpmCode
       MOVE 60 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRelance3

       MOVE 'RGPDCLUB' TO WpmCode
       MOVE 36 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRgpdMois

       MOVE 'RGPDPART' TO WpmCode
       MOVE 36 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRgpdPart

       MOVE 'MDPJOURS' TO WpmCode
       MOVE 90 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmMdpJours

      *L'historique tient 5 empreintes (l'actuelle et 4 anciennes), la
      *saisie 20 caractères
       MOVE 'MDPHISTO' TO WpmCode
       MOVE 5 TO WpmValeur
       PERFORM LIRE_PARAM
       IF WpmValeur >= 1 AND WpmValeur <= 5 THEN
         MOVE WpmValeur TO WpmMdpHisto
       ELSE
         MOVE 5 TO WpmMdpHisto
       END-IF

       MOVE 'MDPLONG' TO WpmCode
       MOVE 8 TO WpmValeur
       PERFORM LIRE_PARAM
       IF WpmValeur >= 6 AND WpmValeur <= 20 THEN
         MOVE WpmValeur TO WpmMdpLong
       ELSE
         MOVE 8 TO WpmMdpLong
       END-IF

       MOVE 'RAPPROJOURS' TO WpmCode
       MOVE 60 TO WpmValeur
       PERFORM LIRE_PARAM
       MOVE WpmValeur TO WpmRapproJours.

      *Modification d'un paramètre à compter d'une date d'effet (pas
      *de rétroactivité : au plus tôt aujourd'hui)
      ******************************************************************
       MODIFY_PARAMETRE.

       MOVE 1 TO WpmSortie
       PERFORM PARAM_PARCOURS

       DISPLAY "Code du paramètre à modifier:"
       ACCEPT WpmCode
       PERFORM PARAM_EXISTE
       IF WpmTrouve = 0 THEN
         DISPLAY "Paramètre inconnu."
       ELSE
         DISPLAY WpmCode," : ",WpmLib
         DISPLAY "Date d'effet (aaaammjj, 0 = aujourd'hui):"
         ACCEPT WdateSys FROM DATE YYYYMMDD
         PERFORM WITH TEST AFTER UNTIL WpmDate8 IS NUMERIC AND
                   (WpmDate8 = 0 OR WpmDate8 >= WdateSys)
           ACCEPT WpmDate8
         END-PERFORM
         IF WpmDate8 = 0 THEN
           MOVE WdateSys TO WpmDate8
         END-IF

      *  Valeur qui aurait eu cours à cette date, pour le journal
         MOVE 0 TO WpmValeur
         PERFORM LIRE_PARAM
         MOVE WpmValeur TO WpmAncienne
         DISPLAY "Nouvelle valeur en ",WpmUnite," (actuelle au ",
                 WpmDate8," : ",WpmAncienne,")"
         MOVE 0 TO WpmOK
         PERFORM WITH TEST AFTER UNTIL WpmOK = 1
           ACCEPT WpmValeur
           PERFORM PARAM_CONTROLE
         END-PERFORM

         MOVE WpmCode TO fpm_code
         MOVE WpmDate8 TO fpm_dateEffet
         MOVE WpmValeur TO fpm_valeur
         MOVE WpmUnite TO fpm_unite
         MOVE WpmLib TO fpm_libelle
         MOVE WoperLogin TO fpm_saisiPar
         MOVE WdateSys TO fpm_dateSaisie
      *  Une seconde modification pour la même date d'effet remplace
      *  la première
         WRITE Tparam
           INVALID KEY
             REWRITE Tparam
               INVALID KEY
                 DISPLAY "/!\ Erreur d'écriture paramètre: ",fpm_stat
                 MOVE "parametre.dat" TO WejFichier
                 MOVE fpm_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "MODIFY_PARAMETRE" TO WejPara
                 MOVE fpm_cle TO WejCle
                 PERFORM JOURNAL_ERREUR
                 MOVE 0 TO WpmOK
             END-REWRITE
         END-WRITE

         IF WpmOK = 1 THEN
           MOVE "fparam" TO fmo_fichier
           MOVE fpm_cle TO fmo_cle
           MOVE "fpm_valeur" TO fmo_champ
           MOVE WpmAncienne TO fmo_ancienne
           MOVE WpmValeur TO fmo_nouvelle
           PERFORM LOG_MODIF
           DISPLAY "Paramètre ",WpmCode," : ",WpmValeur," ",WpmUnite,
                   " à compter du ",WpmDate8,"."
           PERFORM CHARGE_PARAMETRES
         END-IF
       END-IF.

      *Sous-paragraphe : contrôle de la valeur saisie (WpmValeur) pour
      *le code WpmCode -> WpmOK
      ******************************************************************
       PARAM_CONTROLE.

       MOVE 0 TO WpmOK
       EVALUATE TRUE
         WHEN WpmValeur IS NOT NUMERIC
           CONTINUE
         WHEN WpmCode = 'MAXESSAIS'
           IF WpmValeur >= 1 AND WpmValeur <= 9 THEN
             MOVE 1 TO WpmOK
           ELSE
             DISPLAY "De 1 à 9 essais."
           END-IF
         WHEN WpmCode = 'PASRESA'
           IF WpmValeur = 30 OR WpmValeur = 60 THEN
             MOVE 1 TO WpmOK
           ELSE
             DISPLAY "30 (demi-heure) ou 60 (heure)."
           END-IF
         WHEN WpmCode = 'MDPHISTO'
           IF WpmValeur >= 1 AND WpmValeur <= 5 THEN
             MOVE 1 TO WpmOK
           ELSE
             DISPLAY "De 1 à 5 mots de passe."
           END-IF
         WHEN WpmCode = 'MDPLONG'
           IF WpmValeur >= 6 AND WpmValeur <= 20 THEN
             MOVE 1 TO WpmOK
           ELSE
             DISPLAY "De 6 à 20 caractères."
           END-IF
         WHEN WpmValeur > 999
           DISPLAY "999 au plus."
         WHEN WpmValeur = 0
           DISPLAY "La valeur ne peut être nulle."
         WHEN OTHER
           MOVE 1 TO WpmOK
       END-EVALUATE.

      *Parcours du fichier des paramètres dans l'ordre des codes et des
      *dates d'effet. WpmSortie = 1 : affichage de tout l'historique ;
      *WpmSortie = 2 : liste des auditeurs (valeurs en vigueur et
      *changements à venir) dans fpmprint
      ******************************************************************
       PARAM_PARCOURS.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       IF WpmSortie = 1 THEN
         DISPLAY "--------- Paramètres de gestion ---------"
       END-IF
       MOVE 0 TO WpmNb
       MOVE 0 TO WpmPrecOK
       CLOSE fparam
       OPEN I-O fparam
       MOVE 0 TO WpmFin
       PERFORM WITH TEST AFTER UNTIL WpmFin = 1
         READ fparam NEXT
         AT END
           MOVE 1 TO WpmFin
         NOT AT END
      *    L'état de la ligne précédente dépend de celle-ci : une
      *    ligne du même code déjà en vigueur la remplace
           IF WpmPrecOK = 1 THEN
             IF WpmPrecDate > WdateSys THEN
               MOVE "à venir" TO WpmEtat
             ELSE
               IF fpm_code = WpmPrecCode AND
                         fpm_dateEffet <= WdateSys THEN
                 MOVE "remplacée" TO WpmEtat
               ELSE
                 MOVE "en vigueur" TO WpmEtat
               END-IF
             END-IF
             PERFORM PARAM_LIGNE
           END-IF
           MOVE fpm_code TO WpmPrecCode
           MOVE fpm_dateEffet TO WpmPrecDate
           MOVE fpm_valeur TO WpmPrecValeur
           MOVE fpm_unite TO WpmPrecUnite
           MOVE fpm_libelle TO WpmPrecLib
           MOVE fpm_saisiPar TO WpmPrecSaisiPar
           MOVE fpm_dateSaisie TO WpmPrecSaisie
           MOVE 1 TO WpmPrecOK
       END-PERFORM
       IF WpmPrecOK = 1 THEN
         IF WpmPrecDate > WdateSys THEN
           MOVE "à venir" TO WpmEtat
         ELSE
           MOVE "en vigueur" TO WpmEtat
         END-IF
         PERFORM PARAM_LIGNE
       END-IF
       IF WpmSortie = 1 THEN
         DISPLAY "-----------------------------------------"
       END-IF.

      *Sous-paragraphe : sortie de la ligne mémorisée (WpmPrec*)
      ******************************************************************
       PARAM_LIGNE.

       IF WpmPrecDate = 0 THEN
         MOVE "origine" TO WpmDepuis
       ELSE
         MOVE SPACES TO WpmDepuis
         STRING WpmPrecDate(7:2) "/" WpmPrecDate(5:2) "/"
                WpmPrecDate(1:4) DELIMITED BY SIZE
           INTO WpmDepuis
         END-STRING
       END-IF
       MOVE WpmPrecValeur TO WpmValEd
       IF WpmSortie = 1 THEN
         DISPLAY WpmPrecCode," ",WpmValEd," ",WpmPrecUnite," ",
                 WpmDepuis," ",WpmEtat," - ",WpmPrecLib
       ELSE
         IF WpmEtat NOT = "remplacée" THEN
           ADD 1 TO WpmNb
           MOVE SPACES TO Lpmprint
           STRING WpmPrecCode " " WpmPrecLib " " WpmValEd " "
                  WpmPrecUnite " " WpmDepuis " " WpmEtat " "
                  WpmPrecSaisiPar DELIMITED BY SIZE
             INTO Lpmprint
           END-STRING
           WRITE Lpmprint
         END-IF
       END-IF.

      *Liste des paramètres et de leurs valeurs pour les auditeurs
      *(parametres_AAAAMMJJ.txt)
      ******************************************************************
       EDITION_PARAMETRES.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE SPACES TO WpmNom
       STRING "parametres_" DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WpmNom
       END-STRING
       OPEN OUTPUT fpmprint
       MOVE ALL "=" TO Lpmprint
       WRITE Lpmprint
       MOVE SPACES TO Lpmprint
       STRING "PARAMETRES DE GESTION au " DELIMITED BY SIZE
              WdateSys(7:2) "/" WdateSys(5:2) "/" WdateSys(1:4)
                DELIMITED BY SIZE
         INTO Lpmprint
       END-STRING
       WRITE Lpmprint
       MOVE ALL "=" TO Lpmprint
       WRITE Lpmprint
       MOVE "Code       Libellé                        Valeur Unité
      -    " Depuis le  État       Saisi par" TO Lpmprint
       WRITE Lpmprint
       MOVE ALL "-" TO Lpmprint
       WRITE Lpmprint

       MOVE 2 TO WpmSortie
       PERFORM PARAM_PARCOURS

       MOVE ALL "-" TO Lpmprint
       WRITE Lpmprint
       MOVE "Historique complet des changements : modification.dat (fi
      -    "chier fparam)." TO Lpmprint
       WRITE Lpmprint
       CLOSE fpmprint
       DISPLAY WpmNb," ligne(s) écrites dans ",WpmNom.

      *Menu des paramètres de gestion
      ******************************************************************
       MENU_PARAMETRES.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "          Paramètres de gestion              "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Afficher les paramètres"
         DISPLAY "3- Modifier un paramètre"
         DISPLAY "4- Liste pour les auditeurs"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2
               MOVE 1 TO WpmSortie
               PERFORM PARAM_PARCOURS
             WHEN 3 PERFORM MODIFY_PARAMETRE
             WHEN 4 PERFORM EDITION_PARAMETRES
         END-EVALUATE
       END-PERFORM.
