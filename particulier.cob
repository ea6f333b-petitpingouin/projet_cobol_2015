      *Réservations des particuliers : un habitant loue une petite
      *salle ou un terrain (anniversaire, match entre amis). Il n'est
      *pas une association : sa fiche (particulier.dat) ne garde que
      *l'identité et les coordonnées utiles au guichet. Le créneau est
      *pris sur l'écran de réservation habituel, en type "Particulier"
      *(fr_idClub = 0, n° de fiche en tête de fr_actions), au tarif
      *propre PARTIC ; il est payé à la réservation : facture acquittée
      *de nature PARTICULIER, règlement au livre et reçu de régie
      *remis au client, jamais de facture mensuelle. Ces créneaux
      *n'entrent ni dans les statistiques des clubs, ni dans les
      *quotas, ni dans la campagne de saison. Les fiches sans
      *réservation depuis RGPDPART mois (paramètre, 36 par défaut) sont
      *anonymisées par leur purge propre.
      ******************************************************************
       MENU_PARTICULIERS.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "          Fiches des particuliers            "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Créer une fiche particulier"
         DISPLAY "3- Lister les particuliers"
         DISPLAY "4- Modifier les coordonnées d'un particulier"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2
      *        particulier.dat n'est pas remis à la fin de la
      *        formation
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_PARTICULIER
               END-IF
             WHEN 3 PERFORM DISPLAY_PARTICULIERS
             WHEN 4
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM MODIFIE_PARTICULIER
               END-IF
         END-EVALUATE
       END-PERFORM.

      *Création d'une fiche particulier -> WpuId (0 si abandon)
      ******************************************************************
       SAISIE_PARTICULIER.

       MOVE 0 TO WpuId
       MOVE SPACES TO Tparticulier
       DISPLAY "Nom du particulier:"
       PERFORM WITH TEST AFTER UNTIL fpu_nom NOT = SPACES
         ACCEPT fpu_nom
       END-PERFORM
       DISPLAY "Prénom:"
       ACCEPT fpu_prenom
       PERFORM SAISIE_PARTICULIER_CONTACT
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fpu_dateCreation
       MOVE 0 TO fpu_dateDerniere
       MOVE 0 TO fpu_anonyme
       PERFORM GET_ID_PARTICULIER
       MOVE WidCourantParticulier TO fpu_id
       WRITE Tparticulier
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture particulier: ",fpu_stat
           MOVE "particulier.dat" TO WejFichier
           MOVE fpu_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_PARTICULIER" TO WejPara
           MOVE fpu_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           MOVE fpu_id TO WpuId
           DISPLAY "Fiche particulier n° ",fpu_id," créée."
       END-WRITE.

      *Sous-paragraphe : coordonnées de la fiche courante (fpu_*) ;
      *il faut au moins un moyen de joindre le client
      ******************************************************************
       SAISIE_PARTICULIER_CONTACT.

       PERFORM WITH TEST AFTER UNTIL fpu_tel NOT = SPACES OR
                 fpu_email NOT = SPACES
         DISPLAY "Téléphone (vide si aucun):"
         ACCEPT fpu_tel
         DISPLAY "Email (vide si aucun):"
         ACCEPT fpu_email
         IF fpu_tel = SPACES AND fpu_email = SPACES THEN
           DISPLAY "Un téléphone ou un email est exigé."
         END-IF
       END-PERFORM
       DISPLAY "Code postal de résidence:"
       PERFORM WITH TEST AFTER UNTIL fpu_codePost IS NUMERIC
         ACCEPT fpu_codePost
       END-PERFORM.

      *Liste des fiches particuliers
      ******************************************************************
       DISPLAY_PARTICULIERS.

       CLOSE fparticulier
       OPEN I-O fparticulier
       DISPLAY "N° / nom / prénom / tél. / email / dernière résa"
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fparticulier NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           DISPLAY fpu_id," / ",fpu_nom," / ",fpu_prenom," / ",
      -            fpu_tel," / ",fpu_email," / ",fpu_dateDerniere
       END-PERFORM.

      *Modification des coordonnées d'un particulier
      ******************************************************************
       MODIFIE_PARTICULIER.

       DISPLAY "N° du particulier:"
       PERFORM WITH TEST AFTER UNTIL fpu_id IS NUMERIC
         ACCEPT fpu_id
       END-PERFORM
       READ fparticulier KEY IS fpu_id
         INVALID KEY
           DISPLAY "Particulier inconnu."
         NOT INVALID KEY
           IF fpu_anonyme = 1 THEN
             DISPLAY "Fiche anonymisée : créer une nouvelle fiche."
           ELSE
             DISPLAY fpu_nom," ",fpu_prenom," : ",fpu_tel," ",
      -              fpu_email
             PERFORM SAISIE_PARTICULIER_CONTACT
             REWRITE Tparticulier
             DISPLAY "Coordonnées mises à jour."
           END-IF
       END-READ.

      *Client particulier d'une réservation au guichet (ADD_RESA) :
      *fiche existante ou nouvelle. Wresaimpossible à 1 si la fiche
      *n'est pas utilisable ou si la période comptable du jour est
      *close (le paiement ne pourrait pas être enregistré).
      ******************************************************************
       CHOISIT_PARTICULIER.

       DISPLAY "N° du particulier (0 = nouvelle fiche):"
       PERFORM WITH TEST AFTER UNTIL WpuId IS NUMERIC
         ACCEPT WpuId
       END-PERFORM
       IF WpuId = 0 THEN
         PERFORM SAISIE_PARTICULIER
       ELSE
         MOVE WpuId TO fpu_id
         READ fparticulier KEY IS fpu_id
           INVALID KEY
             DISPLAY "Particulier inconnu."
             MOVE 0 TO WpuId
           NOT INVALID KEY
             IF fpu_anonyme = 1 THEN
               DISPLAY "Fiche anonymisée : créer une nouvelle fiche."
               MOVE 0 TO WpuId
             ELSE
               DISPLAY "Client : ",fpu_nom," ",fpu_prenom
             END-IF
         END-READ
       END-IF
       IF WpuId = 0 THEN
         MOVE 1 TO Wresaimpossible
       ELSE
         ACCEPT WdateSys FROM DATE YYYYMMDD
         COMPUTE WclPeriode = WdateSys / 100
         PERFORM CONTROLE_PERIODE
         IF WclClose = 1 THEN
           DISPLAY "/!\ Période ",WclPeriode," close : encaissement im
      -    "possible."
           MOVE 1 TO Wresaimpossible
         END-IF
       END-IF.

      *Réservation d'un particulier (mode unique, montant chiffré par
      *CALCULE_MONTANT, fs_* et fpu_* chargés) : le paiement est
      *exigé avant l'écriture du créneau
      ******************************************************************
       RESA_PARTICULIER.

       DISPLAY "Montant à encaisser : ",Wresa_montant," € TTC"
       DISPLAY "Mode de paiement (ESPECES/CHEQUE/CARTE,",
               " vide = abandon):"
       MOVE SPACES TO WpuMode
       ACCEPT WpuMode
       IF WpuMode NOT = "ESPECES" AND WpuMode NOT = "CHEQUE" AND
                 WpuMode NOT = "CARTE" THEN
         DISPLAY "Réservation abandonnée : le paiement est exigé à l
      -    "a réservation."
       ELSE
         MOVE SPACES TO Wresa_actions
         STRING fpu_id DELIMITED BY SIZE
                " Particulier" DELIMITED BY SIZE
           INTO Wresa_actions
         END-STRING
         PERFORM ENREGISTRE_CRENEAU
         IF WnbEchecs = 0 THEN
           PERFORM ENCAISSE_PARTICULIER
         END-IF
       END-IF.

      *Sous-paragraphe : facture acquittée, règlement au livre et reçu
      *pour le créneau qui vient d'être écrit (fr_*)
      ******************************************************************
       ENCAISSE_PARTICULIER.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       PERFORM GET_ID_FACTURE
       MOVE WidCourantFacture TO ffa_numero
       MOVE 0 TO ffa_idClub
       COMPUTE ffa_annee = WdateSys / 10000
       COMPUTE ffa_mois = FUNCTION MOD(WdateSys / 100, 100)
       MOVE fr_montantHT TO ffa_montantHT
       MOVE fr_taxe TO ffa_tva
       MOVE fr_montant TO ffa_montantTTC
       MOVE 1 TO ffa_statut
       MOVE WdateSys TO ffa_dateEmission
       MOVE "PARTICULIER" TO ffa_nature
       MOVE 0 TO ffa_niveauRelance
       MOVE 0 TO ffa_dateRelance
       WRITE Tfacture
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture facture particulier: ",
      -            ffac_stat
           MOVE "facture.dat" TO WejFichier
           MOVE ffac_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "ENCAISSE_PARTICULIER" TO WejPara
           MOVE ffa_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           PERFORM SCELLE_FACTURE
           PERFORM PREPARE_LIGNE_RESA
           MOVE "RESA" TO WflType
           STRING "Location particulier " DELIMITED BY SIZE
                  fpu_id DELIMITED BY SIZE
             INTO WflLibelle
           END-STRING
           MOVE fr_montantHT TO WflHT
           MOVE fr_taxe TO WflTVA
           MOVE fr_montant TO WflTTC
           MOVE ffa_numero TO WflNumFacture
           PERFORM ECRIT_LIGNE_UNIQUE

           MOVE WdateSys TO frg_date
           MOVE 0 TO frg_idClub
           MOVE fr_montant TO frg_montant
           MOVE WpuMode TO frg_mode
           MOVE ffa_numero TO frg_numFacture
           PERFORM ENREGISTRE_REGLEMENT
           IF WregEcritOK = 1 THEN
             PERFORM IMPRIME_RECU
           END-IF

           MOVE WdateSys TO fpu_dateDerniere
           REWRITE Tparticulier
             INVALID KEY
               DISPLAY "/!\ Erreur de mise à jour particulier: ",
      -                fpu_stat
               MOVE "particulier.dat" TO WejFichier
               MOVE fpu_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "ENCAISSE_PARTICULIER" TO WejPara
               MOVE fpu_id TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
       END-WRITE.

      *Sous-paragraphe : reçu de régie recu_<n° de règlement>.txt
      *(frg_*, ffa_*, fr_*, fs_* et fpu_* chargés)
      ******************************************************************
       IMPRIME_RECU.

       MOVE SPACES TO WpuNom
       STRING "recu_" DELIMITED BY SIZE
              frg_id DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WpuNom
       END-STRING
       OPEN OUTPUT frecu
       MOVE ALL "*" TO Lrecu
       WRITE Lrecu
       MOVE SPACES TO Lrecu
       STRING "REÇU DE RÉGIE N° " DELIMITED BY SIZE
              frg_id DELIMITED BY SIZE
              " du " DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE ALL "*" TO Lrecu
       WRITE Lrecu
       MOVE SPACES TO Lrecu
       STRING "Reçu de : " DELIMITED BY SIZE
              fpu_nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              fpu_prenom DELIMITED BY "  "
              " (client n° " DELIMITED BY SIZE
              fpu_id DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE SPACES TO Lrecu
       STRING "Location : " DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              " - réservation n° " DELIMITED BY SIZE
              fr_numResa DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE SPACES TO Lrecu
       STRING "Le " DELIMITED BY SIZE
              fr_dateDebut_j DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              fr_dateDebut_m DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              fr_dateDebut_a DELIMITED BY SIZE
              " de " DELIMITED BY SIZE
              fr_dateDebut_h DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              fr_dateDebut_mn DELIMITED BY SIZE
              " à " DELIMITED BY SIZE
              fr_dateFin_h DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              fr_dateFin_mn DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              fr_sportPratique DELIMITED BY "  "
              ")" DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE fr_montantHT TO WpuEdMontant
       MOVE SPACES TO Lrecu
       STRING "Montant HT  : " DELIMITED BY SIZE
              WpuEdMontant DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE fr_taxe TO WpuEdMontant
       MOVE SPACES TO Lrecu
       STRING "TVA         : " DELIMITED BY SIZE
              WpuEdMontant DELIMITED BY SIZE
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE fr_montant TO WpuEdMontant
       MOVE SPACES TO Lrecu
       STRING "Montant TTC : " DELIMITED BY SIZE
              WpuEdMontant DELIMITED BY SIZE
              " payé par " DELIMITED BY SIZE
              frg_mode DELIMITED BY "  "
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE SPACES TO Lrecu
       STRING "Facture acquittée n° " DELIMITED BY SIZE
              ffa_numero DELIMITED BY SIZE
              " - encaissé par " DELIMITED BY SIZE
              WoperLogin DELIMITED BY "  "
         INTO Lrecu
       END-STRING
       WRITE Lrecu
       MOVE "Pour acquit, le régisseur :" TO Lrecu
       WRITE Lrecu
       MOVE ALL "*" TO Lrecu
       WRITE Lrecu
       CLOSE frecu
       DISPLAY "Reçu n° ",frg_id," édité dans ",WpuNom.

      *Purge RGPD des particuliers : une fiche sans réservation payée
      *depuis RGPDPART mois (paramètre, 36 par défaut ; date de création
      *pour une fiche jamais servie) est anonymisée. Les créneaux,
      *factures et règlements ne portent que le n° de fiche : ils
      *restent intacts pour la comptabilité.
      ******************************************************************
       PURGE_PARTICULIERS.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WpmRgpdPart TO WpuMois
       DIVIDE WdateSys BY 10000 GIVING WpuAnnee
       COMPUTE WpuMm = FUNCTION MOD(WdateSys / 100, 100)
       COMPUTE WpuMm = WpuAnnee * 12 + WpuMm - 1 - WpuMois
       DIVIDE WpuMm BY 12 GIVING WpuAnnee REMAINDER WpuMm
       COMPUTE WpuCutoff = WpuAnnee * 10000 + (WpuMm + 1) * 100 + 1
       DISPLAY "Anonymiser les particuliers sans réservation depuis l
      -    "e ",WpuCutoff," (",WpuMois," mois) ?"
       DISPLAY "Lancer la purge (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM
       IF WcrudChoix = 0 THEN
         DISPLAY "Purge abandonnée."
       ELSE
         PERFORM PURGE_PARTICULIERS_CORPS
       END-IF.

      *Corps de la purge des particuliers
      ******************************************************************
       PURGE_PARTICULIERS_CORPS.

       MOVE "PURGE_PARTIC" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE 0 TO WpuNb
       CLOSE fparticulier
       OPEN I-O fparticulier
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fparticulier NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fpu_anonyme NOT = 1 THEN
             IF fpu_dateDerniere = 0 THEN
               MOVE fpu_dateCreation TO Wdate8
             ELSE
               MOVE fpu_dateDerniere TO Wdate8
             END-IF
             IF Wdate8 < WpuCutoff THEN
               MOVE "ANONYMISE" TO fpu_nom
               MOVE SPACES TO fpu_prenom
               MOVE SPACES TO fpu_tel
               MOVE SPACES TO fpu_email
               MOVE 1 TO fpu_anonyme
               REWRITE Tparticulier
               ADD 1 TO WpuNb
               MOVE "fpartic" TO fmo_fichier
               MOVE fpu_id TO fmo_cle
               MOVE "anonymisation" TO fmo_champ
               MOVE "donnees personnelles" TO fmo_ancienne
               MOVE "ANONYMISE" TO fmo_nouvelle
               PERFORM LOG_MODIF
             END-IF
           END-IF
       END-PERFORM
       MOVE WpuNb TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN
       DISPLAY WpuNb," particulier(s) anonymisé(s).".
