      *Usage scolaire des gymnases : en semaine, collèges et lycées
      *occupent les salles pour l'EPS, payés non par l'établissement
      *mais par le département ou la région au titre d'une convention
      *annuelle. L'établissement (etablissement.dat) est rattaché à son
      *autorité payeuse, tenue comme un tiers payeur (payeur.dat) ; la
      *convention de l'année scolaire fixe le taux horaire HT
      *(convention_scolaire.dat). L'emploi du temps hebdomadaire d'EPS
      *est importé pour une période (trimestre) et pose des créneaux
      *de type "Scolaire" (fr_idClub = 0, n° d'établissement en tête
      *de fr_actions), jours fermés du calendrier exclus. Chaque
      *trimestre, un relevé par autorité est établi sur les heures
      *réellement utilisées (registre de pointage : heures réelles,
      *zéro si la classe n'est pas venue, heures prévues à défaut de
      *pointage) et une facture SCOLAIRE lui est adressée.
      ******************************************************************
       MENU_SCOLAIRE.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "       Usage scolaire des gymnases           "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Créer un établissement scolaire"
         DISPLAY "3- Lister les établissements"
         DISPLAY "4- Convention annuelle d'une autorité payeuse"
         DISPLAY "5- Importer un emploi du temps d'EPS"
         DISPLAY "6- Relevé trimestriel et facturation"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2
      *        etablissement.dat n'est pas remis à la fin de la
      *        formation
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_ETABLISSEMENT
               END-IF
             WHEN 3 PERFORM DISPLAY_ETABLISSEMENTS
             WHEN 4
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM SAISIE_CONVENTION_SCOLAIRE
               END-IF
             WHEN 5 PERFORM IMPORT_EDT_SCOLAIRE
             WHEN 6
               IF WmodeFormation = 1 THEN
                 DISPLAY "Écran fermé en mode formation (bac à sabl
      -    "e)."
               ELSE
                 PERFORM RELEVE_SCOLAIRE
               END-IF
         END-EVALUATE
       END-PERFORM.

      *Création d'un établissement scolaire et de son rattachement à
      *l'autorité payeuse
      ******************************************************************
       SAISIE_ETABLISSEMENT.

       MOVE SPACES TO Tetab
       DISPLAY "Nom de l'établissement:"
       PERFORM WITH TEST AFTER UNTIL fet_nom NOT = SPACES
         ACCEPT fet_nom
       END-PERFORM
       DISPLAY "Nature (COLLEGE/LYCEE):"
       PERFORM WITH TEST AFTER UNTIL fet_nature = "COLLEGE" OR
                 fet_nature = "LYCEE"
         ACCEPT fet_nature
       END-PERFORM
       DISPLAY "Code UAI (vide si inconnu):"
       ACCEPT fet_uai
       DISPLAY "N° du tiers payeur (département ou région):"
       MOVE 0 TO fty_id
       PERFORM WITH TEST AFTER UNTIL fty_stat = 0
         PERFORM WITH TEST AFTER UNTIL fty_id IS NUMERIC
           ACCEPT fty_id
         END-PERFORM
         READ fpayeur KEY IS fty_id
           INVALID KEY
             DISPLAY "Tiers payeur inconnu (menu factures, option 16"
      -              " pour le créer) :"
         END-READ
       END-PERFORM
       MOVE fty_id TO fet_idPayeur
       MOVE 1 TO fet_actif
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fet_dateCreation
       PERFORM GET_ID_ETAB
       MOVE WidCourantEtab TO fet_id
       WRITE Tetab
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture établissement: ",fet_stat
           MOVE "etablissement.dat" TO WejFichier
           MOVE fet_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_ETABLISSEMENT" TO WejPara
           MOVE fet_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Établissement ",fet_id," enregistré (payé par ",
      -            fty_nom,")."
       END-WRITE.

      *Liste des établissements et de leur autorité payeuse
      ******************************************************************
       DISPLAY_ETABLISSEMENTS.

       CLOSE fetab
       OPEN I-O fetab
       DISPLAY "N° / nom / nature / UAI / autorité payeuse"
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fetab NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE fet_idPayeur TO WtpPayeur
           PERFORM LIT_TIERS_PAYEUR
           DISPLAY fet_id," / ",fet_nom," / ",fet_nature," / ",
      -            fet_uai," / ",fet_idPayeur," ",fty_nom
       END-PERFORM.

      *Convention annuelle d'une autorité payeuse : taux horaire HT de
      *l'année scolaire (septembre à août)
      ******************************************************************
       SAISIE_CONVENTION_SCOLAIRE.

       DISPLAY "N° du tiers payeur (autorité):"
       PERFORM WITH TEST AFTER UNTIL fcvs_idPayeur IS NUMERIC
         ACCEPT fcvs_idPayeur
       END-PERFORM
       MOVE fcvs_idPayeur TO fty_id
       READ fpayeur KEY IS fty_id
         INVALID KEY
           DISPLAY "Tiers payeur inconnu."
         NOT INVALID KEY
           PERFORM SAISIE_CONVENTION_SCO_CORPS
       END-READ.

      *Sous-paragraphe : saisie de la convention (fty_* chargé)
      ******************************************************************
       SAISIE_CONVENTION_SCO_CORPS.

       DISPLAY "Année scolaire (année de la rentrée, aaaa):"
       PERFORM WITH TEST AFTER UNTIL fcvs_annee IS NUMERIC AND
                 fcvs_annee > 1970 AND fcvs_annee < 2038
         ACCEPT fcvs_annee
       END-PERFORM
       READ fconvsco KEY IS fcvs_cle
         INVALID KEY
           MOVE 0 TO fcvs_taux
           MOVE SPACES TO fcvs_ref
         NOT INVALID KEY
           DISPLAY "Convention existante : ",fcvs_ref," à ",
      -            fcvs_taux," €/h HT (sera remplacée)"
       END-READ
       DISPLAY "Référence de la convention:"
       ACCEPT fcvs_ref
       DISPLAY "Taux horaire HT (euros):"
       PERFORM WITH TEST AFTER UNTIL fcvs_taux IS NUMERIC AND
                 fcvs_taux > 0
         ACCEPT fcvs_taux
       END-PERFORM
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fcvs_dateSaisie
       MOVE WoperLogin TO fcvs_login
       WRITE Tconvsco
         INVALID KEY
           REWRITE Tconvsco
       END-WRITE
       DISPLAY "Convention ",fcvs_annee," de ",fty_nom," : ",
      -        fcvs_taux," €/h HT."
       MOVE "fconvsco" TO fmo_fichier
       MOVE fcvs_cle TO fmo_cle
       MOVE "taux" TO fmo_champ
       MOVE SPACES TO fmo_ancienne
       MOVE fcvs_taux TO WscoEdMontant
       MOVE WscoEdMontant TO fmo_nouvelle
       PERFORM LOG_MODIF.

      *Import de l'emploi du temps d'EPS d'un établissement : chaque
      *ligne de edt_scolaire.txt, champs séparés par des
      *points-virgules :
      *   jour(1=lundi..6=samedi);salle;hhmm début;hhmm fin;classe
      *pose un créneau "Scolaire" à chaque jour correspondant de la
      *période saisie. Les jours fermés (fermeture générale ou de la
      *salle) sont sautés ; les lignes invalides et les créneaux
      *refusés (salle occupée, hors horaires) partent dans
      *edt_scolaire_rejets.txt avec leur motif.
      ******************************************************************
       IMPORT_EDT_SCOLAIRE.

       DISPLAY "N° de l'établissement:"
       PERFORM WITH TEST AFTER UNTIL fet_id IS NUMERIC
         ACCEPT fet_id
       END-PERFORM
       READ fetab KEY IS fet_id
         INVALID KEY
           DISPLAY "Établissement inconnu."
         NOT INVALID KEY
           IF fet_actif NOT = 1 THEN
             DISPLAY "Établissement inactif."
           ELSE
             PERFORM IMPORT_EDT_PERIODE
           END-IF
       END-READ.

      *Sous-paragraphe : période couverte puis lecture du fichier
      ******************************************************************
       IMPORT_EDT_PERIODE.

       MOVE fet_id TO WscoEtab
       DISPLAY "Premier jour de la période (trimestre) :"
       MOVE 1 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE WscoDeb = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       DISPLAY "Dernier jour de la période :"
       MOVE 1 TO WvdPasse
       PERFORM SAISIE_DATE_FIN
       COMPUTE WscoFin = Wresa_dateFin_a * 10000 + Wresa_dateFin_m *
      -        100 + Wresa_dateFin_j
       IF WscoFin < WscoDeb THEN
         DISPLAY "La fin de période précède son début."
       ELSE
         PERFORM IMPORT_EDT_FICHIER
       END-IF.

      *Sous-paragraphe : lecture de edt_scolaire.txt
      ******************************************************************
       IMPORT_EDT_FICHIER.

       OPEN INPUT fedt
       IF fed_stat = 35 THEN
         DISPLAY "Pas de fichier edt_scolaire.txt à charger."
       ELSE
         OPEN OUTPUT fedtrej
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpRej
         MOVE 0 TO WscoNbPoses
         MOVE 0 TO WscoNbFermes
         MOVE 0 TO WscoNbConflits
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fedt NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WimpLus
             PERFORM IMPORT_EDT_UNE_LIGNE
         END-PERFORM
         CLOSE fedtrej
         DISPLAY "Import terminé : ",WimpLus," ligne(s) lue(s), ",
      -          WimpRej," rejetée(s)."
         DISPLAY WscoNbPoses," créneau(x) posé(s), ",WscoNbFermes,
      -          " jour(s) fermé(s) sauté(s), ",WscoNbConflits,
      -          " créneau(x) refusé(s)."
         IF WimpRej > 0 OR WscoNbConflits > 0 THEN
           DISPLAY "Les rejets sont dans edt_scolaire_rejets.txt."
         END-IF
       END-IF
       CLOSE fedt.

      *Sous-paragraphe : contrôle d'une ligne de l'emploi du temps
      ******************************************************************
       IMPORT_EDT_UNE_LIGNE.

       MOVE SPACES TO Wimp1
       MOVE SPACES TO Wimp2
       MOVE SPACES TO Wimp3
       MOVE SPACES TO Wimp4
       MOVE SPACES TO Wimp5
       UNSTRING Ledt DELIMITED BY ";"
         INTO Wimp1 Wimp2 Wimp3 Wimp4 Wimp5
       END-UNSTRING

       MOVE SPACES TO WimpMotif
       IF Ledt = SPACES THEN
         CONTINUE
       ELSE
         IF Wimp1(1:1) < "1" OR Wimp1(1:1) > "6" OR
                   Wimp1(2:1) NOT = SPACE THEN
           MOVE "jour invalide (1=lundi à 6=samedi)" TO WimpMotif
         ELSE
           MOVE Wimp2(1:12) TO WcvTexte
           PERFORM CONVERTIT_ENTIER
           IF WcvOK = 0 THEN
             MOVE "numéro de salle invalide" TO WimpMotif
           ELSE
             MOVE WcvVal TO fs_id
             READ fsalle KEY IS fs_id
               INVALID KEY
                 MOVE "salle inconnue" TO WimpMotif
               NOT INVALID KEY
                 MOVE fs_id TO WpeSalle
                 PERFORM PERIMETRE_SALLE
                 IF WpeOK = 0 THEN
                   MOVE "salle hors de vos communes" TO WimpMotif
                 END-IF
             END-READ
           END-IF
         END-IF
       END-IF
       IF WimpMotif = SPACES AND Ledt NOT = SPACES THEN
         IF Wimp3(1:4) NOT NUMERIC OR Wimp4(1:4) NOT NUMERIC THEN
           MOVE "horaires invalides (hhmm attendu)" TO WimpMotif
         ELSE
           MOVE Wimp3(1:2) TO Wresa_h_debut
           MOVE Wimp3(3:2) TO Wresa_mn_debut
           MOVE Wimp4(1:2) TO Wresa_h_fin
           MOVE Wimp4(3:2) TO Wresa_mn_fin
           COMPUTE WscoMinDeb = Wresa_h_debut * 60 + Wresa_mn_debut
           COMPUTE WscoMinFin = Wresa_h_fin * 60 + Wresa_mn_fin
           IF Wresa_h_fin > 23 OR Wresa_mn_debut > 59 OR
                     Wresa_mn_fin > 59 OR WscoMinFin <= WscoMinDeb
                     THEN
             MOVE "heures hors plage ou début>=fin" TO WimpMotif
           END-IF
         END-IF
       END-IF

       IF WimpMotif = SPACES THEN
         IF Ledt NOT = SPACES THEN
           MOVE Wimp1(1:1) TO WscoJour
           PERFORM IMPORT_EDT_SERIE
         END-IF
       ELSE
         ADD 1 TO WimpRej
         MOVE SPACES TO Ledtrej
         STRING Ledt DELIMITED BY "  "
                " ;REJET: " DELIMITED BY SIZE
                WimpMotif DELIMITED BY SIZE
           INTO Ledtrej
         END-STRING
         WRITE Ledtrej
       END-IF.

      *Sous-paragraphe : pose de la ligne courante à chaque jour
      *WscoJour de la période (fs_* de la salle chargé)
      ******************************************************************
       IMPORT_EDT_SERIE.

       MOVE SPACES TO Wresa_actions
       STRING WscoEtab DELIMITED BY SIZE
              " EPS " DELIMITED BY SIZE
              Wimp5 DELIMITED BY "  "
              " - " DELIMITED BY SIZE
              fet_nom DELIMITED BY "  "
         INTO Wresa_actions
       END-STRING
       COMPUTE WscoIntDeb = FUNCTION INTEGER-OF-DATE(WscoDeb)
       COMPUTE WscoIntFin = FUNCTION INTEGER-OF-DATE(WscoFin)
       PERFORM WITH TEST BEFORE UNTIL WscoIntDeb > WscoIntFin
         IF FUNCTION MOD(WscoIntDeb, 7) = WscoJour THEN
           COMPUTE Wdate8 = FUNCTION DATE-OF-INTEGER(WscoIntDeb)
           PERFORM IMPORT_EDT_UN_JOUR
         END-IF
         ADD 1 TO WscoIntDeb
       END-PERFORM.

      *Sous-paragraphe : un jour de la série (Wdate8)
      ******************************************************************
       IMPORT_EDT_UN_JOUR.

      *Jours fermés (vacances, fériés, fermeture de la salle) sautés
       MOVE 0 TO WnotDispo
       MOVE Wdate8 TO fg_date
       MOVE 0 TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnotDispo
       END-READ
       MOVE Wdate8 TO fg_date
       MOVE fs_id TO fg_idSalle
       READ ffermeture KEY IS fg_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WnotDispo
       END-READ

       IF WnotDispo = 1 THEN
         ADD 1 TO WscoNbFermes
       ELSE
         COMPUTE Wresa_a = Wdate8 / 10000
         COMPUTE Wresa_m = FUNCTION MOD(Wdate8 / 100, 100)
         COMPUTE Wresa_j = FUNCTION MOD(Wdate8, 100)
         MOVE fs_id TO Wresa_idSalle
         MOVE 0 TO Wresa_idEspace
         MOVE 0 TO Wresa_idClub
         MOVE 0 TO Wresa_idLot
         MOVE "Scolaire" TO Wresa_type
         MOVE SPACES TO Wresa_sportPratique
         MOVE 0 TO Wresa_montantHT
         MOVE 0 TO Wresa_taxe
         MOVE 0 TO Wresa_montant
         MOVE 0 TO WexoFlag
         MOVE 0 TO WquotaApplique
         MOVE 0 TO WcarnetApplique
         MOVE SPACES TO WcvtRef
         MOVE 0 TO WnbEchecs
         PERFORM ENREGISTRE_CRENEAU
         IF WnbEchecs = 0 THEN
           ADD 1 TO WscoNbPoses
         ELSE
           ADD 1 TO WscoNbConflits
           MOVE SPACES TO Ledtrej
           STRING Ledt DELIMITED BY "  "
                  " ;REFUS LE " DELIMITED BY SIZE
                  Wdate8 DELIMITED BY SIZE
                  ": salle occupée ou hors horaires" DELIMITED BY SIZE
             INTO Ledtrej
           END-STRING
           WRITE Ledtrej
         END-IF
       END-IF.

      *Relevé trimestriel des heures scolaires par autorité payeuse et
      *facturation SCOLAIRE (une facture par autorité et trimestre,
      *adressée au tiers payeur, ffa_idClub = 0)
      ******************************************************************
       RELEVE_SCOLAIRE.

       DISPLAY "Année:"
       PERFORM WITH TEST AFTER UNTIL WscoAnnee IS NUMERIC AND
                 WscoAnnee > 1970 AND WscoAnnee < 2038
         ACCEPT WscoAnnee
       END-PERFORM
       DISPLAY "Trimestre (1-4):"
       PERFORM WITH TEST AFTER UNTIL WscoTrim IS NUMERIC AND
                 WscoTrim >= 1 AND WscoTrim <= 4
         ACCEPT WscoTrim
       END-PERFORM
       COMPUTE WscoMoisFin = WscoTrim * 3
       COMPUTE WscoDeb = WscoAnnee * 10000 + (WscoMoisFin - 2) * 100
      -        + 1
       COMPUTE WscoFin = WscoAnnee * 10000 + WscoMoisFin * 100 + 31

       MOVE "SCOLAIRE" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE 0 TO WscoNb
       MOVE 0 TO WscoNbFact
       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           COMPUTE Wdate8 = fr_dateDebut_a * 10000 + fr_dateDebut_m
      -            * 100 + fr_dateDebut_j
           IF fr_type = "Scolaire" AND Wdate8 >= WscoDeb AND
                     Wdate8 <= WscoFin THEN
             PERFORM RELEVE_SCOLAIRE_CRENEAU
           END-IF
       END-PERFORM

       MOVE SPACES TO WscoNom
       STRING "releve_scolaire_" DELIMITED BY SIZE
              WscoAnnee DELIMITED BY SIZE
              "T" DELIMITED BY SIZE
              WscoTrim DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WscoNom
       END-STRING
       OPEN OUTPUT frelsco
       CLOSE fpayeur
       OPEN I-O fpayeur
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fpayeur NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           PERFORM RELEVE_SCOLAIRE_PAYEUR
       END-PERFORM
       CLOSE frelsco

       MOVE WscoNbFact TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN
       DISPLAY WscoNbFact," facture(s) SCOLAIRE émise(s) ; relevé",
      -        " dans ",WscoNom.

      *Sous-paragraphe : un créneau scolaire (fr_*) de la période,
      *heures réellement utilisées valorisées au taux de la convention
      ******************************************************************
       RELEVE_SCOLAIRE_CRENEAU.

       IF fr_actions(1:4) IS NUMERIC THEN
         MOVE fr_actions(1:4) TO fet_id
         READ fetab KEY IS fet_id
           INVALID KEY
             DISPLAY "/!\ Résa ",fr_numResa," : établissement ",
      -              fet_id," inconnu."
           NOT INVALID KEY
             PERFORM RELEVE_SCOLAIRE_CRENEAU_CORPS
         END-READ
       END-IF.

      *Sous-paragraphe : créneau d'un établissement connu (fet_*)
      ******************************************************************
       RELEVE_SCOLAIRE_CRENEAU_CORPS.

       COMPUTE WscoMinPrevu = (fr_dateFin_h * 60 + fr_dateFin_mn) -
      -        (fr_dateDebut_h * 60 + fr_dateDebut_mn)
       MOVE WscoMinPrevu TO WscoMin
       MOVE fr_numResa TO fp_numResa
       READ fpresence KEY IS fp_numResa
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fp_statut = 2 THEN
             MOVE 0 TO WscoMin
           ELSE
             IF fp_hArrivee > 0 THEN
               DIVIDE fp_hArrivee BY 100 GIVING WscoHh
                 REMAINDER WscoMm
               COMPUTE WscoMinDeb = WscoHh * 60 + WscoMm
               IF fp_hDepart > 0 THEN
                 DIVIDE fp_hDepart BY 100 GIVING WscoHh
                   REMAINDER WscoMm
                 COMPUTE WscoMinFin = WscoHh * 60 + WscoMm
               ELSE
                 COMPUTE WscoMinFin = fr_dateFin_h * 60 +
      -                  fr_dateFin_mn
               END-IF
               IF WscoMinFin > WscoMinDeb THEN
                 COMPUTE WscoMin = WscoMinFin - WscoMinDeb
               ELSE
                 MOVE 0 TO WscoMin
               END-IF
             END-IF
           END-IF
       END-READ

      *Taux de la convention de l'année scolaire du créneau
       IF fr_dateDebut_m >= 9 THEN
         MOVE fr_dateDebut_a TO fcvs_annee
       ELSE
         COMPUTE fcvs_annee = fr_dateDebut_a - 1
       END-IF
       MOVE fet_idPayeur TO fcvs_idPayeur
       READ fconvsco KEY IS fcvs_cle
         INVALID KEY
           MOVE 0 TO WscoTaux
         NOT INVALID KEY
           MOVE fcvs_taux TO WscoTaux
       END-READ

       MOVE 0 TO WscoTrouve
       IF WscoNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WscoIdx FROM 1 BY 1
                   UNTIL WscoIdx > WscoNb
           IF WscoTEtab(WscoIdx) = fet_id AND
                     WscoTSalle(WscoIdx) = fr_idSalle THEN
             MOVE WscoIdx TO WscoTrouve
           END-IF
         END-PERFORM
       END-IF
       IF WscoTrouve = 0 THEN
         IF WscoNb < 300 THEN
           ADD 1 TO WscoNb
           MOVE WscoNb TO WscoTrouve
           MOVE fet_id TO WscoTEtab(WscoTrouve)
           MOVE fr_idSalle TO WscoTSalle(WscoTrouve)
           MOVE fet_idPayeur TO WscoTPayeur(WscoTrouve)
           MOVE 0 TO WscoTPrevu(WscoTrouve)
           MOVE 0 TO WscoTMin(WscoTrouve)
           MOVE 0 TO WscoTHT(WscoTrouve)
           MOVE 0 TO WscoTAbs(WscoTrouve)
           MOVE 0 TO WscoTSansConv(WscoTrouve)
         ELSE
           DISPLAY "/!\ Plus de 300 couples établissement/salle : rés
      -    "a ",fr_numResa," ignorée."
         END-IF
       END-IF
       IF WscoTrouve > 0 THEN
         ADD WscoMinPrevu TO WscoTPrevu(WscoTrouve)
         ADD WscoMin TO WscoTMin(WscoTrouve)
         IF WscoMin = 0 THEN
           ADD 1 TO WscoTAbs(WscoTrouve)
         END-IF
         IF WscoTaux = 0 THEN
           MOVE 1 TO WscoTSansConv(WscoTrouve)
         END-IF
         COMPUTE WscoTHT(WscoTrouve) ROUNDED = WscoTHT(WscoTrouve) +
      -          WscoMin * WscoTaux / 60
       END-IF.

      *Sous-paragraphe : relevé et facture de l'autorité courante
      *(fty_*)
      ******************************************************************
       RELEVE_SCOLAIRE_PAYEUR.

       MOVE 0 TO WscoTotMin
       MOVE 0 TO WscoTotHT
       MOVE 0 TO WscoSansConv
       IF WscoNb > 0 THEN
         PERFORM WITH TEST BEFORE VARYING WscoIdx FROM 1 BY 1
                   UNTIL WscoIdx > WscoNb
           IF WscoTPayeur(WscoIdx) = fty_id THEN
             ADD WscoTMin(WscoIdx) TO WscoTotMin
             ADD WscoTHT(WscoIdx) TO WscoTotHT
             IF WscoTSansConv(WscoIdx) = 1 THEN
               MOVE 1 TO WscoSansConv
             END-IF
           END-IF
         END-PERFORM
       END-IF

       IF WscoTotMin > 0 THEN
         MOVE ALL "=" TO Lrelsco
         WRITE Lrelsco
         MOVE SPACES TO Lrelsco
         STRING "RELEVE D'UTILISATION SCOLAIRE - " DELIMITED BY SIZE
                WscoTrim DELIMITED BY SIZE
                "e TRIMESTRE " DELIMITED BY SIZE
                WscoAnnee DELIMITED BY SIZE
           INTO Lrelsco
         END-STRING
         WRITE Lrelsco
         MOVE SPACES TO Lrelsco
         STRING "Autorité payeuse : " DELIMITED BY SIZE
                fty_id DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fty_nom DELIMITED BY "  "
           INTO Lrelsco
         END-STRING
         WRITE Lrelsco
         MOVE "Etablissement                  Salle  Prevu(h) Utilise(h)
      -    " Absences  Montant HT" TO Lrelsco
         WRITE Lrelsco
         PERFORM WITH TEST BEFORE VARYING WscoIdx FROM 1 BY 1
                   UNTIL WscoIdx > WscoNb
           IF WscoTPayeur(WscoIdx) = fty_id THEN
             PERFORM RELEVE_SCOLAIRE_LIGNE
           END-IF
         END-PERFORM
         COMPUTE WscoHeures ROUNDED = WscoTotMin / 60
         MOVE WscoHeures TO WscoEdHeures
         MOVE WscoTotHT TO WscoEdMontant
         MOVE SPACES TO Lrelsco
         STRING "Total heures utilisées : " DELIMITED BY SIZE
                WscoEdHeures DELIMITED BY SIZE
                "   montant HT : " DELIMITED BY SIZE
                WscoEdMontant DELIMITED BY SIZE
           INTO Lrelsco
         END-STRING
         WRITE Lrelsco
         PERFORM RELEVE_SCOLAIRE_DEJA
         IF WscoDeja NOT = 0 THEN
           MOVE SPACES TO Lrelsco
           STRING "Trimestre déjà facturé : facture n° "
                  DELIMITED BY SIZE
                  WscoDeja DELIMITED BY SIZE
             INTO Lrelsco
           END-STRING
           WRITE Lrelsco
           DISPLAY fty_nom," : trimestre déjà facturé (n° ",
      -            WscoDeja,")."
         ELSE
           IF WscoSansConv = 1 THEN
             MOVE "/!\ Pas de convention pour une partie des heures :
      -      " non facturé" TO Lrelsco
             WRITE Lrelsco
             DISPLAY "/!\ ",fty_nom," : convention manquante, facture"
      -              " non émise."
           ELSE
             PERFORM RELEVE_SCOLAIRE_FACTURE
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : ligne établissement/salle WscoIdx du relevé
      ******************************************************************
       RELEVE_SCOLAIRE_LIGNE.

       MOVE WscoTEtab(WscoIdx) TO fet_id
       READ fetab KEY IS fet_id
         INVALID KEY
           MOVE SPACES TO fet_nom
       END-READ
       MOVE SPACES TO Lrelsco
       MOVE fet_nom TO Lrelsco(1:30)
       MOVE WscoTSalle(WscoIdx) TO Lrelsco(32:3)
       COMPUTE WscoHeures ROUNDED = WscoTPrevu(WscoIdx) / 60
       MOVE WscoHeures TO WscoEdHeures
       MOVE WscoEdHeures TO Lrelsco(38:8)
       COMPUTE WscoHeures ROUNDED = WscoTMin(WscoIdx) / 60
       MOVE WscoHeures TO WscoEdHeures
       MOVE WscoEdHeures TO Lrelsco(48:8)
       MOVE WscoTAbs(WscoIdx) TO Lrelsco(59:4)
       MOVE WscoTHT(WscoIdx) TO WscoEdMontant
       MOVE WscoEdMontant TO Lrelsco(66:10)
       WRITE Lrelsco.

      *Sous-paragraphe : facture SCOLAIRE déjà émise pour l'autorité
      *courante et le trimestre -> WscoDeja (0 = pas encore)
      ******************************************************************
       RELEVE_SCOLAIRE_DEJA.

       MOVE 0 TO WscoDeja
       MOVE fty_id TO ffp_idPayeur
       START ffactpay KEY IS = ffp_idPayeur
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ ffactpay NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF ffp_idPayeur NOT = fty_id THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 MOVE ffp_numFacture TO ffa_numero
                 READ ffacture KEY IS ffa_numero
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF ffa_nature = "SCOLAIRE" AND
                               ffa_annee = WscoAnnee AND
                               ffa_mois = WscoMoisFin AND
                               ffa_statut NOT = 3 THEN
                       MOVE ffa_numero TO WscoDeja
                     END-IF
                 END-READ
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : émission de la facture SCOLAIRE de l'autorité
      *courante (fty_*), une ligne par établissement et salle
      ******************************************************************
       RELEVE_SCOLAIRE_FACTURE.

       COMPUTE WclPeriode = WscoAnnee * 100 + WscoMoisFin
       PERFORM CONTROLE_PERIODE
       IF WclClose = 1 THEN
         MOVE "/!\ Période close : facture non émise" TO Lrelsco
         WRITE Lrelsco
         DISPLAY "/!\ ",fty_nom," : période ",WclPeriode,
      -          " close, facture non émise."
       ELSE
         MOVE 'TVA' TO WtarCode
         MOVE WscoFin TO WtarDate8
         MOVE 20 TO WtarTaux
         PERFORM LIRE_TARIF_DATE
         MOVE 0 TO WscoTotHT
         MOVE 0 TO WscoTotTVA
         MOVE 0 TO WscoTotTTC
         PERFORM RAZ_LIGNES_FACTURE
         PERFORM WITH TEST BEFORE VARYING WscoIdx FROM 1 BY 1
                   UNTIL WscoIdx > WscoNb
           IF WscoTPayeur(WscoIdx) = fty_id AND
                     WscoTMin(WscoIdx) > 0 THEN
             MOVE WscoTEtab(WscoIdx) TO fet_id
             READ fetab KEY IS fet_id
               INVALID KEY
                 MOVE SPACES TO fet_nom
             END-READ
             PERFORM VIDE_LIGNE_FACTURE
             MOVE "SCOLAIRE" TO WflType
             MOVE WscoTSalle(WscoIdx) TO WflSalle
             MOVE WscoFin TO WflDate
             MOVE WscoTMin(WscoIdx) TO WflMinutes
             MOVE fet_nom TO WflLibelle
             MOVE WscoTHT(WscoIdx) TO WflHT
             COMPUTE WflTVA ROUNDED = WflHT * WtarTaux / 100
             COMPUTE WflTTC = WflHT + WflTVA
             ADD WflHT TO WscoTotHT
             ADD WflTVA TO WscoTotTVA
             ADD WflTTC TO WscoTotTTC
             PERFORM AJOUTE_LIGNE_FACTURE
           END-IF
         END-PERFORM

         ACCEPT WdateSys FROM DATE YYYYMMDD
         PERFORM GET_ID_FACTURE
         MOVE WidCourantFacture TO ffa_numero
         MOVE 0 TO ffa_idClub
         MOVE WscoAnnee TO ffa_annee
         MOVE WscoMoisFin TO ffa_mois
         MOVE WscoTotHT TO ffa_montantHT
         MOVE WscoTotTVA TO ffa_tva
         MOVE WscoTotTTC TO ffa_montantTTC
         MOVE 1 TO ffa_statut
         MOVE WdateSys TO ffa_dateEmission
         MOVE "SCOLAIRE" TO ffa_nature
         MOVE 0 TO ffa_niveauRelance
         MOVE 0 TO ffa_dateRelance
         WRITE Tfacture
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture facture scolaire: ",
      -              ffac_stat
             MOVE "facture.dat" TO WejFichier
             MOVE ffac_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "RELEVE_SCOLAIRE_FACTURE" TO WejPara
             MOVE ffa_numero TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             PERFORM SCELLE_FACTURE
             MOVE ffa_numero TO WflNumFacture
             PERFORM ECRIT_LIGNES_FACTURE
             MOVE ffa_numero TO ffp_numFacture
             MOVE fty_id TO ffp_idPayeur
             MOVE 0 TO ffp_idClub
             WRITE Tfactpay
               INVALID KEY
                 DISPLAY "/!\ Erreur d'écriture facture tiers payeur"
      -                  ": ",ffp_stat
                 MOVE "facture_payeur.dat" TO WejFichier
                 MOVE ffp_stat TO WejStat
                 MOVE "WRITE" TO WejOper
                 MOVE "RELEVE_SCOLAIRE_FACTURE" TO WejPara
                 MOVE ffp_numFacture TO WejCle
                 PERFORM JOURNAL_ERREUR
             END-WRITE
             ADD 1 TO WscoNbFact
             MOVE WscoTotTTC TO WscoEdMontant
             MOVE SPACES TO Lrelsco
             STRING "Facture n° " DELIMITED BY SIZE
                    ffa_numero DELIMITED BY SIZE
                    " émise : " DELIMITED BY SIZE
                    WscoEdMontant DELIMITED BY SIZE
                    " TTC" DELIMITED BY SIZE
               INTO Lrelsco
             END-STRING
             WRITE Lrelsco
             DISPLAY fty_nom," : facture n° ",ffa_numero," de ",
      -              WscoTotTTC," TTC."
         END-WRITE
       END-IF.
