      *Présents maintenant : quand l'alarme incendie se déclenche, le
      *gardien doit savoir qui est dans quelle salle et combien ils
      *sont. Le tableau croise les réservations du jour, le pointage
      *(fp_hArrivee / fp_hDepart, un départ à 0000 = encore là) et
      *l'effectif déclaré (effectif.dat) avec la capacité de la salle
      *ou du sous-espace. Un créneau en cours non encore pointé figure
      *aussi, marqué NON POINTE : à l'évacuation, mieux vaut chercher
      *un groupe absent qu'en oublier un présent. Sont signalés les
      *effectifs au-delà de la capacité (par créneau et cumulés sur la
      *salle) et les groupes encore là après la fin réservée. Écran et
      *feuille imprimable presents_AAAAMMJJ_HHMM.txt. Tout créneau
      *qui met du monde dans la salle compte (réservation, match,
      *particulier, scolaire, exonéré, réquisition...) ; seuls une
      *option non confirmée et un entretien n'y figurent pas. Le
      *contact est le président du club, le particulier ou
      *l'établissement scolaire. Un opérateur limité à ses communes
      *ne voit que leurs salles.
      ******************************************************************

      *Déclaration (ou correction) de l'effectif d'une réservation
      ******************************************************************
       DECLARE_EFFECTIF.

       DISPLAY "Numéro de la réservation:"
       PERFORM WITH TEST AFTER UNTIL WswNum IS NUMERIC
         ACCEPT WswNum
       END-PERFORM
       CLOSE fresa
       OPEN I-O fresa
       PERFORM CHERCHE_RESA_PAR_NUM
       IF WswTrouve = 0 THEN
         DISPLAY "Il n'existe pas de réservation portant ce numéro"
       ELSE
         IF fr_type = "Option" OR fr_type = "Entretien" THEN
           DISPLAY "Ce créneau n'accueille pas de groupe (",fr_type,
                   ")."
         ELSE
           MOVE fr_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             DISPLAY "Résa n° ",fr_numResa," - salle ",fr_idSalle,
      -            " - club ",fr_idClub," - ",fr_dateDebut_j,"/",
      -            fr_dateDebut_m,"/",fr_dateDebut_a
             PERFORM SAISIE_EFFECTIF
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : saisie et écriture de l'effectif de la
      *réservation courante (fr_* chargé)
      ******************************************************************
       SAISIE_EFFECTIF.

       DISPLAY "  Effectif (nombre de personnes):"
       PERFORM WITH TEST AFTER UNTIL WevEffectif IS NUMERIC
         ACCEPT WevEffectif
       END-PERFORM
       MOVE fr_numResa TO fgr_numResa
       MOVE fr_idClub TO fgr_idClub
       MOVE WevEffectif TO fgr_effectif
       ACCEPT WdateSys FROM DATE YYYYMMDD
       ACCEPT WheureSys FROM TIME
       MOVE WdateSys TO fgr_date
       MOVE WheureSys(1:4) TO fgr_heure
       MOVE WoperLogin TO fgr_login
       WRITE Teffectif
         INVALID KEY
           REWRITE Teffectif
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture effectif: ",fgr_stat
               MOVE "effectif.dat" TO WejFichier
               MOVE fgr_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "SAISIE_EFFECTIF" TO WejPara
               MOVE fgr_numResa TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
       END-WRITE
       MOVE fr_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fs_capacite > 0 AND WevEffectif > fs_capacite THEN
             DISPLAY "  /!\ Effectif supérieur à la capacité de la s
      -    "alle (",fs_capacite,")."
           END-IF
       END-READ.

      *Tableau des présents à l'instant, toutes salles du périmètre
      *de l'opérateur
      ******************************************************************
       PRESENTS_MAINTENANT.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       ACCEPT WheureSys FROM TIME
       MOVE WdateSys TO WevDate
       MOVE WheureSys(1:4) TO WevHeure
       MOVE WevDate(1:4) TO Wresa_a
       MOVE WevDate(5:2) TO Wresa_m
       MOVE WevDate(7:2) TO Wresa_j
       MOVE 0 TO WevNbSalles
       MOVE 0 TO WevNbGroupes
       MOVE 0 TO WevTotal
       MOVE 0 TO WevNbAlertes
       MOVE 0 TO WevNbInconnus

       MOVE SPACES TO WevNom
       STRING "presents_" DELIMITED BY SIZE
              WevDate DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              WevHeure DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WevNom
       END-STRING
       OPEN OUTPUT fpresents
       MOVE ALL "=" TO Lpresents
       WRITE Lpresents
       MOVE SPACES TO Lpresents
       STRING "PRESENTS MAINTENANT - " DELIMITED BY SIZE
              WevDate DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WevHeure(1:2) DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              WevHeure(3:2) DELIMITED BY SIZE
         INTO Lpresents
       END-STRING
       WRITE Lpresents
       DISPLAY "--- Présents maintenant : ",WevDate," ",
      -        WevHeure(1:2),"h",WevHeure(3:2)," ---"

       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           MOVE fs_id TO WpeSalle
           PERFORM PERIMETRE_SALLE
           IF WpeOK = 1 THEN
             PERFORM PRESENTS_UNE_SALLE
           END-IF
       END-PERFORM

       MOVE ALL "=" TO Lpresents
       WRITE Lpresents
       IF WevNbSalles = 0 THEN
         MOVE "(aucune salle occupee)" TO Lpresents
         WRITE Lpresents
       END-IF
       MOVE SPACES TO Lpresents
       STRING "Salles occupees : " DELIMITED BY SIZE
              WevNbSalles DELIMITED BY SIZE
              " - groupes : " DELIMITED BY SIZE
              WevNbGroupes DELIMITED BY SIZE
              " - personnes declarees : " DELIMITED BY SIZE
              WevTotal DELIMITED BY SIZE
         INTO Lpresents
       END-STRING
       WRITE Lpresents
       MOVE SPACES TO Lpresents
       STRING "Groupes sans effectif declare : " DELIMITED BY SIZE
              WevNbInconnus DELIMITED BY SIZE
              " - alertes : " DELIMITED BY SIZE
              WevNbAlertes DELIMITED BY SIZE
         INTO Lpresents
       END-STRING
       WRITE Lpresents
       CLOSE fpresents
       DISPLAY "-------------------------"
       DISPLAY WevNbSalles," salle(s) occupée(s), ",WevNbGroupes,
      -        " groupe(s), ",WevTotal," personne(s) déclarée(s)"
       IF WevNbInconnus > 0 THEN
         DISPLAY "/!\ ",WevNbInconnus," groupe(s) sans effectif décla
      -    "ré : à compter sur place."
       END-IF
       IF WevNbAlertes > 0 THEN
         DISPLAY "/!\ ",WevNbAlertes," alerte(s) : capacité dépassé
      -    "e ou occupation après la fin réservée."
       END-IF
       DISPLAY "Feuille imprimable : ",WevNom.

      *Sous-paragraphe : créneaux du jour de la salle courante (fs_*),
      *dans l'ordre de la clé primaire salle + date/heure
      ******************************************************************
       PRESENTS_UNE_SALLE.

       MOVE 0 TO WevSalleNb
       MOVE 0 TO WevSalleEff
       CLOSE fresa
       OPEN I-O fresa
       MOVE fs_id TO fr_idSalle
       MOVE Wresa_a TO fr_dateDebut_a
       MOVE Wresa_m TO fr_dateDebut_m
       MOVE Wresa_j TO fr_dateDebut_j
       MOVE 0 TO fr_dateDebut_h
       MOVE 0 TO fr_dateDebut_mn
       MOVE 0 TO fr_idEspace
       START fresa KEY IS NOT LESS THAN fr_cles
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF fr_idSalle NOT = fs_id OR
                         fr_dateDebut_a NOT = Wresa_a OR
                         fr_dateDebut_m NOT = Wresa_m OR
                         fr_dateDebut_j NOT = Wresa_j THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 IF fr_type NOT = "Option" AND
                           fr_type NOT = "Entretien" THEN
                   PERFORM PRESENTS_UN_CRENEAU
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

      *Cumul des groupes de la salle (sous-espaces compris) contre la
      *capacité de la salle entière
       IF WevSalleNb > 0 AND fs_capacite > 0 AND
                 WevSalleEff > fs_capacite THEN
         ADD 1 TO WevNbAlertes
         MOVE SPACES TO Lpresents
         STRING "  *** SALLE AU-DELA DE SA CAPACITE : "
                  DELIMITED BY SIZE
                WevSalleEff DELIMITED BY SIZE
                " pour " DELIMITED BY SIZE
                fs_capacite DELIMITED BY SIZE
           INTO Lpresents
         END-STRING
         WRITE Lpresents
         DISPLAY "  *** SALLE AU-DELÀ DE SA CAPACITÉ : ",WevSalleEff,
      -          " pour ",fs_capacite
       END-IF.

      *Sous-paragraphe : le créneau courant (fr_*) est-il occupé à
      *l'instant ? Si oui, ligne du tableau avec club, contact,
      *effectif et alertes
      ******************************************************************
       PRESENTS_UN_CRENEAU.

       COMPUTE WevDeb = fr_dateDebut_h * 100 + fr_dateDebut_mn
       COMPUTE WevFin = fr_dateFin_h * 100 + fr_dateFin_mn
       MOVE 0 TO WevEtat
       MOVE fr_numResa TO fp_numResa
       READ fpresence KEY IS fp_numResa
         INVALID KEY
           IF WevDeb <= WevHeure AND WevHeure < WevFin THEN
             MOVE 2 TO WevEtat
           END-IF
         NOT INVALID KEY
           IF fp_statut = 1 AND fp_hArrivee <= WevHeure AND
                     (fp_hDepart = 0 OR fp_hDepart > WevHeure) THEN
             MOVE 1 TO WevEtat
           END-IF
       END-READ

       IF WevEtat NOT = 0 THEN
         PERFORM PRESENTS_LIGNE
       END-IF.

      *Sous-paragraphe : ligne du tableau pour le créneau occupé
      ******************************************************************
       PRESENTS_LIGNE.

      *Lieu et capacité : la salle entière ou le sous-espace
       IF fr_idEspace = 0 THEN
         MOVE "salle entiere" TO WevLieu
         MOVE fs_capacite TO WevCapacite
       ELSE
         MOVE fr_idSalle TO fe_idSalle
         MOVE fr_idEspace TO fe_idEspace
         READ fespace KEY IS fe_cle
           INVALID KEY
             MOVE "sous-espace" TO WevLieu
             MOVE 0 TO WevCapacite
           NOT INVALID KEY
             MOVE fe_nom TO WevLieu
             MOVE fe_capacite TO WevCapacite
         END-READ
       END-IF

       MOVE fr_numResa TO fgr_numResa
       READ feffectif KEY IS fgr_numResa
         INVALID KEY
           MOVE 0 TO WevEffectif
         NOT INVALID KEY
           MOVE fgr_effectif TO WevEffectif
       END-READ

       PERFORM PRESENTS_CONTACT

       MOVE SPACES TO WevAlerte
       IF WevCapacite > 0 AND WevEffectif > WevCapacite THEN
         MOVE "CAPACITE DEPASSEE" TO WevAlerte
       END-IF
       IF WevEtat = 1 AND WevHeure > WevFin THEN
         IF WevAlerte = SPACES THEN
           MOVE "APRES LA FIN RESERVEE" TO WevAlerte
         ELSE
           MOVE "CAPACITE DEPASSEE + APRES LA FIN RESERVEE"
             TO WevAlerte
         END-IF
       END-IF
       IF WevAlerte NOT = SPACES THEN
         ADD 1 TO WevNbAlertes
       END-IF

       IF WevSalleNb = 0 THEN
         ADD 1 TO WevNbSalles
         MOVE ALL "-" TO Lpresents
         WRITE Lpresents
         MOVE SPACES TO Lpresents
         STRING "SALLE " DELIMITED BY SIZE
                fs_id DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                fs_nom DELIMITED BY "  "
                " - capacite " DELIMITED BY SIZE
                fs_capacite DELIMITED BY SIZE
           INTO Lpresents
         END-STRING
         WRITE Lpresents
         DISPLAY "Salle ",fs_id," - ",fs_nom," (capacité ",
      -          fs_capacite,")"
       END-IF
       ADD 1 TO WevSalleNb
       ADD 1 TO WevNbGroupes
       ADD WevEffectif TO WevSalleEff
       ADD WevEffectif TO WevTotal

       MOVE SPACES TO Lpresents
       STRING "  " DELIMITED BY SIZE
              WevLieu DELIMITED BY "  "
              " " DELIMITED BY SIZE
              fr_dateDebut_h DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              fr_dateDebut_mn DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              fr_dateFin_h DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              fr_dateFin_mn DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WevGroupe DELIMITED BY "  "
              " - effectif " DELIMITED BY SIZE
              WevEffectif DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WevCapacite DELIMITED BY SIZE
         INTO Lpresents
       END-STRING
       WRITE Lpresents
       MOVE SPACES TO Lpresents
       STRING "    contact " DELIMITED BY SIZE
              WevContact DELIMITED BY "  "
              " tel " DELIMITED BY SIZE
              WevTel DELIMITED BY SIZE
         INTO Lpresents
       END-STRING
       WRITE Lpresents
       IF WevEtat = 2 THEN
         MOVE "    NON POINTE : creneau en cours, arrivee non enregistr
      -    "ee" TO Lpresents
         WRITE Lpresents
       END-IF
       IF WevEffectif = 0 THEN
         ADD 1 TO WevNbInconnus
         MOVE "    EFFECTIF NON DECLARE : compter sur place"
           TO Lpresents
         WRITE Lpresents
       END-IF
       IF WevAlerte NOT = SPACES THEN
         MOVE SPACES TO Lpresents
         STRING "    *** " DELIMITED BY SIZE
                WevAlerte DELIMITED BY "  "
           INTO Lpresents
         END-STRING
         WRITE Lpresents
       END-IF

       DISPLAY "  ",WevLieu," ",fr_dateDebut_h,"h",fr_dateDebut_mn,
      -        "-",fr_dateFin_h,"h",fr_dateFin_mn," ",WevGroupe
       DISPLAY "    contact ",WevContact," tél ",WevTel,
      -        " - effectif ",WevEffectif,"/",WevCapacite
       IF WevEtat = 2 THEN
         DISPLAY "    NON POINTÉ : créneau en cours, arrivée non enre
      -    "gistrée"
       END-IF
       IF WevAlerte NOT = SPACES THEN
         DISPLAY "    *** ",WevAlerte
       END-IF.

      *Sous-paragraphe : groupe et responsable à joindre pour le
      *créneau courant. Club : son président. Particulier et scolaire
      *(fr_idClub = 0) : fiche du particulier ou de l'établissement
      *dont le numéro est en tête de fr_actions ; l'établissement
      *n'a pas de téléphone au fichier
      ******************************************************************
       PRESENTS_CONTACT.

       MOVE SPACES TO WevGroupe
       MOVE SPACES TO WevContact
       MOVE SPACES TO WevTel
       EVALUATE TRUE
         WHEN fr_type = "Particulier"
           MOVE "particulier" TO WevGroupe
           IF fr_actions(1:6) IS NUMERIC THEN
             MOVE fr_actions(1:6) TO fpu_id
             READ fparticulier KEY IS fpu_id
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO WevGroupe
                 STRING "particulier " DELIMITED BY SIZE
                        fpu_id DELIMITED BY SIZE
                   INTO WevGroupe
                 END-STRING
                 STRING fpu_prenom DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        fpu_nom DELIMITED BY "  "
                   INTO WevContact
                 END-STRING
                 MOVE fpu_tel TO WevTel
             END-READ
           END-IF
         WHEN fr_type = "Scolaire"
           MOVE "scolaire" TO WevGroupe
           IF fr_actions(1:4) IS NUMERIC THEN
             MOVE fr_actions(1:4) TO fet_id
             READ fetab KEY IS fet_id
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO WevGroupe
                 STRING fet_nature DELIMITED BY " "
                        " " DELIMITED BY SIZE
                        fet_nom DELIMITED BY "  "
                   INTO WevGroupe
                 END-STRING
                 STRING fet_nom DELIMITED BY "  "
                        " (UAI " DELIMITED BY SIZE
                        fet_uai DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                   INTO WevContact
                 END-STRING
             END-READ
           END-IF
         WHEN OTHER
           MOVE fr_idClub TO fc_id
           READ fclub KEY IS fc_id
             INVALID KEY
               MOVE SPACES TO fc_nom
               MOVE SPACES TO fc_president
               MOVE SPACES TO fc_tel
           END-READ
           STRING "club " DELIMITED BY SIZE
                  fr_idClub DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  fc_nom DELIMITED BY "  "
             INTO WevGroupe
           END-STRING
           MOVE fc_president TO WevContact
           MOVE fc_tel TO WevTel
       END-EVALUATE.
