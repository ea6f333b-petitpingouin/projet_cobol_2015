      *Main courante des salles : blessures, intrusions, déclenchements
      *d'alarme incendie, pannes d'éclairage en plein match... tout
      *cela s'écrivait dans un cahier à chaque gymnase. L'état des
      *lieux ne couvre que les dégâts facturables d'une réservation ;
      *le registre des incidents s'attache à la salle et, quand il y
      *en a une, à la réservation en cours (et donc au club). Chaque
      *fiche porte le type, la gravité, les personnes concernées, les
      *premiers secours donnés et les secours extérieurs appelés. Le
      *registre édite la déclaration à l'assureur d'un incident et le
      *rapport mensuel de sécurité d'une salle, remis à la commission
      *de sécurité lors de ses visites.
      *(type : 1=blessure/accident 2=intrusion/vol 3=alarme incendie
      *4=panne technique 5=autre ; gravité : 1=mineure 2=sérieuse
      *3=grave ; secours : 0=aucun 1=SAMU 2=pompiers 3=police
      *4=plusieurs ; statut : 1=ouvert 2=clos)
      ******************************************************************
       MENU_INCIDENTS.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "      Main courante (registre des incidents)  "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Enregistrer un incident"
         DISPLAY "3- Incidents d'une salle"
         DISPLAY "4- Clore un incident"
         DISPLAY "5- Déclaration à l'assureur"
         DISPLAY "6- Rapport mensuel de sécurité d'une salle"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2 PERFORM SAISIE_INCIDENT
             WHEN 3 PERFORM DISPLAY_INCIDENTS_SALLE
             WHEN 4 PERFORM CLOTURE_INCIDENT
             WHEN 5 PERFORM DECLARATION_INCIDENT
             WHEN 6 PERFORM RAPPORT_SECURITE_MOIS
         END-EVALUATE
       END-PERFORM.

      *Enregistrement d'un incident
      ******************************************************************
       SAISIE_INCIDENT.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
         ACCEPT fs_id
       END-PERFORM
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           PERFORM SAISIE_INCIDENT_CORPS
       END-READ.

      *Sous-paragraphe : saisie de la fiche, la salle fs_* lue
      ******************************************************************
       SAISIE_INCIDENT_CORPS.

       MOVE fs_id TO fic_idSalle
       DISPLAY "Date de l'incident :"
       MOVE 0 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE fic_date = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       DISPLAY "Heure (hh):"
       PERFORM WITH TEST AFTER UNTIL WincHH IS NUMERIC AND WincHH < 24
         ACCEPT WincHH
       END-PERFORM
       DISPLAY "Minutes (mm):"
       PERFORM WITH TEST AFTER UNTIL WincMN IS NUMERIC AND WincMN < 60
         ACCEPT WincMN
       END-PERFORM
       COMPUTE fic_heure = WincHH * 100 + WincMN

       DISPLAY "Type : (1) blessure/accident (2) intrusion/vol"
       DISPLAY "       (3) alarme incendie (4) panne technique"
       DISPLAY "       (5) autre"
       PERFORM WITH TEST AFTER UNTIL fic_type IS NUMERIC AND
                 fic_type > 0 AND fic_type < 6
         ACCEPT fic_type
       END-PERFORM
       DISPLAY "Gravité : (1) mineure (2) sérieuse (3) grave"
       PERFORM WITH TEST AFTER UNTIL fic_gravite IS NUMERIC AND
                 fic_gravite > 0 AND fic_gravite < 4
         ACCEPT fic_gravite
       END-PERFORM
       DISPLAY "Description des faits :"
       ACCEPT fic_description
       DISPLAY "Personnes concernées (noms, qualité) :"
       ACCEPT fic_personnes
       DISPLAY "Premiers secours donnés (vide si aucun) :"
       ACCEPT fic_soins
       DISPLAY "Secours extérieurs : (0) aucun (1) SAMU (2) pompiers"
       DISPLAY "                     (3) police (4) plusieurs"
       PERFORM WITH TEST AFTER UNTIL fic_secours IS NUMERIC AND
                 fic_secours < 5
         ACCEPT fic_secours
       END-PERFORM
       IF fic_secours = 0 THEN
         MOVE SPACES TO fic_secoursDetail
       ELSE
         DISPLAY "Précisions (heure d'appel, intervention) :"
         ACCEPT fic_secoursDetail
       END-IF

      *Rattachement au créneau en cours dans la salle, s'il y en a un
       MOVE 0 TO fic_numResa
       MOVE 0 TO fic_idClub
       PERFORM INCIDENT_CHERCHE_RESA
       IF WincTrouve = 1 THEN
         DISPLAY "Créneau en cours : résa n° ",fr_numResa," club ",
                 fr_idClub," ",fr_type
         DISPLAY "Rattacher l'incident à ce créneau (0/1) ?"
         MOVE 5 TO WcrudChoix
         PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                   WcrudChoix = 1
           ACCEPT WcrudChoix
         END-PERFORM
         IF WcrudChoix = 1 THEN
           MOVE fr_numResa TO fic_numResa
           MOVE fr_idClub TO fic_idClub
         END-IF
       END-IF
       IF fic_numResa = 0 THEN
         DISPLAY "N° de réservation concernée (0 si aucune) :"
         PERFORM WITH TEST AFTER UNTIL WswNum IS NUMERIC
           ACCEPT WswNum
         END-PERFORM
         IF WswNum NOT = 0 THEN
           CLOSE fresa
           OPEN I-O fresa
           PERFORM CHERCHE_RESA_PAR_NUM
           IF WswTrouve = 0 THEN
             DISPLAY "Réservation introuvable : incident non "
                     "rattaché."
           ELSE
             MOVE fr_numResa TO fic_numResa
             MOVE fr_idClub TO fic_idClub
           END-IF
         END-IF
       END-IF

       MOVE WoperLogin TO fic_saisiePar
       MOVE 0 TO fic_declare
       MOVE 1 TO fic_statut
       PERFORM GET_ID_INCIDENT
       MOVE WidCourantIncident TO fic_id
       WRITE Tincident
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture incident: ",fic_stat
           MOVE "incident.dat" TO WejFichier
           MOVE fic_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SAISIE_INCIDENT_CORPS" TO WejPara
           MOVE fic_id TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Incident n° ",fic_id," enregistré."
      *    Un incident grave remonte en tête du menu administrateur
           IF fic_gravite = 3 THEN
             MOVE "INCIDENT" TO WalType
             MOVE SPACES TO WalMessage
             STRING "Incident grave n° " DELIMITED BY SIZE
                    fic_id DELIMITED BY SIZE
                    " salle " DELIMITED BY SIZE
                    fic_idSalle DELIMITED BY SIZE
                    " le " DELIMITED BY SIZE
                    fic_date DELIMITED BY SIZE
               INTO WalMessage
             END-STRING
             PERFORM CREE_ALERTE
           END-IF
      *    Dégât ou panne à réparer : ordre de travaux dans la foulée
           DISPLAY "Ouvrir un ordre de travaux (0/1) ?"
           MOVE 5 TO WcrudChoix
           PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                     WcrudChoix = 1
             ACCEPT WcrudChoix
           END-PERFORM
           IF WcrudChoix = 1 THEN
             MOVE fic_idSalle TO fot_idSalle
             MOVE "I" TO fot_origine
             MOVE fic_saisiePar TO fot_demandeur
             MOVE fic_id TO fot_idIncident
             PERFORM SAISIE_ORDRE_CORPS
           END-IF
       END-WRITE.

      *Sous-paragraphe : créneau de la salle fic_idSalle couvrant
      *fic_date/fic_heure -> WincTrouve (fr_* chargé si trouvé)
      ******************************************************************
       INCIDENT_CHERCHE_RESA.

       MOVE 0 TO WincTrouve
       COMPUTE WincMinutes = WincHH * 60 + WincMN
       CLOSE fresa
       OPEN I-O fresa
       MOVE fic_idSalle TO fr_idSalle
       START fresa KEY IS = fr_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WincEof
           PERFORM WITH TEST AFTER UNTIL WincEof = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WincEof
             NOT AT END
               IF fr_idSalle NOT = fic_idSalle THEN
                 MOVE 1 TO WincEof
               ELSE
                 COMPUTE Wdate8 = fr_dateDebut_a * 10000 +
                         fr_dateDebut_m * 100 + fr_dateDebut_j
                 IF Wdate8 = fic_date AND
                    fr_dateDebut_h * 60 + fr_dateDebut_mn <=
                    WincMinutes AND
                    fr_dateFin_h * 60 + fr_dateFin_mn > WincMinutes
                 THEN
                   MOVE 1 TO WincTrouve
                   MOVE 1 TO WincEof
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Liste des incidents d'une salle (les plus anciens d'abord)
      ******************************************************************
       DISPLAY_INCIDENTS_SALLE.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL WincSalle IS NUMERIC
         ACCEPT WincSalle
       END-PERFORM
       DISPLAY "--- Main courante de la salle ",WincSalle," ---"
       DISPLAY "N° / Date / Heure / Type / Gravité / Club / Statut"
       MOVE 1 TO Wnontrouve
       MOVE WincSalle TO fic_idSalle
       START fincident KEY IS = fic_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WincEof
           PERFORM WITH TEST AFTER UNTIL WincEof = 1
             READ fincident NEXT
             AT END
               MOVE 1 TO WincEof
             NOT AT END
               IF fic_idSalle NOT = WincSalle THEN
                 MOVE 1 TO WincEof
               ELSE
                 MOVE 0 TO Wnontrouve
                 PERFORM INCIDENT_LIBELLES
                 DISPLAY fic_id," / ",fic_date," / ",fic_heure," / ",
                         WincLibType," / ",WincLibGrav," / ",
                         fic_idClub," / ",fic_statut
                 DISPLAY "   ",fic_description
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF Wnontrouve = 1 THEN
         DISPLAY "Aucun incident enregistré pour cette salle."
       END-IF.

      *Sous-paragraphe : libellés du type, de la gravité et des
      *secours de la fiche courante (fic_*)
      ******************************************************************
       INCIDENT_LIBELLES.

       EVALUATE fic_type
         WHEN 1 MOVE "BLESSURE/ACCIDENT" TO WincLibType
         WHEN 2 MOVE "INTRUSION/VOL" TO WincLibType
         WHEN 3 MOVE "ALARME INCENDIE" TO WincLibType
         WHEN 4 MOVE "PANNE TECHNIQUE" TO WincLibType
         WHEN OTHER MOVE "AUTRE" TO WincLibType
       END-EVALUATE
       EVALUATE fic_gravite
         WHEN 1 MOVE "MINEURE" TO WincLibGrav
         WHEN 2 MOVE "SERIEUSE" TO WincLibGrav
         WHEN OTHER MOVE "GRAVE" TO WincLibGrav
       END-EVALUATE
       EVALUATE fic_secours
         WHEN 0 MOVE "AUCUN" TO WincLibSecours
         WHEN 1 MOVE "SAMU" TO WincLibSecours
         WHEN 2 MOVE "POMPIERS" TO WincLibSecours
         WHEN 3 MOVE "POLICE" TO WincLibSecours
         WHEN OTHER MOVE "PLUSIEURS SERVICES" TO WincLibSecours
       END-EVALUATE.

      *Clôture d'un incident (suites données)
      ******************************************************************
       CLOTURE_INCIDENT.

       DISPLAY "Numéro de l'incident:"
       PERFORM WITH TEST AFTER UNTIL fic_id IS NUMERIC
         ACCEPT fic_id
       END-PERFORM
       READ fincident KEY IS fic_id
         INVALID KEY
           DISPLAY "Cet incident n'existe pas."
         NOT INVALID KEY
           IF fic_statut = 2 THEN
             DISPLAY "Cet incident est déjà clos."
           ELSE
             MOVE 2 TO fic_statut
             REWRITE Tincident
             MOVE "fincident" TO fmo_fichier
             MOVE fic_id TO fmo_cle
             MOVE "fic_statut" TO fmo_champ
             MOVE 1 TO fmo_ancienne
             MOVE 2 TO fmo_nouvelle
             PERFORM LOG_MODIF
             DISPLAY "Incident clos."
           END-IF
       END-READ.

      *Déclaration à l'assureur d'un incident :
      *declaration_incident_NNNNNNNN.txt, avec l'assurance du club
      *quand l'incident est rattaché à une réservation
      ******************************************************************
       DECLARATION_INCIDENT.

       DISPLAY "Numéro de l'incident:"
       PERFORM WITH TEST AFTER UNTIL fic_id IS NUMERIC
         ACCEPT fic_id
       END-PERFORM
       READ fincident KEY IS fic_id
         INVALID KEY
           DISPLAY "Cet incident n'existe pas."
         NOT INVALID KEY
           PERFORM DECLARATION_EDITE
       END-READ.

      *Sous-paragraphe : édition de la déclaration (fic_* lu)
      ******************************************************************
       DECLARATION_EDITE.

       PERFORM INCIDENT_LIBELLES
       MOVE SPACES TO WincNom
       STRING "declaration_incident_" DELIMITED BY SIZE
              fic_id DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WincNom
       END-STRING
       OPEN OUTPUT fincprint

       MOVE ALL "=" TO Lincprint
       WRITE Lincprint
       MOVE "DECLARATION D'INCIDENT A L'ASSUREUR" TO Lincprint
       WRITE Lincprint
       MOVE ALL "=" TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Incident n. " DELIMITED BY SIZE
              fic_id DELIMITED BY SIZE
              " du " DELIMITED BY SIZE
              fic_date DELIMITED BY SIZE
              " a " DELIMITED BY SIZE
              fic_heure DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint

       MOVE fic_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           MOVE SPACES TO fs_nom
           MOVE SPACES TO fs_addr
       END-READ
       MOVE SPACES TO Lincprint
       STRING "Lieu : salle " DELIMITED BY SIZE
              fic_idSalle DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              ", " DELIMITED BY SIZE
              fs_addr DELIMITED BY "  "
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Nature : " DELIMITED BY SIZE
              WincLibType DELIMITED BY "  "
              " - gravite " DELIMITED BY SIZE
              WincLibGrav DELIMITED BY "  "
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       WRITE Lincprint
       MOVE "Circonstances :" TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "  " DELIMITED BY SIZE
              fic_description DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE "Personnes concernees :" TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "  " DELIMITED BY SIZE
              fic_personnes DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       IF fic_soins = SPACES THEN
         MOVE "Premiers secours : aucun" TO Lincprint
       ELSE
         STRING "Premiers secours : " DELIMITED BY SIZE
                fic_soins DELIMITED BY SIZE
           INTO Lincprint
         END-STRING
       END-IF
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Secours exterieurs : " DELIMITED BY SIZE
              WincLibSecours DELIMITED BY "  "
              " " DELIMITED BY SIZE
              fic_secoursDetail DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       WRITE Lincprint

       IF fic_numResa = 0 THEN
         MOVE "Hors reservation (aucun club utilisateur en cause)"
           TO Lincprint
         WRITE Lincprint
       ELSE
         MOVE fic_idClub TO fc_id
         READ fclub KEY IS fc_id
           INVALID KEY
             MOVE SPACES TO fc_nom
         END-READ
         MOVE SPACES TO Lincprint
         STRING "Reservation n. " DELIMITED BY SIZE
                fic_numResa DELIMITED BY SIZE
                " - utilisateur : club " DELIMITED BY SIZE
                fic_idClub DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fc_nom DELIMITED BY "  "
           INTO Lincprint
         END-STRING
         WRITE Lincprint
         MOVE fic_idClub TO fas_idClub
         MOVE SPACES TO Lincprint
         READ fattest KEY IS fas_idClub
           INVALID KEY
             MOVE "Assurance du club : aucune attestation au dossier"
               TO Lincprint
           NOT INVALID KEY
             STRING "Assurance du club : " DELIMITED BY SIZE
                    fas_assureur DELIMITED BY "  "
                    " police " DELIMITED BY SIZE
                    fas_police DELIMITED BY "  "
                    " valable au " DELIMITED BY SIZE
                    fas_dateFin DELIMITED BY SIZE
               INTO Lincprint
             END-STRING
         END-READ
         WRITE Lincprint
       END-IF
       MOVE SPACES TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Fiche saisie par " DELIMITED BY SIZE
              fic_saisiePar DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE "Fait pour servir et valoir ce que de droit." TO Lincprint
       WRITE Lincprint
       CLOSE fincprint

       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fic_declare
       REWRITE Tincident
       DISPLAY "Déclaration écrite dans ",WincNom.

      *Rapport mensuel de sécurité d'une salle, pour les visites de la
      *commission : securite_SSS_AAAAMM.txt (PV en cours, incidents
      *du mois, décompte par type et par gravité, secours appelés)
      ******************************************************************
       RAPPORT_SECURITE_MOIS.

       DISPLAY "Entrez l'ID de la salle"
       PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
         ACCEPT fs_id
       END-PERFORM
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
           DISPLAY "Année (aaaa):"
           PERFORM WITH TEST AFTER UNTIL WincAnnee IS NUMERIC AND
                     WincAnnee > 1970
             ACCEPT WincAnnee
           END-PERFORM
           DISPLAY "Mois (mm):"
           PERFORM WITH TEST AFTER UNTIL WincMois IS NUMERIC AND
                     WincMois > 0 AND WincMois < 13
             ACCEPT WincMois
           END-PERFORM
           PERFORM RAPPORT_SECURITE_CORPS
       END-READ.

      *Sous-paragraphe : édition du rapport (fs_*, WincAnnee/WincMois)
      ******************************************************************
       RAPPORT_SECURITE_CORPS.

       MOVE fs_id TO WincSalle
       COMPUTE WincDeb = WincAnnee * 10000 + WincMois * 100
       COMPUTE WincFinMois = WincDeb + 99
       MOVE 0 TO WincNb
       MOVE 0 TO WincNbSecours
       MOVE 0 TO WincNbOuverts
       PERFORM WITH TEST BEFORE VARYING WincIdx FROM 1 BY 1
                 UNTIL WincIdx > 5
         MOVE 0 TO WincParType(WincIdx)
       END-PERFORM
       PERFORM WITH TEST BEFORE VARYING WincIdx FROM 1 BY 1
                 UNTIL WincIdx > 3
         MOVE 0 TO WincParGrav(WincIdx)
       END-PERFORM

       MOVE SPACES TO WincNom
       STRING "securite_" DELIMITED BY SIZE
              WincSalle DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              WincAnnee DELIMITED BY SIZE
              WincMois DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WincNom
       END-STRING
       OPEN OUTPUT fincprint

       MOVE ALL "=" TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "RAPPORT DE SECURITE - SALLE " DELIMITED BY SIZE
              WincSalle DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              " - " DELIMITED BY SIZE
              WincMois DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WincAnnee DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Capacite d'accueil : " DELIMITED BY SIZE
              fs_capacite DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE WincSalle TO fcm_idSalle
       MOVE SPACES TO Lincprint
       READ fcommission KEY IS fcm_idSalle
         INVALID KEY
           MOVE "Commission de securite : aucun PV au dossier"
             TO Lincprint
         NOT INVALID KEY
           STRING "Dernier PV : visite du " DELIMITED BY SIZE
                  fcm_dateVisite DELIMITED BY SIZE
                  ", avis " DELIMITED BY SIZE
                  fcm_avis DELIMITED BY "  "
                  ", echeance " DELIMITED BY SIZE
                  fcm_dateExpiration DELIMITED BY SIZE
             INTO Lincprint
           END-STRING
       END-READ
       WRITE Lincprint
       MOVE ALL "=" TO Lincprint
       WRITE Lincprint

       MOVE WincSalle TO fic_idSalle
       START fincident KEY IS = fic_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WincEof
           PERFORM WITH TEST AFTER UNTIL WincEof = 1
             READ fincident NEXT
             AT END
               MOVE 1 TO WincEof
             NOT AT END
               IF fic_idSalle NOT = WincSalle THEN
                 MOVE 1 TO WincEof
               ELSE
                 IF fic_date >= WincDeb AND fic_date <= WincFinMois
                 THEN
                   PERFORM RAPPORT_SECURITE_LIGNE
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

       IF WincNb = 0 THEN
         MOVE "(aucun incident sur le mois)" TO Lincprint
         WRITE Lincprint
       END-IF
       MOVE ALL "-" TO Lincprint
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Incidents du mois : " DELIMITED BY SIZE
              WincNb DELIMITED BY SIZE
              " dont " DELIMITED BY SIZE
              WincNbOuverts DELIMITED BY SIZE
              " encore ouvert(s)" DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Par type : blessure " DELIMITED BY SIZE
              WincParType(1) DELIMITED BY SIZE
              " intrusion " DELIMITED BY SIZE
              WincParType(2) DELIMITED BY SIZE
              " alarme " DELIMITED BY SIZE
              WincParType(3) DELIMITED BY SIZE
              " panne " DELIMITED BY SIZE
              WincParType(4) DELIMITED BY SIZE
              " autre " DELIMITED BY SIZE
              WincParType(5) DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Par gravite : mineure " DELIMITED BY SIZE
              WincParGrav(1) DELIMITED BY SIZE
              " serieuse " DELIMITED BY SIZE
              WincParGrav(2) DELIMITED BY SIZE
              " grave " DELIMITED BY SIZE
              WincParGrav(3) DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "Interventions de secours exterieurs : " DELIMITED BY
              SIZE
              WincNbSecours DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       CLOSE fincprint
       DISPLAY WincNb," incident(s) ; rapport écrit dans ",WincNom.

      *Sous-paragraphe : un incident du mois au rapport (fic_* lu)
      ******************************************************************
       RAPPORT_SECURITE_LIGNE.

       ADD 1 TO WincNb
       ADD 1 TO WincParType(fic_type)
       ADD 1 TO WincParGrav(fic_gravite)
       IF fic_secours NOT = 0 THEN
         ADD 1 TO WincNbSecours
       END-IF
       IF fic_statut = 1 THEN
         ADD 1 TO WincNbOuverts
       END-IF
       PERFORM INCIDENT_LIBELLES
       MOVE SPACES TO Lincprint
       STRING fic_date DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fic_heure DELIMITED BY SIZE
              " n." DELIMITED BY SIZE
              fic_id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WincLibType DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              WincLibGrav DELIMITED BY "  "
              ") secours : " DELIMITED BY SIZE
              WincLibSecours DELIMITED BY "  "
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       MOVE SPACES TO Lincprint
       STRING "   " DELIMITED BY SIZE
              fic_description DELIMITED BY SIZE
         INTO Lincprint
       END-STRING
       WRITE Lincprint
       IF fic_numResa NOT = 0 THEN
         MOVE SPACES TO Lincprint
         STRING "   pendant la resa n. " DELIMITED BY SIZE
                fic_numResa DELIMITED BY SIZE
                " du club " DELIMITED BY SIZE
                fic_idClub DELIMITED BY SIZE
           INTO Lincprint
         END-STRING
         WRITE Lincprint
       END-IF.
