      *Extrait mensuel pour l'entrepôt de données de la ville (outil
      *décisionnel des services finances et sports). Contrairement à
      *l'open-data, rien n'est agrégé ni anonymisé : l'outil charge
      *les lignes et bâtit ses propres tableaux de bord. Un fichier
      *CSV par sujet, nommé entrepot_AAAAMM_xxx.csv :
      *  Référentiels (photographie complète à la date d'extraction)
      *    salles, villes, clubs, sports, tarifs
      *  Faits du mois AAAAMM
      *    resas        réservations du mois (créneau), en base et
      *                 archivées, avec le pointage : HONOREE,
      *                 NON_HONOREE ou NON_POINTEE
      *    factures     factures du mois facturé (statut du jour)
      *    reglements   règlements encaissés dans le mois
      *    annulations  annulations saisies dans le mois
      *    energie      relevés de compteurs du mois et consommation
      *                 depuis le relevé précédent
      *    entretien    coûts d'entretien de l'année, à date (un
      *                 coût saisi en retard part avec le mois
      *                 suivant)
      *Clés stables, communes à tous les fichiers : n° de salle, de
      *ville, de club, code sport (référentiel sport.dat), code tarif,
      *n° de réservation, de facture et de règlement. Un fait déjà
      *chargé peut revenir (statut de facture, coût d'entretien) :
      *l'outil le remplace par sa clé. Le fichier de contrôle
      *entrepot_AAAAMM_controle.csv est écrit en dernier : une ligne
      *par fichier avec son nombre de lignes et le total de sa colonne
      *montant (consommation pour l'énergie), puis une ligne TOTAL.
      *Son absence signale un extrait incomplet.
      *Menu batch et chaîne de nuit (job ENTREPOT [aaaamm], par défaut
      *le mois précédent).
      ******************************************************************
       EXPORT_ENTREPOT.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         IF WpeLimite = 1 THEN
           DISPLAY "Réservé aux superviseurs d'agglomération."
         ELSE
           DISPLAY "Mois à extraire (AAAAMM, 0 = mois précédent):"
           PERFORM WITH TEST AFTER UNTIL WdwPeriode IS NUMERIC
             ACCEPT WdwPeriode
           END-PERFORM
           PERFORM ENTREPOT_PERIODE
           IF WdwOK = 1 THEN
             PERFORM ENTREPOT_GENERE
             DISPLAY "Extrait ",WdwPeriode," : ",WdwNbFic,
      -              " fichier(s), ",WdwTotNb," ligne(s)."
             DISPLAY "Contrôle de chargement dans entrepot_",
                     WdwPeriode,"_controle.csv."
           ELSE
             DISPLAY "Mois invalide."
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : bornes du mois WdwPeriode (0 = mois précédent
      *la date du jour) -> WdwAn, WdwMois, WdwDeb, WdwFin, WdwOK
      ******************************************************************
       ENTREPOT_PERIODE.

       IF WdwPeriode = 0 THEN
         ACCEPT WdateSys FROM DATE YYYYMMDD
         COMPUTE WdwAn = WdateSys / 10000
         COMPUTE WdwMois = FUNCTION MOD(WdateSys / 100, 100)
         IF WdwMois = 1 THEN
           MOVE 12 TO WdwMois
           SUBTRACT 1 FROM WdwAn
         ELSE
           SUBTRACT 1 FROM WdwMois
         END-IF
         COMPUTE WdwPeriode = WdwAn * 100 + WdwMois
       ELSE
         COMPUTE WdwAn = WdwPeriode / 100
         COMPUTE WdwMois = FUNCTION MOD(WdwPeriode, 100)
       END-IF
       IF WdwMois >= 1 AND WdwMois <= 12 AND WdwAn > 1970 AND
                 WdwAn < 2100 THEN
         MOVE 1 TO WdwOK
         COMPUTE WdwDeb = WdwAn * 10000 + WdwMois * 100 + 1
         COMPUTE WdwFin = WdwAn * 10000 + WdwMois * 100 + 31
       ELSE
         MOVE 0 TO WdwOK
       END-IF.

      *Génère tous les fichiers du mois WdwPeriode puis le contrôle
      ******************************************************************
       ENTREPOT_GENERE.

       MOVE "ENTREPOT" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE WdateSys TO WdwDateExt
       MOVE WheureSys TO WdwHeureExt
       MOVE 0 TO WdwNbFic
       MOVE 0 TO WdwTotNb

       PERFORM ENTREPOT_SALLES
       PERFORM ENTREPOT_VILLES
       PERFORM ENTREPOT_CLUBS
       PERFORM ENTREPOT_SPORTS
       PERFORM ENTREPOT_TARIFS
       PERFORM ENTREPOT_RESAS
       PERFORM ENTREPOT_FACTURES
       PERFORM ENTREPOT_REGLEMENTS
       PERFORM ENTREPOT_ANNULATIONS
       PERFORM ENTREPOT_ENERGIE
       PERFORM ENTREPOT_ENTRETIEN
       PERFORM ENTREPOT_CONTROLE

       MOVE WdwTotNb TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN.

      *Sous-paragraphe : ouvre le fichier du sujet WdwFichier et remet
      *ses compteurs à zéro (la ligne d'en-tête n'est pas comptée)
      ******************************************************************
       ENTREPOT_OUVRE.

       MOVE SPACES TO WdwNom
       STRING "entrepot_" DELIMITED BY SIZE
              WdwPeriode DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              WdwFichier DELIMITED BY SPACE
              ".csv" DELIMITED BY SIZE
         INTO WdwNom
       END-STRING
       MOVE 0 TO WdwNb
       MOVE 0 TO WdwTotal
       OPEN OUTPUT fentrepot
       IF fdw_stat NOT = 0 THEN
         DISPLAY "/!\ Erreur d'ouverture extrait: ",fdw_stat
         MOVE WdwNom TO WejFichier
         MOVE fdw_stat TO WejStat
         MOVE "OPEN" TO WejOper
         MOVE "ENTREPOT_OUVRE" TO WejPara
         MOVE WdwPeriode TO WejCle
         PERFORM JOURNAL_ERREUR
       END-IF.

      *Sous-paragraphe : écrit la ligne de données Lentrepot
      ******************************************************************
       ENTREPOT_ECRIT.

       WRITE Lentrepot
       ADD 1 TO WdwNb.

      *Sous-paragraphe : ferme le fichier courant et note son nombre
      *de lignes et son total pour le contrôle de chargement
      ******************************************************************
       ENTREPOT_FERME.

       CLOSE fentrepot
       IF WdwNbFic < 12 THEN
         ADD 1 TO WdwNbFic
         MOVE WdwFichier TO WdwCtlFic(WdwNbFic)
         MOVE WdwNb TO WdwCtlNb(WdwNbFic)
         MOVE WdwTotal TO WdwCtlTot(WdwNbFic)
       END-IF
       ADD WdwNb TO WdwTotNb.

      *Référentiel des salles
      ******************************************************************
       ENTREPOT_SALLES.

       MOVE "salles" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE SPACES TO Lentrepot
       STRING "salle;nom;ville;categorie;capacite;prix_heure;"
              "disponible;ouverture;fermeture"
       DELIMITED BY SIZE INTO Lentrepot
       WRITE Lentrepot
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE fs_prix TO WdwEdMont
           MOVE SPACES TO Lentrepot
           STRING fs_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fs_nom DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fs_ville DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fs_categorie DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fs_capacite DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WdwEdMont DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fs_dispo DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fs_ouv_h DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fs_ferm_h DELIMITED BY SIZE
             INTO Lentrepot
           END-STRING
           PERFORM ENTREPOT_ECRIT
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Référentiel des villes
      ******************************************************************
       ENTREPOT_VILLES.

       MOVE "villes" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "ville;nom;code_postal;agglomeration" TO Lentrepot
       WRITE Lentrepot
       CLOSE fville
       OPEN I-O fville
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fville NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE SPACES TO Lentrepot
           STRING fv_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fv_nom DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fv_codePost DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fv_agglo DELIMITED BY SIZE
             INTO Lentrepot
           END-STRING
           PERFORM ENTREPOT_ECRIT
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Référentiel des clubs (ni mot de passe ni coordonnées du
      *président : l'outil n'en a pas l'usage)
      ******************************************************************
       ENTREPOT_CLUBS.

       MOVE "clubs" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "club;nom;ville;sport;statut;date_expiration;rna;siret"
         TO Lentrepot
       WRITE Lentrepot
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE SPACES TO Lentrepot
           STRING fc_id DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fc_nom DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fc_ville DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fc_sport DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fc_statut DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fc_dateExpiration DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fc_rna DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  fc_siret DELIMITED BY SPACE
             INTO Lentrepot
           END-STRING
           PERFORM ENTREPOT_ECRIT
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Référentiel des sports
      ******************************************************************
       ENTREPOT_SPORTS.

       MOVE "sports" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "sport;libelle;federation;actif" TO Lentrepot
       WRITE Lentrepot
       CLOSE fsport
       OPEN I-O fsport
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fsport NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE SPACES TO Lentrepot
           STRING fsp_code DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  fsp_libelle DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fsp_federation DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  fsp_actif DELIMITED BY SIZE
             INTO Lentrepot
           END-STRING
           PERFORM ENTREPOT_ECRIT
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Référentiel des tarifs (taux en vigueur au jour de l'extrait)
      ******************************************************************
       ENTREPOT_TARIFS.

       MOVE "tarifs" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "tarif;libelle;taux" TO Lentrepot
       WRITE Lentrepot
       CLOSE ftarif
       OPEN I-O ftarif
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ ftarif NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE ft_taux TO WdwEdMont
           MOVE SPACES TO Lentrepot
           STRING ft_code DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ft_libelle DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WdwEdMont DELIMITED BY SIZE
             INTO Lentrepot
           END-STRING
           PERFORM ENTREPOT_ECRIT
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Réservations du mois, en base puis archivées ; total = montant
      *TTC. L'archive ne garde ni le sous-espace ni la ventilation
      *HT/taxe : champs vides.
      ******************************************************************
       ENTREPOT_RESAS.

       MOVE "resas" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE SPACES TO Lentrepot
       STRING "resa;salle;espace;club;date;heure_debut;heure_fin;"
              "minutes;type;sport;montant_ht;taxe;montant_ttc;"
              "presence;origine"
       DELIMITED BY SIZE INTO Lentrepot
       WRITE Lentrepot

       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           COMPUTE WdwDate8 = fr_dateDebut_a * 10000 +
      -            fr_dateDebut_m * 100 + fr_dateDebut_j
           IF WdwDate8 >= WdwDeb AND WdwDate8 <= WdwFin THEN
             PERFORM ENTREPOT_UNE_RESA
           END-IF
       END-PERFORM

       CLOSE farchive
       OPEN INPUT farchive
       IF far_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdwFinLec
         PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
           READ farchive NEXT
           AT END
             MOVE 1 TO WdwFinLec
           NOT AT END
             COMPUTE WdwDate8 = far_dateDebut / 10000
             IF WdwDate8 >= WdwDeb AND WdwDate8 <= WdwFin THEN
               PERFORM ENTREPOT_UNE_ARCHIVE
             END-IF
         END-PERFORM
       END-IF
       CLOSE farchive
       PERFORM ENTREPOT_FERME.

      *Sous-paragraphe : ligne de la réservation courante (fr_*)
      ******************************************************************
       ENTREPOT_UNE_RESA.

       COMPUTE WdwHD = fr_dateDebut_h * 100 + fr_dateDebut_mn
       COMPUTE WdwHF = fr_dateFin_h * 100 + fr_dateFin_mn
       COMPUTE WdwMin = (fr_dateFin_h * 60 + fr_dateFin_mn)
      -        - (fr_dateDebut_h * 60 + fr_dateDebut_mn)
       MOVE fr_numResa TO fp_numResa
       PERFORM ENTREPOT_PRESENCE
       MOVE fr_sportPratique TO fsp_libelle
       PERFORM ENTREPOT_CODE_SPORT
       MOVE fr_montantHT TO WdwEdHT
       MOVE fr_taxe TO WdwEdTaxe
       MOVE fr_montant TO WdwEdMont
       ADD fr_montant TO WdwTotal
       MOVE SPACES TO Lentrepot
       STRING fr_numResa DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              fr_idSalle DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              fr_idEspace DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              fr_idClub DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwDate8 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwHD DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwHF DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwMin DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              fr_type DELIMITED BY "  "
              ";" DELIMITED BY SIZE
              WdwSport DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WdwEdHT DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwEdTaxe DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwEdMont DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwPres DELIMITED BY SPACE
              ";BASE" DELIMITED BY SIZE
         INTO Lentrepot
       END-STRING
       PERFORM ENTREPOT_ECRIT.

      *Sous-paragraphe : ligne de la réservation archivée courante
      *(far_* ; début en aaaammjjhhmm)
      ******************************************************************
       ENTREPOT_UNE_ARCHIVE.

       COMPUTE WdwHD = FUNCTION MOD(far_dateDebut, 10000)
       COMPUTE WdwHH = WdwHD / 100
       COMPUTE WdwHF = far_dateFin_h * 100 + far_dateFin_mn
       COMPUTE WdwMin = (far_dateFin_h * 60 + far_dateFin_mn)
      -        - (WdwHH * 60 + FUNCTION MOD(WdwHD, 100))
       MOVE far_numResa TO fp_numResa
       PERFORM ENTREPOT_PRESENCE
       MOVE far_sportPratique TO fsp_libelle
       PERFORM ENTREPOT_CODE_SPORT
       MOVE far_montant TO WdwEdMont
       ADD far_montant TO WdwTotal
       MOVE SPACES TO Lentrepot
       STRING far_numResa DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              far_idSalle DELIMITED BY SIZE
              ";;" DELIMITED BY SIZE
              far_idClub DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwDate8 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwHD DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwHF DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwMin DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              far_type DELIMITED BY "  "
              ";" DELIMITED BY SIZE
              WdwSport DELIMITED BY SPACE
              ";;;" DELIMITED BY SIZE
              WdwEdMont DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwPres DELIMITED BY SPACE
              ";ARCHIVE" DELIMITED BY SIZE
         INTO Lentrepot
       END-STRING
       PERFORM ENTREPOT_ECRIT.

      *Sous-paragraphe : pointage de la réservation fp_numResa
      *-> WdwPres
      ******************************************************************
       ENTREPOT_PRESENCE.

       READ fpresence KEY IS fp_numResa
         INVALID KEY
           MOVE "NON_POINTEE" TO WdwPres
         NOT INVALID KEY
           EVALUATE fp_statut
             WHEN 1
               MOVE "HONOREE" TO WdwPres
             WHEN 2
               MOVE "NON_HONOREE" TO WdwPres
             WHEN OTHER
               MOVE "NON_POINTEE" TO WdwPres
           END-EVALUATE
       END-READ.

      *Sous-paragraphe : code du sport de libellé fsp_libelle
      *-> WdwSport (vide pour un libellé hors référentiel)
      ******************************************************************
       ENTREPOT_CODE_SPORT.

       READ fsport KEY IS fsp_libelle
         INVALID KEY
           MOVE SPACES TO WdwSport
         NOT INVALID KEY
           MOVE fsp_code TO WdwSport
       END-READ.

      *Factures du mois facturé (toutes natures, statut du jour) ;
      *total = montant TTC
      ******************************************************************
       ENTREPOT_FACTURES.

       MOVE "factures" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE SPACES TO Lentrepot
       STRING "facture;club;annee;mois;nature;montant_ht;tva;"
              "montant_ttc;statut;date_emission;niveau_relance"
       DELIMITED BY SIZE INTO Lentrepot
       WRITE Lentrepot
       CLOSE ffacture
       OPEN I-O ffacture
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ ffacture NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           IF ffa_annee = WdwAn AND ffa_mois = WdwMois THEN
             MOVE ffa_montantHT TO WdwEdHT
             MOVE ffa_tva TO WdwEdTaxe
             MOVE ffa_montantTTC TO WdwEdMont
             ADD ffa_montantTTC TO WdwTotal
             MOVE SPACES TO Lentrepot
             STRING ffa_numero DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_idClub DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_annee DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_mois DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_nature DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    WdwEdHT DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WdwEdTaxe DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WdwEdMont DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_statut DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_dateEmission DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    ffa_niveauRelance DELIMITED BY SIZE
               INTO Lentrepot
             END-STRING
             PERFORM ENTREPOT_ECRIT
           END-IF
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Règlements encaissés dans le mois ; total = montant
      ******************************************************************
       ENTREPOT_REGLEMENTS.

       MOVE "reglements" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "reglement;date;club;montant;mode;facture;bordereau"
         TO Lentrepot
       WRITE Lentrepot
       CLOSE freglement
       OPEN I-O freglement
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ freglement NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           IF frg_date >= WdwDeb AND frg_date <= WdwFin THEN
             MOVE frg_montant TO WdwEdMont
             ADD frg_montant TO WdwTotal
             MOVE SPACES TO Lentrepot
             STRING frg_id DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    frg_date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    frg_idClub DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WdwEdMont DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    frg_mode DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    frg_numFacture DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    frg_bordereau DELIMITED BY SIZE
               INTO Lentrepot
             END-STRING
             PERFORM ENTREPOT_ECRIT
           END-IF
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Annulations saisies dans le mois ; total = montant annulé
      ******************************************************************
       ENTREPOT_ANNULATIONS.

       MOVE "annulations" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE SPACES TO Lentrepot
       STRING "resa;salle;debut;club;montant;frais;annule_par;"
              "date_annul;heure_annul;lot"
       DELIMITED BY SIZE INTO Lentrepot
       WRITE Lentrepot
       CLOSE fannul
       OPEN INPUT fannul
       IF fan_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdwFinLec
         PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
           READ fannul NEXT
           AT END
             MOVE 1 TO WdwFinLec
           NOT AT END
             IF fan_dateAnnul >= WdwDeb AND fan_dateAnnul <= WdwFin
               THEN
               MOVE fan_montant TO WdwEdMont
               MOVE fan_fraisAnnul TO WdwEdHT
               ADD fan_montant TO WdwTotal
               MOVE SPACES TO Lentrepot
               STRING fan_numResa DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_idSalle DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_dateDebut DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_idClub DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WdwEdMont DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WdwEdHT DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_annulePar DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      fan_dateAnnul DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_heureAnnul DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      fan_idLot DELIMITED BY SIZE
                 INTO Lentrepot
               END-STRING
               PERFORM ENTREPOT_ECRIT
             END-IF
         END-PERFORM
       END-IF
       CLOSE fannul
       PERFORM ENTREPOT_FERME.

      *Relevés de compteurs du mois. Le fichier est lu dans l'ordre
      *de sa clé (salle, type, date) : la consommation est l'écart
      *avec le relevé précédent du même compteur, même antérieur
      *au mois (0 pour un premier relevé ou un compteur remis à
      *zéro). Total = consommation.
      ******************************************************************
       ENTREPOT_ENERGIE.

       MOVE "energie" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "salle;compteur;date_releve;index;consommation"
         TO Lentrepot
       WRITE Lentrepot
       MOVE 0 TO WdwPrecSalle
       MOVE SPACES TO WdwPrecType
       MOVE 0 TO WdwPrecIndex
       CLOSE fcompteur
       OPEN I-O fcompteur
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fcompteur NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           MOVE 0 TO WdwConso
           IF fco_idSalle = WdwPrecSalle AND fco_type = WdwPrecType
                     AND fco_index >= WdwPrecIndex THEN
             COMPUTE WdwConso = fco_index - WdwPrecIndex
           END-IF
           IF fco_date >= WdwDeb AND fco_date <= WdwFin THEN
             ADD WdwConso TO WdwTotal
             MOVE SPACES TO Lentrepot
             STRING fco_idSalle DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fco_type DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    fco_date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fco_index DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WdwConso DELIMITED BY SIZE
               INTO Lentrepot
             END-STRING
             PERFORM ENTREPOT_ECRIT
           END-IF
           MOVE fco_idSalle TO WdwPrecSalle
           MOVE fco_type TO WdwPrecType
           MOVE fco_index TO WdwPrecIndex
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Coûts d'entretien de l'année du mois, à date ; total = coût
      ******************************************************************
       ENTREPOT_ENTRETIEN.

       MOVE "entretien" TO WdwFichier
       PERFORM ENTREPOT_OUVRE
       MOVE "resa;salle;annee;prestataire;cout;minutes_indispo;cloture"
         TO Lentrepot
       WRITE Lentrepot
       CLOSE fentcout
       OPEN I-O fentcout
       MOVE 0 TO WdwFinLec
       PERFORM WITH TEST AFTER UNTIL WdwFinLec = 1
         READ fentcout NEXT
         AT END
           MOVE 1 TO WdwFinLec
         NOT AT END
           IF fec_annee = WdwAn THEN
             MOVE fec_cout TO WdwEdMont
             ADD fec_cout TO WdwTotal
             MOVE SPACES TO Lentrepot
             STRING fec_numResa DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fec_idSalle DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fec_annee DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fec_prestataire DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    WdwEdMont DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fec_minIndispo DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    fec_cloture DELIMITED BY SIZE
               INTO Lentrepot
             END-STRING
             PERFORM ENTREPOT_ECRIT
           END-IF
       END-PERFORM
       PERFORM ENTREPOT_FERME.

      *Fichier de contrôle de chargement, écrit en dernier : une ligne
      *par fichier, puis la ligne TOTAL (nombre de lignes de données)
      ******************************************************************
       ENTREPOT_CONTROLE.

       MOVE SPACES TO WdwNom
       STRING "entrepot_" DELIMITED BY SIZE
              WdwPeriode DELIMITED BY SIZE
              "_controle.csv" DELIMITED BY SIZE
         INTO WdwNom
       END-STRING
       OPEN OUTPUT fentrepot
       MOVE "periode;fichier;nb_lignes;total;date_extrait;heure_extrait"
         TO Lentrepot
       WRITE Lentrepot
       PERFORM WITH TEST BEFORE VARYING WdwIdx FROM 1 BY 1
                 UNTIL WdwIdx > WdwNbFic
         MOVE WdwCtlTot(WdwIdx) TO WdwEdTotal
         MOVE SPACES TO Lentrepot
         STRING WdwPeriode DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WdwCtlFic(WdwIdx) DELIMITED BY SPACE
                ";" DELIMITED BY SIZE
                WdwCtlNb(WdwIdx) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WdwEdTotal DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WdwDateExt DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WdwHeureExt DELIMITED BY SIZE
           INTO Lentrepot
         END-STRING
         WRITE Lentrepot
       END-PERFORM
       MOVE SPACES TO Lentrepot
       STRING WdwPeriode DELIMITED BY SIZE
              ";TOTAL;" DELIMITED BY SIZE
              WdwTotNb DELIMITED BY SIZE
              ";;" DELIMITED BY SIZE
              WdwDateExt DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WdwHeureExt DELIMITED BY SIZE
         INTO Lentrepot
       END-STRING
       WRITE Lentrepot
       CLOSE fentrepot.
