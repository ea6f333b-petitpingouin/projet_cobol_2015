      *Coordonnées géographiques des salles et du siège des clubs
      *(fgeo, latitude / longitude en degrés décimaux WGS84). Elles
      *sont remplies par le géocodage depuis l'extrait de la Base
      *Adresse Nationale, ou saisies à la main quand l'adresse n'y est
      *pas reconnue (une saisie manuelle n'est jamais écrasée par le
      *géocodage). Elles servent à ordonner les salles par distance :
      *recherche des salles libres les plus proches d'un club et
      *relogement en masse d'une salle fermée.
      ******************************************************************
       SAISIE_COORD_SALLE.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         DISPLAY "Entrez l'ID de la salle"
         PERFORM WITH TEST AFTER UNTIL fs_id IS NUMERIC
           ACCEPT fs_id
         END-PERFORM
         READ fsalle KEY IS fs_id
           INVALID KEY
             DISPLAY "Il n'existe pas de salle portant ce numéro"
           NOT INVALID KEY
             DISPLAY "Salle ",fs_id," ",fs_nom," - ",fs_addr
             MOVE "S" TO fgo_type
             MOVE fs_id TO fgo_id
             PERFORM SAISIE_COORD_CORPS
         END-READ
       END-IF.

      *Coordonnées du siège d'un club (adresse fc_addr)
      ******************************************************************
       SAISIE_COORD_CLUB.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         DISPLAY "Entrez l'ID du club"
         PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
           ACCEPT fc_id
         END-PERFORM
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
           NOT INVALID KEY
             DISPLAY "Club ",fc_id," ",fc_nom," - ",fc_addr
             MOVE "C" TO fgo_type
             MOVE fc_id TO fgo_id
             PERFORM SAISIE_COORD_CORPS
         END-READ
       END-IF.

      *Sous-paragraphe : saisie et enregistrement de la fiche fgo_cle
      ******************************************************************
       SAISIE_COORD_CORPS.

       READ fgeo KEY IS fgo_cle
         INVALID KEY
           MOVE 0 TO WgeExiste
           MOVE SPACES TO fmo_ancienne
         NOT INVALID KEY
           MOVE 1 TO WgeExiste
           MOVE fgo_lat TO WgeLatEd
           MOVE fgo_lon TO WgeLonEd
           DISPLAY "Coordonnées actuelles : ",WgeLatEd," ",WgeLonEd,
      -            " (source ",fgo_source,", le ",fgo_date,")"
           MOVE SPACES TO fmo_ancienne
           STRING WgeLatEd DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WgeLonEd DELIMITED BY SIZE
             INTO fmo_ancienne
           END-STRING
       END-READ
       DISPLAY "Latitude en degrés décimaux (ex. 48.856614) :"
       PERFORM WITH TEST AFTER UNTIL fgo_lat IS NUMERIC AND
                 fgo_lat >= -90 AND fgo_lat <= 90
         ACCEPT fgo_lat
       END-PERFORM
       DISPLAY "Longitude en degrés décimaux (ex. 2.352222, -1.553621)
      -    " :"
       PERFORM WITH TEST AFTER UNTIL fgo_lon IS NUMERIC AND
                 fgo_lon >= -180 AND fgo_lon <= 180
         ACCEPT fgo_lon
       END-PERFORM
       MOVE "M" TO fgo_source
       ACCEPT fgo_date FROM DATE YYYYMMDD
       IF WgeExiste = 1 THEN
         REWRITE Tgeo
           INVALID KEY
             DISPLAY "Erreur de réécriture."
             MOVE "geo.dat" TO WejFichier
             MOVE fgo_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "SAISIE_COORD_CORPS" TO WejPara
             MOVE fgo_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       ELSE
         WRITE Tgeo
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture coordonnées: ",fgo_stat
             MOVE "geo.dat" TO WejFichier
             MOVE fgo_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "SAISIE_COORD_CORPS" TO WejPara
             MOVE fgo_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF
       MOVE fgo_lat TO WgeLatEd
       MOVE fgo_lon TO WgeLonEd
       MOVE "fgeo" TO fmo_fichier
       MOVE fgo_cle TO fmo_cle
       MOVE "fgo_lat/fgo_lon" TO fmo_champ
       MOVE SPACES TO fmo_nouvelle
       STRING WgeLatEd DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WgeLonEd DELIMITED BY SIZE
         INTO fmo_nouvelle
       END-STRING
       PERFORM LOG_MODIF
       DISPLAY "Coordonnées enregistrées.".

      *Géocodage par lot depuis l'extrait de la Base Adresse Nationale
      *(ban_extrait.csv, format CSV de la BAN séparé par des ";" :
      *id;id_fantoir;numero;rep;nom_voie;code_postal;code_insee;
      *nom_commune;...;lon;lat en 13e et 14e colonnes). Une salle ou
      *un siège de club est reconnu quand son adresse (numéro, indice
      *et voie, comparés en lettres et chiffres seuls) et le code
      *postal de sa ville sont ceux d'une ligne de l'extrait. Les
      *adresses non reconnues sont listées dans geocodage.txt pour une
      *saisie manuelle.
      ******************************************************************
       GEOCODE_BAN.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM GEOCODE_BAN_CORPS
       END-IF.

      *Sous-paragraphe : relevé des adresses à géocoder, lecture de
      *l'extrait, compte rendu
      ******************************************************************
       GEOCODE_BAN_CORPS.

       OPEN INPUT fban
       IF fbn_stat = 35 THEN
         DISPLAY "Pas de fichier ban_extrait.csv à traiter."
       ELSE
         MOVE "GEOCODE" TO WrunJob
         PERFORM RUN_DEBUT
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE 0 TO WgeLus
         MOVE 0 TO WgeTrouves
         MOVE 0 TO WgeManuels
         PERFORM GEOCODE_CIBLES
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fban NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WgeLus
             PERFORM GEOCODE_LIGNE
         END-PERFORM
         PERFORM GEOCODE_RAPPORT
         MOVE WgeTrouves TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "Extrait lu : ",WgeLus," ligne(s)."
         DISPLAY "Adresses à géocoder : ",WgcNb,", reconnues : ",
      -          WgeTrouves,", saisies manuelles conservées : ",
      -          WgeManuels
         DISPLAY "Adresses non reconnues dans geocodage.txt."
       END-IF
       CLOSE fban.

      *Sous-paragraphe : table des adresses à géocoder (salles puis
      *clubs), hors coordonnées saisies à la main
      ******************************************************************
       GEOCODE_CIBLES.

       MOVE 0 TO WgcNb
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO WgeFin
       PERFORM WITH TEST AFTER UNTIL WgeFin = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO WgeFin
         NOT AT END
           MOVE "S" TO WgeType
           MOVE fs_id TO WgeId
           MOVE fs_addr TO WgeAdresse
           MOVE fs_ville TO fv_id
           PERFORM GEOCODE_AJOUTE_CIBLE
       END-PERFORM
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WgeFin
       PERFORM WITH TEST AFTER UNTIL WgeFin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WgeFin
         NOT AT END
           IF fc_statut NOT = 9 THEN
             MOVE "C" TO WgeType
             MOVE fc_id TO WgeId
             MOVE fc_addr TO WgeAdresse
             MOVE fc_ville TO fv_id
             PERFORM GEOCODE_AJOUTE_CIBLE
           END-IF
       END-PERFORM.

      *Sous-paragraphe : une adresse (WgeType, WgeId, WgeAdresse, ville
      *fv_id) entre dans la table si elle n'a pas de coordonnées
      *manuelles et que sa ville a un code postal
      ******************************************************************
       GEOCODE_AJOUTE_CIBLE.

       MOVE WgeType TO fgo_type
       MOVE WgeId TO fgo_id
       READ fgeo KEY IS fgo_cle
         INVALID KEY
           MOVE SPACE TO fgo_source
       END-READ
       IF fgo_source = "M" THEN
         ADD 1 TO WgeManuels
       ELSE
         READ fville KEY IS fv_id
           INVALID KEY
             MOVE 0 TO fv_codePost
         END-READ
         IF WgeAdresse NOT = SPACES AND fv_codePost NOT = 0 THEN
           IF WgcNb < 3000 THEN
             ADD 1 TO WgcNb
             MOVE WgeType TO WgcType(WgcNb)
             MOVE WgeId TO WgcId(WgcNb)
             MOVE fv_codePost TO WgcCp(WgcNb)
             MOVE WgeAdresse TO WgcAdresse(WgcNb)
             MOVE WgeAdresse TO WrnSource
             PERFORM RNA_NORMALISE
             MOVE WrnNorm TO WgcNorm(WgcNb)
             MOVE 0 TO WgcTrouve(WgcNb)
           ELSE
             DISPLAY "Table pleine : adresse ",WgeType," ",WgeId,
      -              " reportée au prochain passage."
           END-IF
         END-IF
       END-IF.

      *Sous-paragraphe : une ligne de l'extrait (Lban) rapprochée des
      *adresses encore non reconnues
      ******************************************************************
       GEOCODE_LIGNE.

       MOVE SPACES TO WgeB1
       MOVE SPACES TO WgeB2
       MOVE SPACES TO WgeNumero
       MOVE SPACES TO WgeRep
       MOVE SPACES TO WgeVoie
       MOVE SPACES TO WgeCp
       MOVE SPACES TO WgeB7
       MOVE SPACES TO WgeB8
       MOVE SPACES TO WgeB9
       MOVE SPACES TO WgeB10
       MOVE SPACES TO WgeB11
       MOVE SPACES TO WgeB12
       MOVE SPACES TO WgeLonTxt
       MOVE SPACES TO WgeLatTxt
       UNSTRING Lban DELIMITED BY ";"
         INTO WgeB1 WgeB2 WgeNumero WgeRep WgeVoie WgeCp WgeB7 WgeB8
              WgeB9 WgeB10 WgeB11 WgeB12 WgeLonTxt WgeLatTxt
       END-UNSTRING
      *La ligne d'en-tête et les lignes sans position sont ignorées
       IF WgeCp IS NUMERIC AND WgeLonTxt NOT = SPACES AND
                 WgeLatTxt NOT = SPACES THEN
         MOVE SPACES TO WrnSource
         STRING WgeNumero DELIMITED BY SPACE
                WgeRep DELIMITED BY SPACE
                WgeVoie DELIMITED BY SIZE
           INTO WrnSource
         END-STRING
         PERFORM RNA_NORMALISE
         MOVE WgeCp TO WgeCpNum
         PERFORM WITH TEST BEFORE VARYING WgcIdx FROM 1 BY 1
                   UNTIL WgcIdx > WgcNb
           IF WgcTrouve(WgcIdx) = 0 AND WgcCp(WgcIdx) = WgeCpNum
                     AND WgcNorm(WgcIdx) = WrnNorm THEN
             MOVE 1 TO WgcTrouve(WgcIdx)
             ADD 1 TO WgeTrouves
             PERFORM GEOCODE_ENREGISTRE
           END-IF
         END-PERFORM
       END-IF.

      *Sous-paragraphe : écrit la position de la ligne courante pour
      *l'adresse WgcIdx (source B = Base Adresse Nationale)
      ******************************************************************
       GEOCODE_ENREGISTRE.

       MOVE WgcType(WgcIdx) TO fgo_type
       MOVE WgcId(WgcIdx) TO fgo_id
       READ fgeo KEY IS fgo_cle
         INVALID KEY
           MOVE 0 TO WgeExiste
         NOT INVALID KEY
           MOVE 1 TO WgeExiste
       END-READ
       COMPUTE fgo_lat = FUNCTION NUMVAL(WgeLatTxt)
       COMPUTE fgo_lon = FUNCTION NUMVAL(WgeLonTxt)
       MOVE "B" TO fgo_source
       MOVE WdateSys TO fgo_date
       IF WgeExiste = 1 THEN
         REWRITE Tgeo
           INVALID KEY
             DISPLAY "Erreur de réécriture ",fgo_cle
             MOVE "geo.dat" TO WejFichier
             MOVE fgo_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "GEOCODE_ENREGISTRE" TO WejPara
             MOVE fgo_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       ELSE
         WRITE Tgeo
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture coordonnées: ",fgo_stat
             MOVE "geo.dat" TO WejFichier
             MOVE fgo_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "GEOCODE_ENREGISTRE" TO WejPara
             MOVE fgo_cle TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF.

      *Sous-paragraphe : compte rendu des adresses non reconnues
      ******************************************************************
       GEOCODE_RAPPORT.

       OPEN OUTPUT fgeorap
       MOVE SPACES TO Lgeorap
       STRING "Géocodage depuis la Base Adresse Nationale au "
                DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
         INTO Lgeorap
       END-STRING
       WRITE Lgeorap
       MOVE "Adresses non reconnues (S = salle, C = club) :"
         TO Lgeorap
       WRITE Lgeorap
       PERFORM WITH TEST BEFORE VARYING WgcIdx FROM 1 BY 1
                 UNTIL WgcIdx > WgcNb
         IF WgcTrouve(WgcIdx) = 0 THEN
           MOVE SPACES TO Lgeorap
           STRING WgcType(WgcIdx) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WgcId(WgcIdx) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WgcAdresse(WgcIdx) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  WgcCp(WgcIdx) DELIMITED BY SIZE
             INTO Lgeorap
           END-STRING
           WRITE Lgeorap
         END-IF
       END-PERFORM
       CLOSE fgeorap.

      *Distance en km entre (WgeLat1, WgeLon1) et (WgeLat2, WgeLon2),
      *approximation plane largement suffisante à l'échelle d'une
      *agglomération (WgeDist)
      ******************************************************************
       GEO_DISTANCE.

       COMPUTE WgeCos = FUNCTION COS((WgeLat1 + WgeLat2) / 2 *
      -    FUNCTION PI / 180)
       COMPUTE WgeDx = (WgeLon2 - WgeLon1) * WgeCos
       COMPUTE WgeDy = WgeLat2 - WgeLat1
       COMPUTE WgeDist ROUNDED = 111.2 *
      -    FUNCTION SQRT(WgeDx * WgeDx + WgeDy * WgeDy).

      *Table des salles rangées par distance croissante au point de
      *référence (WgeLat1, WgeLon1, WgeRefConnu = 1) ; les salles sans
      *coordonnées, ou toutes si le point est inconnu, suivent dans
      *l'ordre des numéros (WgeNb lignes, WgeConnuT = 0)
      ******************************************************************
       GEO_ORDONNE_SALLES.

       MOVE 0 TO WgeNb
       CLOSE fsalle
       OPEN I-O fsalle
       MOVE 0 TO WgeFin
       PERFORM WITH TEST AFTER UNTIL WgeFin = 1
         READ fsalle NEXT
         AT END
           MOVE 1 TO WgeFin
         NOT AT END
           MOVE 0 TO WgeConnu
           MOVE 99999.9 TO WgeDist
           IF WgeRefConnu = 1 THEN
             MOVE "S" TO fgo_type
             MOVE fs_id TO fgo_id
             READ fgeo KEY IS fgo_cle
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fgo_lat TO WgeLat2
                 MOVE fgo_lon TO WgeLon2
                 PERFORM GEO_DISTANCE
                 MOVE 1 TO WgeConnu
             END-READ
           END-IF
           PERFORM GEO_INSERE_SALLE
       END-PERFORM.

      *Sous-paragraphe : insertion de fs_id à son rang dans la table
      ******************************************************************
       GEO_INSERE_SALLE.

       MOVE WgeNb TO WgeJ
       MOVE 0 TO WgePlace
       PERFORM WITH TEST BEFORE UNTIL WgePlace = 1
         IF WgeJ = 0 THEN
           MOVE 1 TO WgePlace
         ELSE
           IF WgeDistT(WgeJ) > WgeDist THEN
             MOVE WgeLigne(WgeJ) TO WgeLigne(WgeJ + 1)
             SUBTRACT 1 FROM WgeJ
           ELSE
             MOVE 1 TO WgePlace
           END-IF
         END-IF
       END-PERFORM
       ADD 1 TO WgeJ
       MOVE fs_id TO WgeSalleT(WgeJ)
       MOVE WgeDist TO WgeDistT(WgeJ)
       MOVE WgeConnu TO WgeConnuT(WgeJ)
       ADD 1 TO WgeNb.

      *Salles libres les plus proches d'un club : pour une date et un
      *créneau, les salles qui proposent le sport et sont libres
      *(IS_DISPO), de la plus proche à la plus éloignée du siège
      ******************************************************************
       RECHERCHE_SALLE_PROCHE.

       DISPLAY "Entrez l'ID du club"
       PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
         ACCEPT fc_id
       END-PERFORM
       READ fclub KEY IS fc_id
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           PERFORM RECHERCHE_SALLE_PROCHE_CORPS
       END-READ.

      *Sous-paragraphe : critères puis liste ordonnée (club fc_* lu)
      ******************************************************************
       RECHERCHE_SALLE_PROCHE_CORPS.

       MOVE fc_id TO Wresa_idClub
       MOVE fc_sport TO Wsearch_sport
       DISPLAY "Sport (vide = ",fc_sport,") :"
       MOVE 1 TO WspoBlancOK
       PERFORM CHOISIT_SPORT
       IF WspoLibelle NOT = SPACES THEN
         MOVE WspoLibelle TO Wsearch_sport
       END-IF
       DISPLAY 'Date ?'
       MOVE 1 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       DISPLAY 'Heure de début (hh):'
       PERFORM WITH TEST AFTER UNTIL Wresa_h_debut IS NUMERIC AND Wre
      -sa_h_debut >= 0 AND Wresa_h_debut <= 23
         ACCEPT Wresa_h_debut
       END-PERFORM
       DISPLAY 'Minute de début (',WpmLibPas(1:WpmLgPas),'):'
       PERFORM WITH TEST AFTER UNTIL Wresa_mn_debut = 0 OR
                 Wresa_mn_debut = WpmMnPas
         ACCEPT Wresa_mn_debut
       END-PERFORM
       DISPLAY 'Heure de fin (hh):'
       PERFORM WITH TEST AFTER UNTIL Wresa_h_fin IS NUMERIC AND Wresa
      -_h_fin >= 0 AND Wresa_h_fin <= 23
         ACCEPT Wresa_h_fin
       END-PERFORM
       DISPLAY 'Minute de fin (',WpmLibPas(1:WpmLgPas),'):'
       PERFORM WITH TEST AFTER UNTIL (Wresa_mn_fin = 0 OR
                 Wresa_mn_fin = WpmMnPas) AND (Wresa_h_fin * 60 +
                 Wresa_mn_fin) > (Wresa_h_debut * 60 + Wresa_mn_debut)
         ACCEPT Wresa_mn_fin
       END-PERFORM
       MOVE Wsearch_sport TO Wresa_sportPratique
       MOVE "Réservation" TO Wresa_type
       MOVE 0 TO Wresa_idEspace

       MOVE "C" TO fgo_type
       MOVE fc_id TO fgo_id
       READ fgeo KEY IS fgo_cle
         INVALID KEY
           MOVE 0 TO WgeRefConnu
           DISPLAY "Siège du club non géolocalisé : salles ",
                   "listées par numéro."
         NOT INVALID KEY
           MOVE 1 TO WgeRefConnu
           MOVE fgo_lat TO WgeLat1
           MOVE fgo_lon TO WgeLon1
       END-READ
       PERFORM GEO_ORDONNE_SALLES

       DISPLAY "--- Salles libres, de la plus proche à la plus éloig
      -    "née ---"
       MOVE 0 TO WgeLibres
       MOVE 0 TO WendSearch
       MOVE 0 TO WnbLignes
       PERFORM WITH TEST BEFORE VARYING WgeIdx FROM 1 BY 1
                 UNTIL WgeIdx > WgeNb OR WendSearch = 1
         MOVE WgeSalleT(WgeIdx) TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fs_id TO Wresa_idSalle
             PERFORM IS_DISPO
             IF WnotDispo = 0 THEN
               ADD 1 TO WgeLibres
               IF WgeConnuT(WgeIdx) = 1 THEN
                 MOVE WgeDistT(WgeIdx) TO WgeDistEd
                 DISPLAY WgeDistEd," km  ",fs_id," / ",fs_nom," / ",
      -                  fs_addr
               ELSE
                 DISPLAY "   ?    km  ",fs_id," / ",fs_nom," / ",
      -                  fs_addr
               END-IF
               PERFORM PAUSE_AFFICHAGE
             END-IF
         END-READ
       END-PERFORM
       IF WgeLibres = 0 THEN
         DISPLAY "Aucune salle libre pour ce sport sur ce créneau."
       END-IF.
