      *Libération le jour même des créneaux non pointés : un club qui
      *ne s'est pas présenté LIBEREMIN minutes après le début de son
      *créneau laisse la salle vide toute la soirée, alors que des
      *clubs de la liste d'attente l'auraient prise. La réservation
      *est notée non venue (presence.dat, donc pénalité NOSHOW à la
      *facturation), raccourcie à la demi-heure qui suit, l'index de
      *disponibilité libéré sur le reste, et le temps rendu est
      *aussitôt offert (CREE_OFFRE) au premier club en attente dont
      *la demande le recoupe, avec une garde courte de LIBEREGARD
      *minutes (offregarde.dat). Seules les réservations de club hors
      *lot sont concernées : conventions scolaires, réquisitions,
      *grands événements et créneaux exonérés n'en relèvent pas.
      *Lancée depuis le pointage, par le menu des présences, ou d'elle
      *même au retour au menu administrateur, au plus toutes les
      *LIBEREFREQ minutes.
      ******************************************************************
       LIBERATION_AUTO.

       IF WmodeFormation = 0 THEN
         PERFORM LIBERE_HEURE
         PERFORM LIBERE_PARAMETRES
         IF WlbAuj NOT = WlbDernierJour OR
                   WlbMinNow >= WlbDernierMin + WlbFreq THEN
           MOVE WlbAuj TO WlbDernierJour
           MOVE WlbMinNow TO WlbDernierMin
           MOVE 1 TO WlbAuto
           PERFORM LIBERE_NON_VENUES_CORPS
         END-IF
       END-IF.

      *Libération à la demande (menu des présences)
      ******************************************************************
       LIBERE_NON_VENUES.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM LIBERE_HEURE
         PERFORM LIBERE_PARAMETRES
         MOVE WlbAuj TO WlbDernierJour
         MOVE WlbMinNow TO WlbDernierMin
         MOVE 0 TO WlbAuto
         PERFORM LIBERE_NON_VENUES_CORPS
       END-IF.

      *Sous-paragraphe : gardes courtes échues, puis réservations du
      *jour non pointées au-delà du délai (WlbAuj/WlbMinNow posés)
      ******************************************************************
       LIBERE_NON_VENUES_CORPS.

       MOVE 0 TO WlbNbLib
       MOVE 0 TO WlbNbOffres
       PERFORM LIBERE_GARDES_ECHUES

       MOVE 0 TO WlbNb
       CLOSE fresa
       OPEN I-O fresa
       MOVE WlbAuj(1:4) TO fr_dateDebut_a
       MOVE WlbAuj(5:2) TO fr_dateDebut_m
       MOVE WlbAuj(7:2) TO fr_dateDebut_j
       MOVE 0 TO fr_dateDebut_h
       MOVE 0 TO fr_dateDebut_mn
       START fresa KEY IS NOT LESS THAN fr_dateDebut
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WlbFinScan
           PERFORM WITH TEST AFTER UNTIL WlbFinScan = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WlbFinScan
             NOT AT END
               COMPUTE Wdate8 = fr_dateDebut_a * 10000 +
                       fr_dateDebut_m * 100 + fr_dateDebut_j
               IF Wdate8 NOT = WlbAuj THEN
                 MOVE 1 TO WlbFinScan
               ELSE
                 IF fr_type = "Réservation" AND fr_idLot = 0 THEN
                   PERFORM LIBERE_CANDIDAT
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START

       PERFORM LIBERE_TABLE
       IF WlbAuto = 0 OR WlbNbLib > 0 THEN
         DISPLAY WlbNbLib," créneau(x) non pointé(s) libéré(s), ",
                 WlbNbOffres," offre(s) faite(s) à la liste d'attente."
       END-IF.

      *Sous-paragraphe : la réservation courante (fr_*) est-elle à
      *libérer ? Commencée depuis WlbDelai minutes, pas finie, et sans
      *pointage -> clé ajoutée à la table (200 au plus)
      ******************************************************************
       LIBERE_CANDIDAT.

       COMPUTE WlbDeb = fr_dateDebut_h * 60 + fr_dateDebut_mn
       COMPUTE WlbFin = fr_dateFin_h * 60 + fr_dateFin_mn
       IF WlbDeb + WlbDelai <= WlbMinNow AND WlbFin > WlbMinNow THEN
         MOVE fr_numResa TO fp_numResa
         READ fpresence KEY IS fp_numResa
           INVALID KEY
             IF WlbNb < 200 THEN
               ADD 1 TO WlbNb
               MOVE fr_cles TO WlbCle(WlbNb)
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : libère les réservations de la table WlbCle
      *(relues une à une : la pose des offres déplace fresa)
      ******************************************************************
       LIBERE_TABLE.

       PERFORM WITH TEST BEFORE VARYING WlbIdx FROM 1 BY 1
                 UNTIL WlbIdx > WlbNb
         CLOSE fresa
         OPEN I-O fresa
         MOVE WlbCle(WlbIdx) TO fr_cles
         READ fresa KEY IS fr_cles
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM LIBERE_UNE_RESA
         END-READ
       END-PERFORM
       MOVE 0 TO WlbNb.

      *Sous-paragraphe : non-venue et libération du reste de la
      *réservation lue (fr_*) à partir de la demi-heure qui suit
      *WlbMinNow. Le montant réservé reste dû (pénalité NOSHOW).
      ******************************************************************
       LIBERE_UNE_RESA.

       MOVE fr_numResa TO WlbNumResa
       MOVE fr_numResa TO fp_numResa
       MOVE fr_idClub TO fp_idClub
       COMPUTE fp_date = fr_dateDebut_a * 10000 + fr_dateDebut_m * 100
               + fr_dateDebut_j
       MOVE 2 TO fp_statut
       MOVE 0 TO fp_hArrivee
       MOVE 0 TO fp_hDepart
       WRITE Tpresence
         INVALID KEY
           REWRITE Tpresence
       END-WRITE
       ADD 1 TO WlbNbLib

       MOVE fr_idClub TO WnotClub
       MOVE SPACES TO WnotMessage
       STRING "Non-venue constatée, résa n° " DELIMITED BY SIZE
              fr_numResa DELIMITED BY SIZE
              " : fin du créneau libérée" DELIMITED BY SIZE
         INTO WnotMessage
       END-STRING
       PERFORM CREE_NOTIFICATION

       PERFORM LIBERE_ARRONDI
       COMPUTE WlbFin = fr_dateFin_h * 60 + fr_dateFin_mn
       IF WlbLib < WlbFin THEN
         MOVE fr_dateFin_h TO Woff_hF
         MOVE fr_dateFin_mn TO Woff_mnF
         DIVIDE WlbLib BY 60 GIVING WlbHH REMAINDER WlbMM
         MOVE WlbHH TO fr_dateFin_h
         MOVE WlbMM TO fr_dateFin_mn
         REWRITE Tresa
           INVALID KEY
             DISPLAY "/!\ Réécriture impossible résa ",fr_numResa,
                     " : ",fresa_stat
             MOVE "reservation.dat" TO WejFichier
             MOVE fresa_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "LIBERE_UNE_RESA" TO WejPara
             MOVE fr_numResa TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             MOVE "R" TO WjrOp
             PERFORM LOG_JOURNAL_RESA
      *      Le reste du créneau est rendu à l'index de disponibilité
             MOVE fr_dateDebut_h TO WlbSavH
             MOVE fr_dateDebut_mn TO WlbSavMn
             MOVE WlbHH TO fr_dateDebut_h
             MOVE WlbMM TO fr_dateDebut_mn
             MOVE Woff_hF TO fr_dateFin_h
             MOVE Woff_mnF TO fr_dateFin_mn
             MOVE "S" TO WjrOp
             PERFORM INDEX_DISPO_MAJ
             MOVE WlbSavH TO fr_dateDebut_h
             MOVE WlbSavMn TO fr_dateDebut_mn
             MOVE WlbHH TO fr_dateFin_h
             MOVE WlbMM TO fr_dateFin_mn
             IF WlbAuto = 0 THEN
               DISPLAY "Résa n° ",fr_numResa," (club ",fr_idClub,
                       ") non venue : libérée à partir de ",
                       WlbHH,"h",WlbMM
             END-IF
             MOVE fr_idSalle TO Woff_idSalle
             MOVE fr_dateDebut_a TO Woff_a
             MOVE fr_dateDebut_m TO Woff_m
             MOVE fr_dateDebut_j TO Woff_j
             MOVE WlbHH TO Woff_hD
             MOVE WlbMM TO Woff_mnD
             MOVE fr_idEspace TO Woff_idEspace
             PERFORM LIBERE_PROPOSE
         END-REWRITE
       END-IF.

      *Sous-paragraphe : offre du temps libéré (Woff_idSalle, date,
      *Woff_hD/mnD à Woff_hF/mnF, Woff_idEspace) au premier club en
      *attente ce jour-là dont la demande recoupe la plage et dont le
      *sport se pratique dans la salle ; l'offre porte sur la partie
      *commune et ne tient que LIBEREGARD minutes
      ******************************************************************
       LIBERE_PROPOSE.

       COMPUTE WlbOffD = Woff_hD * 60 + Woff_mnD
       COMPUTE WlbOffF = Woff_hF * 60 + Woff_mnF
       MOVE 0 TO Woff_trouve
       MOVE 0 TO WattLigne
       CLOSE fattente
       OPEN INPUT fattente
       IF fwa_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fattente NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WattLigne
             IF Woff_trouve = 0 AND fwa_a = Woff_a AND
                       fwa_m = Woff_m AND fwa_j = Woff_j THEN
               PERFORM LIBERE_PROPOSE_TEST
             END-IF
         END-PERFORM
       END-IF
       CLOSE fattente

       IF Woff_trouve = 1 THEN
         DIVIDE WlbOffD BY 60 GIVING Woff_hD REMAINDER Woff_mnD
         DIVIDE WlbOffF BY 60 GIVING Woff_hF REMAINDER Woff_mnF
         PERFORM CREE_OFFRE
         IF WnotDispo = 0 AND fof_stat = 0 THEN
           PERFORM LIBERE_GARDE_POSE
           PERFORM REECRIT_ATTENTE_SANS
         END-IF
       END-IF.

      *Sous-paragraphe : la demande d'attente lue (fwa_*) recoupe-t-elle
      *la plage WlbOffD/WlbOffF ? Si oui la plage est réduite à la
      *partie commune et le club retenu (Woff_trouve)
      ******************************************************************
       LIBERE_PROPOSE_TEST.

       COMPUTE WlbAttD = fwa_h_debut * 60
       COMPUTE WlbAttF = fwa_h_fin * 60
       IF WlbAttD < WlbOffF AND WlbAttF > WlbOffD THEN
         MOVE Woff_idSalle TO fa_idSalle
         MOVE fwa_sport TO fa_nomSport
         READ fassoc
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO Woff_trouve
             MOVE WattLigne TO WattSkip
             MOVE fwa_idClub TO Woff_idClub
             MOVE fwa_sport TO Woff_sport
             IF WlbAttD > WlbOffD THEN
               MOVE WlbAttD TO WlbOffD
             END-IF
             IF WlbAttF < WlbOffF THEN
               MOVE WlbAttF TO WlbOffF
             END-IF
             DISPLAY "==> Créneau libéré proposé au club ",
                     fwa_idClub," (demande du ",fwa_dateDemande,")"
         END-READ
       END-IF.

      *Sous-paragraphe : garde courte de l'offre qui vient d'être
      *posée (fof_* en mémoire) : expiration au jour même et heure
      *limite WlbMinNow + WlbGarde, sans dépasser la fin de la plage
      ******************************************************************
       LIBERE_GARDE_POSE.

       ADD 1 TO WlbNbOffres
       MOVE WlbAuj TO fof_dateExpiration
       REWRITE Toffre
       COMPUTE WlbLimite = WlbMinNow + WlbGarde
       IF WlbLimite > WlbOffF THEN
         MOVE WlbOffF TO WlbLimite
       END-IF
       DIVIDE WlbLimite BY 60 GIVING WlbHH REMAINDER WlbMM
       MOVE fof_id TO fog_idOffre
       MOVE WlbNumResa TO fog_numResa
       MOVE WlbAuj TO fog_date
       COMPUTE fog_heureLimite = WlbHH * 100 + WlbMM
       MOVE 1 TO fog_statut
       WRITE Toffgarde
         INVALID KEY
           REWRITE Toffgarde
       END-WRITE
       DISPLAY "Offre n° ",fof_id," à confirmer avant ",WlbHH,"h",
               WlbMM," aujourd'hui."
       MOVE fof_idClub TO WnotClub
       MOVE SPACES TO WnotMessage
       STRING "Offre du jour n° " DELIMITED BY SIZE
              fof_id DELIMITED BY SIZE
              " : répondre avant " DELIMITED BY SIZE
              WlbHH DELIMITED BY SIZE
              "h" DELIMITED BY SIZE
              WlbMM DELIMITED BY SIZE
         INTO WnotMessage
       END-STRING
       PERFORM CREE_NOTIFICATION.

      *Sous-paragraphe : gardes courtes échues. L'option est retirée
      *et le temps qui reste est proposé au club suivant en attente.
      ******************************************************************
       LIBERE_GARDES_ECHUES.

       MOVE 0 TO WlbNbOff
       CLOSE foffgarde
       OPEN I-O foffgarde
       MOVE 0 TO WlbFinScan
       PERFORM WITH TEST AFTER UNTIL WlbFinScan = 1
         READ foffgarde NEXT
         AT END
           MOVE 1 TO WlbFinScan
         NOT AT END
           IF fog_statut = 1 AND WlbNbOff < 50 THEN
             ADD 1 TO WlbNbOff
             MOVE fog_idOffre TO WlbOff(WlbNbOff)
           END-IF
       END-PERFORM

       PERFORM WITH TEST BEFORE VARYING WlbIdx FROM 1 BY 1
                 UNTIL WlbIdx > WlbNbOff
         MOVE WlbOff(WlbIdx) TO fof_id
         READ foffre KEY IS fof_id
           INVALID KEY
             MOVE 9 TO fof_statut
           NOT INVALID KEY
             CONTINUE
         END-READ
         IF fof_statut NOT = 1 THEN
      *    Offre acceptée ou déjà expirée : garde soldée
           PERFORM LIBERE_GARDE_SOLDE
         ELSE
           PERFORM OFFRE_GARDE_ECHUE
           IF WlbEchue = 1 THEN
             PERFORM EXPIRE_UNE_OFFRE
             PERFORM LIBERE_GARDE_SOLDE
             PERFORM LIBERE_REPROPOSE
           END-IF
         END-IF
       END-PERFORM.

      *Sous-paragraphe : garde de l'offre WlbOff(WlbIdx) soldée
      ******************************************************************
       LIBERE_GARDE_SOLDE.

       MOVE WlbOff(WlbIdx) TO fog_idOffre
       READ foffgarde KEY IS fog_idOffre
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 2 TO fog_statut
           REWRITE Toffgarde
       END-READ.

      *Sous-paragraphe : ce qui reste de la plage de l'offre expirée
      *(fof_*) repart vers la liste d'attente
      ******************************************************************
       LIBERE_REPROPOSE.

       MOVE fog_numResa TO WlbNumResa
       PERFORM LIBERE_ARRONDI
       COMPUTE WlbDeb = fof_h_debut * 60 + fof_mn_debut
       COMPUTE WlbFin = fof_h_fin * 60 + fof_mn_fin
       IF WlbLib > WlbDeb THEN
         MOVE WlbLib TO WlbDeb
       END-IF
       IF fof_a * 10000 + fof_m * 100 + fof_j = WlbAuj AND
                 WlbDeb < WlbFin THEN
         MOVE fof_idSalle TO Woff_idSalle
         MOVE fof_a TO Woff_a
         MOVE fof_m TO Woff_m
         MOVE fof_j TO Woff_j
         DIVIDE WlbDeb BY 60 GIVING Woff_hD REMAINDER Woff_mnD
         MOVE fof_h_fin TO Woff_hF
         MOVE fof_mn_fin TO Woff_mnF
         MOVE fof_idEspace TO Woff_idEspace
         PERFORM LIBERE_PROPOSE
       END-IF.

      *L'offre lue (fof_*) a-t-elle une garde courte dépassée ?
      *-> WlbEchue (WlbAuj/WlbHHMM posés par LIBERE_HEURE)
      ******************************************************************
       OFFRE_GARDE_ECHUE.

       MOVE 0 TO WlbEchue
       MOVE fof_id TO fog_idOffre
       READ foffgarde KEY IS fog_idOffre
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fog_statut = 1 THEN
             IF WlbAuj > fog_date OR (WlbAuj = fog_date AND
                       WlbHHMM > fog_heureLimite) THEN
               MOVE 1 TO WlbEchue
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : date et heure courantes -> WlbAuj, WlbHHMM,
      *WlbMinNow (minutes depuis minuit)
      ******************************************************************
       LIBERE_HEURE.

       ACCEPT WlbAuj FROM DATE YYYYMMDD
       ACCEPT WheureSys8 FROM TIME
       COMPUTE WlbHHMM = WheureSys8 / 10000
       DIVIDE WlbHHMM BY 100 GIVING WlbHH REMAINDER WlbMM
       COMPUTE WlbMinNow = WlbHH * 60 + WlbMM.

      *Sous-paragraphe : WlbMinNow arrondi à la demi-heure suivante
      *-> WlbLib
      ******************************************************************
       LIBERE_ARRONDI.

       COMPUTE WlbLib = WlbMinNow + 29
       DIVIDE WlbLib BY 30 GIVING WlbLib
       MULTIPLY 30 BY WlbLib.

      *Sous-paragraphe : délai de libération et garde des offres
      *(paramètres LIBEREMIN, LIBEREGARD), fréquence du passage
      *automatique (table des tarifs)
      ******************************************************************
       LIBERE_PARAMETRES.

       MOVE WpmNoShowMin TO WlbDelai
       MOVE WpmGarde TO WlbGarde
       MOVE 'LIBEREFREQ' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 15 TO WlbFreq
         NOT INVALID KEY
           MOVE ft_taux TO WlbFreq
       END-READ.
