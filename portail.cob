      *Échanges avec le portail de réservation de l'agglomération :
      *l'entrant charge les demandes du portail (portail.txt, une
      *ligne par demande : CLUB;SALLE;AAAAMMJJ;HDEB;MNDEB;HFIN;MNFIN;
      *SPORT) en les validant par IS_DISPO, CONTROLE_ATTESTATION,
      *CONTROLE_PLAFOND et CALCULE_MONTANT avant toute écriture dans
      *fresa, rejets motivés
      *dans portail_rejets.txt (même découpage accepté/rejeté que le
      *chargement préfecture). Le sortant écrit chaque nuit les
      *créneaux réellement libres des 14 prochains jours par salle
         MOVE Wimp5(1:2) TO Wresa_mn_debut
         MOVE Wimp6(1:2) TO Wresa_h_fin
         MOVE Wimp7(1:2) TO Wresa_mn_fin
         MOVE Wimp8(1:30) TO WsxTexte
         PERFORM SPORT_IMPORTE
         MOVE WsxNouveau TO Wresa_sportPratique
         MOVE Wresa_a TO Wvd_a
         MOVE Wresa_m TO Wvd_m
         MOVE Wresa_j TO Wvd_j
         READ fclub
           INVALID KEY
             MOVE "club inconnu" TO WimpMotif
           NOT INVALID KEY
             IF fc_statut = 8 THEN
               MOVE "club dissous" TO WimpMotif
             END-IF
         END-READ
       END-IF
       IF WimpMotif = SPACES THEN
           MOVE "attestation d'assurance absente ou expiree"
             TO WimpMotif
         ELSE
      *    Pas de dérogation sur un chargement : la demande hors
      *    plafond est rejetée, le guichet peut la reprendre à la main
           PERFORM CONTROLE_PLAFOND
           IF WplOK = 0 THEN
             MOVE "plafond d'heures de pointe atteint" TO WimpMotif
           END-IF
         END-IF
         IF WimpMotif = SPACES THEN
           MOVE fc_ville TO fv_id
           READ fville
             INVALID KEY
