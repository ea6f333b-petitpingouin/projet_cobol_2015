      *du jour (mêmes données que DAILY_AGENDA) et on note pour chacune
      *si le club est venu, avec les heures réelles. Les non-venues
      *alimentent le rapport mensuel et la pénalité NOSHOW de la table
      *des tarifs, appliquée à la facturation. L'effectif présent est
      *saisi au passage pour le tableau d'évacuation (evacuation.cob).
      ******************************************************************
       CHECKIN_JOUR.

       END-PERFORM

       MOVE 0 TO WcheNb
       MOVE 0 TO WlbNb
       PERFORM LIBERE_HEURE
       CLOSE fresa
       OPEN I-O fresa
       MOVE Wresa_a TO fr_dateDebut_a
      -               Wresa_m OR fr_dateDebut_j NOT = Wresa_j THEN
               MOVE 1 TO WendSearch
             ELSE
               IF fr_type = "Réservation" OR fr_type = "Scolaire"
                         THEN
      *          Seules les salles des communes de l'opérateur
                 MOVE fr_idSalle TO WpeSalle
                 PERFORM PERIMETRE_SALLE
                 IF WpeOK = 1 THEN
                   PERFORM CHECKIN_UNE_RESA
                 END-IF
               END-IF
             END-IF
         END-PERFORM
       END-START
       DISPLAY WcheNb," réservation(s) pointée(s)."
      *Non-venues du jour à libérer, une fois le parcours terminé
       IF WlbNb > 0 THEN
         PERFORM LIBERE_PARAMETRES
         MOVE 0 TO WlbAuto
         MOVE 0 TO WlbNbLib
         MOVE 0 TO WlbNbOffres
         PERFORM LIBERE_TABLE
         DISPLAY WlbNbOffres," offre(s) faite(s) à la liste d'attente."
       END-IF.

      *Sous-paragraphe : pointage de la réservation courante (fr_*)
      ******************************************************************
           PERFORM WITH TEST AFTER UNTIL fp_hArrivee IS NUMERIC
             ACCEPT fp_hArrivee
           END-PERFORM
           DISPLAY "  Heure de départ réelle (hhmm, 0000 si encore l
      -    "à):"
           PERFORM WITH TEST AFTER UNTIL fp_hDepart IS NUMERIC
             ACCEPT fp_hDepart
           END-PERFORM
             REWRITE Tpresence
         END-WRITE
         ADD 1 TO WcheNb
      *  Non-venue d'un créneau du jour en cours : le reste peut
      *  partir à la liste d'attente (voir liberation.cob)
         IF WcheStatut = 2 THEN
           PERFORM CHECKIN_PROPOSE_LIBERATION
         END-IF
      *  Remise de clé/badge adossée au pointage : sortie à l'heure
      *  d'arrivée, retour à l'heure de départ si l'objet est rendu
         IF WcheStatut = 1 THEN
           PERFORM CHECKIN_REMISE_CLE
      *    Effectif présent, pour le tableau d'évacuation
           PERFORM SAISIE_EFFECTIF
         END-IF
       END-IF.

      *Sous-paragraphe : non-venue du créneau courant (fr_*/fp_*) ;
      *si c'est aujourd'hui, commencé et pas fini, proposer d'en
      *libérer le reste (clé notée dans WlbCle, libérée en fin de
      *pointage)
      ******************************************************************
       CHECKIN_PROPOSE_LIBERATION.

       COMPUTE WlbDeb = fr_dateDebut_h * 60 + fr_dateDebut_mn
       COMPUTE WlbFin = fr_dateFin_h * 60 + fr_dateFin_mn
       IF fp_date = WlbAuj AND fr_type = "Réservation" AND
                 fr_idLot = 0 AND WlbDeb <= WlbMinNow AND
                 WlbFin > WlbMinNow AND WlbNb < 200 THEN
         DISPLAY "  Libérer la fin du créneau pour la liste d'attente"
                 " (0/1) ?"
         MOVE 5 TO WcrudChoix
         PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                   WcrudChoix = 1
           ACCEPT WcrudChoix
         END-PERFORM
         IF WcrudChoix = 1 THEN
           ADD 1 TO WlbNb
           MOVE fr_cles TO WlbCle(WlbNb)
         END-IF
       END-IF.

         ADD WpenTVA TO WfactTVA
         ADD WpenTTC TO WfactTTC
         ADD WpenTTC TO Wresa_montant
         PERFORM PREPARE_LIGNE_RESA
         MOVE "NOSHOW" TO WflType
         MOVE "Pénalité de non-venue" TO WflLibelle
         MOVE WpenHT TO WflHT
         MOVE WpenTVA TO WflTVA
         MOVE WpenTTC TO WflTTC
         PERFORM AJOUTE_LIGNE_FACTURE
         DISPLAY "  Pénalité non-venue résa ",fr_numResa," : +",
      -          WpenTTC
       END-IF.
         DISPLAY "8- Retirer une clé/badge du registre"
         DISPLAY "9- État des lieux d'une réservation"
         DISPLAY "10- Facturer les dégâts constatés"
         DISPLAY "11- Présents maintenant (évacuation)"
         DISPLAY "12- Déclarer l'effectif d'une réservation"
         DISPLAY "13- Importer le journal des lecteurs de badges"
         DISPLAY "14- Libérer les créneaux non pointés du jour"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 8 PERFORM DELETE_CLE
             WHEN 9 PERFORM SAISIE_ETAT_LIEUX
             WHEN 10 PERFORM FACTURE_DEGATS
             WHEN 11 PERFORM PRESENTS_MAINTENANT
             WHEN 12 PERFORM DECLARE_EFFECTIF
             WHEN 13 PERFORM IMPORT_BADGES
             WHEN 14 PERFORM LIBERE_NON_VENUES
         END-EVALUATE
       END-PERFORM.
