           MOVE 0 TO WsearchPos
           INSPECT fs_nom TALLYING WsearchPos FOR ALL
                     Wsearch_nom(1:WsearchLen)
           MOVE fs_id TO WdcSalleTest
           MOVE 0 TO WdcRef
           PERFORM SALLE_DECLASSEE
           IF WsearchPos > 0 AND WdcHors = 0 THEN
             MOVE 0 TO Wnontrouve
             DISPLAY fs_id," / ",fs_nom," / ",fs_addr
           END-IF
           DISPLAY "Cette ville n'existe pas."
         NOT INVALID KEY
           DISPLAY "Ville : ",fv_nom
           PERFORM SAISIE_CRITERES_AMEN
           PERFORM SEARCH_VILLE_DETAIL
           MOVE 0 TO WamCritActif
       END-READ.

      *Affiche les salles puis les clubs rattachés à Wsearch_ville
      *(sous-paragraphe partagé par SEARCH_BY_VILLE et DISTRICT_REPORT)
      *Les salles sont filtrées sur les aménagements exigés s'il y en a
      *(WamCritActif)
      ******************************************************************
       SEARCH_VILLE_DETAIL.

               IF fs_ville NOT = Wsearch_ville THEN
                 MOVE 1 TO WendSearch
               ELSE
                 MOVE fs_id TO WamSalle
                 PERFORM AMEN_SATISFAIT
                 MOVE fs_id TO WdcSalleTest
                 MOVE 0 TO WdcRef
                 PERFORM SALLE_DECLASSEE
                 IF WamOK = 1 AND WdcHors = 0 THEN
                   DISPLAY fs_id," / ",fs_nom," / ",fs_addr
                   IF WamCritActif = 1 THEN
                     DISPLAY "      ",WamResume
                   END-IF
                 END-IF
               END-IF
           END-PERFORM
       END-START
       DIRECTORY_SPORT.

       DISPLAY "Quel sport recherchez-vous ?"
       PERFORM CHOISIT_SPORT
       MOVE WspoLibelle TO Wsearch_sport
       PERFORM SAISIE_CRITERES_AMEN

       DISPLAY "--- Salles proposant ce sport ---"
       CLOSE fassoc
                   INVALID KEY
                     DISPLAY fa_idSalle," / (salle introuvable)"
                   NOT INVALID KEY
                     MOVE fs_id TO WamSalle
                     PERFORM AMEN_SATISFAIT
                     MOVE fs_id TO WdcSalleTest
                     MOVE 0 TO WdcRef
                     PERFORM SALLE_DECLASSEE
                     IF WamOK = 1 AND WdcHors = 0 THEN
                       DISPLAY fs_id," / ",fs_nom," / ",fs_addr
                       DISPLAY "      Accessibilité : ",WamResume
                     END-IF
                 END-READ
               END-IF
           END-PERFORM
                 END-READ
               END-IF
           END-PERFORM
       END-START
       MOVE 0 TO WamCritActif.

      *Recherche inverse : au lieu de partir d'une date et d'un horaire
      *connus, on donne un sport, une durée, une capacité minimale et
       RECHERCHE_CRENEAUX_LIBRES.

       DISPLAY "Quel sport ?"
       PERFORM CHOISIT_SPORT
       MOVE WspoLibelle TO Wsearch_sport
       DISPLAY "Durée souhaitée en minutes (multiple de ",WpmPas,"):"
       PERFORM WITH TEST AFTER UNTIL WffDuree IS NUMERIC AND
                 WffDuree > 0 AND
                 FUNCTION MOD(WffDuree, WpmPas) = 0
         ACCEPT WffDuree
       END-PERFORM
       DISPLAY "Capacité minimale requise (0 si aucune) :"
       PERFORM WITH TEST AFTER UNTIL Wresa_capaMin IS NUMERIC
         ACCEPT Wresa_capaMin
       END-PERFORM
       PERFORM SAISIE_CRITERES_AMEN
      *Dates calendaires réelles exigées : une date impossible ferait
      *dérailler le parcours jour par jour de la plage
       DISPLAY "Début de la plage :"
         NOT AT END
           IF fs_dispo = 1 AND (Wresa_capaMin = 0 OR
                     fs_capacite >= Wresa_capaMin) THEN
      *      La salle doit proposer le sport demandé et offrir les
      *      aménagements exigés
             MOVE fs_id TO fa_idSalle
             MOVE Wsearch_sport TO fa_nomSport
             READ fassoc
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fs_id TO WamSalle
                 PERFORM AMEN_SATISFAIT
                 IF WamOK = 1 THEN
                   PERFORM CHERCHE_LIBRE_UNE_SALLE
                 END-IF
             END-READ
           END-IF
       END-PERFORM
       DISPLAY "------------------------------------------------"
       DISPLAY WffNb," créneau(x) libre(s) listé(s)."
       MOVE 0 TO WamCritActif

      *Pas d'offre de réservation pour un agent de consultation (rôle
      *2) : la recherche lui reste ouverte, pas l'écriture
       END-PERFORM.

      *Sous-paragraphe : premier créneau de WffDuree minutes libre ce
      *jour-là dans la salle courante, au pas de réservation (PASRESA)
      ******************************************************************
       CHERCHE_LIBRE_UN_JOUR.

         COMPUTE Wtotmin_fin = WffMin + WffDuree
         PERFORM INDEX_DISPO_PREJET
         IF WdiOccupe = 1 THEN
           ADD WpmPas TO WffMin
         ELSE
           COMPUTE Wresa_h_debut = WffMin / 60
           COMPUTE Wresa_mn_debut = FUNCTION MOD(WffMin, 60)
      -              Wresa_m,"/",Wresa_a," de ",Wresa_h_debut,"h",
      -              Wresa_mn_debut," à ",Wresa_h_fin,"h",Wresa_mn_fin
           ELSE
             ADD WpmPas TO WffMin
           END-IF
         END-IF
       END-PERFORM.
                   Wresa_h_debut >= 0 AND Wresa_h_debut <= 23
           ACCEPT Wresa_h_debut
         END-PERFORM
         DISPLAY "Minute de début (",WpmLibPas(1:WpmLgPas),"):"
         PERFORM WITH TEST AFTER UNTIL Wresa_mn_debut = 0 OR
                   Wresa_mn_debut = WpmMnPas
           ACCEPT Wresa_mn_debut
         END-PERFORM
         COMPUTE Wresa_h_fin =
             READ fville
             INVALID KEY
               DISPLAY "/!\ Erreur: Lecture agglo club: ",fville_stat
               MOVE "ville.dat" TO WejFichier
               MOVE fville_stat TO WejStat
               MOVE "READ" TO WejOper
               MOVE "RESERVE_CRENEAU_LISTE" TO WejPara
               MOVE fv_id TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               MOVE fv_agglo TO Wresa_clubAgglo
             END-READ
             READ fville
             INVALID KEY
               DISPLAY "/!\ Erreur: Lecture agglo salle: ",fville_stat
               MOVE "ville.dat" TO WejFichier
               MOVE fville_stat TO WejStat
               MOVE "READ" TO WejOper
               MOVE "RESERVE_CRENEAU_LISTE" TO WejPara
               MOVE fv_id TO WejCle
               PERFORM JOURNAL_ERREUR
             END-READ
             MOVE 0 TO WnbEchecs
             MOVE 0 TO WnbCreneauxLot
      ******************************************************************
       DISTRICT_REPORT.

       MOVE 0 TO WamCritActif
       DISPLAY "Code postal recherché:"
       PERFORM WITH TEST AFTER UNTIL Wsearch_cp IS NUMERIC
         ACCEPT Wsearch_cp
