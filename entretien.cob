       ADD_ENTRETIEN.

       MOVE 0 TO Wresaimpossible

       DISPLAY 'Numero de la salle à bloquer:'
       PERFORM WITH TEST AFTER UNTIL Wresa_idSalle IS NUMERIC
         DISPLAY "La salle n'existe pas !"
         MOVE 1 TO Wresaimpossible
       END-READ
       IF Wresaimpossible = 0 THEN
         MOVE Wresa_idSalle TO WpeSalle
         PERFORM CONTROLE_SALLE
         IF WpeOK = 0 THEN
           MOVE 1 TO Wresaimpossible
         END-IF
       END-IF

       IF Wresaimpossible = 0 THEN
         PERFORM ADD_ENTRETIEN_CRENEAU
       END-IF.

      *Sous-paragraphe : date, heures et enregistrement du créneau
      *d'entretien de la salle Wresa_idSalle (fs_* lue). Sert aussi à
      *la planification d'un ordre de travaux ; fr_numResa porte le
      *créneau écrit quand WnbEchecs = 0 et Wresaimpossible = 0.
      ******************************************************************
       ADD_ENTRETIEN_CRENEAU.

       MOVE 0 TO Wresaimpossible
       MOVE 0 TO WnbEchecs
       MOVE 0 TO Wresa_idLot
       MOVE 0 TO WnbCreneauxLot
       MOVE 0 TO WlotTotalTTC
       MOVE 0 TO WquotaApplique
      *Un entretien bloque toujours la salle entière
       MOVE 0 TO Wresa_idEspace
       MOVE "Entretien" TO Wresa_type

       DISPLAY 'Date de l''entretien ?'
      *  Date calendaire réelle exigée, et pas dans le passé
       MOVE 1 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       DISPLAY 'Heure de début (hh):'
       PERFORM WITH TEST AFTER UNTIL Wresa_h_debut IS NUMERIC AND
                 Wresa_h_debut >= 0 AND Wresa_h_debut <= 23
         ACCEPT Wresa_h_debut
       END-PERFORM
       MOVE 0 TO Wresa_mn_debut
       DISPLAY 'Heure de fin (hh):'
       PERFORM WITH TEST AFTER UNTIL Wresa_h_fin IS NUMERIC AND
                 Wresa_h_fin > Wresa_h_debut AND Wresa_h_fin <= 23
         ACCEPT Wresa_h_fin
       END-PERFORM
       MOVE 0 TO Wresa_mn_fin

       PERFORM IS_DISPO
       IF WnotDispo = 1 THEN
         DISPLAY "La salle n'est pas disponible sur ce créneau."
         MOVE 1 TO Wresaimpossible
       ELSE
         DISPLAY "Indiquez les tâches qui seront effectuées:"
         ACCEPT Wresa_actions
         PERFORM ENREGISTRE_CRENEAU
         IF WnbEchecs = 0 THEN
           PERFORM SAISIE_COUT_ENTRETIEN
         END-IF
       END-IF.

       PERFORM WITH TEST AFTER UNTIL fec_numResa IS NUMERIC
         ACCEPT fec_numResa
       END-PERFORM
       PERFORM CLOTURE_ENTRETIEN_CORPS.

      *Sous-paragraphe : clôture de l'entretien fec_numResa (remis à 0
      *si le numéro n'est pas un entretien, fec_cloture = 1 si clos)
      ******************************************************************
       CLOTURE_ENTRETIEN_CORPS.

       READ fentcout KEY IS fec_numResa
         INVALID KEY
               END-IF
           END-START
       END-READ
      *Entretien d'une salle hors des communes de l'opérateur : refusé
       IF fec_numResa NOT = 0 THEN
         MOVE fec_idSalle TO WpeSalle
         PERFORM CONTROLE_SALLE
         IF WpeOK = 0 THEN
           MOVE 0 TO fec_numResa
         END-IF
       END-IF

       IF fec_numResa NOT = 0 THEN
         DISPLAY "Prestataire:"
         REWRITE Tentcout
           INVALID KEY
             DISPLAY "Erreur de réécriture: ",fec_stat
             MOVE "entretiencout.dat" TO WejFichier
             MOVE fec_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "CLOTURE_ENTRETIEN_CORPS" TO WejPara
             MOVE fec_numResa TO WejCle
             PERFORM JOURNAL_ERREUR
           NOT INVALID KEY
             DISPLAY "Entretien clôturé."
         END-REWRITE
       END-PERFORM
       MOVE 0 TO fr_dateDebut_mn
       MOVE 0 TO fr_idEspace
       MOVE fr_idSalle TO WpeSalle
       PERFORM CONTROLE_SALLE

       IF WpeOK = 1 THEN
         READ fresa KEY IS fr_cles
         INVALID KEY
           DISPLAY "Il n'existe pas d'entretien correspondant"
         NOT INVALID KEY
           IF fr_type NOT = "Entretien" THEN
             DISPLAY "Ce créneau n'est pas un entretien."
           ELSE
             DISPLAY "Salle ",fr_idSalle," du ",fr_dateDebut_j,"/",
      -             fr_dateDebut_m,"/",fr_dateDebut_a," (",fr_actions,
      -             ")"
             DISPLAY "Confirmer la suppression de cet entretien (0/1) ?"
             MOVE 5 TO WcrudChoix
             PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix
      -       = 1
               ACCEPT WcrudChoix
             END-PERFORM
             IF WcrudChoix = 1 THEN
               DELETE fresa RECORD
               INVALID KEY
                 DISPLAY "Erreur lors de la suppression."
                 MOVE "reservation.dat" TO WejFichier
                 MOVE fresa_stat TO WejStat
                 MOVE "DELETE" TO WejOper
                 MOVE "DELETE_ENTRETIEN" TO WejPara
                 MOVE fr_cles TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 MOVE "S" TO WjrOp
                 PERFORM LOG_JOURNAL_RESA
                 DISPLAY "L'entretien a bien été supprimé."
               END-DELETE
             END-IF
           END-IF
         END-READ
       END-IF.

      *Affichage de tous les entretiens planifiés
      ******************************************************************
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE 1 TO WpeOK
           IF fr_type = "Entretien" THEN
             MOVE fr_idSalle TO WpeSalle
             PERFORM PERIMETRE_SALLE
           END-IF
           IF fr_type = "Entretien" AND WpeOK = 1 THEN
             DISPLAY "Salle : ", fr_idSalle
             DISPLAY "Date  : ",fr_dateDebut_j,"/",fr_dateDebut_m,"/",
      -               fr_dateDebut_a
       PERFORM WITH TEST AFTER UNTIL fpe_idSalle IS NUMERIC
         ACCEPT fpe_idSalle
       END-PERFORM
       MOVE fpe_idSalle TO WpeSalle
       PERFORM CONTROLE_SALLE
       MOVE fpe_idSalle TO fs_id
       IF WpeOK = 1 THEN
         READ fsalle KEY IS fs_id
           INVALID KEY
             DISPLAY "La salle n'existe pas !"
           NOT INVALID KEY
             DISPLAY "Libellé de la tâche (ex: traitement parquet):"
             ACCEPT fpe_libelle
             DISPLAY "Périodicité en jours (ex: 90):"
             PERFORM WITH TEST AFTER UNTIL fpe_freqJours IS NUMERIC AND
                       fpe_freqJours > 0
               ACCEPT fpe_freqJours
             END-PERFORM
             DISPLAY "Heure de début (hh):"
             PERFORM WITH TEST AFTER UNTIL fpe_h_debut IS NUMERIC AND
                       fpe_h_debut >= 0 AND fpe_h_debut <= 23
               ACCEPT fpe_h_debut
             END-PERFORM
             DISPLAY "Heure de fin (hh):"
             PERFORM WITH TEST AFTER UNTIL fpe_h_fin IS NUMERIC AND
                       fpe_h_fin > fpe_h_debut AND fpe_h_fin <= 23
               ACCEPT fpe_h_fin
             END-PERFORM
      *      Date calendaire réelle exigée : une date impossible ferait
      *      générer des entretiens depuis l'an 1601
             PERFORM WITH TEST AFTER UNTIL WvdOK = 1
               DISPLAY "Date de la dernière intervention (aaaammjj):"
               PERFORM WITH TEST AFTER UNTIL fpe_derniere IS NUMERIC
                 ACCEPT fpe_derniere
               END-PERFORM
               COMPUTE Wvd_a = fpe_derniere / 10000
               COMPUTE Wvd_m = FUNCTION MOD(fpe_derniere / 100, 100)
               COMPUTE Wvd_j = FUNCTION MOD(fpe_derniere, 100)
               MOVE 0 TO WvdPasse
               PERFORM VALIDE_DATE
             END-PERFORM
             PERFORM GET_ID_PLAN
             MOVE WidCourantPlan TO fpe_id
             WRITE Tplanent
               INVALID KEY
                 DISPLAY "/!\ Erreur d'écriture plan: ",fpe_stat
                 MOVE "planentretien.dat" TO WejFichier
                 MOVE fpe_stat TO WejStat
                 MOVE "WRITE" TO WejOper
                 MOVE "CREATE_PLAN_ENTRETIEN" TO WejPara
                 MOVE fpe_id TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 DISPLAY "Plan n° ",fpe_id," créé."
             END-WRITE
         END-READ
       END-IF.

      *Affichage des plans d'entretien
      ******************************************************************
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE fpe_idSalle TO WpeSalle
           PERFORM PERIMETRE_SALLE
           IF WpeOK = 1 THEN
             DISPLAY fpe_id," / ",fpe_idSalle," / ",fpe_libelle," / ",
      -            fpe_freqJours," j / ",fpe_derniere
           END-IF
       END-PERFORM.

      *Suppression d'un plan d'entretien
       PERFORM WITH TEST AFTER UNTIL fpe_id IS NUMERIC
         ACCEPT fpe_id
       END-PERFORM
       READ fplanent KEY IS fpe_id
         INVALID KEY
           DISPLAY "Ce plan n'existe pas."
         NOT INVALID KEY
           MOVE fpe_idSalle TO WpeSalle
           PERFORM CONTROLE_SALLE
           IF WpeOK = 1 THEN
             DELETE fplanent RECORD
               NOT INVALID KEY
                 DISPLAY "Plan supprimé."
             END-DELETE
           END-IF
       END-READ.

      *Génération des entretiens planifiés jusqu'à une date horizon :
      *chaque plan avance de période en période et pose le créneau
