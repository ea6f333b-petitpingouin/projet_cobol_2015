      *Modifications concurrentes des fiches : deux opérateurs ouvrant
      *la même fiche (club, salle, ville, compte opérateur) sur deux
      *postes s'écrasaient en silence, le dernier REWRITE gagnant. Les
      *écrans MODIFY_* photographient la fiche à l'affichage
      *(WccAvant, CONCUR_PHOTO) ; avant de réécrire, CONCUR_xxx relit
      *la fiche : inchangée, la saisie est réécrite ; modifiée
      *entre-temps, l'opérateur voit les modifications de l'autre poste
      *tracées au journal depuis l'affichage et choisit de ressaisir
      *sa modification sur la fiche à jour (l'écran repart de la fiche
      *relue) ou de l'abandonner. L'appelant renseigne fmo_fichier/
      *fmo_cle/fmo_champ/fmo_nouvelle avant l'appel ; WccFin arrête
      *la boucle de saisie, WccEcrire autorise la réécriture.
      ******************************************************************

      *Heure d'affichage de la fiche, pour retrouver au journal ce qui
      *a été modifié depuis
      ******************************************************************
       CONCUR_PHOTO.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       ACCEPT WheureSys FROM TIME
       MOVE WdateSys TO WccDate
       MOVE WheureSys TO WccHeure.

      *Relecture de la ville avant réécriture
      ******************************************************************
       CONCUR_VILLE.

       MOVE Tville TO WccSaisie
       READ fville KEY IS fv_id
         INVALID KEY
           PERFORM CONCUR_DISPARUE
         NOT INVALID KEY
           IF Tville = WccAvant THEN
             MOVE WccSaisie TO Tville
             PERFORM CONCUR_INCHANGEE
           ELSE
             PERFORM CONCUR_CONFLIT
           END-IF
       END-READ.

      *Relecture de la salle avant réécriture
      ******************************************************************
       CONCUR_SALLE.

       MOVE Tsalle TO WccSaisie
       READ fsalle KEY IS fs_id
         INVALID KEY
           PERFORM CONCUR_DISPARUE
         NOT INVALID KEY
           IF Tsalle = WccAvant THEN
             MOVE WccSaisie TO Tsalle
             PERFORM CONCUR_INCHANGEE
           ELSE
             PERFORM CONCUR_CONFLIT
           END-IF
       END-READ.

      *Relecture du club avant réécriture
      ******************************************************************
       CONCUR_CLUB.

       MOVE Tclub TO WccSaisie
       READ fclub KEY IS fc_id
         INVALID KEY
           PERFORM CONCUR_DISPARUE
         NOT INVALID KEY
           IF Tclub = WccAvant THEN
             MOVE WccSaisie TO Tclub
             PERFORM CONCUR_INCHANGEE
           ELSE
             PERFORM CONCUR_CONFLIT
           END-IF
       END-READ.

      *Relecture du compte opérateur avant réécriture
      ******************************************************************
       CONCUR_OPERATEUR.

       MOVE Toper TO WccSaisie
       READ foper KEY IS fop_login
         INVALID KEY
           PERFORM CONCUR_DISPARUE
         NOT INVALID KEY
           IF Toper = WccAvant THEN
             MOVE WccSaisie TO Toper
             PERFORM CONCUR_INCHANGEE
           ELSE
             PERFORM CONCUR_CONFLIT
           END-IF
       END-READ.

      *Sous-paragraphe : fiche inchangée depuis l'affichage
      ******************************************************************
       CONCUR_INCHANGEE.

       MOVE 1 TO WccEcrire
       MOVE 1 TO WccFin.

      *Sous-paragraphe : fiche supprimée depuis l'affichage
      ******************************************************************
       CONCUR_DISPARUE.

       DISPLAY "/!\ Fiche supprimée depuis son affichage : modificati
      -    "on abandonnée."
       MOVE 0 TO WccEcrire
       MOVE 1 TO WccFin.

      *Sous-paragraphe : fiche modifiée depuis l'affichage (la fiche
      *relue est dans l'enregistrement) : modifications de l'autre
      *poste, puis ressaisie ou abandon
      ******************************************************************
       CONCUR_CONFLIT.

       DISPLAY "/!\ Fiche modifiée depuis son affichage :"
       PERFORM CONCUR_TRACES
       DISPLAY "Votre saisie (",fmo_champ,") : ",fmo_nouvelle
       DISPLAY "1- Ressaisir votre modification sur la fiche à jour"
       DISPLAY "0- Abandonner votre modification"
       MOVE 5 TO WccChoix
       PERFORM WITH TEST AFTER UNTIL WccChoix = 0 OR WccChoix = 1
         ACCEPT WccChoix
       END-PERFORM
       IF WccChoix = 1 THEN
         MOVE 0 TO WccFin
       ELSE
         DISPLAY "Modification abandonnée : la fiche reste telle que m
      -    "odifiée par l'autre poste."
         MOVE 0 TO WccEcrire
         MOVE 1 TO WccFin
       END-IF.

      *Sous-paragraphe : modifications de la fiche (fmo_fichier/
      *fmo_cle) tracées au journal depuis l'affichage
      ******************************************************************
       CONCUR_TRACES.

       MOVE Tmodif TO WccModif
       MOVE fmo_fichier TO WccFichier
       MOVE fmo_cle TO WccCle
       MOVE 0 TO WccNbTrace
       CLOSE fmodif
       OPEN INPUT fmodif
       IF fmo_stat NOT = 35 THEN
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fmodif NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF fmo_fichier = WccFichier AND fmo_cle = WccCle AND
                       (fmo_date > WccDate OR (fmo_date = WccDate AND
                       fmo_heure >= WccHeure)) THEN
               ADD 1 TO WccNbTrace
               DISPLAY "  ",fmo_date," ",fmo_heure," par ",fmo_auteur,
      -                " : ",fmo_champ
               DISPLAY "    ",fmo_ancienne," -> ",fmo_nouvelle
             END-IF
         END-PERFORM
         CLOSE fmodif
       END-IF
       IF WccNbTrace = 0 THEN
         DISPLAY "  (modification sans trace au journal des modificat
      -    "ions)"
       END-IF
       MOVE WccModif TO Tmodif.
