      *Journal des erreurs fichiers : chaque READ, WRITE, REWRITE ou
      *DELETE en échec affichait son message et son statut à l'écran,
      *où il défilait sans trace (et la chaîne de nuit n'a pas
      *d'écran). Chaque point d'erreur charge WejFichier, WejStat,
      *WejOper, WejPara et WejCle puis appelle JOURNAL_ERREUR, qui
      *écrit l'incident dans erreurs.dat avec l'opérateur, le job de
      *nuit et l'heure. Les statuts graves (24 : limite ou disque
      *plein, 3x : erreur permanente, 9x : index corrompu, verrou)
      *ouvrent une alerte interne FICHIER. La chaîne de nuit reporte
      *le nombre d'incidents dans rapportnuit.txt.
      ******************************************************************

      *Enregistrement de l'incident courant (WejFichier, WejStat,
      *WejOper, WejPara, WejCle)
      ******************************************************************
       JOURNAL_ERREUR.

       MOVE 0 TO WejGrave
       IF WejStat = 24 OR WejStat >= 90 OR
                 (WejStat >= 30 AND WejStat < 40) THEN
         MOVE 1 TO WejGrave
       END-IF
       ACCEPT fej_date FROM DATE YYYYMMDD
       ACCEPT fej_heure FROM TIME
       MOVE 0 TO fej_rang
       MOVE WejFichier TO fej_fichier
       MOVE WejStat TO fej_statut
       MOVE WejOper TO fej_oper
       MOVE WejPara TO fej_para
       MOVE WejCle TO fej_valCle
       MOVE WoperLogin TO fej_login
       MOVE SPACES TO fej_job
       IF WmodeNuit = 1 THEN
         MOVE WnuitJob TO fej_job
         ADD 1 TO WejNbNuit
         IF WejGrave = 1 THEN
           ADD 1 TO WejNbNuitGrave
         END-IF
       END-IF
       MOVE WejGrave TO fej_grave

      *Plusieurs incidents dans la même seconde : rang suivant
       MOVE 0 TO WejFin
       PERFORM WITH TEST AFTER UNTIL WejFin = 1
         WRITE Terreur
           INVALID KEY
             IF fej_stat = 22 AND fej_rang < 99 THEN
               ADD 1 TO fej_rang
             ELSE
               DISPLAY "/!\ Journal des erreurs indisponible: ",
                       fej_stat
               MOVE 1 TO WejFin
             END-IF
           NOT INVALID KEY
             MOVE 1 TO WejFin
         END-WRITE
       END-PERFORM

      *Alerte interne (pas pour le fichier des alertes lui-même) ;
      *CREE_ALERTE se sert de Wresafin2, rendu intact à l'appelant
       IF WejGrave = 1 AND WejFichier NOT = "alerte.dat" THEN
         MOVE Wresafin2 TO WejFinSauve
         MOVE "FICHIER" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Statut " DELIMITED BY SIZE
                WejStat DELIMITED BY SIZE
                " sur " DELIMITED BY SIZE
                WejFichier DELIMITED BY "  "
                " (" DELIMITED BY SIZE
                WejPara DELIMITED BY "  "
                ")" DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
         MOVE WejFinSauve TO Wresafin2
       END-IF.

      *Écran du journal des erreurs à partir d'une date
      ******************************************************************
       DISPLAY_ERREURS.

       DISPLAY "Erreurs depuis le (aaaammjj, 0 = aujourd'hui):"
       PERFORM WITH TEST AFTER UNTIL WejDeb IS NUMERIC
         ACCEPT WejDeb
       END-PERFORM
       IF WejDeb = 0 THEN
         ACCEPT WejDeb FROM DATE YYYYMMDD
       END-IF

       CLOSE ferreur
       OPEN I-O ferreur
       DISPLAY "--- Journal des erreurs fichiers ---"
       DISPLAY "Date / Heure / Fichier / Statut / Opération / "
               "Paragraphe"
       MOVE 0 TO WejNb
       MOVE 0 TO WejNbGrave
       MOVE 0 TO WejFin
       PERFORM WITH TEST AFTER UNTIL WejFin = 1
         READ ferreur NEXT
         AT END
           MOVE 1 TO WejFin
         NOT AT END
           IF fej_date >= WejDeb THEN
             PERFORM DISPLAY_ERREUR_LIGNE
           END-IF
       END-PERFORM
       DISPLAY "------------------------------------"
       DISPLAY WejNb," incident(s), dont ",WejNbGrave," grave(s).".

      *Sous-paragraphe : affichage de l'incident lu (fej_*)
      ******************************************************************
       DISPLAY_ERREUR_LIGNE.

       ADD 1 TO WejNb
       DISPLAY fej_date," ",fej_heure(1:2),":",fej_heure(3:2),":",
               fej_heure(5:2)," ",fej_fichier," ",fej_statut," ",
               fej_oper," ",fej_para
       MOVE fej_statut TO WejStat
       PERFORM ERREUR_LIBELLE
       DISPLAY "   clé ",fej_valCle
       DISPLAY "   par ",fej_login," ",fej_job," : ",WejLibelle
       IF fej_grave = 1 THEN
         ADD 1 TO WejNbGrave
         DISPLAY "   /!\ statut grave (alerte ouverte)"
       END-IF.

      *Sous-paragraphe : sens du statut WejStat -> WejLibelle
      ******************************************************************
       ERREUR_LIBELLE.

       EVALUATE TRUE
         WHEN WejStat = 21
           MOVE "clé hors séquence" TO WejLibelle
         WHEN WejStat = 22
           MOVE "clé déjà présente" TO WejLibelle
         WHEN WejStat = 23
           MOVE "enregistrement absent" TO WejLibelle
         WHEN WejStat = 24
           MOVE "limite du fichier atteinte (disque plein ?)"
             TO WejLibelle
         WHEN WejStat = 34
           MOVE "disque plein" TO WejLibelle
         WHEN WejStat = 35
           MOVE "fichier absent" TO WejLibelle
         WHEN WejStat = 37
           MOVE "droits insuffisants sur le fichier" TO WejLibelle
         WHEN WejStat = 39
           MOVE "structure du fichier incompatible" TO WejLibelle
         WHEN WejStat >= 30 AND WejStat < 40
           MOVE "erreur permanente d'entrée-sortie" TO WejLibelle
         WHEN WejStat >= 40 AND WejStat < 50
           MOVE "opération hors séquence (fichier non ouvert ?)"
             TO WejLibelle
         WHEN WejStat = 51
           MOVE "enregistrement verrouillé" TO WejLibelle
         WHEN WejStat >= 90
           MOVE "index corrompu ou fichier verrouillé" TO WejLibelle
         WHEN OTHER
           MOVE SPACES TO WejLibelle
       END-EVALUATE.
