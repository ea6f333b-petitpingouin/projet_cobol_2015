       WRITE Trun
       INVALID KEY
         DISPLAY "/!\ Erreur d'écriture run: ",frh_stat
         MOVE "runhist.dat" TO WejFichier
         MOVE frh_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "RUN_DEBUT" TO WejPara
         MOVE frh_id TO WejCle
         PERFORM JOURNAL_ERREUR
       END-WRITE.

      *Clôture du run courant (WrunId), avec WrunNbEnr et WrunStatut
      *Exploitation : chaîne de nuit sans opérateur. Le login 'batch'
      *lit batchnuit.par (un job par ligne, arguments séparés par des
      *espaces), exécute chaque job sans jamais poser de question et
      *écrit le compte rendu dans rapportnuit.txt, avec le nombre
      *d'erreurs fichiers journalisées pendant la chaîne.
      *Jobs reconnus :
      *   BACKUP               sauvegarde des fichiers indexés
      *   PLANNING             édition du planning complet
      *   ICS                  exports iCalendar de tous les clubs
      *   PORTAIL              échanges portail (entrant + dispos)
      *   ALERTES              évaluation des alertes internes
      *   EFACTURE [aaaammjj]  factures électroniques émises depuis la
      *                        date (défaut : 31 jours) et dépôt Chorus
      *   CHORUS               import du retour Chorus Pro
      *   SCELLEMENT           contrôle des chaînes de scellement des
      *                        factures et des règlements
      *   ECHEANCES            rupture des échéanciers non respectés
      *   PAYFIP               import de l'avis de paiement PayFiP
      *   RAPPRO               rapprochement du relevé bancaire CFONB
      *   BALANCE              balance des totaux de contrôle
      *   ENTREPOT [aaaamm]    extrait mensuel pour l'entrepôt de
      *                        données (défaut : mois précédent)
      ******************************************************************
       MODE_BATCH_NUIT.

       MOVE 1 TO WmodeNuit
       MOVE 0 TO WnuitNb
       MOVE 0 TO WejNbNuit
       MOVE 0 TO WejNbNuitGrave
       OPEN OUTPUT fnuitrap
       OPEN INPUT fnuitpar
       IF fnp_stat = 35 THEN
             PERFORM NUIT_UN_JOB
         END-PERFORM
         MOVE SPACES TO Lnuitrap
         STRING "Erreurs fichiers journalisees : " DELIMITED BY SIZE
                WejNbNuit DELIMITED BY SIZE
                " dont " DELIMITED BY SIZE
                WejNbNuitGrave DELIMITED BY SIZE
                " grave(s) (voir erreurs.dat)" DELIMITED BY SIZE
           INTO Lnuitrap
         END-STRING
         WRITE Lnuitrap
         MOVE SPACES TO Lnuitrap
         STRING "Fin de chaine : " DELIMITED BY SIZE
                WnuitNb DELIMITED BY SIZE
                " job(s) execute(s)" DELIMITED BY SIZE
           WHEN "ALERTES"
             PERFORM EVALUE_ALERTES
             ADD 1 TO WnuitNb
           WHEN "EFACTURE"
             IF WnuitArg1(1:8) IS NUMERIC THEN
               MOVE WnuitArg1(1:8) TO WexDebut
             ELSE
               ACCEPT WdateSys FROM DATE YYYYMMDD
               COMPUTE Wdateint = FUNCTION INTEGER-OF-DATE(WdateSys)
      -                - 31
               COMPUTE WexDebut = FUNCTION DATE-OF-INTEGER(Wdateint)
             END-IF
             PERFORM EFACT_GENERE
             PERFORM EFACT_DEPOT_CHORUS
             ADD 1 TO WnuitNb
           WHEN "CHORUS"
             PERFORM EFACT_RETOUR_CHORUS
             ADD 1 TO WnuitNb
           WHEN "SCELLEMENT"
             PERFORM VERIFIE_SCELLEMENTS
             ADD 1 TO WnuitNb
           WHEN "ECHEANCES"
             PERFORM CONTROLE_ECHEANCES
             ADD 1 TO WnuitNb
           WHEN "PAYFIP"
             PERFORM IMPORT_PAYFIP
             ADD 1 TO WnuitNb
           WHEN "RAPPRO"
             PERFORM RAPPROCHEMENT_BANCAIRE
             ADD 1 TO WnuitNb
           WHEN "BALANCE"
             PERFORM BALANCE_CONTROLE
             ADD 1 TO WnuitNb
           WHEN "ENTREPOT"
             IF WnuitArg1(1:6) IS NUMERIC THEN
               MOVE WnuitArg1(1:6) TO WdwPeriode
             ELSE
               MOVE 0 TO WdwPeriode
             END-IF
             PERFORM ENTREPOT_PERIODE
             IF WdwOK = 1 THEN
               PERFORM ENTREPOT_GENERE
               ADD 1 TO WnuitNb
             ELSE
               MOVE "  *** argument ENTREPOT invalide" TO Lnuitrap
               WRITE Lnuitrap
             END-IF
           WHEN OTHER
             MOVE SPACES TO Lnuitrap
             STRING "  *** job inconnu : " DELIMITED BY SIZE
           NOT INVALID KEY
             DISPLAY "Mot de passe de l'approbateur:"
             ACCEPT Wmdp
             PERFORM MDP_VERIFIE_OPER
             IF WmpOK = 1 AND fop_role = 1 THEN
               MOVE 1 TO WappOK
               MOVE fop_login TO WappLogin
               MOVE 1 TO WseSucces
