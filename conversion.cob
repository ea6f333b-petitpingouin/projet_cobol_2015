      *Élargissement des montants : fr_montantHT et fr_taxe (999V99),
      *fr_montant (9999V99) et leurs copies dans devis.dat,
      *annulation.dat et archive_resa.dat tronquaient en silence les
      *réservations de plusieurs jours ou de grandes salles majorées.
      *Tous passent à 9(7)V99. Les fichiers existants sont relus au
      *format d'avant (vues fresaanc, fdevisanc...) et réécrits au
      *nouveau pas, avec les images qui en portent une copie : journal
      *des réservations et sauvegarde resa_bak.dat. L'extrait des
      *annulations (annul_extrait.dat) mêle déjà des enregistrements
      *de 49 et de 56 octets : il garde ses anciens pas et n'est pas
      *converti. À lancer une seule fois, à la bascule de version
      *(le compteur 'montants' de id.dat marque les fichiers déjà au
      *nouveau format ; une installation neuve le pose d'emblée).
      *Chaque fichier réécrit sans incident reçoit aussi sa propre
      *marque (montresa, montdevis...) : après un échec, une relance ne
      *reprend que les fichiers restés à l'ancien format, et 'montants'
      *n'est posé que lorsque toutes les étapes ont abouti.
      *Le pré-contrôle relit les mêmes fichiers sans rien écrire et
      *liste dans montants_tronques.txt les enregistrements dont le
      *montant a pu être tronqué : prix plein du créneau (prix horaire
      *de la salle ou du sous-espace x durée) de 1000 EUR ou plus, ou
      *HT + TVA différent du TTC.
      ******************************************************************
       CONVERSION_MONTANTS.

       DISPLAY "1- Pré-contrôle : liste des montants tronqués"
       DISPLAY "2- Conversion des fichiers aux montants élargis"
       DISPLAY "0- Abandon"
       PERFORM WITH TEST AFTER UNTIL WcmMode IS NUMERIC AND
                 WcmMode < 3
         ACCEPT WcmMode
       END-PERFORM

       IF WcmMode NOT = 0 THEN
         CLOSE fid
         OPEN I-O fid
         MOVE 'montants' TO fid_type
         READ fid KEY IS fid_type
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             DISPLAY "Les fichiers sont déjà au format élargi."
             MOVE 0 TO WcmMode
         END-READ
       END-IF

       IF WcmMode = 2 THEN
      *  Opération destructive : un second administrateur approuve
         PERFORM DOUBLE_APPROBATION
         IF WappOK = 0 THEN
           DISPLAY "Conversion refusée : pas de double approbation."
           MOVE 0 TO WcmMode
         ELSE
           PERFORM POSE_VERROU
           IF WverrouOK = 0 THEN
             DISPLAY "Conversion refusée : maintenance en cours."
             MOVE 0 TO WcmMode
           END-IF
         END-IF
       END-IF

       IF WcmMode = 0 THEN
         DISPLAY "Conversion annulée."
       ELSE
         MOVE 0 TO WcmNb
         MOVE 0 TO WcmNbSuspect
         MOVE 0 TO WcmErreur
         OPEN OUTPUT fconvrap
         MOVE "MONTANTS POSSIBLEMENT TRONQUES (ancien format 999V99)"
           TO Lconvrap
         WRITE Lconvrap
         MOVE "Fichier / N° / Salle / Date / Montant lu / Prix plein"
           TO Lconvrap
         WRITE Lconvrap
         IF WcmMode = 2 THEN
           MOVE "CONV_MONTANTS" TO WrunJob
           PERFORM RUN_DEBUT
         END-IF

         MOVE 'montresa' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_RESAS
           PERFORM CONV_ETAPE_FIN
         END-IF
         MOVE 'montdevis' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_DEVIS
           PERFORM CONV_ETAPE_FIN
         END-IF
         MOVE 'montannul' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_ANNUL
           PERFORM CONV_ETAPE_FIN
         END-IF
         MOVE 'montarch' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_ARCHIVE
           PERFORM CONV_ETAPE_FIN
         END-IF
         MOVE 'montjourn' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_JOURNAL
           PERFORM CONV_ETAPE_FIN
         END-IF
         MOVE 'montsauve' TO WcmEtape
         PERFORM CONV_ETAPE_LUE
         IF WcmFaite = 0 THEN
           PERFORM CONV_ETAPE_DEBUT
           PERFORM CONV_SAUVEGARDE
           PERFORM CONV_ETAPE_FIN
         END-IF

         MOVE SPACES TO Lconvrap
         STRING WcmNb DELIMITED BY SIZE
                " enregistrement(s) relu(s), " DELIMITED BY SIZE
                WcmNbSuspect DELIMITED BY SIZE
                " suspect(s)" DELIMITED BY SIZE
           INTO Lconvrap
         END-STRING
         WRITE Lconvrap
         CLOSE fconvrap

         IF WcmMode = 2 THEN
           MOVE WcmNb TO WrunNbEnr
           IF WcmErreur = 0 THEN
             MOVE 'montants' TO WcmEtape
             PERFORM CONV_ETAPE_POSEE
             MOVE 2 TO WrunStatut
           ELSE
             MOVE 3 TO WrunStatut
           END-IF
           PERFORM RUN_FIN
           PERFORM LEVE_VERROU
           IF WcmErreur = 0 THEN
             DISPLAY "Conversion terminée : ",WcmNb,
                     " enregistrement(s) au nouveau format."
           ELSE
             DISPLAY "/!\ Conversion incomplète : voir le journal des",
                     " erreurs fichiers, puis relancer (seuls les",
                     " fichiers restés à l'ancien format seront",
                     " repris)."
           END-IF
         ELSE
           DISPLAY "Pré-contrôle terminé : ",WcmNb,
                   " enregistrement(s) relu(s)."
           IF WcmErreur = 1 THEN
             DISPLAY "/!\ Fichier(s) illisible(s) au format d'avant :",
                     " voir le journal des erreurs fichiers."
           END-IF
         END-IF
         DISPLAY WcmNbSuspect," montant(s) suspect(s) listé(s) dans ",
                 "montants_tronques.txt"
       END-IF.

      *Sous-paragraphe : reservation.dat
      ******************************************************************
       CONV_RESAS.

       CLOSE fresa
       OPEN INPUT fresaanc
       IF fxr_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ fresaanc NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Tresaanc TO WcmResaAnc
               PERFORM CONV_IMAGE_RESA
               PERFORM CONV_CONTROLE_RESA
               MOVE WcmResaNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE fresaanc
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT fresa
           IF fresa_stat NOT = 0 THEN
             MOVE "reservation.dat" TO WejFichier
             MOVE fresa_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_RESAS" TO WejPara
             MOVE "fresa" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Tresa
                 WRITE Tresa
                   INVALID KEY
                     DISPLAY "/!\ Erreur d'écriture: ",fresa_stat
                     MOVE "reservation.dat" TO WejFichier
                     MOVE fresa_stat TO WejStat
                     MOVE "WRITE" TO WejOper
                     MOVE "CONV_RESAS" TO WejPara
                     MOVE fr_cles TO WejCle
                     PERFORM JOURNAL_ERREUR
                     MOVE 1 TO WcmErrEtape
                 END-WRITE
             END-PERFORM
             CLOSE fresa
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxr_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxr_stat
           MOVE "reservation.dat" TO WejFichier
           MOVE fxr_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_RESAS" TO WejPara
           MOVE "fresaanc" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF
       OPEN I-O fresa.

      *Sous-paragraphe : le fichier de l'étape WcmEtape est-il déjà
      *au nouveau format ? -> WcmFaite
      ******************************************************************
       CONV_ETAPE_LUE.

       MOVE WcmEtape TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 0 TO WcmFaite
         NOT INVALID KEY
           MOVE 1 TO WcmFaite
           DISPLAY "Déjà au format élargi (",WcmEtape,") : étape",
                   " sautée."
       END-READ.

      *Sous-paragraphe : début de l'étape WcmEtape. Chaque étape a son
      *propre fichier de passage (montresa.tmp, montdevis.tmp...) : il
      *est recréé par l'étape et reste en place après elle, si bien
      *qu'après un incident de réécriture l'image convertie du
      *fichier se retrouve sous le nom de l'étape
      ******************************************************************
       CONV_ETAPE_DEBUT.

       MOVE 0 TO WcmErrEtape
       MOVE SPACES TO WcmTmpNom
       STRING WcmEtape DELIMITED BY SPACE
              ".tmp" DELIMITED BY SIZE
         INTO WcmTmpNom
       END-STRING.

      *Sous-paragraphe : fin de l'étape WcmEtape. Sans incident, le
      *fichier est marqué au nouveau format (conversion seulement) ;
      *sinon la marque n'est pas posée et la conversion est incomplète
      ******************************************************************
       CONV_ETAPE_FIN.

       IF WcmErrEtape = 1 THEN
         MOVE 1 TO WcmErreur
         DISPLAY "/!\ Étape ",WcmEtape," en erreur : fichier non",
                 " marqué au nouveau format."
       ELSE
         IF WcmMode = 2 THEN
           PERFORM CONV_ETAPE_POSEE
         END-IF
       END-IF.

      *Sous-paragraphe : ouverture en écriture du fichier de passage
      *de l'étape (WcmTmpNom)
      ******************************************************************
       CONV_TMP_OUVRE_ECRIT.

       OPEN OUTPUT fconvtmp
       IF fxt_stat NOT = 0 THEN
         MOVE WcmTmpNom TO WejFichier
         MOVE fxt_stat TO WejStat
         MOVE "OPEN" TO WejOper
         MOVE "CONV_TMP_OUVRE_ECRIT" TO WejPara
         MOVE WcmEtape TO WejCle
         PERFORM CONV_ERREUR_ETAPE
       END-IF.

      *Sous-paragraphe : relecture du fichier de passage de l'étape
      ******************************************************************
       CONV_TMP_OUVRE_LIT.

       OPEN INPUT fconvtmp
       IF fxt_stat NOT = 0 THEN
         MOVE WcmTmpNom TO WejFichier
         MOVE fxt_stat TO WejStat
         MOVE "OPEN" TO WejOper
         MOVE "CONV_TMP_OUVRE_LIT" TO WejPara
         MOVE WcmEtape TO WejCle
         PERFORM CONV_ERREUR_ETAPE
       END-IF.

      *Sous-paragraphe : écriture de Lconvtmp ; sur incident, la
      *lecture de l'ancien fichier s'arrête (WcmFin)
      ******************************************************************
       CONV_TMP_ECRIT.

       WRITE Lconvtmp
       IF fxt_stat NOT = 0 THEN
         MOVE WcmTmpNom TO WejFichier
         MOVE fxt_stat TO WejStat
         MOVE "WRITE" TO WejOper
         MOVE "CONV_TMP_ECRIT" TO WejPara
         MOVE WcmEtape TO WejCle
         PERFORM CONV_ERREUR_ETAPE
         MOVE 1 TO WcmFin
       END-IF.

      *Sous-paragraphe : incident de fichier dans l'étape en cours
      *(WejFichier, WejStat, WejOper, WejPara et WejCle chargés) :
      *affiché, tracé au journal des erreurs, étape en erreur
      ******************************************************************
       CONV_ERREUR_ETAPE.

       DISPLAY "/!\ Erreur ",WejOper," sur ",WejFichier," : ",WejStat
       PERFORM JOURNAL_ERREUR
       MOVE 1 TO WcmErrEtape.

      *Sous-paragraphe : marque WcmEtape dans id.dat (fichier réécrit
      *au nouveau format, ou conversion complète pour 'montants')
      ******************************************************************
       CONV_ETAPE_POSEE.

       MOVE WcmEtape TO fid_type
       MOVE 1 TO fid_idMax
       WRITE Tid
         INVALID KEY
           REWRITE Tid
       END-WRITE.

      *Sous-paragraphe : image élargie d'une réservation
      *(WcmResaAnc -> WcmResaNouv)
      ******************************************************************
       CONV_IMAGE_RESA.

       MOVE WcmResaTete TO WcmNResaTete
       MOVE WcmResaHT TO WcmNResaHT
       MOVE WcmResaTaxe TO WcmNResaTaxe
       MOVE WcmResaTTC TO WcmNResaTTC
       MOVE WcmResaQueue TO WcmNResaQueue.

      *Sous-paragraphe : contrôle de troncature d'une réservation
      *(WcmResaAnc)
      ******************************************************************
       CONV_CONTROLE_RESA.

       COMPUTE WcmDebut = WcmResaDebA * 10000 + WcmResaDebM * 100 +
               WcmResaDebJ
       COMPUTE WcmFinDate = WcmResaFinA * 10000 + WcmResaFinM * 100 +
               WcmResaFinJ
       COMPUTE WcmMinDeb = WcmResaDebH * 60 + WcmResaDebMn
       COMPUTE WcmMinFin = WcmResaFinH * 60 + WcmResaFinMn
       MOVE WcmResaSalle TO fs_id
       MOVE WcmResaEspace TO fe_idEspace
       PERFORM CONV_PRIX_PLEIN
       COMPUTE WcmSomme = WcmResaHT + WcmResaTaxe
       IF (WcmBrut >= 1000 AND WcmResaHT > 0) OR
                 WcmSomme NOT = WcmResaTTC THEN
         MOVE "reservation.dat" TO WcmFichier
         MOVE WcmResaTTC TO WcmEd
         MOVE WcmResaNum TO WcmNum
         PERFORM CONV_LIGNE_SUSPECT
       END-IF.

      *Sous-paragraphe : prix plein du créneau (salle fs_id,
      *sous-espace fe_idEspace, du jour WcmDebut à WcmMinDeb au jour
      *WcmFinDate à WcmMinFin, minutes depuis minuit) -> WcmBrut
      ******************************************************************
       CONV_PRIX_PLEIN.

       MOVE 0 TO WcmBrut
       MOVE 0 TO WcmPrix
       READ fsalle KEY IS fs_id
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fs_prix TO WcmPrix
       END-READ
       IF fe_idEspace NOT = 0 THEN
         MOVE fs_id TO fe_idSalle
         READ fespace KEY IS fe_cle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE fe_prix TO WcmPrix
         END-READ
       END-IF
       IF WcmDebut > 16010101 AND WcmFinDate >= WcmDebut THEN
         COMPUTE WcmMinutes =
                 (FUNCTION INTEGER-OF-DATE(WcmFinDate) -
                  FUNCTION INTEGER-OF-DATE(WcmDebut)) * 1440 +
                 WcmMinFin - WcmMinDeb
         IF WcmMinutes > 0 THEN
           COMPUTE WcmBrut = WcmPrix * WcmMinutes / 60
         END-IF
       END-IF.

      *Sous-paragraphe : ligne du rapport pour l'enregistrement
      *suspect (WcmFichier, WcmNum, fs_id, WcmDebut, WcmEd,
      *WcmBrut)
      ******************************************************************
       CONV_LIGNE_SUSPECT.

       ADD 1 TO WcmNbSuspect
       MOVE WcmBrut TO WcmEdBrut
       MOVE SPACES TO Lconvrap
       STRING WcmFichier DELIMITED BY "  "
              " " DELIMITED BY SIZE
              WcmNum DELIMITED BY SIZE
              " salle " DELIMITED BY SIZE
              fs_id DELIMITED BY SIZE
              " le " DELIMITED BY SIZE
              WcmDebut DELIMITED BY SIZE
              " montant " DELIMITED BY SIZE
              WcmEd DELIMITED BY SIZE
              " prix plein " DELIMITED BY SIZE
              WcmEdBrut DELIMITED BY SIZE
         INTO Lconvrap
       END-STRING
       WRITE Lconvrap.

      *Sous-paragraphe : devis.dat
      ******************************************************************
       CONV_DEVIS.

       CLOSE fdevis
       OPEN INPUT fdevisanc
       IF fxd_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ fdevisanc NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Tdevisanc TO WcmDevisAnc
               MOVE WcmDevisTete TO WcmNDevisTete
               MOVE WcmDevisHT TO WcmNDevisHT
               MOVE WcmDevisTaxe TO WcmNDevisTaxe
               MOVE WcmDevisTTC TO WcmNDevisTTC
               MOVE WcmDevisQueue TO WcmNDevisQueue
               PERFORM CONV_CONTROLE_DEVIS
               MOVE WcmDevisNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE fdevisanc
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT fdevis
           IF fde_stat NOT = 0 THEN
             MOVE "devis.dat" TO WejFichier
             MOVE fde_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_DEVIS" TO WejPara
             MOVE "fdevis" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Tdevis
                 WRITE Tdevis
                   INVALID KEY
                     DISPLAY "/!\ Erreur d'écriture devis: ",fde_stat
                     MOVE "devis.dat" TO WejFichier
                     MOVE fde_stat TO WejStat
                     MOVE "WRITE" TO WejOper
                     MOVE "CONV_DEVIS" TO WejPara
                     MOVE fde_numero TO WejCle
                     PERFORM JOURNAL_ERREUR
                     MOVE 1 TO WcmErrEtape
                 END-WRITE
             END-PERFORM
             CLOSE fdevis
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxd_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxd_stat
           MOVE "devis.dat" TO WejFichier
           MOVE fxd_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_DEVIS" TO WejPara
           MOVE "fdevisanc" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF
       OPEN I-O fdevis.

      *Sous-paragraphe : contrôle de troncature d'un devis
      *(WcmDevisAnc)
      ******************************************************************
       CONV_CONTROLE_DEVIS.

       COMPUTE WcmDebut = WcmDevisA * 10000 + WcmDevisM * 100 +
               WcmDevisJ
       MOVE WcmDebut TO WcmFinDate
       COMPUTE WcmMinDeb = WcmDevisHDeb * 60 + WcmDevisMnDeb
       COMPUTE WcmMinFin = WcmDevisHFin * 60 + WcmDevisMnFin
       MOVE WcmDevisSalle TO fs_id
       MOVE 0 TO fe_idEspace
       PERFORM CONV_PRIX_PLEIN
       COMPUTE WcmSomme = WcmDevisHT + WcmDevisTaxe
       IF (WcmBrut >= 1000 AND WcmDevisHT > 0) OR
                 WcmSomme NOT = WcmDevisTTC THEN
         MOVE "devis.dat" TO WcmFichier
         MOVE WcmDevisTTC TO WcmEd
         MOVE WcmDevisNum TO WcmNum
         PERFORM CONV_LIGNE_SUSPECT
       END-IF.

      *Sous-paragraphe : annulation.dat (montant seul, sans durée :
      *pas de contrôle, la réservation d'origine a été contrôlée).
      *Relu au pas de 56 octets (avant fan_numResa et fan_idLot) ;
      *réservation et lot des anciennes annulations mis à zéro
      ******************************************************************
       CONV_ANNUL.

       OPEN INPUT fannulanc
       IF fxa_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ fannulanc NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Lannulanc TO WcmAnnulAnc
               MOVE WcmAnnulTete TO WcmNAnnulTete
               MOVE WcmAnnulTTC TO WcmNAnnulTTC
               MOVE WcmAnnulQueue TO WcmNAnnulQueue
               MOVE 0 TO WcmNAnnulResa
               MOVE 0 TO WcmNAnnulLot
               MOVE WcmAnnulNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE fannulanc
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT fannul
           IF fan_stat NOT = 0 THEN
             MOVE "annulation.dat" TO WejFichier
             MOVE fan_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_ANNUL" TO WejPara
             MOVE "fannul" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Tannul
                 WRITE Tannul
                 IF fan_stat NOT = 0 THEN
                   MOVE "annulation.dat" TO WejFichier
                   MOVE fan_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "CONV_ANNUL" TO WejPara
                   MOVE WcmTmpNom TO WejCle
                   PERFORM CONV_ERREUR_ETAPE
                   MOVE 1 TO WcmFin
                 END-IF
             END-PERFORM
             CLOSE fannul
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxa_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxa_stat
           MOVE "annulation.dat" TO WejFichier
           MOVE fxa_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_ANNUL" TO WejPara
           MOVE "fannulanc" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF.

      *Sous-paragraphe : archive_resa.dat
      ******************************************************************
       CONV_ARCHIVE.

       OPEN INPUT farchanc
       IF fxh_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ farchanc NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Larchanc TO WcmArchAnc
               MOVE WcmArchTete TO WcmNArchTete
               MOVE WcmArchTTC TO WcmNArchTTC
               MOVE WcmArchQueue TO WcmNArchQueue
               PERFORM CONV_CONTROLE_ARCHIVE
               MOVE WcmArchNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE farchanc
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT farchive
           IF far_stat NOT = 0 THEN
             MOVE "archive_resa.dat" TO WejFichier
             MOVE far_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_ARCHIVE" TO WejPara
             MOVE "farchive" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Tarchive
                 WRITE Tarchive
                 IF far_stat NOT = 0 THEN
                   MOVE "archive_resa.dat" TO WejFichier
                   MOVE far_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "CONV_ARCHIVE" TO WejPara
                   MOVE WcmTmpNom TO WejCle
                   PERFORM CONV_ERREUR_ETAPE
                   MOVE 1 TO WcmFin
                 END-IF
             END-PERFORM
             CLOSE farchive
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxh_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxh_stat
           MOVE "archive_resa.dat" TO WejFichier
           MOVE fxh_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_ARCHIVE" TO WejPara
           MOVE "farchanc" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF.

      *Sous-paragraphe : contrôle de troncature d'une réservation
      *archivée (WcmArchAnc : TTC seul)
      ******************************************************************
       CONV_CONTROLE_ARCHIVE.

       COMPUTE WcmDebut = WcmArchDebut / 10000
       COMPUTE WcmFinDate = WcmArchFinA * 10000 + WcmArchFinM * 100 +
               WcmArchFinJ
       COMPUTE WcmMinDeb = FUNCTION MOD(WcmArchDebut, 10000)
       COMPUTE WcmMinDeb = (WcmMinDeb / 100) * 60 +
               FUNCTION MOD(WcmMinDeb, 100)
       COMPUTE WcmMinFin = WcmArchFinH * 60 + WcmArchFinMn
       MOVE WcmArchSalle TO fs_id
       MOVE 0 TO fe_idEspace
       PERFORM CONV_PRIX_PLEIN
       IF WcmBrut >= 1000 AND WcmArchTTC > 0 THEN
         MOVE "archive_resa.dat" TO WcmFichier
         MOVE WcmArchTTC TO WcmEd
         MOVE WcmArchNum TO WcmNum
         PERFORM CONV_LIGNE_SUSPECT
       END-IF.

      *Sous-paragraphe : journal_resa.dat (image de réservation)
      ******************************************************************
       CONV_JOURNAL.

       OPEN INPUT fjournanc
       IF fxj_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ fjournanc NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Ljournanc TO WcmJournAnc
               MOVE WcmJournImage TO WcmResaAnc
               PERFORM CONV_IMAGE_RESA
               MOVE WcmJournTete TO WcmNJournTete
               MOVE WcmResaNouv TO WcmNJournImage
               MOVE WcmJournNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE fjournanc
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT fjournal
           IF fjr_stat NOT = 0 THEN
             MOVE "journal_resa.dat" TO WejFichier
             MOVE fjr_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_JOURNAL" TO WejPara
             MOVE "fjournal" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Tjournal
                 WRITE Tjournal
                 IF fjr_stat NOT = 0 THEN
                   MOVE "journal_resa.dat" TO WejFichier
                   MOVE fjr_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "CONV_JOURNAL" TO WejPara
                   MOVE WcmTmpNom TO WejCle
                   PERFORM CONV_ERREUR_ETAPE
                   MOVE 1 TO WcmFin
                 END-IF
             END-PERFORM
             CLOSE fjournal
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxj_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxj_stat
           MOVE "journal_resa.dat" TO WejFichier
           MOVE fxj_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_JOURNAL" TO WejPara
           MOVE "fjournanc" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF.

      *Sous-paragraphe : sauvegarde resa_bak.dat
      ******************************************************************
       CONV_SAUVEGARDE.

       OPEN INPUT fresabakv2
       IF fxb_stat = 0 THEN
         PERFORM CONV_TMP_OUVRE_ECRIT
         IF WcmErrEtape = 0 THEN
           MOVE 0 TO WcmFin
           PERFORM WITH TEST AFTER UNTIL WcmFin = 1
             READ fresabakv2 NEXT
             AT END
               MOVE 1 TO WcmFin
             NOT AT END
               ADD 1 TO WcmNb
               MOVE Lresabakv2 TO WcmResaAnc
               PERFORM CONV_IMAGE_RESA
               MOVE WcmResaNouv TO Lconvtmp
               PERFORM CONV_TMP_ECRIT
           END-PERFORM
           CLOSE fconvtmp
         END-IF
         CLOSE fresabakv2
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           PERFORM CONV_TMP_OUVRE_LIT
         END-IF
         IF WcmMode = 2 AND WcmErrEtape = 0 THEN
           OPEN OUTPUT fresabak
           IF frb_stat NOT = 0 THEN
             MOVE "resa_bak.dat" TO WejFichier
             MOVE frb_stat TO WejStat
             MOVE "OPEN" TO WejOper
             MOVE "CONV_SAUVEGARDE" TO WejPara
             MOVE "fresabak" TO WejCle
             PERFORM CONV_ERREUR_ETAPE
           ELSE
             MOVE 0 TO WcmFin
             PERFORM WITH TEST AFTER UNTIL WcmFin = 1
               READ fconvtmp NEXT
               AT END
                 MOVE 1 TO WcmFin
               NOT AT END
                 MOVE Lconvtmp TO Lresabak
                 WRITE Lresabak
                 IF frb_stat NOT = 0 THEN
                   MOVE "resa_bak.dat" TO WejFichier
                   MOVE frb_stat TO WejStat
                   MOVE "WRITE" TO WejOper
                   MOVE "CONV_SAUVEGARDE" TO WejPara
                   MOVE WcmTmpNom TO WejCle
                   PERFORM CONV_ERREUR_ETAPE
                   MOVE 1 TO WcmFin
                 END-IF
             END-PERFORM
             CLOSE fresabak
           END-IF
           CLOSE fconvtmp
         END-IF
       ELSE
         IF fxb_stat NOT = 35 THEN
           DISPLAY "/!\ Erreur d'ouverture ancien format: ",fxb_stat
           MOVE "resa_bak.dat" TO WejFichier
           MOVE fxb_stat TO WejStat
           MOVE "OPEN" TO WejOper
           MOVE "CONV_SAUVEGARDE" TO WejPara
           MOVE "fresabakv2" TO WejCle
           PERFORM JOURNAL_ERREUR
           MOVE 1 TO WcmErrEtape
         END-IF
       END-IF.
