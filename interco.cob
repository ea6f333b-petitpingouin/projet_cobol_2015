      *Reversements intercommunaux : les salles des communes membres
      *de l'agglomération (fv_agglo = 1) utilisées par des clubs d'une
      *autre commune donnent lieu, pour l'année, à
      *  - un reversement à l'agglomération d'une part des recettes
      *    facturées pour ces utilisations (fqp_tauxReverse, en %) ;
      *  - une contribution horaire due par la commune du club à la
      *    commune propriétaire de la salle (fqp_contribHeure).
      *Les heures et recettes viennent des lignes de facture de
      *l'année (avoirs en déduction, factures annulées exclues). Le
      *décompte est rangé par salle et commune du club dans
      *interco.dat, puis édité commune par commune dans
      *interco_AAAA.txt.
      ******************************************************************
       DECOMPTE_INTERCO.

       DISPLAY "Indiquez l'année:"
       PERFORM WITH TEST AFTER UNTIL WimAnnee IS NUMERIC AND
                WimAnnee > 1970 AND WimAnnee < 2038
         ACCEPT WimAnnee
       END-PERFORM
       COMPUTE WimDateDeb = WimAnnee * 10000
       COMPUTE WimDateFin = WimDateDeb + 10000

       PERFORM QUOTEPART_ANNEE

       MOVE "INTERCO" TO WrunJob
       PERFORM RUN_DEBUT

      *Un nouveau passage remplace le décompte de l'année
       MOVE 9 TO WimPasse
       PERFORM INTERCO_PARCOURS
       PERFORM INTERCO_CUMUL
       MOVE 0 TO WimPasse
       PERFORM INTERCO_PARCOURS
       PERFORM INTERCO_ETAT

       MOVE WimNbLignes TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN
       DISPLAY WimNbLignes," ligne(s) de facture retenue(s), ",
      -        WimNbCommunes," commune(s) dans ",WimNom.

      *Sous-paragraphe : quotes-parts de l'année WimAnnee, saisies ou
      *modifiées au besoin
      ******************************************************************
       QUOTEPART_ANNEE.

       MOVE WimAnnee TO fqp_annee
       READ fquotepart KEY IS fqp_annee
         INVALID KEY
           DISPLAY "Aucune quote-part saisie pour ",WimAnnee
           MOVE 1 TO WcrudChoix
         NOT INVALID KEY
           DISPLAY "Quotes-parts ",fqp_annee," : reversement ",
      -            fqp_tauxReverse," % - contribution ",
      -            fqp_contribHeure," par heure"
           DISPLAY "Modifier les quotes-parts (0/1) ?"
           MOVE 5 TO WcrudChoix
           PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                     WcrudChoix = 1
             ACCEPT WcrudChoix
           END-PERFORM
       END-READ
       IF WcrudChoix = 1 THEN
         PERFORM SAISIE_QUOTEPART
       END-IF.

      *Sous-paragraphe : saisie des quotes-parts de la convention pour
      *l'année WimAnnee
      ******************************************************************
       SAISIE_QUOTEPART.

       DISPLAY "Part des recettes reversée à l'agglomération (%):"
       PERFORM WITH TEST AFTER UNTIL fqp_tauxReverse IS NUMERIC
         ACCEPT fqp_tauxReverse
       END-PERFORM
       DISPLAY "Contribution par heure due par la commune du club:"
       PERFORM WITH TEST AFTER UNTIL fqp_contribHeure IS NUMERIC
         ACCEPT fqp_contribHeure
       END-PERFORM
       MOVE WimAnnee TO fqp_annee
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE WdateSys TO fqp_dateSaisie
       MOVE WoperLogin TO fqp_login
       WRITE Tquotepart
         INVALID KEY
           REWRITE Tquotepart
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture quote-part: ",fqp_stat
               MOVE "quotepart.dat" TO WejFichier
               MOVE fqp_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "SAISIE_QUOTEPART" TO WejPara
               MOVE fqp_annee TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
       END-WRITE.

      *Sous-paragraphe : parcours du décompte de l'année WimAnnee,
      *selon WimPasse (9 = purge, 0 = application des quotes-parts,
      *1 = totaux d'une commune, 2 = ses salles, 3 = ses clubs)
      ******************************************************************
       INTERCO_PARCOURS.

       MOVE WimAnnee TO fim_annee
       MOVE 0 TO fim_idSalle
       MOVE 0 TO fim_villeClub
       START finterco KEY IS NOT LESS THAN fim_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WimFin
           PERFORM WITH TEST AFTER UNTIL WimFin = 1
             READ finterco NEXT
             AT END
               MOVE 1 TO WimFin
             NOT AT END
               IF fim_annee NOT = WimAnnee THEN
                 MOVE 1 TO WimFin
               ELSE
                 PERFORM INTERCO_UNE_LIGNE
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : traitement d'une ligne du décompte (fim_*)
      ******************************************************************
       INTERCO_UNE_LIGNE.

       EVALUATE WimPasse
         WHEN 9
           DELETE finterco RECORD
             INVALID KEY
               DISPLAY "/!\ Erreur de suppression décompte: ",fim_stat
               MOVE "interco.dat" TO WejFichier
               MOVE fim_stat TO WejStat
               MOVE "DELETE" TO WejOper
               MOVE "INTERCO_UNE_LIGNE" TO WejPara
               MOVE fim_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-DELETE
         WHEN 0
           COMPUTE fim_reverse ROUNDED = fim_montantHT *
      -            fqp_tauxReverse / 100
           COMPUTE fim_contrib ROUNDED = fim_minutes *
      -            fqp_contribHeure / 60
           REWRITE Tinterco
             INVALID KEY
               DISPLAY "/!\ Erreur de réécriture décompte: ",fim_stat
               MOVE "interco.dat" TO WejFichier
               MOVE fim_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "INTERCO_UNE_LIGNE" TO WejPara
               MOVE fim_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
         WHEN 1
           IF fim_villeSalle = WimVille THEN
             MOVE 1 TO WimActif
             ADD fim_reverse TO WimReverse
             ADD fim_contrib TO WimRecu
           END-IF
           IF fim_villeClub = WimVille THEN
             MOVE 1 TO WimActif
             ADD fim_contrib TO WimVerse
           END-IF
         WHEN 2
           IF fim_villeSalle = WimVille THEN
             PERFORM INTERCO_EDITE_SALLE
           END-IF
         WHEN 3
           IF fim_villeClub = WimVille THEN
             PERFORM INTERCO_EDITE_CLUB
           END-IF
       END-EVALUATE.

      *Sous-paragraphe : cumul des lignes de facture de l'année par
      *salle et commune du club utilisateur
      ******************************************************************
       INTERCO_CUMUL.

       MOVE 0 TO WimNbLignes
       MOVE 0 TO WimDernFact
       MOVE 0 TO WimFactOk
       CLOSE flignefact
       OPEN I-O flignefact
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ flignefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF flf_idSalle > 0 AND flf_date > WimDateDeb AND
                     flf_date < WimDateFin THEN
             PERFORM INTERCO_UNE_LIGNE_FACT
           END-IF
         END-READ
       END-PERFORM.

      *Sous-paragraphe : une ligne de facture (flf_*) ; la facture et
      *la commune du club ne sont relues qu'au changement de facture
      ******************************************************************
       INTERCO_UNE_LIGNE_FACT.

       IF flf_numFacture NOT = WimDernFact THEN
         MOVE flf_numFacture TO WimDernFact
         MOVE 0 TO WimFactOk
         MOVE flf_numFacture TO ffa_numero
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF ffa_statut NOT = 3 THEN
               MOVE ffa_idClub TO fc_id
               READ fclub KEY IS fc_id
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO WimFactOk
                   MOVE fc_ville TO WimVilleClub
               END-READ
             END-IF
             IF ffa_nature = "AVOIR" THEN
               MOVE -1 TO WimSigne
             ELSE
               MOVE 1 TO WimSigne
             END-IF
         END-READ
       END-IF

       IF WimFactOk = 1 THEN
         MOVE flf_idSalle TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fs_ville NOT = WimVilleClub THEN
               MOVE fs_ville TO WimVilleSalle
               MOVE fs_ville TO fv_id
               READ fville KEY IS fv_id
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF fv_agglo = 1 THEN
                     PERFORM INTERCO_AJOUTE
                   END-IF
               END-READ
             END-IF
         END-READ
       END-IF.

      *Sous-paragraphe : ajoute la ligne de facture courante au
      *décompte de sa salle et de la commune du club
      ******************************************************************
       INTERCO_AJOUTE.

       ADD 1 TO WimNbLignes
       MOVE WimAnnee TO fim_annee
       MOVE flf_idSalle TO fim_idSalle
       MOVE WimVilleClub TO fim_villeClub
       READ finterco KEY IS fim_cle
         INVALID KEY
           MOVE WimVilleSalle TO fim_villeSalle
           MOVE 0 TO fim_minutes
           MOVE 0 TO fim_montantHT
           MOVE 0 TO fim_reverse
           MOVE 0 TO fim_contrib
           IF flf_type = "RESA" THEN
             ADD flf_minutes TO fim_minutes
           END-IF
           COMPUTE fim_montantHT = flf_montantHT * WimSigne
           WRITE Tinterco
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture décompte: ",fim_stat
               MOVE "interco.dat" TO WejFichier
               MOVE fim_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "INTERCO_AJOUTE" TO WejPara
               MOVE fim_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         NOT INVALID KEY
           IF flf_type = "RESA" THEN
             ADD flf_minutes TO fim_minutes
           END-IF
           COMPUTE fim_montantHT = fim_montantHT +
      -            flf_montantHT * WimSigne
           REWRITE Tinterco
             INVALID KEY
               DISPLAY "/!\ Erreur de réécriture décompte: ",fim_stat
               MOVE "interco.dat" TO WejFichier
               MOVE fim_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "INTERCO_AJOUTE" TO WejPara
               MOVE fim_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
       END-READ.

      *Sous-paragraphe : état de reversement, une section par commune
      *concernée (propriétaire d'une salle utilisée ou commune d'un
      *club utilisateur)
      ******************************************************************
       INTERCO_ETAT.

       MOVE 0 TO WimNbCommunes
       MOVE SPACES TO WimNom
       STRING "interco_" DELIMITED BY SIZE
              WimAnnee DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
         INTO WimNom
       END-STRING
       OPEN OUTPUT fdecompte
       MOVE ALL "=" TO Ldecompte
       WRITE Ldecompte
       MOVE SPACES TO Ldecompte
       STRING "DECOMPTE INTERCOMMUNAL " DELIMITED BY SIZE
              WimAnnee DELIMITED BY SIZE
              " - reversement agglo " DELIMITED BY SIZE
              fqp_tauxReverse DELIMITED BY SIZE
              " % - contribution horaire " DELIMITED BY SIZE
              fqp_contribHeure DELIMITED BY SIZE
         INTO Ldecompte
       END-STRING
       WRITE Ldecompte
       DISPLAY "--- Décompte intercommunal ",WimAnnee," ---"
       DISPLAY "Commune / reversé agglo / reçu / versé / solde"

       CLOSE fville
       OPEN I-O fville
       MOVE 0 TO Wresafin
       PERFORM WITH TEST AFTER UNTIL Wresafin = 1
         READ fville NEXT
         AT END
           MOVE 1 TO Wresafin
         NOT AT END
           PERFORM INTERCO_COMMUNE
         END-READ
       END-PERFORM
       CLOSE fdecompte.

      *Sous-paragraphe : section de la commune courante (fv_*). Les
      *détails relisent fville, la lecture séquentielle reprend après
      *la commune traitée.
      ******************************************************************
       INTERCO_COMMUNE.

       MOVE fv_id TO WimVille
       MOVE 0 TO WimActif
       MOVE 0 TO WimReverse
       MOVE 0 TO WimRecu
       MOVE 0 TO WimVerse
       MOVE 1 TO WimPasse
       PERFORM INTERCO_PARCOURS

       IF WimActif = 1 THEN
         ADD 1 TO WimNbCommunes
         MOVE ALL "=" TO Ldecompte
         WRITE Ldecompte
         MOVE SPACES TO Ldecompte
         STRING "COMMUNE " DELIMITED BY SIZE
                fv_nom DELIMITED BY "  "
                " (" DELIMITED BY SIZE
                fv_codePost DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
           INTO Ldecompte
         END-STRING
         WRITE Ldecompte
         COMPUTE WimSolde = WimRecu - WimReverse - WimVerse
         DISPLAY fv_nom," / ",WimReverse," / ",WimRecu," / ",
      -          WimVerse," / ",WimSolde

         MOVE "Salles de la commune utilisees par d'autres communes :"
           TO Ldecompte
         WRITE Ldecompte
         MOVE 2 TO WimPasse
         PERFORM INTERCO_PARCOURS
         MOVE "Utilisation par ses clubs de salles d'autres communes :"
           TO Ldecompte
         WRITE Ldecompte
         MOVE 3 TO WimPasse
         PERFORM INTERCO_PARCOURS

         MOVE ALL "-" TO Ldecompte
         WRITE Ldecompte
         MOVE WimReverse TO WimEdMontant
         MOVE SPACES TO Ldecompte
         STRING "Recettes reversees a l'agglomeration : "
                  DELIMITED BY SIZE
                WimEdMontant DELIMITED BY SIZE
           INTO Ldecompte
         END-STRING
         WRITE Ldecompte
         MOVE WimRecu TO WimEdMontant
         MOVE SPACES TO Ldecompte
         STRING "Contributions recues des communes    : "
                  DELIMITED BY SIZE
                WimEdMontant DELIMITED BY SIZE
           INTO Ldecompte
         END-STRING
         WRITE Ldecompte
         MOVE WimVerse TO WimEdMontant
         MOVE SPACES TO Ldecompte
         STRING "Contributions dues aux communes      : "
                  DELIMITED BY SIZE
                WimEdMontant DELIMITED BY SIZE
           INTO Ldecompte
         END-STRING
         WRITE Ldecompte
         MOVE WimSolde TO WimEdMontant
         MOVE SPACES TO Ldecompte
         STRING "Solde (positif = a recevoir)         : "
                  DELIMITED BY SIZE
                WimEdMontant DELIMITED BY SIZE
           INTO Ldecompte
         END-STRING
         WRITE Ldecompte
       END-IF

      *Reprise de la lecture séquentielle après la commune traitée
       MOVE WimVille TO fv_id
       START fville KEY IS GREATER THAN fv_id
         INVALID KEY
           MOVE 1 TO Wresafin
       END-START.

      *Sous-paragraphe : ligne "salle de la commune" du décompte
      ******************************************************************
       INTERCO_EDITE_SALLE.

       MOVE fim_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           MOVE SPACES TO fs_nom
       END-READ
       MOVE fim_villeClub TO fv_id
       READ fville KEY IS fv_id
         INVALID KEY
           MOVE SPACES TO fv_nom
       END-READ
       COMPUTE WimHeures = fim_minutes / 60
       MOVE WimHeures TO WimEdHeures
       MOVE fim_montantHT TO WimEdMontant
       MOVE SPACES TO Ldecompte
       STRING "  Salle " DELIMITED BY SIZE
              fim_idSalle DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              " / clubs de " DELIMITED BY SIZE
              fv_nom DELIMITED BY "  "
              " : " DELIMITED BY SIZE
              WimEdHeures DELIMITED BY SIZE
              " h, recettes HT " DELIMITED BY SIZE
              WimEdMontant DELIMITED BY SIZE
         INTO Ldecompte
       END-STRING
       WRITE Ldecompte
       MOVE fim_reverse TO WimEdMontant
       MOVE fim_contrib TO WimEdMontant2
       MOVE SPACES TO Ldecompte
       STRING "    reverse agglo " DELIMITED BY SIZE
              WimEdMontant DELIMITED BY SIZE
              " - contribution recue " DELIMITED BY SIZE
              WimEdMontant2 DELIMITED BY SIZE
         INTO Ldecompte
       END-STRING
       WRITE Ldecompte.

      *Sous-paragraphe : ligne "club de la commune" du décompte
      ******************************************************************
       INTERCO_EDITE_CLUB.

       MOVE fim_idSalle TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           MOVE SPACES TO fs_nom
       END-READ
       MOVE fim_villeSalle TO fv_id
       READ fville KEY IS fv_id
         INVALID KEY
           MOVE SPACES TO fv_nom
       END-READ
       COMPUTE WimHeures = fim_minutes / 60
       MOVE WimHeures TO WimEdHeures
       MOVE fim_contrib TO WimEdMontant
       MOVE SPACES TO Ldecompte
       STRING "  Salle " DELIMITED BY SIZE
              fim_idSalle DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              fs_nom DELIMITED BY "  "
              " (" DELIMITED BY SIZE
              fv_nom DELIMITED BY "  "
              ") : " DELIMITED BY SIZE
              WimEdHeures DELIMITED BY SIZE
              " h, contribution due " DELIMITED BY SIZE
              WimEdMontant DELIMITED BY SIZE
         INTO Ldecompte
       END-STRING
       WRITE Ldecompte.
