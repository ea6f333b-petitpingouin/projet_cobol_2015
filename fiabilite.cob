      *Score de fiabilité des clubs : les non-venues (presence.dat),
      *les annulations tardives (annulation.dat, frais de préavis
      *appliqués), les dégâts constatés (etatlieux.dat, réparation
      *chiffrée) et les factures impayées au-delà de BLOCJOURS (mêmes
      *exclusions que le blocage : litiges ouverts, échéanciers
      *respectés) étaient tous enregistrés mais rien ne s'en servait.
      *Par année civile, chaque club part de 100 points et perd le
      *poids de chaque fait (table des tarifs : FIABNOSHOW, FIABANNUL,
      *FIABDEGAT, FIABIMPAYE) ; FIABSEUIL marque les clubs peu
      *fiables. L'arbitrage de campagne peut s'en servir pour
      *départager les vœux, ou pour faire passer les clubs sous le
      *seuil après les autres (voir ARBITRAGE_CAMPAGNE).
      ******************************************************************

      *Calcul et rapport commenté des scores d'une année
      ******************************************************************
       RAPPORT_FIABILITE.

       DISPLAY "Année civile à noter (aaaa):"
       PERFORM WITH TEST AFTER UNTIL WfbAnnee IS NUMERIC AND
                 WfbAnnee > 1970 AND WfbAnnee < 2038
         ACCEPT WfbAnnee
       END-PERFORM
       PERFORM CALCULE_FIABILITE

       DISPLAY "--- Fiabilité des clubs en ",WfbAnnee," ---"
       DISPLAY "Poids : non-venue ",WfbPoidsNoShow,
               ", annulation tardive ",WfbPoidsAnnul,
               ", dégât ",WfbPoidsDegat,
               ", facture impayée ",WfbPoidsImpaye
       DISPLAY "Seuil de fiabilité : ",WfbSeuil
       MOVE 0 TO WfbNb
       MOVE 0 TO WfbNbBas
       CLOSE ffiab
       OPEN I-O ffiab
       MOVE 0 TO WfbFin
       PERFORM WITH TEST AFTER UNTIL WfbFin = 1
         READ ffiab NEXT
         AT END
           MOVE 1 TO WfbFin
         NOT AT END
           IF ffb_annee = WfbAnnee THEN
             PERFORM RAPPORT_FIABILITE_LIGNE
           END-IF
       END-PERFORM
       DISPLAY "--------------------------------------------"
       DISPLAY WfbNb," club(s) notés, ",WfbNbBas,
               " sous le seuil.".

      *Sous-paragraphe : explication du score courant (ffb_*)
      ******************************************************************
       RAPPORT_FIABILITE_LIGNE.

       ADD 1 TO WfbNb
       MOVE ffb_idClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           MOVE SPACES TO fc_nom
       END-READ
       DISPLAY "Club ",ffb_idClub," ",fc_nom," : score ",ffb_score
       DISPLAY "  = 100 - ",ffb_nbNoShow," non-venue(s) x ",
               WfbPoidsNoShow," - ",ffb_nbAnnulTard,
               " annulation(s) tardive(s) x ",WfbPoidsAnnul
       DISPLAY "        - ",ffb_nbDegats," dégât(s) x ",WfbPoidsDegat,
               " - ",ffb_nbImpayes," facture(s) impayée(s) x ",
               WfbPoidsImpaye
       IF ffb_score < WfbSeuil THEN
         ADD 1 TO WfbNbBas
         DISPLAY "  /!\ sous le seuil de fiabilité (",WfbSeuil,")"
       END-IF.

      *Calcul des scores de l'année WfbAnnee pour tous les clubs
      *(chaque passage refait l'année entière : les poids du jour
      *s'appliquent)
      ******************************************************************
       CALCULE_FIABILITE.

       PERFORM FIABILITE_PARAMETRES

      *Une fiche à zéro par club
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WfbFin
       PERFORM WITH TEST AFTER UNTIL WfbFin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WfbFin
         NOT AT END
           MOVE fc_id TO ffb_idClub
           MOVE WfbAnnee TO ffb_annee
           MOVE 0 TO ffb_nbNoShow
           MOVE 0 TO ffb_nbAnnulTard
           MOVE 0 TO ffb_nbDegats
           MOVE 0 TO ffb_nbImpayes
           MOVE 100 TO ffb_score
           MOVE WdateSys TO ffb_dateCalcul
           WRITE Tfiab
             INVALID KEY
               REWRITE Tfiab
           END-WRITE
       END-PERFORM

      *Non-venues constatées dans l'année
       CLOSE fpresence
       OPEN I-O fpresence
       MOVE 0 TO WfbFin
       PERFORM WITH TEST AFTER UNTIL WfbFin = 1
         READ fpresence NEXT
         AT END
           MOVE 1 TO WfbFin
         NOT AT END
           IF fp_statut = 2 AND fp_date / 10000 = WfbAnnee THEN
             MOVE fp_idClub TO WfbClub
             MOVE 1 TO WfbNature
             PERFORM FIABILITE_AJOUTE
           END-IF
       END-PERFORM

      *Annulations tardives (frais de préavis appliqués) de l'année
       CLOSE fannul
       OPEN INPUT fannul
       IF fan_stat NOT = 35 THEN
         MOVE 0 TO WfbFin
         PERFORM WITH TEST AFTER UNTIL WfbFin = 1
           READ fannul NEXT
           AT END
             MOVE 1 TO WfbFin
           NOT AT END
             IF fan_fraisAnnul > 0 AND fan_idClub > 0 AND
                       fan_dateAnnul / 10000 = WfbAnnee THEN
               MOVE fan_idClub TO WfbClub
               MOVE 2 TO WfbNature
               PERFORM FIABILITE_AJOUTE
             END-IF
         END-PERFORM
       END-IF
       CLOSE fannul

      *Dégâts chiffrés aux états des lieux de l'année
       CLOSE fetat
       OPEN I-O fetat
       MOVE 0 TO WfbFin
       PERFORM WITH TEST AFTER UNTIL WfbFin = 1
         READ fetat NEXT
         AT END
           MOVE 1 TO WfbFin
         NOT AT END
           IF fel_montantRepar > 0 AND fel_date / 10000 = WfbAnnee
                     THEN
             MOVE fel_idClub TO WfbClub
             MOVE 3 TO WfbNature
             PERFORM FIABILITE_AJOUTE
           END-IF
       END-PERFORM

      *Factures impayées, puis score de chaque fiche de l'année
       CLOSE ffiab
       OPEN I-O ffiab
       MOVE 0 TO WfbFin
       PERFORM WITH TEST AFTER UNTIL WfbFin = 1
         READ ffiab NEXT
         AT END
           MOVE 1 TO WfbFin
         NOT AT END
           IF ffb_annee = WfbAnnee THEN
             PERFORM FIABILITE_IMPAYES
             COMPUTE WfbRetrait = ffb_nbNoShow * WfbPoidsNoShow +
                     ffb_nbAnnulTard * WfbPoidsAnnul +
                     ffb_nbDegats * WfbPoidsDegat +
                     ffb_nbImpayes * WfbPoidsImpaye
             IF WfbRetrait >= 100 THEN
               MOVE 0 TO ffb_score
             ELSE
               COMPUTE ffb_score = 100 - WfbRetrait
             END-IF
             REWRITE Tfiab
           END-IF
       END-PERFORM.

      *Sous-paragraphe : un fait de nature WfbNature (1 non-venue,
      *2 annulation tardive, 3 dégât) pour le club WfbClub
      ******************************************************************
       FIABILITE_AJOUTE.

       MOVE WfbClub TO ffb_idClub
       MOVE WfbAnnee TO ffb_annee
       READ ffiab KEY IS ffb_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           EVALUATE WfbNature
             WHEN 1 ADD 1 TO ffb_nbNoShow
             WHEN 2 ADD 1 TO ffb_nbAnnulTard
             WHEN 3 ADD 1 TO ffb_nbDegats
           END-EVALUATE
           REWRITE Tfiab
       END-READ.

      *Sous-paragraphe : factures de l'année du club de la fiche
      *courante (ffb_*) impayées au-delà du délai de blocage, comptées
      *comme au blocage pour impayés (IMPAYES_UNE_FACTURE)
      ******************************************************************
       FIABILITE_IMPAYES.

       MOVE ffb_idClub TO ffa_idClub
       START ffacture KEY IS = ffa_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WfbFin2
           PERFORM WITH TEST AFTER UNTIL WfbFin2 = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WfbFin2
             NOT AT END
               IF ffa_idClub NOT = ffb_idClub THEN
                 MOVE 1 TO WfbFin2
               ELSE
                 IF ffa_statut = 1 AND ffa_nature NOT = "AVOIR" AND
                           ffa_annee = WfbAnnee THEN
                   MOVE WimbDu TO WfbDuAvant
                   PERFORM IMPAYES_UNE_FACTURE
                   IF WimbDu > WfbDuAvant THEN
                     ADD 1 TO ffb_nbImpayes
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START.

      *Sous-paragraphe : poids et seuil (table des tarifs), date du
      *jour et délai d'impayé
      ******************************************************************
       FIABILITE_PARAMETRES.

       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE 0 TO WimbDu
       MOVE 'BLOCJOURS' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 90 TO ft_taux
       END-READ
       MOVE ft_taux TO WimbDelai
       MOVE 'FIABNOSHOW' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 5 TO ft_taux
       END-READ
       MOVE ft_taux TO WfbPoidsNoShow
       MOVE 'FIABANNUL' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 3 TO ft_taux
       END-READ
       MOVE ft_taux TO WfbPoidsAnnul
       MOVE 'FIABDEGAT' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 10 TO ft_taux
       END-READ
       MOVE ft_taux TO WfbPoidsDegat
       MOVE 'FIABIMPAYE' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 10 TO ft_taux
       END-READ
       MOVE ft_taux TO WfbPoidsImpaye
       MOVE 'FIABSEUIL' TO ft_code
       READ ftarif KEY IS ft_code
         INVALID KEY
           MOVE 50 TO ft_taux
       END-READ
       MOVE ft_taux TO WfbSeuil.

      *Score de l'année WfbAnnee du club WfbClub -> WfbScore (100 si
      *le club n'a pas été noté) et WfbBas (1 = sous le seuil)
      ******************************************************************
       FIABILITE_CLUB.

       MOVE WfbClub TO ffb_idClub
       MOVE WfbAnnee TO ffb_annee
       READ ffiab KEY IS ffb_cle
         INVALID KEY
           MOVE 100 TO WfbScore
         NOT INVALID KEY
           MOVE ffb_score TO WfbScore
       END-READ
       MOVE 0 TO WfbBas
       IF WfbScore < WfbSeuil THEN
         MOVE 1 TO WfbBas
       END-IF.
