         MOVE 'Pénalité non-venue (%)' TO ft_libelle
         WRITE Ttarif

         MOVE 'LIBEREMIN' TO ft_code
         MOVE 30 TO ft_taux
         MOVE 'Libération non pointés (min)' TO ft_libelle
         WRITE Ttarif

         MOVE 'LIBEREGARD' TO ft_code
         MOVE 60 TO ft_taux
         MOVE 'Garde offres du jour (min)' TO ft_libelle
         WRITE Ttarif

         MOVE 'LIBEREFREQ' TO ft_code
         MOVE 15 TO ft_taux
         MOVE 'Passage auto libération (min)' TO ft_libelle
         WRITE Ttarif

         MOVE 'FIABNOSHOW' TO ft_code
         MOVE 5 TO ft_taux
         MOVE 'Fiabilité : poids non-venue' TO ft_libelle
         WRITE Ttarif

         MOVE 'FIABANNUL' TO ft_code
         MOVE 3 TO ft_taux
         MOVE 'Fiabilité : annul. tardive' TO ft_libelle
         WRITE Ttarif

         MOVE 'FIABDEGAT' TO ft_code
         MOVE 10 TO ft_taux
         MOVE 'Fiabilité : poids dégât' TO ft_libelle
         WRITE Ttarif

         MOVE 'FIABIMPAYE' TO ft_code
         MOVE 10 TO ft_taux
         MOVE 'Fiabilité : poids impayé' TO ft_libelle
         WRITE Ttarif

         MOVE 'FIABSEUIL' TO ft_code
         MOVE 50 TO ft_taux
         MOVE 'Seuil de fiabilité (points)' TO ft_libelle
         WRITE Ttarif

         MOVE 'EQUITECART' TO ft_code
         MOVE 50 TO ft_taux
         MOVE 'Équité : écart signalé (%)' TO ft_libelle
         WRITE Ttarif

         MOVE 'CAUTION' TO ft_code
         MOVE 0 TO ft_taux
         MOVE 'Caution grands événements (%)' TO ft_libelle
         MOVE 90 TO ft_taux
         MOVE 'Blocage impayés (jours)' TO ft_libelle
         WRITE Ttarif

         MOVE 'PARTIC' TO ft_code
         MOVE 20 TO ft_taux
         MOVE 'Majoration particuliers (%)' TO ft_libelle
         WRITE Ttarif

         MOVE 'RGPDPART' TO ft_code
         MOVE 36 TO ft_taux
         MOVE 'Conservation particuliers (mois)' TO ft_libelle
         WRITE Ttarif

         MOVE 'PRECHAUFF' TO ft_code
         MOVE 60 TO ft_taux
         MOVE 'Anticipation chauffe GTB (min)' TO ft_libelle
         WRITE Ttarif

         MOVE 'BADGEAVANC' TO ft_code
         MOVE 30 TO ft_taux
         MOVE 'Tolérance badge (min)' TO ft_libelle
         WRITE Ttarif
       END-IF.

      *Affichage de la table des tarifs

       DISPLAY "Code du tarif à modifier (MEMEVILLE/AGGLO/TVA):"
       ACCEPT ft_code
      *Les codes repris dans les paramètres de gestion ne se
      *modifient plus ici (MODIFY_PARAMETRE, avec date d'effet)
       MOVE ft_code TO WpmCode
       PERFORM PARAM_EXISTE
       IF WpmTrouve = 1 THEN
         DISPLAY "Ce code relève des paramètres de gestion."
       ELSE
         READ ftarif KEY IS ft_code
           INVALID KEY
             DISPLAY "Ce code n'existe pas, ",
                     "création d'un nouveau tarif."
             DISPLAY "Libellé:"
             ACCEPT ft_libelle
             DISPLAY "Taux (%):"
             PERFORM WITH TEST AFTER UNTIL ft_taux IS NUMERIC
               ACCEPT ft_taux
             END-PERFORM
             WRITE Ttarif
               INVALID KEY
                 DISPLAY "/!\ Erreur"
                 MOVE "tarif.dat" TO WejFichier
                 MOVE ftar_stat TO WejStat
                 MOVE "WRITE" TO WejOper
                 MOVE "MODIFY_TARIF" TO WejPara
                 MOVE ft_code TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 PERFORM TRACE_TARIF_HIST
                 DISPLAY "Tarif créé."
             END-WRITE
           NOT INVALID KEY
             MOVE ft_taux TO WvalAncienne
             MOVE ft_taux TO WtarAncien
             DISPLAY "Nouveau taux (%) pour ",ft_code," (actuel: ",
      -             ft_taux,")"
             PERFORM WITH TEST AFTER UNTIL ft_taux IS NUMERIC
               ACCEPT ft_taux
             END-PERFORM
             MOVE "ftarif" TO fmo_fichier
             MOVE ft_code TO fmo_cle
             MOVE "ft_taux" TO fmo_champ
             MOVE WvalAncienne TO fmo_ancienne
             MOVE ft_taux TO fmo_nouvelle
             PERFORM LOG_MODIF
             REWRITE Ttarif
               INVALID KEY
                 DISPLAY "Erreur de réécriture."
                 MOVE "tarif.dat" TO WejFichier
                 MOVE ftar_stat TO WejStat
                 MOVE "REWRITE" TO WejOper
                 MOVE "MODIFY_TARIF" TO WejPara
                 MOVE ft_code TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 PERFORM TRACE_TARIF_ORIGINE
                 PERFORM TRACE_TARIF_HIST
                 DISPLAY "Tarif modifié avec succès."
             END-REWRITE
         END-READ
       END-IF.

      *Taux en vigueur à une date donnée. Entrée : WtarCode, WtarDate8
      *et WtarTaux pré-chargé avec la valeur de repli de l'appelant.
