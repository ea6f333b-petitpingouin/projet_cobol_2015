      *l'arrivée du sous-espace : les enregistrements de 170 octets
      *sont relus au bon pas, le sous-espace 00 (salle entière) est
      *inséré derrière la date de début et reservation.dat est
      *reconstruit au nouveau format, montants élargis compris. À
      *lancer une seule fois, à la bascule de version ; les
      *sauvegardes suivantes sont déjà au format 183.
      ******************************************************************
       MIGRE_RESAS_V1.

                 MOVE Lresabakv1(1:16) TO WmodSauve(1:16)
                 MOVE "00" TO WmodSauve(17:2)
                 MOVE Lresabakv1(17:154) TO WmodSauve(19:154)
                 MOVE WmodSauve(1:172) TO WcmResaAnc
                 PERFORM CONV_IMAGE_RESA
                 MOVE WcmResaNouv TO Tresa
                 WRITE Tresa
                 ADD 1 TO WnbEnrBak
             END-PERFORM
             ELSE
               COMPUTE Wdate8 = fr_dateDebut_a * 10000 +
      -                 fr_dateDebut_m * 100 + fr_dateDebut_j
               IF (fr_type = "Réservation" OR fr_type = "Scolaire" OR
                         fr_type = "Match") AND Wdate8 >= WperDeb AND
                         Wdate8 <= WperFin THEN
                 COMPUTE Wheures = Wheures + (fr_dateFin_h * 60 +
      -                   fr_dateFin_mn) - (fr_dateDebut_h * 60 +
                 IF fs_ville NOT = fv_id THEN
                   MOVE 1 TO Wresafin
                 ELSE
                   MOVE fs_id TO WdcSalleTest
                   MOVE 0 TO WdcRef
                   PERFORM SALLE_DECLASSEE
                   IF WdcHors = 0 THEN
                     DISPLAY "  ",fs_nom," : ",fs_prix," €/h"
                   END-IF
                 END-IF
             END-PERFORM
           END-START
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
      *      Un opérateur limité ne touche que les salles de ses
      *      communes
             MOVE fs_ville TO WpeVilleTest
             PERFORM PERIMETRE_VILLE
             IF WpeOK = 1 THEN
               MOVE Wbulk_dispo TO fs_dispo
               REWRITE Tsalle
             END-IF
         END-PERFORM
       ELSE
         DISPLAY "ID de la ville:"
         PERFORM WITH TEST AFTER UNTIL Wbulk_ville IS NUMERIC
           ACCEPT Wbulk_ville
         END-PERFORM
         MOVE Wbulk_ville TO WpeVilleTest
         PERFORM CONTROLE_VILLE
         MOVE Wbulk_ville TO fs_ville
         IF WpeOK = 1 THEN
           START fsalle KEY IS = fs_ville
           INVALID KEY
             DISPLAY "Aucune salle dans cette ville."
           NOT INVALID KEY
             MOVE 0 TO WendSearch
             PERFORM WITH TEST AFTER UNTIL WendSearch = 1
               READ fsalle NEXT
               AT END
                 MOVE 1 TO WendSearch
               NOT AT END
                 IF fs_ville NOT = Wbulk_ville THEN
                   MOVE 1 TO WendSearch
                 ELSE
                   MOVE Wbulk_dispo TO fs_dispo
                   REWRITE Tsalle
                 END-IF
             END-PERFORM
           END-START
         END-IF
       END-IF
       DISPLAY "Mise à jour terminée.".

       PERFORM WITH TEST AFTER UNTIL fg_idSalle IS NUMERIC
         ACCEPT fg_idSalle
       END-PERFORM
       PERFORM FERMETURE_PERIMETRE
       IF WpeOK = 1 THEN
         DISPLAY "Motif:"
         ACCEPT fg_motif

         WRITE Tfermeture
         INVALID KEY
      *    Fermeture déjà connue : on relance quand même le contrôle
      *    d'impact, c'est le chemin de reprise quand un premier
      *    passage n'avait pas pu traiter toutes les réservations
           DISPLAY "Cette fermeture existe déjà : ",
                   "contrôle d'impact relancé."
           PERFORM IMPACT_FERMETURE
         NOT INVALID KEY
           DISPLAY "Fermeture enregistrée."
      *    Les réservations déjà prises ce jour-là doivent être
      *    traitées, sinon les clubs trouvent porte close et la
      *    facture tombe quand même
           PERFORM IMPACT_FERMETURE
         END-WRITE
       END-IF.

      *Sous-paragraphe : fg_idSalle dans le périmètre de l'opérateur ?
      *-> WpeOK (la fermeture de toute la facilité est réservée aux
      *superviseurs d'agglomération)
      ******************************************************************
       FERMETURE_PERIMETRE.

       IF fg_idSalle = 0 THEN
         MOVE 1 TO WpeOK
         IF WpeLimite = 1 AND WconnectedAsAdmin = 1 THEN
           MOVE 0 TO WpeVilleTest
           PERFORM CONTROLE_VILLE
         END-IF
       ELSE
         MOVE fg_idSalle TO WpeSalle
         PERFORM CONTROLE_SALLE
       END-IF.

      *Impact d'une fermeture qui vient d'être saisie (fg_*) : relève
      *les réservations touchées, les liste avec les coordonnées des
      -            + fr_dateDebut_h * 100 + fr_dateDebut_mn
           MOVE fr_idClub TO fan_idClub
           MOVE fr_montant TO fan_montant
           MOVE fr_numResa TO fan_numResa
           MOVE fr_idLot TO fan_idLot
      *    Annulation du fait de la mairie : pas de frais de préavis
           MOVE 0 TO fan_fraisAnnul
           MOVE fr_numResa TO WmatNumResa
           DELETE fresa RECORD
             INVALID KEY
               DISPLAY "  Erreur lors de l'annulation."
               MOVE "reservation.dat" TO WejFichier
               MOVE fresa_stat TO WejStat
               MOVE "DELETE" TO WejOper
               MOVE "IMPACT_UNE_RESA" TO WejPara
               MOVE fr_cles TO WejCle
               PERFORM JOURNAL_ERREUR
             NOT INVALID KEY
               MOVE "S" TO WjrOp
               PERFORM LOG_JOURNAL_RESA
       PERFORM WITH TEST AFTER UNTIL fg_idSalle IS NUMERIC
         ACCEPT fg_idSalle
       END-PERFORM
       PERFORM FERMETURE_PERIMETRE
       IF WpeOK = 1 THEN
         READ ffermeture KEY IS fg_cles
         INVALID KEY
           DISPLAY "Cette fermeture n'existe pas."
         NOT INVALID KEY
           DELETE ffermeture RECORD
             NOT INVALID KEY
               DISPLAY "Fermeture supprimée."
         END-READ
       END-IF.

      *Affichage du calendrier des fermetures exceptionnelles
      ******************************************************************
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE fg_idSalle TO WpeSalle
           PERFORM PERIMETRE_SALLE
           IF WpeOK = 1 THEN
             DISPLAY fg_date," / Salle ",fg_idSalle," (0=toutes) / ",
      -             fg_motif
           END-IF
       END-PERFORM.

      *Auto-contrôle : recherche des chevauchements de réservations
         DISPLAY "22- Reconstruire les agrégats mensuels"
         DISPLAY "23- Retour annuel à la préfecture"
         DISPLAY "24- Bascule de saison"
         DISPLAY "25- Vérifier les chaînes de scellement"
         DISPLAY "26- Arrêté des produits constatés d'avance"
         DISPLAY "27- Décompte intercommunal (agglomération)"
         DISPLAY "28- Purge RGPD des particuliers"
         DISPLAY "29- Export GTB chauffage/éclairage"
         DISPLAY "30- Paramètres GTB d'une salle"
         DISPLAY "31- Balance des totaux de contrôle"
         DISPLAY "32- Contrôle des clubs au registre des associations"
         DISPLAY "33- Migration sauvegarde clubs (ancien format)"
         DISPLAY "34- Géocodage salles et clubs (Base Adresse Nat.)"
         DISPLAY "35- Programme hebdo. des manifestations publiques"
         DISPLAY "36- Journal des erreurs fichiers"
         DISPLAY "37- Montants élargis : contrôle et conversion"
         DISPLAY "38- Extrait mensuel entrepôt de données"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 22 PERFORM RECONSTRUIT_STATMOIS
             WHEN 23 PERFORM EXPORT_PREFECTURE
             WHEN 24 PERFORM BASCULE_SAISON
             WHEN 25 PERFORM VERIFIE_SCELLEMENTS
             WHEN 26 PERFORM PRODUITS_CONSTATES_AVANCE
             WHEN 27 PERFORM DECOMPTE_INTERCO
             WHEN 28 PERFORM PURGE_PARTICULIERS
             WHEN 29 PERFORM EXPORT_GTB
             WHEN 30 PERFORM SAISIE_GTB_SALLE
             WHEN 31 PERFORM BALANCE_CONTROLE
             WHEN 32 PERFORM CONTROLE_RNA_CLUBS
             WHEN 33 PERFORM MIGRE_CLUBS_V1
             WHEN 34 PERFORM GEOCODE_BAN
             WHEN 35 PERFORM EXPORT_MANIF_PUBLIC
             WHEN 36 PERFORM DISPLAY_ERREURS
             WHEN 37 PERFORM CONVERSION_MONTANTS
             WHEN 38 PERFORM EXPORT_ENTREPOT
         END-EVALUATE
       END-PERFORM.

         DISPLAY "19- Valorisation des gratuités"
         DISPLAY "20- Pipeline des devis"
         DISPLAY "21- Rapport mensuel des dérogations"
         DISPLAY "22- Coût complet et couverture des salles"
         DISPLAY "23- Équité : heures par licencié (saison)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 19 PERFORM VALORISATION_GRATUITES
             WHEN 20 PERFORM RAPPORT_DEVIS
             WHEN 21 PERFORM RAPPORT_DEROGATIONS
             WHEN 22 PERFORM RAPPORT_COUT_COMPLET
             WHEN 23 PERFORM RAPPORT_EQUITE
         END-EVALUATE
       END-PERFORM.
