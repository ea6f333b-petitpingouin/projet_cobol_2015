      *    (seuil exprimé en DIZAINES d'euros : la table des tarifs
      *    plafonne à 999) ;
      *  - attestations expirant sous 30 jours ;
      *  - quotas subventionnés consommés au-delà d'ALRQUOTA % ;
      *  - demandes de droit d'accès ouvertes à moins de 7 jours de
      *    leur échéance d'un mois, ou déjà hors délai.
      *Les erreurs fichiers graves ouvrent aussi une alerte FICHIER
      *au fil de l'eau (JOURNAL_ERREUR).
      ******************************************************************

      *Ouverture d'une alerte (WalType/WalMessage chargés), sans
         WRITE Talerte
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture alerte: ",fal_stat
             MOVE "alerte.dat" TO WejFichier
             MOVE fal_stat TO WejStat
             MOVE "WRITE" TO WejOper
             MOVE "CREE_ALERTE" TO WejPara
             MOVE fal_id TO WejCle
             PERFORM JOURNAL_ERREUR
         END-WRITE
       END-IF.

               PERFORM CREE_ALERTE
             END-IF
           END-IF
       END-PERFORM

      *Règle 5 : demandes de droit d'accès proches de l'échéance
       COMPUTE Wdateint = FUNCTION INTEGER-OF-DATE(WdateSys) + 7
       COMPUTE WperFin = FUNCTION DATE-OF-INTEGER(Wdateint)
       MOVE 0 TO WalNb
       MOVE 0 TO fda_dateReception
       MOVE 0 TO fda_rang
       START fdacces KEY IS NOT LESS THAN fda_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ fdacces NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF fda_statut = 1 AND fda_echeance <= WperFin THEN
                 ADD 1 TO WalNb
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WalNb > 0 THEN
         MOVE "RGPD" TO WalType
         MOVE SPACES TO WalMessage
         STRING WalNb DELIMITED BY SIZE
                " demande(s) d'accès à répondre sous 7 jours"
                DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       END-IF.

      *Alertes ouvertes en tête du menu administrateur
      ******************************************************************
