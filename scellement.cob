      *Scellement des factures et des règlements : la réglementation
      *anti-fraude à la TVA veut qu'une recette enregistrée ne puisse
      *pas être modifiée en silence, or n'importe qui ayant accès aux
      *fichiers pouvait réécrire un Tfacture ou un Treglement. Chaque
      *nouvel enregistrement reçoit dans scellement.dat une empreinte
      *calculée sur ses zones définitives (montants, dates, club,
      *nature ou mode) et sur l'empreinte du scellement précédent de
      *la même chaîne (F = factures, R = règlements) : toucher un
      *enregistrement, en insérer ou en retirer un casse la chaîne.
      *Les zones de suivi (statut, relances, bordereau) restent hors
      *empreinte : elles évoluent normalement. Un règlement retiré sur
      *rejet de prélèvement laisse un scellement de suppression (S),
      *la clôture d'une période pose un scellement de clôture (C) sur
      *chaque chaîne, et VERIFIE_SCELLEMENTS parcourt les deux chaînes
      *(résultat dans runhist.dat, job SCELLEMENT, frh_nbEnr = nombre
      *d'anomalies). Les écritures du mode formation ne sont pas
      *scellées : elles sont jetées à la déconnexion. L'empreinte est
      *un hachage polynomial modulo un grand nombre premier.
      ******************************************************************

      *Reprise : à la première ouverture, les enregistrements déjà
      *présents sont scellés dans l'ordre des numéros (compteurs
      *'scelfact'/'scelregl' absents de fid)
      ******************************************************************
       INIT_SCELLEMENT.

       CLOSE fid
       OPEN I-O fid
       MOVE 'scelfact' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 0 TO WscNb
           CLOSE ffacture
           OPEN I-O ffacture
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               PERFORM SCELLE_FACTURE
               ADD 1 TO WscNb
           END-PERFORM
           IF WscNb > 0 THEN
             DISPLAY "Scellement initial : ",WscNb," facture(s)."
           END-IF
       END-READ

       CLOSE fid
       OPEN I-O fid
       MOVE 'scelregl' TO fid_type
       READ fid KEY IS fid_type
         INVALID KEY
           MOVE 0 TO WscNb
           CLOSE freglement
           OPEN I-O freglement
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ freglement NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               PERFORM SCELLE_REGLEMENT
               ADD 1 TO WscNb
           END-PERFORM
           IF WscNb > 0 THEN
             DISPLAY "Scellement initial : ",WscNb," règlement(s)."
           END-IF
       END-READ.

      *Scellement de la facture qui vient d'être écrite (ffa_*)
      ******************************************************************
       SCELLE_FACTURE.

       IF WmodeFormation = 0 THEN
         MOVE "F" TO WscChaine
         PERFORM GET_ID_SCELFACT
         PERFORM SCEL_PREPARE
         MOVE "E" TO fsc_type
         MOVE ffa_numero TO fsc_numero
         PERFORM SCEL_EMP_FACTURE
         PERFORM SCEL_ECRIT
       END-IF.

      *Scellement du règlement qui vient d'être écrit (frg_*)
      ******************************************************************
       SCELLE_REGLEMENT.

       IF WmodeFormation = 0 THEN
         MOVE "R" TO WscChaine
         PERFORM GET_ID_SCELREGL
         PERFORM SCEL_PREPARE
         MOVE "E" TO fsc_type
         MOVE frg_id TO fsc_numero
         PERFORM SCEL_EMP_REGLEMENT
         PERFORM SCEL_ECRIT
       END-IF.

      *Trace scellée d'un règlement retiré (frg_* lu, avant le DELETE)
      ******************************************************************
       SCELLE_SUPPRESSION_REGL.

       IF WmodeFormation = 0 THEN
         MOVE "R" TO WscChaine
         PERFORM GET_ID_SCELREGL
         PERFORM SCEL_PREPARE
         MOVE "S" TO fsc_type
         MOVE frg_id TO fsc_numero
         MOVE frg_montant TO fsc_totPeriode
         PERFORM SCEL_EMP_SCELLEMENT
         PERFORM SCEL_ECRIT
       END-IF.

      *Scellements de clôture de la période WclPeriode : nombre et
      *total des factures (TTC) et des règlements de la période, sur
      *chacune des deux chaînes
      ******************************************************************
       SCELLE_CLOTURE.

       IF WmodeFormation = 0 THEN
         MOVE 0 TO WscNb
         MOVE 0 TO WscTotal
         CLOSE ffacture
         OPEN I-O ffacture
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ ffacture NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF ffa_annee * 100 + ffa_mois = WclPeriode THEN
               ADD 1 TO WscNb
               ADD ffa_montantTTC TO WscTotal
             END-IF
         END-PERFORM
         MOVE "F" TO WscChaine
         PERFORM GET_ID_SCELFACT
         PERFORM SCEL_CLOTURE_ECRIT
         DISPLAY "Scellement de clôture des factures : ",WscNb,
      -          " facture(s), ",WscTotal," TTC."

         MOVE 0 TO WscNb
         MOVE 0 TO WscTotal
         CLOSE freglement
         OPEN I-O freglement
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ freglement NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF frg_date > WclPeriode * 100 AND
                       frg_date < WclPeriode * 100 + 99 THEN
               ADD 1 TO WscNb
               ADD frg_montant TO WscTotal
             END-IF
         END-PERFORM
         MOVE "R" TO WscChaine
         PERFORM GET_ID_SCELREGL
         PERFORM SCEL_CLOTURE_ECRIT
         DISPLAY "Scellement de clôture des règlements : ",WscNb,
      -          " règlement(s), ",WscTotal," €."
       END-IF.

      *Sous-paragraphe : écriture d'un scellement de clôture
      *(WscChaine, WidCourantScel, WscNb, WscTotal)
      ******************************************************************
       SCEL_CLOTURE_ECRIT.

       PERFORM SCEL_PREPARE
       MOVE "C" TO fsc_type
       MOVE WclPeriode TO fsc_periode
       MOVE WscNb TO fsc_nb
       MOVE WscTotal TO fsc_totPeriode
       PERFORM SCEL_EMP_SCELLEMENT
       PERFORM SCEL_ECRIT.

      *Sous-paragraphe : prépare le scellement n° WidCourantScel de la
      *chaîne WscChaine, chaîné à l'empreinte du précédent
      ******************************************************************
       SCEL_PREPARE.

       MOVE 0 TO WscEmpPrec
       IF WidCourantScel > 1 THEN
         MOVE WscChaine TO fsc_chaine
         COMPUTE fsc_seq = WidCourantScel - 1
         READ fscel KEY IS fsc_cle
           INVALID KEY
             DISPLAY "/!\ Scellement précédent introuvable (chaîne ",
      -              WscChaine,", n° ",fsc_seq,")."
           NOT INVALID KEY
             MOVE fsc_emp TO WscEmpPrec
         END-READ
       END-IF
       MOVE WscChaine TO fsc_chaine
       MOVE WidCourantScel TO fsc_seq
       MOVE WscChaine TO fsc_refChaine
       MOVE 0 TO fsc_numero
       MOVE SPACE TO fsc_type
       ACCEPT fsc_date FROM DATE YYYYMMDD
       MOVE 0 TO fsc_periode
       MOVE 0 TO fsc_nb
       MOVE 0 TO fsc_totPeriode
       MOVE WscEmpPrec TO fsc_empPrec
       MOVE 0 TO fsc_emp.

      *Sous-paragraphe : écriture du scellement préparé (empreinte
      *WscEmp)
      ******************************************************************
       SCEL_ECRIT.

       MOVE WscEmp TO fsc_emp
       WRITE Tscel
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture scellement: ",fsc_stat
           MOVE "scellement.dat" TO WejFichier
           MOVE fsc_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "SCEL_ECRIT" TO WejPara
           MOVE fsc_cle TO WejCle
           PERFORM JOURNAL_ERREUR
       END-WRITE.

      *Empreinte d'une facture (ffa_*) chaînée à fsc_empPrec -> WscEmp
      ******************************************************************
       SCEL_EMP_FACTURE.

       MOVE fsc_empPrec TO WscEmp
       MOVE ffa_numero TO WscVal
       PERFORM SCEL_MELANGE
       MOVE ffa_idClub TO WscVal
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = ffa_annee * 100 + ffa_mois
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = ffa_montantHT * 100
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = ffa_tva * 100
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = ffa_montantTTC * 100
       PERFORM SCEL_MELANGE
       MOVE ffa_dateEmission TO WscVal
       PERFORM SCEL_MELANGE
       MOVE ffa_nature TO WscTexte
       PERFORM SCEL_MELANGE_TEXTE.

      *Empreinte d'un règlement (frg_*) chaînée à fsc_empPrec -> WscEmp
      ******************************************************************
       SCEL_EMP_REGLEMENT.

       MOVE fsc_empPrec TO WscEmp
       MOVE frg_id TO WscVal
       PERFORM SCEL_MELANGE
       MOVE frg_date TO WscVal
       PERFORM SCEL_MELANGE
       MOVE frg_idClub TO WscVal
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = frg_montant * 100
       PERFORM SCEL_MELANGE
       MOVE frg_numFacture TO WscVal
       PERFORM SCEL_MELANGE
       MOVE frg_mode TO WscTexte
       PERFORM SCEL_MELANGE_TEXTE.

      *Empreinte d'un scellement de suppression ou de clôture, sur ses
      *propres zones (fsc_*) -> WscEmp
      ******************************************************************
       SCEL_EMP_SCELLEMENT.

       MOVE fsc_empPrec TO WscEmp
       MOVE fsc_type TO WscTexte
       PERFORM SCEL_MELANGE_TEXTE
       MOVE fsc_numero TO WscVal
       PERFORM SCEL_MELANGE
       MOVE fsc_date TO WscVal
       PERFORM SCEL_MELANGE
       MOVE fsc_periode TO WscVal
       PERFORM SCEL_MELANGE
       MOVE fsc_nb TO WscVal
       PERFORM SCEL_MELANGE
       COMPUTE WscVal = fsc_totPeriode * 100
       PERFORM SCEL_MELANGE.

      *Sous-paragraphe : incorpore WscVal à l'empreinte WscEmp
      ******************************************************************
       SCEL_MELANGE.

       COMPUTE WscEmp = FUNCTION MOD(WscEmp * 65599 + WscVal + 1,
      -        999999999989).

      *Sous-paragraphe : incorpore les 10 caractères de WscTexte, par
      *leur rang dans WscAlphabet (67 pour un caractère hors table)
      ******************************************************************
       SCEL_MELANGE_TEXTE.

       PERFORM WITH TEST BEFORE VARYING WscPos FROM 1 BY 1
                 UNTIL WscPos > 10
         MOVE 0 TO WscRang
         INSPECT WscAlphabet TALLYING WscRang FOR CHARACTERS
                 BEFORE INITIAL WscTexte(WscPos:1)
         COMPUTE WscVal = WscRang + 1
         PERFORM SCEL_MELANGE
       END-PERFORM.

      *Contrôle des chaînes de scellement : chaque scellement doit
      *suivre le précédent (numéro et empreinte), chaque enregistrement
      *scellé doit redonner son empreinte ou avoir une suppression
      *tracée, et chaque facture ou règlement doit avoir été scellé
      ******************************************************************
       VERIFIE_SCELLEMENTS.

       MOVE "SCELLEMENT" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE 0 TO WscNbCtl
       MOVE 0 TO WscNbAnom
       DISPLAY "--- Contrôle des chaînes de scellement ---"

       MOVE "F" TO WscChaine
       PERFORM VERIF_CHAINE
       MOVE "R" TO WscChaine
       PERFORM VERIF_CHAINE

      *Enregistrements sans scellement : écrits hors de l'application
       CLOSE ffacture
       OPEN I-O ffacture
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ ffacture NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE "F" TO fsc_refChaine
           MOVE ffa_numero TO fsc_numero
           START fscel KEY IS = fsc_ref
             INVALID KEY
               MOVE SPACES TO WscMessage
               STRING "Facture " DELIMITED BY SIZE
                      ffa_numero DELIMITED BY SIZE
                      " sans scellement (insérée)" DELIMITED BY SIZE
                 INTO WscMessage
               END-STRING
               PERFORM SCEL_ANOMALIE
           END-START
       END-PERFORM
       CLOSE freglement
       OPEN I-O freglement
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ freglement NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE "R" TO fsc_refChaine
           MOVE frg_id TO fsc_numero
           START fscel KEY IS = fsc_ref
             INVALID KEY
               MOVE SPACES TO WscMessage
               STRING "Règlement " DELIMITED BY SIZE
                      frg_id DELIMITED BY SIZE
                      " sans scellement (inséré)" DELIMITED BY SIZE
                 INTO WscMessage
               END-STRING
               PERFORM SCEL_ANOMALIE
           END-START
       END-PERFORM

       DISPLAY WscNbCtl," scellement(s) contrôlé(s), ",WscNbAnom,
      -        " anomalie(s)."
       MOVE WscNbAnom TO WrunNbEnr
       IF WscNbAnom = 0 THEN
         MOVE 2 TO WrunStatut
       ELSE
         MOVE 3 TO WrunStatut
         MOVE "SCELLEMENT" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Chaînes de scellement : " DELIMITED BY SIZE
                WscNbAnom DELIMITED BY SIZE
                " anomalie(s)" DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       END-IF
       PERFORM RUN_FIN.

      *Sous-paragraphe : parcours de la chaîne WscChaine dans l'ordre
      *des numéros de scellement
      ******************************************************************
       VERIF_CHAINE.

       MOVE 0 TO WscSeqAttendu
       MOVE 0 TO WscEmpPrec
       MOVE WscChaine TO fsc_chaine
       MOVE 0 TO fsc_seq
       START fscel KEY IS NOT LESS THAN fsc_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ fscel NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF fsc_chaine NOT = WscChaine THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 PERFORM VERIF_UN_SCELLEMENT
               END-IF
             END-READ
           END-PERFORM
       END-START

      *Scellements retirés en fin de chaîne : le compteur est plus loin
       CLOSE fid
       OPEN I-O fid
       IF WscChaine = "F" THEN
         MOVE 'scelfact' TO fid_type
       ELSE
         MOVE 'scelregl' TO fid_type
       END-IF
       READ fid KEY IS fid_type
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fid_idMax - 1 > WscSeqAttendu THEN
             MOVE SPACES TO WscMessage
             STRING "Chaîne " DELIMITED BY SIZE
                    WscChaine DELIMITED BY SIZE
                    " : scellement(s) retiré(s) en fin de chaîne"
                    DELIMITED BY SIZE
               INTO WscMessage
             END-STRING
             PERFORM SCEL_ANOMALIE
           END-IF
       END-READ.

      *Sous-paragraphe : contrôle du scellement courant (fsc_*)
      ******************************************************************
       VERIF_UN_SCELLEMENT.

       ADD 1 TO WscNbCtl
       ADD 1 TO WscSeqAttendu
       MOVE fsc_emp TO WscEmpLu
       MOVE fsc_cle TO WscCleSauve
       IF fsc_seq NOT = WscSeqAttendu THEN
         MOVE SPACES TO WscMessage
         STRING "Chaîne " DELIMITED BY SIZE
                WscChaine DELIMITED BY SIZE
                " : scellement(s) retiré(s) avant le n° "
                DELIMITED BY SIZE
                fsc_seq DELIMITED BY SIZE
           INTO WscMessage
         END-STRING
         PERFORM SCEL_ANOMALIE
         MOVE fsc_seq TO WscSeqAttendu
       END-IF
       IF fsc_empPrec NOT = WscEmpPrec THEN
         MOVE SPACES TO WscMessage
         STRING "Chaîne " DELIMITED BY SIZE
                WscChaine DELIMITED BY SIZE
                " : chaînage rompu au scellement n° "
                DELIMITED BY SIZE
                fsc_seq DELIMITED BY SIZE
           INTO WscMessage
         END-STRING
         PERFORM SCEL_ANOMALIE
       END-IF
       IF fsc_type = "E" THEN
         PERFORM VERIF_ENREG_SCELLE
       ELSE
         PERFORM SCEL_EMP_SCELLEMENT
         IF WscEmp NOT = WscEmpLu THEN
           MOVE SPACES TO WscMessage
           STRING "Chaîne " DELIMITED BY SIZE
                  WscChaine DELIMITED BY SIZE
                  " : scellement n° " DELIMITED BY SIZE
                  fsc_seq DELIMITED BY SIZE
                  " altéré" DELIMITED BY SIZE
             INTO WscMessage
           END-STRING
           PERFORM SCEL_ANOMALIE
         END-IF
       END-IF
       MOVE WscEmpLu TO WscEmpPrec.

      *Sous-paragraphe : l'enregistrement du scellement courant
      *redonne-t-il son empreinte ? S'il a disparu, sa suppression
      *doit être tracée.
      ******************************************************************
       VERIF_ENREG_SCELLE.

       MOVE fsc_numero TO WscNumero
       MOVE 0 TO WscTrouve
       IF WscChaine = "F" THEN
         MOVE fsc_numero TO ffa_numero
         READ ffacture KEY IS ffa_numero
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WscTrouve
             PERFORM SCEL_EMP_FACTURE
         END-READ
       ELSE
         MOVE fsc_numero TO frg_id
         READ freglement KEY IS frg_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WscTrouve
             PERFORM SCEL_EMP_REGLEMENT
         END-READ
       END-IF

       MOVE SPACES TO WscMessage
       IF WscTrouve = 1 THEN
         IF WscEmp NOT = WscEmpLu THEN
           STRING "Enregistrement " DELIMITED BY SIZE
                  WscChaine DELIMITED BY SIZE
                  " n° " DELIMITED BY SIZE
                  WscNumero DELIMITED BY SIZE
                  " altéré depuis son scellement" DELIMITED BY SIZE
             INTO WscMessage
           END-STRING
           PERFORM SCEL_ANOMALIE
         END-IF
       ELSE
         PERFORM VERIF_SUPPRESSION
         IF WscSupprime = 0 THEN
           STRING "Enregistrement " DELIMITED BY SIZE
                  WscChaine DELIMITED BY SIZE
                  " n° " DELIMITED BY SIZE
                  WscNumero DELIMITED BY SIZE
                  " supprimé sans trace" DELIMITED BY SIZE
             INTO WscMessage
           END-STRING
           PERFORM SCEL_ANOMALIE
         END-IF
       END-IF.

      *Sous-paragraphe : cherche un scellement de suppression pour
      *WscChaine/WscNumero -> WscSupprime, puis repositionne le
      *parcours de la chaîne après le scellement courant
      ******************************************************************
       VERIF_SUPPRESSION.

       MOVE 0 TO WscSupprime
       MOVE WscChaine TO fsc_refChaine
       MOVE WscNumero TO fsc_numero
       START fscel KEY IS = fsc_ref
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WendSearch
           PERFORM WITH TEST AFTER UNTIL WendSearch = 1
             READ fscel NEXT
             AT END
               MOVE 1 TO WendSearch
             NOT AT END
               IF fsc_refChaine NOT = WscChaine OR
                         fsc_numero NOT = WscNumero THEN
                 MOVE 1 TO WendSearch
               ELSE
                 IF fsc_type = "S" THEN
                   MOVE 1 TO WscSupprime
                   MOVE 1 TO WendSearch
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       MOVE WscCleSauve TO fsc_cle
       START fscel KEY IS GREATER THAN fsc_cle
         INVALID KEY
           MOVE 1 TO Wresafin2
       END-START.

      *Sous-paragraphe : signale l'anomalie WscMessage
      ******************************************************************
       SCEL_ANOMALIE.

       ADD 1 TO WscNbAnom
       DISPLAY "  /!\ ",WscMessage.
