           WRITE Tcarnet
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture carnet: ",fct_stat
               MOVE "carnet.dat" TO WejFichier
               MOVE fct_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "ACHETE_CARNET_CORPS" TO WejPara
               MOVE fct_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         NOT INVALID KEY
      *    Recharge : les minutes s'ajoutent au carnet existant
       COMPUTE WfactTTC = WfactHT + WfactTVA
       MOVE "CARNET" TO WfactNature
       PERFORM ENREGISTRE_FACTURE
       PERFORM VIDE_LIGNE_FACTURE
       MOVE "CARNET" TO WflType
       STRING "Carnet d'heures saison " DELIMITED BY SIZE
              fct_saison DELIMITED BY SIZE
         INTO WflLibelle
       END-STRING
       MOVE WdateSys TO WflDate
       COMPUTE WflMinutes = WcarHeures * 60
       MOVE WfactHT TO WflHT
       MOVE WfactTVA TO WflTVA
       MOVE WfactTTC TO WflTTC
       MOVE WfactNum TO WflNumFacture
       PERFORM ECRIT_LIGNE_UNIQUE
       DISPLAY "Carnet de ",WcarHeures," h vendu au club ",
      -        fct_idClub," (facture n° ",WfactNum,", ",WfactTTC,
      -        " TTC)."
             MOVE 0 TO fct_minRestant
           END-IF
           REWRITE Tcarnet
      *    Trace de la séance payée par le carnet (fr_* du créneau
      *    qui vient d'être écrit), pour l'arrêté des produits
      *    constatés d'avance
           MOVE fr_numResa TO fcc_numResa
           MOVE fct_idClub TO fcc_idClub
           MOVE fct_saison TO fcc_saison
           COMPUTE fcc_minutes = Wtotmin_fin - Wtotmin_debut
           COMPUTE fcc_dateSeance = fr_dateDebut_a * 10000 +
      -            fr_dateDebut_m * 100 + fr_dateDebut_j
           WRITE Tcarconso
             INVALID KEY
               REWRITE Tcarconso
           END-WRITE
           DISPLAY "  Carnet d'heures restant : ",fct_minRestant,
      -            " min"
       END-READ.
