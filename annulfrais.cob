
       MOVE 0 TO WfaPct
       MOVE 0 TO WfaMontant
       MOVE fr_numResa TO WfaNumResa
       COMPUTE WfaMinutes = fr_dateFin_h * 60 + fr_dateFin_mn -
      -        fr_dateDebut_h * 60 - fr_dateDebut_mn
       ACCEPT WdateSys FROM DATE YYYYMMDD
      *L'heure courante se lit sur 8 chiffres (hhmmsscc) : le hh de
      *tête se perdrait dans une zone 9(6)
       WRITE Tfacture
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture frais: ",ffac_stat
           MOVE "facture.dat" TO WejFichier
           MOVE ffac_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "EMET_FACTURE_FRAIS" TO WejPara
           MOVE ffa_numero TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           PERFORM SCELLE_FACTURE
           PERFORM VIDE_LIGNE_FACTURE
           MOVE "FRAISANNUL" TO WflType
           MOVE WfaNumResa TO WflNumResa
           MOVE fan_idSalle TO WflSalle
           COMPUTE WflDate = fan_dateDebut / 10000
           COMPUTE WflHeure = FUNCTION MOD(fan_dateDebut, 10000)
           MOVE WfaMinutes TO WflMinutes
           MOVE "Frais d'annulation (préavis)" TO WflLibelle
           MOVE WavoirHT TO WflHT
           MOVE WavoirTVA TO WflTVA
           MOVE WavoirTTC TO WflTTC
           MOVE ffa_numero TO WflNumFacture
           PERFORM ECRIT_LIGNE_UNIQUE
           DISPLAY "Facture n° ",ffa_numero," : frais d'annulation d
      -    "e ",WavoirTTC," € TTC (",WfaPct," %)."
       END-WRITE.
