       PURGE_RGPD.

       DISPLAY "Anonymiser les clubs sans mouvement depuis le (aaaamm
      -    "jj,"
       DISPLAY "0 = il y a ",WpmRgpdMois," mois, délai paramétré):"
       PERFORM WITH TEST AFTER UNTIL WrgCutoff IS NUMERIC
         ACCEPT WrgCutoff
       END-PERFORM
      *Date pivot par défaut : premier du mois, RGPDCLUB mois avant
      *le mois courant
       IF WrgCutoff = 0 THEN
         ACCEPT WdateSys FROM DATE YYYYMMDD
         DIVIDE WdateSys BY 10000 GIVING WrgAnnee
         COMPUTE WrgMm = FUNCTION MOD(WdateSys / 100, 100)
         COMPUTE WrgMm = WrgAnnee * 12 + WrgMm - 1 - WpmRgpdMois
         DIVIDE WrgMm BY 12 GIVING WrgAnnee REMAINDER WrgMm
         COMPUTE WrgCutoff = WrgAnnee * 10000 + (WrgMm + 1) * 100 + 1
         DISPLAY "Date pivot : ",WrgCutoff
       END-IF
       DISPLAY "Lancer la purge (0/1) ?"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
