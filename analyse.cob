       END-READ
       DISPLAY "Total facturé / encaissé   : ",WregFactTot," / ",
      -        WregPayeTot
       EVALUATE fc_statut
         WHEN 8
           DISPLAY "Club DISSOUS (historique conservé)"
         WHEN 1
           DISPLAY "Adhésion active jusqu'au   : ",fc_dateExpiration
         WHEN OTHER
           DISPLAY "Adhésion EXPIRÉE depuis le : ",fc_dateExpiration
       END-EVALUATE
       DISPLAY "**************************************************".

      *Sous-paragraphe : cumule la résa courante dans le tableau de
