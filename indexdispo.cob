      ******************************************************************

      *Mise à jour de la carte pour l'enregistrement fresa courant
      *(Tresa en mémoire, WjrOp = E/R/S), appelée par LOG_JOURNAL_RESA.
      *Les salles combinées liées à la salle réservée reçoivent la même
      *marque (une libération peut là aussi libérer à tort : IS_DISPO
      *confirme).
      ******************************************************************
       INDEX_DISPO_MAJ.

       ELSE
         MOVE "1" TO WdiChar
       END-IF
       COMPUTE WdiDate = fr_dateDebut_a * 10000 + fr_dateDebut_m *
      -        100 + fr_dateDebut_j
       COMPUTE WdiP1 = (fr_dateDebut_h * 60 + fr_dateDebut_mn) / 30
      -        + 1
       COMPUTE WdiP2 = (fr_dateFin_h * 60 + fr_dateFin_mn - 1) / 30
      -        + 1
       IF WdiP2 > 48 THEN
         MOVE 48 TO WdiP2
       END-IF
       MOVE fr_idSalle TO WdiSalle
       PERFORM INDEX_DISPO_MAJ_SALLE
       MOVE fr_idSalle TO WsjSalle
       PERFORM COMBI_LIEES
       PERFORM WITH TEST BEFORE VARYING WsjI FROM 1 BY 1
                 UNTIL WsjI > WsjNbLiees
         MOVE WsjLiee(WsjI) TO WdiSalle
         PERFORM INDEX_DISPO_MAJ_SALLE
       END-PERFORM.

      *Sous-paragraphe : marque WdiChar sur les demi-heures WdiP1 à
      *WdiP2 de la carte (WdiSalle, WdiDate)
      ******************************************************************
       INDEX_DISPO_MAJ_SALLE.

       MOVE WdiSalle TO fdi_idSalle
       MOVE WdiDate TO fdi_date
       MOVE 0 TO WdiTrouve
       READ fdispo KEY IS fdi_cle
         INVALID KEY
           MOVE 1 TO WdiTrouve
       END-READ

       PERFORM WITH TEST BEFORE VARYING WdiIdx FROM WdiP1 BY 1
                 UNTIL WdiIdx > WdiP2
         MOVE WdiChar TO fdi_map(WdiIdx:1)
