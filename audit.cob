
      *Journal des connexions : l'appelant charge WseType, WseLogin,
      *WseClub et WseSucces (1=réussite 0=échec 2=verrouillage après
      *trop d'essais 3=accès refusé hors des communes de l'opérateur,
      *WseType désignant alors l'objet refusé) avant l'appel.
      ******************************************************************
       LOG_SESSION.

               WHEN 2
                 DISPLAY fse_type," / ",fse_login," / ",fse_idClub,
      -                  " / VERROUILLAGE / ",fse_date," / ",fse_heure
               WHEN 3
                 DISPLAY fse_type," / ",fse_login," / ",fse_idClub,
      -                  " / REFUS HORS COMMUNES / ",fse_date," / ",
      -                  fse_heure
               WHEN 4
                 DISPLAY fse_type," / ",fse_login," / ",fse_idClub,
      -                  " / MDP NON CHANGE / ",fse_date," / ",
      -                  fse_heure
               WHEN OTHER
                 DISPLAY fse_type," / ",fse_login," / ",fse_idClub,
      -                  " / ECHEC / ",fse_date," / ",fse_heure
       CLOSE fjournal

      *Tout mouvement de fresa passe ici : point unique d'entretien
      *de l'index de disponibilité (voir INDEX_DISPO_MAJ) et du
      *marquage des consignes GTB à réémettre (voir MARQUE_GTB)
       PERFORM INDEX_DISPO_MAJ
       PERFORM MARQUE_GTB.

      *Ajoute une ligne au journal des annulations. L'appelant doit
      *avoir renseigné fan_idSalle/fan_dateDebut/fan_idClub/fan_montant
      *(ainsi que fan_fraisAnnul/fan_numResa/fan_idLot) avant l'appel.
      ******************************************************************
       LOG_ANNULATION.

