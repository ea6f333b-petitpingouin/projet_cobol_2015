      *période, identité des clubs retirée. Les réservations en base
      *et l'archive sont cumulées, et le fichier sort au format CSV du
      *portail (opendata.csv), comme facture.csv pour la facturation.
      *Le volet accessibilité des salles part en même temps dans
      *opendata_salles.csv (OPENDATA_AMENAGEMENTS).
      *Tranches : 1 = matin (avant 12h), 2 = après-midi, 3 = soirée
      *(18h et après), sur l'heure de début du créneau.
      ******************************************************************
       END-IF
       CLOSE fopendata
       DISPLAY WodNb," ligne(s) écrites dans opendata.csv (identités
      -    " des clubs exclues)."
       PERFORM OPENDATA_AMENAGEMENTS.

      *Sous-paragraphe : cumule le créneau courant (WodSalleCour,
      *WodSportCour, WodHeure, WodMinCour, Wdate8 posés) dans la table
