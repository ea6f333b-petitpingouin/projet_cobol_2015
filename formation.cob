      *et SAISIE_REGLEMENT sur les fichiers réels. Le login
      *'formation' photographie d'abord dans des extraits
      *formation_*.sav TOUS les fichiers que les écrans laissés
      *ouverts peuvent écrire (réservations, factures et leurs
      *lignes, règlements, lettrage, quotas, carnets, arrhes, devis,
      *demandes, offres, vœux, mandats, cautions, litiges,
      *bordereaux, clôtures, bannette, matériel lié, compteurs,
      *clubs, et les journaux annulations/après-image/attente/
      *modifications/dérogations),
      *ouvre l'application avec un bandeau FORMATION sur chaque menu
      *— les écrans de configuration et les traitements de fond
      *restant fermés (voir la garde de MENU_ADMIN) — puis remet le
       CLOSE fformderog
       CLOSE fderog

       CLOSE flignefact
       OPEN I-O flignefact
       OPEN OUTPUT fformlfac
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ flignefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE Tlignefact TO Lformlfac
           WRITE Lformlfac
       END-PERFORM
       CLOSE fformlfac

       DISPLAY "Photographie faite : la session peut commencer.".

      *Remise à l'identique à la déconnexion (le bac à sable est jeté)
       CLOSE fformderog
       CLOSE fderog

       CLOSE flignefact
       OPEN OUTPUT flignefact
       OPEN INPUT fformlfac
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fformlfac NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           MOVE Lformlfac TO Tlignefact
           WRITE Tlignefact
       END-PERFORM
       CLOSE fformlfac
       CLOSE flignefact
       OPEN I-O flignefact

      *L'index de disponibilité suit les réservations remises
       PERFORM RECONSTRUIT_INDEX_DISPO
       DISPLAY "Fichiers remis : la session de formation est jetée.".
