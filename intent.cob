           REWRITE Tcarnet
           DISPLAY "  Carnet d'heures recrédité de ",fit_minutes,
      -            " min."
       END-READ
       MOVE fit_numResa TO fcc_numResa
       DELETE fcarconso RECORD
         INVALID KEY
           CONTINUE
       END-DELETE.

      *Sous-paragraphe : une annulation coupée avant ses suites est
      *complétée (le matériel lié est idempotent à supprimer)
