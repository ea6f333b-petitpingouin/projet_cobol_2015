      *Export comptable vers la trésorerie (interface Hélios/PES) :
      *les factures et règlements d'un mois deviennent des lignes de
      *journal débit/crédit équilibrées avec comptes de la M14
      *(411 clients, 706/756 produits, 44571 TVA, 515 trésorerie,
      *6541 créances admises en non-valeur), écrites dans
      *pes_journal.txt. Montants en centimes, comme le
      *relevé de virements. Le fichier n'est libéré que si le total
      *débit égale le total crédit ; sinon il est vidé et le mois
      *reste à corriger avant remise.
           END-IF
       END-PERFORM

      *Admissions en non-valeur saisies dans le mois
       CLOSE fnonval
       OPEN I-O fnonval
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fnonval NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fnv_dateSaisie >= WperDeb AND fnv_dateSaisie <= WperFin
                     THEN
             PERFORM PES_UNE_NON_VALEUR
           END-IF
       END-PERFORM

      *Contrôle d'équilibre : pas de remise d'un journal bancal
       IF WpesDebit = WpesCredit THEN
         MOVE SPACES TO Lpes
       MOVE frg_id TO WpesPiece
       MOVE frg_montant TO WpesMontant

      *Un remboursement (sortant) ou la contre-passation d'un chèque
      *impayé s'écrit en sens inverse
       IF frg_mode = "REMBOURS" OR frg_mode = "CHQIMPAYE" THEN
         MOVE frg_mode TO WpesLibelle
         MOVE "C" TO WpesSens
         MOVE "515   " TO WpesCompteLig
         PERFORM PES_ECRIT_BRUTE
         MOVE "D" TO WpesSens
         MOVE "411   " TO WpesCompteLig
         PERFORM PES_ECRIT_BRUTE
       ELSE
      *Compensation d'un versement de subvention : charge de
      *subvention (6574) contre la créance du club, sans encaissement
       IF frg_mode = "SUBVENTION" THEN
         MOVE frg_mode TO WpesLibelle
         MOVE "D" TO WpesSens
         MOVE "6574  " TO WpesCompteLig
         PERFORM PES_ECRIT_BRUTE
         MOVE "C" TO WpesSens
         MOVE "411   " TO WpesCompteLig
         PERFORM PES_ECRIT_BRUTE
       ELSE
         MOVE "REGLEMENT" TO WpesLibelle
         MOVE "D" TO WpesSens
         MOVE "C" TO WpesSens
         MOVE "411   " TO WpesCompteLig
         PERFORM PES_ECRIT_BRUTE
       END-IF
       END-IF.

      *Sous-paragraphe : deux lignes par admission en non-valeur (6541
      *au débit, 411 au crédit, pour le reste dû abandonné)
      ******************************************************************
       PES_UNE_NON_VALEUR.

       MOVE fnv_numFacture TO WpesPiece
       MOVE fnv_montant TO WpesMontant
       MOVE "NONVALEUR" TO WpesLibelle
       MOVE "D" TO WpesSens
       MOVE "6541  " TO WpesCompteLig
       PERFORM PES_ECRIT_BRUTE
       MOVE "C" TO WpesSens
       MOVE "411   " TO WpesCompteLig
       PERFORM PES_ECRIT_BRUTE.

      *Sous-paragraphe : une ligne de journal pour la facture courante
      *(ffa_* chargé, WpesSens/WpesCompteLig/WpesMontant posés)
      ******************************************************************
