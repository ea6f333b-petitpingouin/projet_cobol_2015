         COMPUTE WletRestant = frg_montant - WletAffecte
       ELSE
         MOVE 0 TO WletRestant
       END-IF
      *Un chèque revenu impayé est neutralisé par sa contre-passation :
      *il n'a plus rien à affecter
       PERFORM REGLEMENT_IMPAYE
       IF WletImpaye = 1 THEN
         MOVE 0 TO WletRestant
       END-IF.

      *Sous-paragraphe : le règlement courant (frg_id) est-il inscrit
      *au registre des chèques impayés ? -> WletImpaye
      ******************************************************************
       REGLEMENT_IMPAYE.

       MOVE 0 TO WletImpaye
       MOVE frg_id TO fci_idReglement
       READ fchqimp KEY IS fci_idReglement
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WletImpaye
       END-READ.

      *Ventilation du règlement courant (frg_* chargé) sur une ou
      *plusieurs factures, jusqu'à épuisement ou sortie (facture 0).
      *Chaque facture couverte par le cumul encaissé passe "payée".
         INVALID KEY
           DISPLAY "Il n'existe pas de club portant ce numéro"
         NOT INVALID KEY
           MOVE fc_id TO WpeClub
           PERFORM CONTROLE_CLUB
           IF WpeOK = 1 THEN
             PERFORM LETTRAGE_CLUB_CORPS
           END-IF
       END-READ.

      *Sous-paragraphe : liste puis ventilation
      *          Un remboursement est un règlement SORTANT : il n'a
      *          pas de reliquat à affecter sur des factures
                 IF frg_numFacture = 0 AND
                           frg_mode NOT = "REMBOURS" AND
                           frg_mode NOT = "CHQIMPAYE" THEN
                   PERFORM CALCULE_NON_AFFECTE
                   IF WletRestant > 0 THEN
                     MOVE 1 TO WletTrouve
             INVALID KEY
               DISPLAY "Ce règlement n'existe pas."
             NOT INVALID KEY
               PERFORM REGLEMENT_IMPAYE
               IF frg_idClub NOT = fc_id OR frg_numFacture NOT = 0
                         OR frg_mode = "REMBOURS"
                         OR frg_mode = "CHQIMPAYE"
                         OR WletImpaye = 1 THEN
                 DISPLAY "Ce règlement n'est pas lettrable."
               ELSE
                 PERFORM VENTILE_REGLEMENT
