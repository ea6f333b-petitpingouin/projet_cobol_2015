      *Mots de passe protégés : fop_mdp (operateur.dat) et fc_password
      *(club.dat) étaient en clair, lisibles par quiconque ouvrait le
      *fichier, une sauvegarde ou une photographie du mode formation.
      *Seule une empreinte salée est désormais tenue dans
      *motdepasse.dat (une ligne par compte : O = opérateur, C =
      *club) et la zone en clair est vidée. L'empreinte reprend le
      *hachage polynomial des scellements, passé en 64 tours sur les
      *20 caractères ; chaque tour se termine par un brassage non
      *linéaire (sel replié chiffre à chiffre sans retenue, puis mise
      *au carré) pour qu'on ne puisse pas remonter au mot de passe en
      *inversant le calcul. Un mot de passe initial ou réinitialisé par
      *l'administration est à changer à la connexion suivante, celui
      *d'un opérateur expire au bout de MDPJOURS jours, et les
      *MDPHISTO derniers ne peuvent pas être repris (paramètres de
      *gestion, avec la longueur minimale MDPLONG). Les comptes
      *encore en clair sont protégés au démarrage (ou à leur
      *connexion s'ils reviennent d'une restauration) et leur mot de
      *passe, exposé, doit être changé à la connexion suivante.
      ******************************************************************

      *Reprise au démarrage : chaque mot de passe encore en clair est
      *remplacé par son empreinte
      ******************************************************************
       INIT_MOTS_DE_PASSE.

       MOVE 0 TO WmpNbOper
       MOVE 0 TO WmpNbClub
       CLOSE foper
       OPEN I-O foper
       MOVE 0 TO WmpFin
       PERFORM WITH TEST AFTER UNTIL WmpFin = 1
         READ foper NEXT
         AT END
           MOVE 1 TO WmpFin
         NOT AT END
           IF fop_mdp NOT = SPACES THEN
             MOVE 'O' TO WmpType
             MOVE fop_login TO WmpCompte
             MOVE fop_mdp TO WmpMdp
             PERFORM MDP_MIGRE
             PERFORM MDP_EFFACE_CLAIR
             ADD 1 TO WmpNbOper
           END-IF
       END-PERFORM

       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WmpFin
       PERFORM WITH TEST AFTER UNTIL WmpFin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WmpFin
         NOT AT END
           IF fc_password NOT = SPACES THEN
             MOVE 'C' TO WmpType
             MOVE fc_id TO WmpCompte
             MOVE fc_password TO WmpMdp
             PERFORM MDP_MIGRE
             PERFORM MDP_EFFACE_CLAIR
             ADD 1 TO WmpNbClub
           END-IF
       END-PERFORM

       IF WmpNbOper > 0 OR WmpNbClub > 0 THEN
         DISPLAY "Mots de passe protégés : ",WmpNbOper,
                 " opérateur(s), ",WmpNbClub," club(s)."
       END-IF.

      *Sous-paragraphe : empreinte du mot de passe en clair WmpMdp du
      *compte WmpType/WmpCompte, à changer à la connexion suivante.
      *Un compte déjà protégé garde son empreinte : le clair est
      *alors une copie périmée revenue d'une restauration.
      ******************************************************************
       MDP_MIGRE.

       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       READ fmdp KEY IS fpw_cle
         INVALID KEY
           PERFORM MDP_NOUVEAU_SEL
           PERFORM MDP_EMPREINTE
           PERFORM MDP_VIDE_HISTO
           MOVE WmpType TO fpw_type
           MOVE WmpCompte TO fpw_compte
           MOVE WmpSel TO fpw_sel
           MOVE WmpEmp TO fpw_emp
           ACCEPT fpw_dateChange FROM DATE YYYYMMDD
           MOVE 1 TO fpw_aChanger
           WRITE Tmdp
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture mot de passe: ",fpw_stat
               MOVE "motdepasse.dat" TO WejFichier
               MOVE fpw_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "MDP_MIGRE" TO WejPara
               MOVE fpw_cle TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         NOT INVALID KEY
           CONTINUE
       END-READ.

      *Sous-paragraphe : vide la zone en clair de l'enregistrement
      *courant (Toper ou Tclub selon WmpType)
      ******************************************************************
       MDP_EFFACE_CLAIR.

       IF WmpType = 'O' THEN
         MOVE SPACES TO fop_mdp
         REWRITE Toper
           INVALID KEY
             DISPLAY "/!\ Erreur de réécriture opérateur: ",fop_stat
             MOVE "operateur.dat" TO WejFichier
             MOVE fop_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "MDP_EFFACE_CLAIR" TO WejPara
             MOVE fop_login TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       ELSE
         MOVE SPACES TO fc_password
         REWRITE Tclub
           INVALID KEY
             DISPLAY "/!\ Erreur de réécriture club: ",fclub_stat
             MOVE "club.dat" TO WejFichier
             MOVE fclub_stat TO WejStat
             MOVE "REWRITE" TO WejOper
             MOVE "MDP_EFFACE_CLAIR" TO WejPara
             MOVE fc_id TO WejCle
             PERFORM JOURNAL_ERREUR
         END-REWRITE
       END-IF.

      *Sous-paragraphe : sel d'un nouveau mot de passe (heure au
      *centième, décalée à chaque appel) -> WmpSel
      ******************************************************************
       MDP_NOUVEAU_SEL.

       ACCEPT WmpHeure FROM TIME
       ADD 1 TO WmpCompteur
       COMPUTE WmpSel = FUNCTION MOD(WmpHeure + WmpCompteur * 7919,
      -        999983).

      *Sous-paragraphe : empreinte de WmpMdp avec le sel WmpSel ->
      *WmpEmp (64 tours sur les 20 caractères, pour qu'un essai
      *systématique sur une copie du fichier coûte cher)
      ******************************************************************
       MDP_EMPREINTE.

       MOVE WmpSel TO WmpEmp
       PERFORM WITH TEST BEFORE VARYING WmpTour FROM 1 BY 1
                 UNTIL WmpTour > 64
         PERFORM WITH TEST BEFORE VARYING WmpPos FROM 1 BY 1
                   UNTIL WmpPos > 20
           COMPUTE WmpVal = FUNCTION ORD(WmpMdp(WmpPos:1)) + WmpTour
           COMPUTE WmpEmp = FUNCTION MOD(WmpEmp * 65599 + WmpVal +
      -            WmpSel, 999999999989)
         END-PERFORM
         PERFORM MDP_BRASSAGE
       END-PERFORM.

      *Sous-paragraphe : fin de tour de MDP_EMPREINTE. Les six chiffres
      *du sel sont ajoutés sans retenue aux six chiffres de poids
      *faible de WmpEmp (un "ou exclusif" en base dix), puis WmpEmp
      *est élevé au carré : le passage d'un tour à l'autre n'est plus
      *une simple transformation affine qu'on saurait défaire.
      ******************************************************************
       MDP_BRASSAGE.

       PERFORM WITH TEST BEFORE VARYING WmpRang FROM 1 BY 1
                 UNTIL WmpRang > 6
         MOVE WmpEmp(WmpRang + 6:1) TO WmpChiffre
         MOVE WmpSel(WmpRang:1) TO WmpChiffreSel
         COMPUTE WmpChiffre = FUNCTION MOD(WmpChiffre + WmpChiffreSel
      -          + WmpTour, 10)
         MOVE WmpChiffre TO WmpEmp(WmpRang + 6:1)
       END-PERFORM
       COMPUTE WmpEmp = FUNCTION MOD(WmpEmp * WmpEmp + WmpSel +
      -        WmpTour, 999999999989).

      *Sous-paragraphe : historique des empreintes à zéro
      ******************************************************************
       MDP_VIDE_HISTO.

       PERFORM WITH TEST BEFORE VARYING WmpIdx FROM 1 BY 1
                 UNTIL WmpIdx > 5
         MOVE 0 TO fpw_hSel(WmpIdx)
         MOVE 0 TO fpw_hEmp(WmpIdx)
       END-PERFORM.

      *Contrôle du mot de passe saisi (Wmdp) de l'opérateur lu (fop_*)
      ******************************************************************
       MDP_VERIFIE_OPER.

       MOVE 'O' TO WmpType
       MOVE fop_login TO WmpCompte
       MOVE Wmdp TO WmpMdp
       MOVE fop_mdp TO WmpClair
       PERFORM MDP_VERIFIE.

      *Contrôle du mot de passe saisi (Wmdp) du club lu (fc_*)
      ******************************************************************
       MDP_VERIFIE_CLUB.

       MOVE 'C' TO WmpType
       MOVE fc_id TO WmpCompte
       MOVE Wmdp TO WmpMdp
       MOVE fc_password TO WmpClair
       PERFORM MDP_VERIFIE.

      *Sous-paragraphe : contrôle de WmpMdp pour WmpType/WmpCompte
      *(WmpClair = zone en clair de l'enregistrement courant) ->
      *WmpOK, et s'il est bon : WmpAChanger (initial ou réinitialisé)
      *et WmpExpire (opérateur au-delà de MDPJOURS jours)
      ******************************************************************
       MDP_VERIFIE.

       MOVE 0 TO WmpOK
       MOVE 0 TO WmpAChanger
       MOVE 0 TO WmpExpire
       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       READ fmdp KEY IS fpw_cle
         INVALID KEY
      *    Compte revenu en clair d'une restauration : contrôle en
      *    clair, puis protection immédiate
           IF WmpClair NOT = SPACES AND WmpMdp = WmpClair THEN
             MOVE 1 TO WmpOK
             PERFORM MDP_MIGRE
             PERFORM MDP_EFFACE_CLAIR
             MOVE 1 TO WmpAChanger
           END-IF
         NOT INVALID KEY
           MOVE fpw_sel TO WmpSel
           PERFORM MDP_EMPREINTE
           IF WmpEmp = fpw_emp THEN
             MOVE 1 TO WmpOK
             MOVE fpw_aChanger TO WmpAChanger
             IF WmpType = 'O' THEN
               ACCEPT WdateSys FROM DATE YYYYMMDD
               COMPUTE WmpAge = FUNCTION INTEGER-OF-DATE(WdateSys) -
      -                FUNCTION INTEGER-OF-DATE(fpw_dateChange)
               IF WmpAge > WpmMdpJours THEN
                 MOVE 1 TO WmpExpire
               END-IF
             END-IF
             IF WmpClair NOT = SPACES THEN
               PERFORM MDP_EFFACE_CLAIR
             END-IF
           END-IF
       END-READ.

      *Après un mot de passe accepté à la connexion : changement
      *imposé s'il est initial, réinitialisé ou expiré. WmdpOK passe
      *à 2 si l'utilisateur renonce (connexion refusée, tracée avec
      *le résultat 4 ; WseType, WseLogin et WseClub chargés)
      ******************************************************************
       MDP_CONNEXION_CHANGE.

       IF WmpAChanger = 1 OR WmpExpire = 1 THEN
         IF WmpExpire = 1 THEN
           DISPLAY "Mot de passe de plus de ",WpmMdpJours," jours : ",
                   "changement obligatoire."
         ELSE
           DISPLAY "Mot de passe initial ou réinitialisé : ",
                   "changement obligatoire."
         END-IF
      *  Le journal des modifications signe au nom du compte
         IF WmpType = 'O' THEN
           MOVE WmpCompte TO WoperLogin
           MOVE 1 TO WconnectedAsAdmin
         ELSE
           MOVE 0 TO WconnectedAsAdmin
         END-IF
         MOVE 0 TO WmpAChanger
         PERFORM MDP_NOUVEAU
         IF WmpOK = 0 THEN
           DISPLAY "Connexion refusée : mot de passe non changé."
           MOVE 4 TO WseSucces
           PERFORM LOG_SESSION
           MOVE 2 TO WmdpOK
         END-IF
       END-IF.

      *Saisie et enregistrement d'un nouveau mot de passe pour
      *WmpType/WmpCompte. WmpAChanger = 1 quand l'administration le
      *pose (à changer à la connexion suivante). Une saisie vide
      *abandonne. -> WmpOK = 1 si enregistré
      ******************************************************************
       MDP_NOUVEAU.

       MOVE 0 TO WmpOK
       IF WmodeFormation = 1 THEN
         DISPLAY "Mot de passe non modifiable en mode formation."
       ELSE
         MOVE 0 TO WmpFin
         PERFORM WITH TEST AFTER UNTIL WmpFin = 1
           DISPLAY "Nouveau mot de passe (",WpmMdpLong,
                   " à 20 caractères, vide pour abandonner):"
           ACCEPT Wmdp
           IF Wmdp = SPACES THEN
             DISPLAY "Mot de passe inchangé."
             MOVE 1 TO WmpFin
           ELSE
             MOVE Wmdp TO WmpMdp
             DISPLAY "Confirmez le mot de passe:"
             ACCEPT WmpMdp2
             PERFORM MDP_REGLES
             IF WmpTrouve = 0 THEN
               PERFORM MDP_ENREGISTRE
               MOVE 1 TO WmpFin
             END-IF
           END-IF
         END-PERFORM
       END-IF.

      *Sous-paragraphe : règles du mot de passe saisi (Wmdp, WmpMdp,
      *WmpMdp2) -> WmpTrouve = 0 s'il est acceptable
      ******************************************************************
       MDP_REGLES.

       MOVE 20 TO WmpLong
       PERFORM WITH TEST BEFORE UNTIL WmpLong = 0
                 OR WmpMdp(WmpLong:1) NOT = SPACE
         SUBTRACT 1 FROM WmpLong
       END-PERFORM
       MOVE 1 TO WmpTrouve
       EVALUATE TRUE
         WHEN Wmdp(21:10) NOT = SPACES
           DISPLAY "20 caractères au plus."
         WHEN WmpLong < WpmMdpLong
           DISPLAY "Au moins ",WpmMdpLong," caractères."
         WHEN WmpMdp NOT = WmpMdp2
           DISPLAY "Les deux saisies diffèrent."
         WHEN OTHER
           PERFORM MDP_DEJA_UTILISE
           IF WmpTrouve = 1 THEN
             DISPLAY "Mot de passe déjà utilisé récemment (",
                     WpmMdpHisto," derniers refusés)."
           END-IF
       END-EVALUATE.

      *Sous-paragraphe : WmpMdp est-il le mot de passe actuel ou l'un
      *des MDPHISTO - 1 précédents ? -> WmpTrouve
      ******************************************************************
       MDP_DEJA_UTILISE.

       MOVE 0 TO WmpTrouve
       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       READ fmdp KEY IS fpw_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fpw_sel TO WmpSel
           PERFORM MDP_EMPREINTE
           IF WmpEmp = fpw_emp THEN
             MOVE 1 TO WmpTrouve
           END-IF
           PERFORM WITH TEST BEFORE VARYING WmpIdx FROM 1 BY 1
                     UNTIL WmpIdx >= WpmMdpHisto OR WmpTrouve = 1
             IF fpw_hEmp(WmpIdx) NOT = 0 THEN
               MOVE fpw_hSel(WmpIdx) TO WmpSel
               PERFORM MDP_EMPREINTE
               IF WmpEmp = fpw_hEmp(WmpIdx) THEN
                 MOVE 1 TO WmpTrouve
               END-IF
             END-IF
           END-PERFORM
       END-READ.

      *Sous-paragraphe : écriture de l'empreinte de WmpMdp, l'ancienne
      *passant en tête de l'historique ; tracé au journal des
      *modifications sans aucune valeur -> WmpOK
      ******************************************************************
       MDP_ENREGISTRE.

       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       READ fmdp KEY IS fpw_cle
         INVALID KEY
           MOVE 0 TO WmpTrouve
           PERFORM MDP_VIDE_HISTO
         NOT INVALID KEY
           MOVE 1 TO WmpTrouve
           PERFORM WITH TEST BEFORE VARYING WmpIdx FROM 5 BY -1
                     UNTIL WmpIdx < 2
             MOVE fpw_hSel(WmpIdx - 1) TO fpw_hSel(WmpIdx)
             MOVE fpw_hEmp(WmpIdx - 1) TO fpw_hEmp(WmpIdx)
           END-PERFORM
           MOVE fpw_sel TO fpw_hSel(1)
           MOVE fpw_emp TO fpw_hEmp(1)
       END-READ
       PERFORM MDP_NOUVEAU_SEL
       PERFORM MDP_EMPREINTE
       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       MOVE WmpSel TO fpw_sel
       MOVE WmpEmp TO fpw_emp
       ACCEPT fpw_dateChange FROM DATE YYYYMMDD
       MOVE WmpAChanger TO fpw_aChanger
       IF WmpTrouve = 0 THEN
         WRITE Tmdp
           INVALID KEY
             DISPLAY "/!\ Erreur d'écriture mot de passe: ",fpw_stat
             MOVE "WRITE" TO WejOper
           NOT INVALID KEY
             MOVE 1 TO WmpOK
         END-WRITE
       ELSE
         REWRITE Tmdp
           INVALID KEY
             DISPLAY "/!\ Erreur de réécriture mot de passe: ",
                     fpw_stat
             MOVE "REWRITE" TO WejOper
           NOT INVALID KEY
             MOVE 1 TO WmpOK
         END-REWRITE
       END-IF
       IF WmpOK = 1 THEN
         MOVE "fmdp" TO fmo_fichier
         MOVE fpw_cle TO fmo_cle
         MOVE "fpw_emp" TO fmo_champ
         MOVE "**********" TO fmo_ancienne
         MOVE "**********" TO fmo_nouvelle
         PERFORM LOG_MODIF
         IF WmpAChanger = 1 THEN
           DISPLAY "Mot de passe enregistré (à changer à la ",
                   "prochaine connexion)."
         ELSE
           DISPLAY "Mot de passe enregistré."
         END-IF
       ELSE
         MOVE "motdepasse.dat" TO WejFichier
         MOVE fpw_stat TO WejStat
         MOVE "MDP_ENREGISTRE" TO WejPara
         MOVE fpw_cle TO WejCle
         PERFORM JOURNAL_ERREUR
       END-IF.

      *Retrait de la ligne du compte WmpType/WmpCompte (compte
      *supprimé : un login ou un numéro réattribué repart de zéro)
      ******************************************************************
       MDP_SUPPRIME.

       MOVE WmpType TO fpw_type
       MOVE WmpCompte TO fpw_compte
       DELETE fmdp RECORD
         INVALID KEY
           CONTINUE
       END-DELETE.

      *Changement de son propre mot de passe par l'opérateur connecté
      ******************************************************************
       MODIFY_MON_MDP.

       MOVE WoperLogin TO fop_login
       READ foper KEY IS fop_login
         INVALID KEY
           DISPLAY "Compte opérateur introuvable."
         NOT INVALID KEY
           DISPLAY "Mot de passe actuel:"
           ACCEPT Wmdp
           PERFORM MDP_VERIFIE_OPER
           IF WmpOK = 1 THEN
             MOVE 0 TO WmpAChanger
             PERFORM MDP_NOUVEAU
           ELSE
             DISPLAY "Mot de passe actuel incorrect."
             MOVE "OPERATEUR" TO WseType
             MOVE fop_login TO WseLogin
             MOVE 0 TO WseClub
             MOVE 0 TO WseSucces
             PERFORM LOG_SESSION
           END-IF
       END-READ.
