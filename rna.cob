      *Identifiants légaux des clubs : numéro RNA de l'association
      *(répertoire national des associations, W + 9 caractères : les
      *3 premiers désignent la préfecture, pas de clé de contrôle) et
      *SIRET (14 chiffres, clé de Luhn sur le SIRET et sur le SIREN ;
      *La Poste, SIREN 356000000, se contrôle par la somme des chiffres
      *multiple de 5). Les deux restent facultatifs à la saisie mais un
      *même RNA ou SIRET ne peut pas servir à deux clubs : c'est ce qui
      *arrête les doublons créés sous des noms voisins.
      ******************************************************************

      *Saisie contrôlée des deux identifiants dans Tclub (création et
      *écran de modification). fc_id doit être chargé. Tclub est remis
      *en l'état après les lectures de recherche de doublon.
      ******************************************************************
       SAISIE_IDENT_CLUB.

       MOVE fc_id TO WrnIdClub
       MOVE 0 TO WrnOK
       PERFORM WITH TEST AFTER UNTIL WrnOK = 1
         DISPLAY "N° RNA de l'association (W + 9 caractères, vide si
      -    " inconnu):"
         MOVE SPACES TO WrnSaisie
         ACCEPT WrnSaisie
         INSPECT WrnSaisie CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         PERFORM CONTROLE_RNA
         IF WrnOK = 1 AND WrnSaisie NOT = SPACES THEN
           PERFORM DOUBLON_RNA
         END-IF
       END-PERFORM
       MOVE WrnSaisie(1:10) TO fc_rna

       MOVE 0 TO WrnOK
       PERFORM WITH TEST AFTER UNTIL WrnOK = 1
         DISPLAY "SIRET (14 chiffres, vide si inconnu):"
         MOVE SPACES TO WrnSaisie
         ACCEPT WrnSaisie
         PERFORM COMPACTE_SIRET
         PERFORM CONTROLE_SIRET
         IF WrnOK = 1 AND WrnSiret NOT = SPACES THEN
           PERFORM DOUBLON_SIRET
         END-IF
       END-PERFORM
       MOVE WrnSiret TO fc_siret
      *Identifiants ressaisis : le dernier contrôle au registre ne vaut
      *plus
       MOVE 0 TO fc_rnaEtat
       MOVE 0 TO fc_rnaDate.

      *Format du RNA saisi (WrnSaisie) : vide, ou W suivi de 3
      *caractères (chiffres ou lettres) et de 6 chiffres. WrnOK = 1 si
      *recevable.
      ******************************************************************
       CONTROLE_RNA.

       MOVE 1 TO WrnOK
       IF WrnSaisie NOT = SPACES THEN
         IF WrnSaisie(1:1) NOT = "W" OR WrnSaisie(11:20) NOT = SPACES
            OR WrnSaisie(5:6) NOT NUMERIC THEN
           MOVE 0 TO WrnOK
         ELSE
           PERFORM WITH TEST BEFORE VARYING WrnI FROM 2 BY 1
                     UNTIL WrnI > 4
             IF WrnSaisie(WrnI:1) IS NOT NUMERIC AND
                (WrnSaisie(WrnI:1) < "A" OR WrnSaisie(WrnI:1) > "Z")
             THEN
               MOVE 0 TO WrnOK
             END-IF
           END-PERFORM
         END-IF
         IF WrnOK = 0 THEN
           DISPLAY "N° RNA invalide (attendu W + 9 caractères, ex. W7
      -    "51234567)."
         END-IF
       END-IF.

      *SIRET saisi avec ou sans espaces : WrnSaisie -> WrnSiret (les
      *caractères non blancs, calés à gauche ; WrnLgSaisie = leur
      *nombre)
      ******************************************************************
       COMPACTE_SIRET.

       MOVE SPACES TO WrnSiret
       MOVE 0 TO WrnLgSaisie
       PERFORM WITH TEST BEFORE VARYING WrnI FROM 1 BY 1
                 UNTIL WrnI > 30
         IF WrnSaisie(WrnI:1) NOT = SPACE THEN
           ADD 1 TO WrnLgSaisie
           IF WrnLgSaisie <= 14 THEN
             MOVE WrnSaisie(WrnI:1) TO WrnSiret(WrnLgSaisie:1)
           END-IF
         END-IF
       END-PERFORM.

      *Contrôle du SIRET WrnSiret : vide, ou 14 chiffres dont le SIREN
      *(9 premiers) et le SIRET complet vérifient la clé de Luhn
      ******************************************************************
       CONTROLE_SIRET.

       MOVE 1 TO WrnOK
       IF WrnSiret NOT = SPACES THEN
         IF WrnLgSaisie NOT = 14 OR WrnSiret NOT NUMERIC THEN
           MOVE 0 TO WrnOK
           DISPLAY "SIRET invalide : 14 chiffres attendus."
         ELSE
           MOVE WrnSiret TO WrnLuhnZone
           MOVE 9 TO WrnLuhnLg
           PERFORM CLE_LUHN
           IF WrnLuhnOK = 0 THEN
             MOVE 0 TO WrnOK
             DISPLAY "SIRET invalide : clé du SIREN incorrecte."
           ELSE
             MOVE 14 TO WrnLuhnLg
             PERFORM CLE_LUHN
             IF WrnLuhnOK = 0 AND WrnSiret(1:9) = "356000000" THEN
      *        Établissements de La Poste : somme des chiffres
               MOVE 0 TO WrnSomme
               PERFORM WITH TEST BEFORE VARYING WrnI FROM 1 BY 1
                         UNTIL WrnI > 14
                 MOVE WrnSiret(WrnI:1) TO WrnChiffre
                 ADD WrnChiffre TO WrnSomme
               END-PERFORM
               IF FUNCTION MOD(WrnSomme, 5) = 0 THEN
                 MOVE 1 TO WrnLuhnOK
               END-IF
             END-IF
             IF WrnLuhnOK = 0 THEN
               MOVE 0 TO WrnOK
               DISPLAY "SIRET invalide : clé de contrôle incorrecte."
             END-IF
           END-IF
         END-IF
       END-IF.

      *Clé de Luhn sur les WrnLuhnLg premiers chiffres de WrnLuhnZone :
      *un chiffre sur deux en partant de la droite est doublé (moins 9
      *au-delà de 9), la somme doit être un multiple de 10
      ******************************************************************
       CLE_LUHN.

       MOVE 0 TO WrnSomme
       PERFORM WITH TEST BEFORE VARYING WrnI FROM 1 BY 1
                 UNTIL WrnI > WrnLuhnLg
         MOVE WrnLuhnZone(WrnI:1) TO WrnChiffre
         IF FUNCTION MOD(WrnLuhnLg - WrnI, 2) = 1 THEN
           COMPUTE WrnChiffre = WrnChiffre * 2
           IF WrnChiffre > 9 THEN
             SUBTRACT 9 FROM WrnChiffre
           END-IF
         END-IF
         ADD WrnChiffre TO WrnSomme
       END-PERFORM
       IF FUNCTION MOD(WrnSomme, 10) = 0 THEN
         MOVE 1 TO WrnLuhnOK
       ELSE
         MOVE 0 TO WrnLuhnOK
       END-IF.

      *Le RNA saisi est-il déjà porté par un autre club ?
      ******************************************************************
       DOUBLON_RNA.

       MOVE Tclub TO WrnSauve
       MOVE WrnSaisie(1:10) TO fc_rna
       READ fclub KEY IS fc_rna
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fc_id NOT = WrnIdClub THEN
             MOVE 0 TO WrnOK
             DISPLAY "RNA déjà enregistré pour le club ",fc_id," (",
      -              fc_nom,")."
           END-IF
       END-READ
       MOVE WrnSauve TO Tclub.

      *Le SIRET saisi est-il déjà porté par un autre club ?
      ******************************************************************
       DOUBLON_SIRET.

       MOVE Tclub TO WrnSauve
       MOVE WrnSiret TO fc_siret
       READ fclub KEY IS fc_siret
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fc_id NOT = WrnIdClub THEN
             MOVE 0 TO WrnOK
             DISPLAY "SIRET déjà enregistré pour le club ",fc_id,
      -              " (",fc_nom,")."
           END-IF
       END-READ
       MOVE WrnSauve TO Tclub.

      *MODIFICATION DES IDENTIFIANTS RNA / SIRET DU CLUB
      ******************************************************************
       MODIFY_CLUB_IDENT.

       IF WconnectedAsAdmin = 0 THEN
         MOVE WnumClub TO fc_id
       ELSE
         DISPLAY "Entrez l'ID du club"
         PERFORM WITH TEST AFTER UNTIL fc_id IS NUMERIC
           ACCEPT fc_id
         END-PERFORM
       END-IF

       READ fclub KEY IS fc_id
          INVALID KEY
            DISPLAY "Il n'existe pas de club portant ce numéro"
          NOT INVALID KEY
            MOVE 0 TO WccFin
            PERFORM WITH TEST AFTER UNTIL WccFin = 1
              MOVE Tclub TO WccAvant
              PERFORM CONCUR_PHOTO
              DISPLAY "RNA actuel   : ",fc_rna
              DISPLAY "SIRET actuel : ",fc_siret
              MOVE SPACES TO fmo_ancienne
              STRING fc_rna DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     fc_siret DELIMITED BY SIZE
                INTO fmo_ancienne
              END-STRING
              PERFORM SAISIE_IDENT_CLUB
              MOVE "fclub" TO fmo_fichier
              MOVE fc_id TO fmo_cle
              MOVE "fc_rna/fc_siret" TO fmo_champ
              MOVE SPACES TO fmo_nouvelle
              STRING fc_rna DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     fc_siret DELIMITED BY SIZE
                INTO fmo_nouvelle
              END-STRING
              PERFORM CONCUR_CLUB
            END-PERFORM
            IF WccEcrire = 1 THEN
              PERFORM LOG_MODIF
              REWRITE Tclub
                INVALID KEY
                   DISPLAY "Erreur de réécriture."
                   MOVE "club.dat" TO WejFichier
                   MOVE fclub_stat TO WejStat
                   MOVE "REWRITE" TO WejOper
                   MOVE "MODIFY_CLUB_IDENT" TO WejPara
                   MOVE fc_id TO WejCle
                   PERFORM JOURNAL_ERREUR
                 NOT INVALID KEY
                   DISPLAY "Le club a été modifié avec succès."
              END-REWRITE
            END-IF.

      *Contrôle des clubs au registre : l'extrait du RNA (rna_extrait.
      *txt, ramené du site des données publiques et réduit aux
      *colonnes utiles) donne une ligne par association :
      *   RNA;SIRET;titre;président;position;date de dissolution
      *(position A = active, D = dissoute, S = supprimée ; date
      *aaaammjj ou vide). Chaque club dont le RNA figure à l'extrait
      *est comparé : dissolution, titre ou président différents,
      *SIRET différent ou manquant. Le résultat est noté sur la fiche
      *(fc_rnaEtat, fc_rnaDate), détaillé dans rna_controle.txt avec
      *la liste des clubs sans identifiant ou absents de l'extrait ;
      *une association dissoute ouvre une alerte RNA.
      ******************************************************************
       CONTROLE_RNA_CLUBS.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM CONTROLE_RNA_CORPS
       END-IF.

      *Sous-paragraphe : lecture de l'extrait puis revue des clubs
      ******************************************************************
       CONTROLE_RNA_CORPS.

       OPEN INPUT frnaext
       IF frx_stat = 35 THEN
         DISPLAY "Pas de fichier rna_extrait.txt à contrôler."
       ELSE
         MOVE "RNA" TO WrunJob
         PERFORM RUN_DEBUT
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE ZEROS TO WrnVus
         MOVE 0 TO WrnLus
         MOVE 0 TO WrnConformes
         MOVE 0 TO WrnEcarts
         MOVE 0 TO WrnDissoutes
         MOVE 0 TO WrnManquants
         MOVE 0 TO WrnAbsents
         OPEN OUTPUT frnarap
         MOVE SPACES TO Lrnarap
         STRING "Contrôle des clubs au registre des associations au "
                  DELIMITED BY SIZE
                WdateSys DELIMITED BY SIZE
           INTO Lrnarap
         END-STRING
         WRITE Lrnarap
         MOVE "Constat / club / nom / RNA / détail" TO Lrnarap
         WRITE Lrnarap
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ frnaext NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF Lrnaext NOT = SPACES THEN
               ADD 1 TO WrnLus
               PERFORM CONTROLE_RNA_LIGNE
             END-IF
         END-PERFORM
         PERFORM CONTROLE_RNA_MANQUANTS
         CLOSE frnarap
         COMPUTE WrunNbEnr = WrnEcarts + WrnDissoutes
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY "Extrait lu : ",WrnLus," association(s)."
         DISPLAY "Clubs conformes : ",WrnConformes,", en écart : ",
      -          WrnEcarts,", dissous : ",WrnDissoutes
         DISPLAY "Sans identifiant : ",WrnManquants,
      -          ", absents de l'extrait : ",WrnAbsents
         DISPLAY "Détail dans rna_controle.txt."
       END-IF
       CLOSE frnaext.

      *Sous-paragraphe : une association de l'extrait (Lrnaext), et
      *les clubs qui portent son RNA
      ******************************************************************
       CONTROLE_RNA_LIGNE.

       MOVE SPACES TO WrnE1
       MOVE SPACES TO WrnE2
       MOVE SPACES TO WrnE3
       MOVE SPACES TO WrnE4
       MOVE SPACES TO WrnE5
       MOVE SPACES TO WrnE6
       UNSTRING Lrnaext DELIMITED BY ";"
         INTO WrnE1 WrnE2 WrnE3 WrnE4 WrnE5 WrnE6
       END-UNSTRING
       INSPECT WrnE1 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       IF WrnE1 NOT = SPACES THEN
         MOVE WrnE1(1:10) TO WrnRna
         MOVE WrnRna TO fc_rna
         START fclub KEY IS = fc_rna
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 0 TO WrnFin
             PERFORM WITH TEST AFTER UNTIL WrnFin = 1
               READ fclub NEXT
               AT END
                 MOVE 1 TO WrnFin
               NOT AT END
                 IF fc_rna NOT = WrnRna THEN
                   MOVE 1 TO WrnFin
                 ELSE
                   PERFORM CONTROLE_RNA_CLUB
                 END-IF
             END-PERFORM
         END-START
       END-IF.

      *Sous-paragraphe : comparaison du club lu (Tclub) à l'extrait
      ******************************************************************
       CONTROLE_RNA_CLUB.

       IF fc_id > 0 THEN
         MOVE 1 TO WrnVu(fc_id)
       END-IF
       MOVE 1 TO fc_rnaEtat
       IF WrnE5(1:1) = "D" OR WrnE5(1:1) = "S" OR
          (WrnE6(1:8) IS NUMERIC AND WrnE6(1:8) NOT = "00000000")
       THEN
         MOVE 3 TO fc_rnaEtat
         MOVE "DISSOUTE" TO WrnConstat
         MOVE WrnE6 TO WrnDetail
         PERFORM ECRIT_RAPPORT_RNA
         MOVE "RNA" TO WalType
         MOVE SPACES TO WalMessage
         STRING "Club " DELIMITED BY SIZE
                fc_id DELIMITED BY SIZE
                " : association dissoute au RNA " DELIMITED BY SIZE
                fc_rna DELIMITED BY SIZE
           INTO WalMessage
         END-STRING
         PERFORM CREE_ALERTE
       ELSE
      *  Titre : le nom du club (30 caractères) peut n'en être que le
      *  début
         MOVE WrnE3 TO WrnSource
         PERFORM RNA_NORMALISE
         MOVE WrnNorm TO WrnNormReg
         MOVE WrnLgNorm TO WrnLgReg
         MOVE fc_nom TO WrnSource
         PERFORM RNA_NORMALISE
         IF WrnNorm NOT = WrnNormReg THEN
           IF WrnLgNorm < 10 OR WrnLgNorm > WrnLgReg THEN
             PERFORM CONTROLE_RNA_ECART_NOM
           ELSE
             IF WrnNormReg(1:WrnLgNorm) NOT = WrnNorm(1:WrnLgNorm)
             THEN
               PERFORM CONTROLE_RNA_ECART_NOM
             END-IF
           END-IF
         END-IF
         MOVE WrnE4 TO WrnSource
         PERFORM RNA_NORMALISE
         MOVE WrnNorm TO WrnNormReg
         MOVE fc_president TO WrnSource
         PERFORM RNA_NORMALISE
         IF WrnNorm NOT = WrnNormReg AND WrnNormReg NOT = SPACES THEN
           MOVE 2 TO fc_rnaEtat
           MOVE "PRESIDENT DIFFERENT" TO WrnConstat
           MOVE WrnE4 TO WrnDetail
           PERFORM ECRIT_RAPPORT_RNA
         END-IF
         IF WrnE2(1:14) IS NUMERIC THEN
           IF fc_siret = SPACES THEN
             MOVE "SIRET A REPRENDRE" TO WrnConstat
             MOVE WrnE2 TO WrnDetail
             PERFORM ECRIT_RAPPORT_RNA
           ELSE
             IF fc_siret NOT = WrnE2(1:14) THEN
               MOVE 2 TO fc_rnaEtat
               MOVE "SIRET DIFFERENT" TO WrnConstat
               MOVE WrnE2 TO WrnDetail
               PERFORM ECRIT_RAPPORT_RNA
             END-IF
           END-IF
         END-IF
       END-IF
       EVALUATE fc_rnaEtat
         WHEN 1 ADD 1 TO WrnConformes
         WHEN 2 ADD 1 TO WrnEcarts
         WHEN 3 ADD 1 TO WrnDissoutes
       END-EVALUATE
       MOVE WdateSys TO fc_rnaDate
       REWRITE Tclub.

      *Sous-paragraphe : titre du registre différent du nom du club
      ******************************************************************
       CONTROLE_RNA_ECART_NOM.

       MOVE 2 TO fc_rnaEtat
       MOVE "NOM DIFFERENT" TO WrnConstat
       MOVE WrnE3 TO WrnDetail
       PERFORM ECRIT_RAPPORT_RNA.

      *Revue des clubs en fin de contrôle : identifiant manquant, ou
      *RNA absent de l'extrait (clubs fusionnés ignorés)
      ******************************************************************
       CONTROLE_RNA_MANQUANTS.

       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WrnFin
       PERFORM WITH TEST AFTER UNTIL WrnFin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WrnFin
         NOT AT END
           IF fc_statut NOT = 9 THEN
             IF fc_rna = SPACES OR fc_siret = SPACES THEN
               ADD 1 TO WrnManquants
               MOVE "IDENTIFIANT MANQUANT" TO WrnConstat
               MOVE SPACES TO WrnDetail
               IF fc_rna = SPACES THEN
                 MOVE "RNA" TO WrnDetail
               END-IF
               IF fc_siret = SPACES THEN
                 MOVE "SIRET" TO WrnDetail(5:5)
               END-IF
               PERFORM ECRIT_RAPPORT_RNA
             END-IF
             IF fc_rna NOT = SPACES AND fc_id > 0 AND
                WrnVu(fc_id) = 0 THEN
               ADD 1 TO WrnAbsents
               MOVE "ABSENT DE L'EXTRAIT" TO WrnConstat
               MOVE SPACES TO WrnDetail
               PERFORM ECRIT_RAPPORT_RNA
               MOVE 0 TO fc_rnaEtat
               MOVE WdateSys TO fc_rnaDate
               REWRITE Tclub
             END-IF
           END-IF
       END-PERFORM.

      *Forme de comparaison de WrnSource : lettres et chiffres seuls,
      *en majuscules (WrnNorm, longueur utile WrnLgNorm)
      ******************************************************************
       RNA_NORMALISE.

       INSPECT WrnSource CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE SPACES TO WrnNorm
       MOVE 0 TO WrnLgNorm
       PERFORM WITH TEST BEFORE VARYING WrnI FROM 1 BY 1
                 UNTIL WrnI > 120
         IF (WrnSource(WrnI:1) >= "A" AND WrnSource(WrnI:1) <= "Z")
            OR WrnSource(WrnI:1) IS NUMERIC THEN
           ADD 1 TO WrnLgNorm
           MOVE WrnSource(WrnI:1) TO WrnNorm(WrnLgNorm:1)
         END-IF
       END-PERFORM.

      *Une ligne du compte rendu (WrnConstat, WrnDetail, club Tclub)
      ******************************************************************
       ECRIT_RAPPORT_RNA.

       MOVE SPACES TO Lrnarap
       STRING WrnConstat DELIMITED BY "  "
              " / " DELIMITED BY SIZE
              fc_id DELIMITED BY SIZE
              " / " DELIMITED BY SIZE
              fc_nom DELIMITED BY "  "
              " / " DELIMITED BY SIZE
              fc_rna DELIMITED BY SIZE
              " / " DELIMITED BY SIZE
              WrnDetail DELIMITED BY "  "
         INTO Lrnarap
       END-STRING
       WRITE Lrnarap.

      *Reprise unique d'une sauvegarde club_bak.dat écrite AVANT
      *l'arrivée des identifiants RNA / SIRET : les enregistrements de
      *203 octets sont relus au bon pas, complétés d'identifiants vides
      *(état non contrôlé) et club.dat est reconstruit au nouveau
      *format. Même déroulé que MIGRE_RESAS_V1.
      ******************************************************************
       MIGRE_CLUBS_V1.

       DISPLAY "Reconstruire club.dat depuis une sauvegarde de l'ANCIE
      -    "N format (203 octets) ? Confirmer (0/1)"
       MOVE 5 TO WcrudChoix
       PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR WcrudChoix = 1
         ACCEPT WcrudChoix
       END-PERFORM

       IF WcrudChoix = 1 THEN
      *  Opération destructive : un second administrateur approuve
         PERFORM DOUBLE_APPROBATION
         IF WappOK = 0 THEN
           DISPLAY "Migration refusée : pas de double approbation."
           MOVE 0 TO WcrudChoix
         END-IF
       END-IF

       IF WcrudChoix = 1 THEN
         PERFORM POSE_VERROU
         IF WverrouOK = 0 THEN
           DISPLAY "Migration refusée : maintenance en cours."
         ELSE
           OPEN INPUT fclubbakv1
           IF fcb1_stat = 35 THEN
             DISPLAY "Pas de fichier club_bak.dat à reprendre."
           ELSE
             MOVE "MIGRE_CLUBS_V1" TO WrunJob
             PERFORM RUN_DEBUT
             CLOSE fclub
             OPEN OUTPUT fclub
             MOVE 0 TO WnbEnrBak
             MOVE 0 TO WendSearch
             PERFORM WITH TEST AFTER UNTIL WendSearch = 1
               READ fclubbakv1 NEXT
               AT END
                 MOVE 1 TO WendSearch
               NOT AT END
                 MOVE Lclubbakv1 TO Tclub
                 MOVE SPACES TO fc_rna
                 MOVE SPACES TO fc_siret
                 MOVE 0 TO fc_rnaEtat
                 MOVE 0 TO fc_rnaDate
                 WRITE Tclub
                 ADD 1 TO WnbEnrBak
             END-PERFORM
             CLOSE fclub
             OPEN I-O fclub
             MOVE WnbEnrBak TO WrunNbEnr
             MOVE 2 TO WrunStatut
             PERFORM RUN_FIN
             DISPLAY "Migration terminée : ",WnbEnrBak," club(s) repr
      -    "is au nouveau format."
           END-IF
           CLOSE fclubbakv1
           PERFORM LEVE_VERROU
         END-IF
       ELSE
         DISPLAY "Migration annulée."
       END-IF.
