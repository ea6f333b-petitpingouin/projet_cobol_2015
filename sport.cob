      *Référentiel des sports : chaque sport a un code, un libellé
      *officiel et sa fédération. Les écrans ne prennent plus le sport
      *en texte libre : CHOISIT_SPORT demande un code (ou le libellé
      *exact, ? pour la liste) et rend le libellé officiel, seul stocké
      *dans les fichiers. Tant que le référentiel est vide, la saisie
      *libre d'avant reste en place.
      *Reprise de l'existant en trois temps (menu Référentiel des
      *sports) : relevé des valeurs libres avec une proposition de
      *correspondance, validation par l'administrateur, puis conversion
      *des fichiers (job SPORTS, sous verrou de maintenance) et
      *reconstruction des agrégats mensuels.
      ******************************************************************
       MENU_SPORTS.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "          Référentiel des sports             "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Créer / modifier un sport"
         DISPLAY "3- Liste des sports"
         DISPLAY "4- Relevé des sports saisis en texte libre"
         DISPLAY "5- Valider les correspondances proposées"
         DISPLAY "6- Convertir les fichiers (correspondances validées)"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2 PERFORM SAISIE_SPORT
             WHEN 3
               MOVE 1 TO WspoTous
               PERFORM LISTE_SPORTS
               MOVE 0 TO WspoTous
             WHEN 4 PERFORM SPORT_RELEVE
             WHEN 5 PERFORM SPORT_VALIDE_CORRESP
             WHEN 6 PERFORM SPORT_CONVERSION
         END-EVALUATE
       END-PERFORM.

      *Saisie du sport sur tous les écrans : l'appelant affiche sa
      *question puis récupère WspoLibelle (et WspoCode). WspoBlancOK = 1
      *accepte une réponse vide (remise à 0 en sortie).
      ******************************************************************
       CHOISIT_SPORT.

       MOVE SPACES TO WspoLibelle
       MOVE SPACES TO WspoCode
       PERFORM SPORT_REFERENTIEL_VIDE
       IF WspoVide = 1 THEN
         PERFORM WITH TEST AFTER UNTIL WspoLibelle IS ALPHABETIC
           ACCEPT WspoLibelle
         END-PERFORM
       ELSE
         DISPLAY "(code ou libellé du référentiel, ? = liste)"
         MOVE 0 TO WspoOK
         PERFORM WITH TEST AFTER UNTIL WspoOK = 1
           MOVE SPACES TO WspoSaisie
           ACCEPT WspoSaisie
           EVALUATE TRUE
             WHEN WspoSaisie = "?"
               PERFORM LISTE_SPORTS
             WHEN WspoSaisie = SPACES
               IF WspoBlancOK = 1 THEN
                 MOVE 1 TO WspoOK
               END-IF
             WHEN OTHER
               PERFORM CHERCHE_SPORT
           END-EVALUATE
         END-PERFORM
       END-IF
       MOVE 0 TO WspoBlancOK.

      *Recherche de WspoSaisie par code (majuscules) puis par libellé
      ******************************************************************
       CHERCHE_SPORT.

       MOVE WspoSaisie TO WsxMaj
       INSPECT WsxMaj CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE WsxMaj(1:6) TO fsp_code
       MOVE 1 TO WspoTrouve
       READ fsport KEY IS fsp_code
         INVALID KEY
           MOVE WspoSaisie TO fsp_libelle
           READ fsport KEY IS fsp_libelle
             INVALID KEY
               MOVE 0 TO WspoTrouve
           END-READ
       END-READ
       IF WspoTrouve = 0 THEN
         DISPLAY "Sport absent du référentiel (? = liste)."
       ELSE
         IF fsp_actif = 0 THEN
           DISPLAY "Sport retiré du référentiel : ",fsp_libelle
         ELSE
           MOVE fsp_code TO WspoCode
           MOVE fsp_libelle TO WspoLibelle
           MOVE 1 TO WspoOK
           DISPLAY "Sport retenu : ",fsp_libelle
         END-IF
       END-IF.

      *WspoVide = 1 si aucun sport n'est encore déclaré
      ******************************************************************
       SPORT_REFERENTIEL_VIDE.

       MOVE LOW-VALUES TO fsp_code
       START fsport KEY IS NOT LESS THAN fsp_code
         INVALID KEY
           MOVE 1 TO WspoVide
         NOT INVALID KEY
           MOVE 0 TO WspoVide
       END-START.

      *Liste des sports actifs (tous, avec l'indicateur, si WspoTous)
      ******************************************************************
       LISTE_SPORTS.

       CLOSE fsport
       OPEN I-O fsport
       DISPLAY "Code / libellé / fédération"
       MOVE 0 TO WspoFin
       PERFORM WITH TEST AFTER UNTIL WspoFin = 1
         READ fsport NEXT
         AT END
           MOVE 1 TO WspoFin
         NOT AT END
           IF WspoTous = 1 THEN
             DISPLAY fsp_code," / ",fsp_libelle," / ",fsp_federation,
      -              " / actif ",fsp_actif
           ELSE
             IF fsp_actif = 1 THEN
               DISPLAY fsp_code," / ",fsp_libelle," / ",fsp_federation
             END-IF
           END-IF
       END-PERFORM.

      *Création ou modification d'un sport du référentiel
      ******************************************************************
       SAISIE_SPORT.

       DISPLAY "Code du sport (6 caractères, ex. FOOT, BASKET):"
       MOVE SPACES TO WspoSaisie
       PERFORM WITH TEST AFTER UNTIL WspoSaisie NOT = SPACES
         ACCEPT WspoSaisie
       END-PERFORM
       MOVE WspoSaisie TO WsxMaj
       INSPECT WsxMaj CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE WsxMaj(1:6) TO fsp_code
       READ fsport KEY IS fsp_code
         INVALID KEY
           MOVE 0 TO WspoExiste
           MOVE SPACES TO fsp_libelle
           MOVE SPACES TO fsp_federation
           MOVE 1 TO fsp_actif
         NOT INVALID KEY
           MOVE 1 TO WspoExiste
           DISPLAY fsp_code," / ",fsp_libelle," / ",fsp_federation,
      -            " / actif ",fsp_actif
       END-READ
       MOVE fsp_libelle TO WspoAncien
       DISPLAY "Libellé officiel (vide = inchangé):"
       PERFORM WITH TEST AFTER UNTIL WspoLibelle IS ALPHABETIC
         MOVE SPACES TO WspoLibelle
         ACCEPT WspoLibelle
       END-PERFORM
       IF WspoLibelle NOT = SPACES THEN
         MOVE WspoLibelle TO fsp_libelle
       END-IF
       IF fsp_libelle = SPACES THEN
         DISPLAY "Libellé obligatoire : sport non enregistré."
       ELSE
         PERFORM SAISIE_SPORT_CORPS
       END-IF.

      *Sous-paragraphe : fédération, activité et enregistrement
      ******************************************************************
       SAISIE_SPORT_CORPS.

       DISPLAY "Fédération de rattachement (vide = inchangée):"
       MOVE SPACES TO WspoFederation
       ACCEPT WspoFederation
       IF WspoFederation NOT = SPACES THEN
         MOVE WspoFederation TO fsp_federation
       END-IF
       DISPLAY "Sport proposé à la saisie ? (1 oui / 0 retiré)"
       PERFORM WITH TEST AFTER UNTIL fsp_actif = 0 OR fsp_actif = 1
         ACCEPT fsp_actif
       END-PERFORM
       IF WspoExiste = 0 THEN
         WRITE Tsport
           INVALID KEY
             DISPLAY "Libellé déjà utilisé par un autre code."
           NOT INVALID KEY
             DISPLAY "Sport ",fsp_code," créé."
             PERFORM LOG_SPORT
         END-WRITE
       ELSE
         REWRITE Tsport
           INVALID KEY
             DISPLAY "Libellé déjà utilisé par un autre code."
           NOT INVALID KEY
             DISPLAY "Sport ",fsp_code," mis à jour."
             PERFORM LOG_SPORT
             IF WspoAncien NOT = fsp_libelle THEN
               PERFORM SPORT_ANCIEN_LIBELLE
             END-IF
         END-REWRITE
       END-IF.

      *Trace au journal des modifications de la fiche fsport en cours
      ******************************************************************
       LOG_SPORT.

       MOVE "fsport" TO fmo_fichier
       MOVE fsp_code TO fmo_cle
       MOVE "fsp_libelle" TO fmo_champ
       MOVE WspoAncien TO fmo_ancienne
       MOVE fsp_libelle TO fmo_nouvelle
       PERFORM LOG_MODIF.

      *Libellé officiel renommé : l'ancien libellé, encore présent
      *dans les fichiers, devient une correspondance validée vers le
      *même code et sera remplacé à la prochaine conversion
      ******************************************************************
       SPORT_ANCIEN_LIBELLE.

       MOVE WspoAncien TO fsx_texte
       MOVE fsp_code TO fsx_code
       MOVE 1 TO fsx_statut
       MOVE 0 TO fsx_nb
       WRITE Tsportmap
         INVALID KEY
           REWRITE Tsportmap
       END-WRITE
       DISPLAY "L'ancien libellé sera remplacé à la prochaine convers
      -    "ion."
       MOVE "fsportmap" TO fmo_fichier
       MOVE WspoAncien TO fmo_cle
       MOVE "fsx_code" TO fmo_champ
       MOVE SPACES TO fmo_ancienne
       MOVE fsp_code TO fmo_nouvelle
       PERFORM LOG_MODIF.

      *Relevé des valeurs libres de tous les fichiers : chaque valeur
      *distincte reçoit une proposition (statut 0), les valeurs déjà
      *conformes à un libellé officiel sont notées statut 2. Les
      *occurrences sont recomptées à chaque relevé, les décisions déjà
      *prises sont conservées.
      ******************************************************************
       SPORT_RELEVE.

       PERFORM SPORT_REFERENTIEL_VIDE
       IF WspoVide = 1 THEN
         DISPLAY "Référentiel vide : déclarez d'abord les sports."
       ELSE
         PERFORM SPORT_RELEVE_CORPS
       END-IF.

      *Sous-paragraphe : remise à zéro des compteurs puis passage
      ******************************************************************
       SPORT_RELEVE_CORPS.

       CLOSE fsportmap
       OPEN I-O fsportmap
       MOVE 0 TO WsxFinMap
       PERFORM WITH TEST AFTER UNTIL WsxFinMap = 1
         READ fsportmap NEXT
         AT END
           MOVE 1 TO WsxFinMap
         NOT AT END
           MOVE 0 TO fsx_nb
           REWRITE Tsportmap
       END-PERFORM
       MOVE 1 TO WsxMode
       PERFORM SPORT_PASSE_FICHIERS
       PERFORM SPORT_BILAN
       DISPLAY "Relevé terminé : validez les correspondances (option 5
      -    ")."
       PERFORM PAUSE_AFFICHAGE.

      *Décompte des correspondances par statut
      ******************************************************************
       SPORT_BILAN.

       MOVE 0 TO WsxNbAttente
       MOVE 0 TO WsxNbSansProp
       MOVE 0 TO WsxNbValides
       MOVE 0 TO WsxNbConformes
       CLOSE fsportmap
       OPEN I-O fsportmap
       MOVE 0 TO WsxFinMap
       PERFORM WITH TEST AFTER UNTIL WsxFinMap = 1
         READ fsportmap NEXT
         AT END
           MOVE 1 TO WsxFinMap
         NOT AT END
           EVALUATE TRUE
             WHEN fsx_statut = 1
               ADD 1 TO WsxNbValides
             WHEN fsx_statut = 2
               ADD 1 TO WsxNbConformes
             WHEN fsx_code = SPACES
               ADD 1 TO WsxNbSansProp
             WHEN OTHER
               ADD 1 TO WsxNbAttente
           END-EVALUATE
       END-PERFORM
       DISPLAY "Valeurs conformes au référentiel : ",WsxNbConformes
       DISPLAY "Correspondances validées         : ",WsxNbValides
       DISPLAY "Propositions à valider           : ",WsxNbAttente
       DISPLAY "Valeurs sans proposition         : ",WsxNbSansProp.

      *Validation une à une des correspondances en attente (avec ou
      *sans proposition), éventuellement aussi des déjà validées
      ******************************************************************
       SPORT_VALIDE_CORRESP.

       PERFORM SPORT_REFERENTIEL_VIDE
       IF WspoVide = 1 THEN
         DISPLAY "Référentiel vide : déclarez d'abord les sports."
       ELSE
         PERFORM SPORT_VALIDE_CORPS
       END-IF.

      *Sous-paragraphe : parcours des correspondances
      ******************************************************************
       SPORT_VALIDE_CORPS.

       DISPLAY "Revoir aussi les correspondances déjà validées ? (1 o
      -    "ui / 0 non)"
       PERFORM WITH TEST AFTER UNTIL WsxRevoir = 0 OR WsxRevoir = 1
         ACCEPT WsxRevoir
       END-PERFORM
       CLOSE fsportmap
       OPEN I-O fsportmap
       MOVE 0 TO WsxFinMap
       PERFORM WITH TEST AFTER UNTIL WsxFinMap = 1
         READ fsportmap NEXT
         AT END
           MOVE 1 TO WsxFinMap
         NOT AT END
           IF fsx_statut = 0 OR (fsx_statut = 1 AND WsxRevoir = 1)
           THEN
             PERFORM SPORT_VALIDE_UNE
           END-IF
       END-PERFORM.

      *Sous-paragraphe : décision sur la correspondance en cours
      ******************************************************************
       SPORT_VALIDE_UNE.

       MOVE fsx_code TO fsp_code
       READ fsport KEY IS fsp_code
         INVALID KEY
           MOVE SPACES TO fsp_libelle
       END-READ
       DISPLAY "----"
       DISPLAY """",fsx_texte,""" (",fsx_nb," occurrence(s))"
       IF fsx_code = SPACES THEN
         DISPLAY "  aucune proposition"
       ELSE
         DISPLAY "  -> ",fsx_code," ",fsp_libelle," (statut ",
      -          fsx_statut,")"
       END-IF
       DISPLAY "1 valider / 2 autre sport / 3 passer / 9 arrêter"
       PERFORM WITH TEST AFTER UNTIL WsxRep = 1 OR WsxRep = 2 OR
                 WsxRep = 3 OR WsxRep = 9
         ACCEPT WsxRep
       END-PERFORM
       MOVE fsx_code TO WspoAncien
       EVALUATE WsxRep
         WHEN 1
           IF fsx_code = SPACES THEN
             DISPLAY "Pas de proposition : choisissez un sport (2)."
           ELSE
             MOVE 1 TO fsx_statut
             REWRITE Tsportmap
             PERFORM LOG_SPORTMAP
           END-IF
         WHEN 2
           DISPLAY "Sport correspondant :"
           PERFORM CHOISIT_SPORT
           MOVE WspoCode TO fsx_code
           MOVE 1 TO fsx_statut
           REWRITE Tsportmap
           PERFORM LOG_SPORTMAP
         WHEN 9
           MOVE 1 TO WsxFinMap
       END-EVALUATE.

      *Trace au journal des modifications de la correspondance validée
      ******************************************************************
       LOG_SPORTMAP.

       MOVE "fsportmap" TO fmo_fichier
       MOVE fsx_texte TO fmo_cle
       MOVE "fsx_code" TO fmo_champ
       MOVE WspoAncien TO fmo_ancienne
       MOVE fsx_code TO fmo_nouvelle
       PERFORM LOG_MODIF.

      *Conversion des fichiers selon les correspondances validées :
      *opération de masse, sous verrou de maintenance
      ******************************************************************
       SPORT_CONVERSION.

       IF WmodeFormation = 1 THEN
         DISPLAY "Écran fermé en mode formation (bac à sable)."
       ELSE
         PERFORM SPORT_BILAN
         IF WsxNbValides = 0 THEN
           DISPLAY "Aucune correspondance validée : rien à convertir."
         ELSE
           IF WsxNbAttente > 0 OR WsxNbSansProp > 0 THEN
             DISPLAY "Les valeurs non validées resteront en texte lib
      -        "re."
           END-IF
           DISPLAY "Lancer la conversion des fichiers (0/1) ?"
           MOVE 5 TO WcrudChoix
           PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                     WcrudChoix = 1
             ACCEPT WcrudChoix
           END-PERFORM
           IF WcrudChoix = 1 THEN
             PERFORM POSE_VERROU
             IF WverrouOK = 1 THEN
               PERFORM SPORT_CONVERSION_CORPS
               PERFORM LEVE_VERROU
             ELSE
               DISPLAY "Conversion refusée : maintenance en cours."
             END-IF
           END-IF
         END-IF
       END-IF.

      *Corps de la conversion, une fois le verrou posé
      ******************************************************************
       SPORT_CONVERSION_CORPS.

       MOVE "SPORTS" TO WrunJob
       PERFORM RUN_DEBUT
       MOVE 0 TO WsxNbTotal
       MOVE 2 TO WsxMode
       PERFORM SPORT_PASSE_FICHIERS
      *Les agrégats mensuels sont clés par sport : on les refait
       PERFORM RECONSTRUIT_STATMOIS
       DISPLAY WsxNbTotal," enregistrement(s) converti(s)."
       MOVE WsxNbTotal TO WrunNbEnr
       MOVE 2 TO WrunStatut
       PERFORM RUN_FIN.

      *Passage sur chaque fichier portant un sport (WsxMode : 1 relevé,
      *2 conversion). Les intentions de réservation, éphémères, ne
      *sont pas reprises.
      ******************************************************************
       SPORT_PASSE_FICHIERS.

       PERFORM SPORT_PASSE_CLUB
       PERFORM SPORT_PASSE_ASSOC
       PERFORM SPORT_PASSE_CLUBSPORT
       PERFORM SPORT_PASSE_RESA
       PERFORM SPORT_PASSE_ARCHIVE
       PERFORM SPORT_PASSE_VOEU
       PERFORM SPORT_PASSE_ATTENTE
       PERFORM SPORT_PASSE_EQUIPE
       PERFORM SPORT_PASSE_DEVIS
       PERFORM SPORT_PASSE_DEMANDE
       PERFORM SPORT_PASSE_OFFRE.

      *Traitement d'une valeur WsxTexte selon le mode. En conversion,
      *WsxChange = 1 et WsxNouveau = libellé officiel si la valeur a
      *une correspondance validée.
      ******************************************************************
       SPORT_TRAITE_VALEUR.

       MOVE 0 TO WsxChange
       IF WsxTexte NOT = SPACES THEN
         IF WsxMode = 1 THEN
           PERFORM SPORT_RELEVE_VALEUR
         ELSE
           PERFORM SPORT_CONVERTIT
         END-IF
       END-IF.

      *Relevé : compte la valeur, et la propose si elle est nouvelle
      ******************************************************************
       SPORT_RELEVE_VALEUR.

       MOVE WsxTexte TO fsx_texte
       READ fsportmap KEY IS fsx_texte
         INVALID KEY
           PERFORM SPORT_PROPOSE
           MOVE WsxTexte TO fsx_texte
           MOVE 1 TO fsx_nb
           WRITE Tsportmap
         NOT INVALID KEY
           ADD 1 TO fsx_nb
           REWRITE Tsportmap
       END-READ.

      *Proposition pour WsxTexte : libellé identique (statut 2), sinon
      *meilleure ressemblance des lettres seules, casse ignorée :
      *égalité avec le libellé ou le code, puis l'un commençant par
      *l'autre (au moins 3 lettres). Rend fsx_code et fsx_statut.
      ******************************************************************
       SPORT_PROPOSE.

       MOVE SPACES TO fsx_code
       MOVE 0 TO fsx_statut
       MOVE WsxTexte TO fsp_libelle
       READ fsport KEY IS fsp_libelle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE fsp_code TO fsx_code
           MOVE 2 TO fsx_statut
       END-READ
       IF fsx_statut = 0 THEN
         MOVE WsxTexte TO WsxSource
         PERFORM SPORT_NORMALISE
         MOVE WsxNorm TO WsxNormTxt
         MOVE WsxLgNorm TO WsxLgTxt
         MOVE 0 TO WsxMeilleur
         IF WsxLgTxt > 0 THEN
           PERFORM SPORT_PROPOSE_SCAN
         END-IF
       END-IF.

      *Sous-paragraphe : parcours du référentiel pour SPORT_PROPOSE
      ******************************************************************
       SPORT_PROPOSE_SCAN.

       CLOSE fsport
       OPEN I-O fsport
       MOVE 0 TO WsxFinRef
       PERFORM WITH TEST AFTER UNTIL WsxFinRef = 1
         READ fsport NEXT
         AT END
           MOVE 1 TO WsxFinRef
         NOT AT END
           MOVE 0 TO WsxScore
           MOVE fsp_code TO WsxSource
           PERFORM SPORT_NORMALISE
           IF WsxNorm = WsxNormTxt THEN
             MOVE 3 TO WsxScore
           END-IF
           MOVE fsp_libelle TO WsxSource
           PERFORM SPORT_NORMALISE
           MOVE WsxNorm TO WsxNormRef
           MOVE WsxLgNorm TO WsxLgRef
           EVALUATE TRUE
             WHEN WsxNormRef = WsxNormTxt
               MOVE 3 TO WsxScore
             WHEN WsxScore > 0
               CONTINUE
             WHEN WsxLgTxt >= 3 AND WsxLgRef > WsxLgTxt
               IF WsxNormRef(1:WsxLgTxt) = WsxNormTxt(1:WsxLgTxt)
               THEN
                 MOVE 2 TO WsxScore
               END-IF
             WHEN WsxLgRef >= 3 AND WsxLgTxt > WsxLgRef
               IF WsxNormTxt(1:WsxLgRef) = WsxNormRef(1:WsxLgRef)
               THEN
                 MOVE 1 TO WsxScore
               END-IF
           END-EVALUATE
           IF WsxScore > WsxMeilleur THEN
             MOVE WsxScore TO WsxMeilleur
             MOVE fsp_code TO fsx_code
           END-IF
       END-PERFORM.

      *Forme de comparaison de WsxSource : lettres seules, majuscules
      *(WsxNorm, longueur utile WsxLgNorm)
      ******************************************************************
       SPORT_NORMALISE.

       MOVE WsxSource TO WsxMaj
       INSPECT WsxMaj CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE SPACES TO WsxNorm
       MOVE 0 TO WsxLgNorm
       PERFORM WITH TEST BEFORE VARYING WsxI FROM 1 BY 1
                 UNTIL WsxI > 30
         IF WsxMaj(WsxI:1) >= "A" AND WsxMaj(WsxI:1) <= "Z" THEN
           ADD 1 TO WsxLgNorm
           MOVE WsxMaj(WsxI:1) TO WsxNorm(WsxLgNorm:1)
         END-IF
       END-PERFORM.

      *Conversion : libellé officiel d'une valeur à correspondance
      *validée (sert aussi aux imports, qui passent par ici)
      ******************************************************************
       SPORT_CONVERTIT.

       MOVE 0 TO WsxChange
       MOVE WsxTexte TO fsx_texte
       READ fsportmap KEY IS fsx_texte
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF fsx_statut = 1 THEN
             MOVE fsx_code TO fsp_code
             READ fsport KEY IS fsp_code
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF fsp_libelle NOT = WsxTexte THEN
                   MOVE fsp_libelle TO WsxNouveau
                   MOVE 1 TO WsxChange
                 END-IF
             END-READ
           END-IF
       END-READ.

      *Sport d'une ligne importée : code ou libellé du référentiel, ou
      *ancienne saisie à correspondance validée, rendu en libellé
      *officiel dans WsxNouveau (valeur reprise telle quelle sinon)
      ******************************************************************
       SPORT_IMPORTE.

       MOVE WsxTexte TO WsxNouveau
       MOVE WsxTexte TO WsxMaj
       INSPECT WsxMaj CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE WsxMaj(1:6) TO fsp_code
       IF WsxMaj(7:24) = SPACES THEN
         READ fsport KEY IS fsp_code
           INVALID KEY
             PERFORM SPORT_CONVERTIT
           NOT INVALID KEY
             MOVE fsp_libelle TO WsxNouveau
         END-READ
       ELSE
         PERFORM SPORT_CONVERTIT
       END-IF.

      *Compte rendu d'un fichier en conversion
      ******************************************************************
       SPORT_COMPTE_FICHIER.

       IF WsxMode = 2 THEN
         DISPLAY WsxFichier," : ",WsxNbFichier," converti(s)."
         ADD WsxNbFichier TO WsxNbTotal
       END-IF.

      *Sport principal des clubs
      ******************************************************************
       SPORT_PASSE_CLUB.

       MOVE 0 TO WsxNbFichier
       CLOSE fclub
       OPEN I-O fclub
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fclub NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fc_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fc_sport
             REWRITE Tclub
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fclub" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Associations salle / sport (le sport est dans la clé : on
      *supprime puis on recrée, doublons ignorés)
      ******************************************************************
       SPORT_PASSE_ASSOC.

       MOVE 0 TO WsxNbFichier
       CLOSE fassoc
       OPEN I-O fassoc
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fassoc NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fa_nomSport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             DELETE fassoc RECORD
             MOVE WsxNouveau TO fa_nomSport
             WRITE Tassoc
               INVALID KEY
                 CONTINUE
             END-WRITE
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fassoc" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Sports secondaires des clubs (même principe que fassoc)
      ******************************************************************
       SPORT_PASSE_CLUBSPORT.

       MOVE 0 TO WsxNbFichier
       CLOSE fclubsport
       OPEN I-O fclubsport
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fclubsport NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fcs_nomSport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             DELETE fclubsport RECORD
             MOVE WsxNouveau TO fcs_nomSport
             WRITE Tclubsport
               INVALID KEY
                 CONTINUE
             END-WRITE
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fclubsport" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Réservations en cours (réécriture journalisée)
      ******************************************************************
       SPORT_PASSE_RESA.

       MOVE 0 TO WsxNbFichier
       CLOSE fresa
       OPEN I-O fresa
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fresa NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fr_sportPratique TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fr_sportPratique
             REWRITE Tresa
             MOVE "R" TO WjrOp
             PERFORM LOG_JOURNAL_RESA
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fresa" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Archive des réservations (réécriture sur place)
      ******************************************************************
       SPORT_PASSE_ARCHIVE.

       MOVE 0 TO WsxNbFichier
       CLOSE farchive
       OPEN I-O farchive
       IF far_stat NOT = 35 THEN
         MOVE 0 TO WsxFin
         PERFORM WITH TEST AFTER UNTIL WsxFin = 1
           READ farchive NEXT
           AT END
             MOVE 1 TO WsxFin
           NOT AT END
             MOVE far_sportPratique TO WsxTexte
             PERFORM SPORT_TRAITE_VALEUR
             IF WsxChange = 1 THEN
               MOVE WsxNouveau TO far_sportPratique
               REWRITE Tarchive
               ADD 1 TO WsxNbFichier
             END-IF
         END-PERFORM
       END-IF
       CLOSE farchive
       MOVE "farchive" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Voeux de la campagne de saison
      ******************************************************************
       SPORT_PASSE_VOEU.

       MOVE 0 TO WsxNbFichier
       CLOSE fvoeu
       OPEN I-O fvoeu
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fvoeu NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fvo_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fvo_sport
             REWRITE Tvoeu
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fvoeu" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Liste d'attente (réécriture séquentielle par le fichier de
      *travail, comme la fusion de clubs)
      ******************************************************************
       SPORT_PASSE_ATTENTE.

       MOVE 0 TO WsxNbFichier
       CLOSE fattente
       OPEN INPUT fattente
       IF fwa_stat NOT = 35 THEN
         OPEN OUTPUT fattentetmp
         MOVE 0 TO WsxFin
         PERFORM WITH TEST AFTER UNTIL WsxFin = 1
           READ fattente NEXT
           AT END
             MOVE 1 TO WsxFin
           NOT AT END
             MOVE fwa_sport TO WsxTexte
             PERFORM SPORT_TRAITE_VALEUR
             IF WsxChange = 1 THEN
               MOVE WsxNouveau TO fwa_sport
               ADD 1 TO WsxNbFichier
             END-IF
             MOVE Tattente TO Lattentetmp
             WRITE Lattentetmp
         END-PERFORM
         CLOSE fattente
         CLOSE fattentetmp
         IF WsxNbFichier > 0 THEN
           OPEN OUTPUT fattente
           OPEN INPUT fattentetmp
           MOVE 0 TO WsxFin
           PERFORM WITH TEST AFTER UNTIL WsxFin = 1
             READ fattentetmp NEXT
             AT END
               MOVE 1 TO WsxFin
             NOT AT END
               MOVE Lattentetmp TO Tattente
               WRITE Tattente
           END-PERFORM
           CLOSE fattentetmp
         END-IF
       END-IF
       CLOSE fattente
       MOVE "fattente" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Équipes du calendrier fédéral
      ******************************************************************
       SPORT_PASSE_EQUIPE.

       MOVE 0 TO WsxNbFichier
       CLOSE fequipe
       OPEN I-O fequipe
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fequipe NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE feq_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO feq_sport
             REWRITE Tequipe
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fequipe" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Devis
      ******************************************************************
       SPORT_PASSE_DEVIS.

       MOVE 0 TO WsxNbFichier
       CLOSE fdevis
       OPEN I-O fdevis
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fdevis NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fde_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fde_sport
             REWRITE Tdevis
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fdevis" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Demandes de réservation
      ******************************************************************
       SPORT_PASSE_DEMANDE.

       MOVE 0 TO WsxNbFichier
       CLOSE fdemande
       OPEN I-O fdemande
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ fdemande NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fdm_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fdm_sport
             REWRITE Tdemande
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "fdemande" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.

      *Offres de créneaux libérés
      ******************************************************************
       SPORT_PASSE_OFFRE.

       MOVE 0 TO WsxNbFichier
       CLOSE foffre
       OPEN I-O foffre
       MOVE 0 TO WsxFin
       PERFORM WITH TEST AFTER UNTIL WsxFin = 1
         READ foffre NEXT
         AT END
           MOVE 1 TO WsxFin
         NOT AT END
           MOVE fof_sport TO WsxTexte
           PERFORM SPORT_TRAITE_VALEUR
           IF WsxChange = 1 THEN
             MOVE WsxNouveau TO fof_sport
             REWRITE Toffre
             ADD 1 TO WsxNbFichier
           END-IF
       END-PERFORM
       MOVE "foffre" TO WsxFichier
       PERFORM SPORT_COMPTE_FICHIER.
