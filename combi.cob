      *Salles combinées : deux salles voisines séparées par une
      *cloison mobile se louent seules ou ensemble comme une grande
      *salle (tournois). La combinaison est une salle à part entière
      *de fsalle (son prix, sa capacité, ses sports via fassoc, ses
      *horaires) ; fcombi dit de quelles salles physiques elle est
      *faite. Réserver la combinaison bloque chacun de ses membres et
      *réserver un membre bloque la combinaison (IS_DISPO, index de
      *disponibilité, recherche de créneaux libres). Deux combinaisons
      *qui partagent un membre se bloquent aussi entre elles.
      ******************************************************************
       SAISIE_COMBINAISON.

       DISPLAY "ID de la salle combinée (créée au préalable comme"
       DISPLAY "une salle, avec son prix et sa capacité) :"
       PERFORM WITH TEST AFTER UNTIL WsjCombi IS NUMERIC
         ACCEPT WsjCombi
       END-PERFORM
       MOVE WsjCombi TO fs_id
       READ fsalle KEY IS fs_id
         INVALID KEY
           DISPLAY "Il n'existe pas de salle portant ce numéro"
         NOT INVALID KEY
      *    Pas de combinaison de combinaisons
           MOVE WsjCombi TO fsj_idMembre
           READ fcombi KEY IS fsj_idMembre
             INVALID KEY
               DISPLAY "Salle combinée : ",fs_id," ",fs_nom
               PERFORM SAISIE_COMBINAISON_CORPS
             NOT INVALID KEY
               DISPLAY "Cette salle est déjà membre de la ",
                       "combinaison ",fsj_idCombi,"."
           END-READ
       END-READ.

      *Sous-paragraphe : ajout / retrait des membres de WsjCombi
      ******************************************************************
       SAISIE_COMBINAISON_CORPS.

       MOVE 0 TO WsjFinSaisie
       PERFORM WITH TEST AFTER UNTIL WsjFinSaisie = 1
         PERFORM LISTE_MEMBRES_COMBI
         DISPLAY "ID d'une salle à ajouter ou à retirer (0 = fin) :"
         PERFORM WITH TEST AFTER UNTIL WsjMembre IS NUMERIC
           ACCEPT WsjMembre
         END-PERFORM
         IF WsjMembre = 0 THEN
           MOVE 1 TO WsjFinSaisie
         ELSE
           PERFORM MAJ_MEMBRE_COMBI
         END-IF
       END-PERFORM
       PERFORM LISTE_MEMBRES_COMBI
       IF WsjNbMembres = 1 THEN
         DISPLAY "/!\ Une combinaison d'une seule salle n'a pas de sen
      -    "s : ajoutez un second membre."
       END-IF.

      *Sous-paragraphe : ajoute WsjMembre à WsjCombi, ou le retire
      *s'il en fait déjà partie
      ******************************************************************
       MAJ_MEMBRE_COMBI.

       MOVE WsjCombi TO fsj_idCombi
       MOVE WsjMembre TO fsj_idMembre
       READ fcombi KEY IS fsj_cle
         INVALID KEY
           MOVE WsjMembre TO fs_id
           READ fsalle KEY IS fs_id
             INVALID KEY
               DISPLAY "Il n'existe pas de salle portant ce numéro"
             NOT INVALID KEY
               MOVE WsjMembre TO fsj_idCombi
               MOVE 0 TO fsj_idMembre
               START fcombi KEY IS NOT LESS THAN fsj_cle
                 INVALID KEY
                   MOVE 0 TO WsjEstCombi
                 NOT INVALID KEY
                   READ fcombi NEXT
                     AT END
                       MOVE 0 TO WsjEstCombi
                     NOT AT END
                       IF fsj_idCombi = WsjMembre THEN
                         MOVE 1 TO WsjEstCombi
                       ELSE
                         MOVE 0 TO WsjEstCombi
                       END-IF
                   END-READ
               END-START
               IF WsjMembre = WsjCombi OR WsjEstCombi = 1 THEN
                 DISPLAY "Une salle combinée ne peut pas être membre."
               ELSE
                 MOVE WsjCombi TO fsj_idCombi
                 MOVE WsjMembre TO fsj_idMembre
                 WRITE Tcombi
                   INVALID KEY
                     DISPLAY "/!\ Erreur d'écriture combinaison: ",
      -                      fsj_stat
                     MOVE "combinaison.dat" TO WejFichier
                     MOVE fsj_stat TO WejStat
                     MOVE "WRITE" TO WejOper
                     MOVE "MAJ_MEMBRE_COMBI" TO WejPara
                     MOVE fsj_cle TO WejCle
                     PERFORM JOURNAL_ERREUR
                   NOT INVALID KEY
                     MOVE SPACES TO fmo_ancienne
                     MOVE WsjMembre TO fmo_nouvelle
                     PERFORM LOG_COMBINAISON
                 END-WRITE
               END-IF
           END-READ
         NOT INVALID KEY
           DISPLAY "Retirer la salle ",WsjMembre," de la combinaison ?
      -    " (0/1)"
           MOVE 5 TO WcrudChoix
           PERFORM WITH TEST AFTER UNTIL WcrudChoix = 0 OR
                     WcrudChoix = 1
             ACCEPT WcrudChoix
           END-PERFORM
           IF WcrudChoix = 1 THEN
             DELETE fcombi RECORD
               INVALID KEY
                 DISPLAY "Erreur lors de la suppression."
                 MOVE "combinaison.dat" TO WejFichier
                 MOVE fsj_stat TO WejStat
                 MOVE "DELETE" TO WejOper
                 MOVE "MAJ_MEMBRE_COMBI" TO WejPara
                 MOVE fsj_cle TO WejCle
                 PERFORM JOURNAL_ERREUR
               NOT INVALID KEY
                 MOVE WsjMembre TO fmo_ancienne
                 MOVE SPACES TO fmo_nouvelle
                 PERFORM LOG_COMBINAISON
             END-DELETE
           END-IF
       END-READ.

      *Sous-paragraphe : trace d'un ajout / retrait de membre
      ******************************************************************
       LOG_COMBINAISON.

       MOVE "fcombi" TO fmo_fichier
       MOVE WsjCombi TO fmo_cle
       MOVE "fsj_idMembre" TO fmo_champ
       PERFORM LOG_MODIF.

      *Liste des membres de la combinaison WsjCombi (WsjNbMembres)
      ******************************************************************
       LISTE_MEMBRES_COMBI.

       MOVE 0 TO WsjNbMembres
       MOVE WsjCombi TO fsj_idCombi
       MOVE 0 TO fsj_idMembre
       START fcombi KEY IS NOT LESS THAN fsj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsjFin
           PERFORM WITH TEST AFTER UNTIL WsjFin = 1
             READ fcombi NEXT
             AT END
               MOVE 1 TO WsjFin
             NOT AT END
               IF fsj_idCombi NOT = WsjCombi THEN
                 MOVE 1 TO WsjFin
               ELSE
                 ADD 1 TO WsjNbMembres
                 MOVE fsj_idMembre TO fs_id
                 READ fsalle KEY IS fs_id
                   INVALID KEY
                     MOVE SPACES TO fs_nom
                 END-READ
                 DISPLAY "  membre ",fsj_idMembre," ",fs_nom
               END-IF
           END-PERFORM
       END-START
       IF WsjNbMembres = 0 THEN
         DISPLAY "  (aucun membre)"
       END-IF.

      *Affichage de toutes les combinaisons et de leurs membres
      ******************************************************************
       DISPLAY_COMBINAISONS.

       MOVE 0 TO WsjCombi
       MOVE 0 TO WsjNb
       CLOSE fcombi
       OPEN I-O fcombi
       MOVE 0 TO WsjFin2
       PERFORM WITH TEST AFTER UNTIL WsjFin2 = 1
         READ fcombi NEXT
         AT END
           MOVE 1 TO WsjFin2
         NOT AT END
           IF fsj_idCombi NOT = WsjCombi THEN
             MOVE fsj_idCombi TO WsjCombi
             ADD 1 TO WsjNb
             MOVE WsjCombi TO fs_id
             READ fsalle KEY IS fs_id
               INVALID KEY
                 MOVE SPACES TO fs_nom
                 MOVE 0 TO fs_prix
                 MOVE 0 TO fs_capacite
             END-READ
             DISPLAY "Salle combinée ",WsjCombi," ",fs_nom," (",
      -              fs_capacite," pers., ",fs_prix," €/h)"
           END-IF
           MOVE fsj_idMembre TO fs_id
           READ fsalle KEY IS fs_id
             INVALID KEY
               MOVE SPACES TO fs_nom
           END-READ
           DISPLAY "  membre ",fsj_idMembre," ",fs_nom
       END-PERFORM
       IF WsjNb = 0 THEN
         DISPLAY "Aucune salle combinée n'est définie."
       END-IF.

      *Salles liées à WsjSalle (WsjLiee, WsjNbLiees) : ses membres si
      *c'est une combinaison, les combinaisons dont elle est membre,
      *et les autres combinaisons qui partagent un de ses membres
      ******************************************************************
       COMBI_LIEES.

       MOVE 0 TO WsjNbLiees
       MOVE WsjSalle TO fsj_idCombi
       MOVE 0 TO fsj_idMembre
       START fcombi KEY IS NOT LESS THAN fsj_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsjFin
           PERFORM WITH TEST AFTER UNTIL WsjFin = 1
             READ fcombi NEXT
             AT END
               MOVE 1 TO WsjFin
             NOT AT END
               IF fsj_idCombi NOT = WsjSalle THEN
                 MOVE 1 TO WsjFin
               ELSE
                 MOVE fsj_idMembre TO WsjAjout
                 PERFORM COMBI_AJOUTE_LIEE
               END-IF
           END-PERFORM
       END-START
       MOVE WsjNbLiees TO WsjNbM

       MOVE WsjSalle TO WsjCherche
       PERFORM COMBI_DE_MEMBRE
       PERFORM WITH TEST BEFORE VARYING WsjK FROM 1 BY 1
                 UNTIL WsjK > WsjNbM
         MOVE WsjLiee(WsjK) TO WsjCherche
         PERFORM COMBI_DE_MEMBRE
       END-PERFORM.

      *Sous-paragraphe : ajoute à la liste les combinaisons dont
      *WsjCherche est membre
      ******************************************************************
       COMBI_DE_MEMBRE.

       MOVE WsjCherche TO fsj_idMembre
       START fcombi KEY IS = fsj_idMembre
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsjFin
           PERFORM WITH TEST AFTER UNTIL WsjFin = 1
             READ fcombi NEXT
             AT END
               MOVE 1 TO WsjFin
             NOT AT END
               IF fsj_idMembre NOT = WsjCherche THEN
                 MOVE 1 TO WsjFin
               ELSE
                 MOVE fsj_idCombi TO WsjAjout
                 PERFORM COMBI_AJOUTE_LIEE
               END-IF
           END-PERFORM
       END-START.

      *Sous-paragraphe : WsjAjout entre dans la liste (sans doublon ni
      *la salle elle-même)
      ******************************************************************
       COMBI_AJOUTE_LIEE.

       MOVE 0 TO WsjDeja
       IF WsjAjout = WsjSalle THEN
         MOVE 1 TO WsjDeja
       END-IF
       PERFORM WITH TEST BEFORE VARYING WsjI FROM 1 BY 1
                 UNTIL WsjI > WsjNbLiees OR WsjDeja = 1
         IF WsjLiee(WsjI) = WsjAjout THEN
           MOVE 1 TO WsjDeja
         END-IF
       END-PERFORM
       IF WsjDeja = 0 AND WsjNbLiees < 20 THEN
         ADD 1 TO WsjNbLiees
         MOVE WsjAjout TO WsjLiee(WsjNbLiees)
       END-IF.

      *Complément de IS_DISPO : le créneau demandé (Wresa_*, Wdate8,
      *Wtotmin_debut/fin, battement WtampMin) est-il pris ou fermé
      *dans une salle liée à Wresa_idSalle ? -> WnotDispo = 1
      ******************************************************************
       DISPO_SALLES_LIEES.

       COMPUTE Wdate8 = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       MOVE Wresa_idSalle TO WsjSalle
       PERFORM COMBI_LIEES
       PERFORM WITH TEST BEFORE VARYING WsjI FROM 1 BY 1
                 UNTIL WsjI > WsjNbLiees OR WnotDispo = 1
         MOVE Wdate8 TO fg_date
         MOVE WsjLiee(WsjI) TO fg_idSalle
         READ ffermeture KEY IS fg_cles
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WnotDispo
         END-READ
         IF WnotDispo = 0 THEN
           PERFORM DISPO_UNE_SALLE_LIEE
         END-IF
       END-PERFORM.

      *Sous-paragraphe : la salle liée WsjLiee(WsjI) doit elle aussi
      *être utilisable ce jour-là (mêmes contrôles que IS_DISPO), puis
      *libre sur le créneau
      ******************************************************************
       DISPO_UNE_SALLE_LIEE.

       PERFORM DISPO_ETAT_SALLE_LIEE
       IF WnotDispo = 0 THEN
         PERFORM DISPO_RESAS_SALLE_LIEE
       END-IF.

      *Sous-paragraphe : commission de sécurité, déclassement, ordre
      *de travaux et disponibilité (fs_dispo) de la salle liée. Un
      *ordre sur un sous-espace bloque aussi : la combinaison occupe
      *ses membres entiers. La fiche salle courante est relue à la fin
      *pour rendre à l'appelant son enregistrement et sa position de
      *lecture dans fsalle.
      ******************************************************************
       DISPO_ETAT_SALLE_LIEE.

       IF Wresa_type NOT = "Entretien" THEN
         MOVE WsjLiee(WsjI) TO fcm_idSalle
         READ fcommission KEY IS fcm_idSalle
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF Wdate8 > fcm_dateExpiration OR
                       fcm_avis = "DEFAVOR" THEN
               MOVE 1 TO WnotDispo
             END-IF
         END-READ
       END-IF

       IF WnotDispo = 0 THEN
         MOVE WsjLiee(WsjI) TO WdcSalleTest
         MOVE Wdate8 TO WdcRef
         PERFORM SALLE_DECLASSEE
         IF WdcHors = 1 THEN
           MOVE 1 TO WnotDispo
         END-IF
       END-IF

       IF WnotDispo = 0 AND Wresa_type NOT = "Entretien" THEN
         MOVE Wresa_idSalle TO WsjSalleResa
         MOVE Wresa_idEspace TO WsjEspaceResa
         MOVE WsjLiee(WsjI) TO Wresa_idSalle
         MOVE 0 TO Wresa_idEspace
         MOVE Wdate8 TO WotRef
         PERFORM ORDRE_BLOQUE
         MOVE WsjSalleResa TO Wresa_idSalle
         MOVE WsjEspaceResa TO Wresa_idEspace
         IF WotBloque = 1 THEN
           MOVE 1 TO WnotDispo
         END-IF
       END-IF

       IF WnotDispo = 0 THEN
         MOVE Tsalle TO WsjSalleSauve
         MOVE WsjLiee(WsjI) TO fs_id
         READ fsalle KEY IS fs_id
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF fs_dispo = 0 THEN
               MOVE 1 TO WnotDispo
             END-IF
         END-READ
         MOVE WsjSalleSauve TO Tsalle
         READ fsalle KEY IS fs_id
           INVALID KEY
             CONTINUE
         END-READ
         MOVE WsjSalleSauve TO Tsalle
       END-IF.

      *Sous-paragraphe : créneaux de la salle liée WsjLiee(WsjI) ce
      *jour-là ; tout chevauchement bloque, quel que soit le
      *sous-espace réservé
      ******************************************************************
       DISPO_RESAS_SALLE_LIEE.

       MOVE WsjLiee(WsjI) TO fr_idSalle
       START fresa KEY = fr_idSalle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WsjFin
           PERFORM WITH TEST AFTER UNTIL WsjFin = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WsjFin
             NOT AT END
               IF fr_idSalle NOT = WsjLiee(WsjI) THEN
                 MOVE 1 TO WsjFin
               ELSE
                 IF fr_dateDebut_a = Wresa_a AND fr_dateDebut_m =
                           Wresa_m AND fr_dateDebut_j = Wresa_j THEN
                   COMPUTE Wfrtotmin_debut = fr_dateDebut_h * 60
      -                    + fr_dateDebut_mn
                   COMPUTE Wfrtotmin_fin = fr_dateFin_h * 60 +
      -                    fr_dateFin_mn
                   IF WtampMin > 0 AND Wresa_type NOT = "Entretien"
                             AND fr_type NOT = "Entretien" THEN
                     IF Wfrtotmin_debut > WtampMin THEN
                       SUBTRACT WtampMin FROM Wfrtotmin_debut
                     ELSE
                       MOVE 0 TO Wfrtotmin_debut
                     END-IF
                     ADD WtampMin TO Wfrtotmin_fin
                   END-IF
                   IF NOT (Wtotmin_fin <= Wfrtotmin_debut OR
                           Wtotmin_debut >= Wfrtotmin_fin) THEN
                     MOVE 1 TO WnotDispo
                     MOVE 1 TO WsjFin
                   END-IF
                 END-IF
               END-IF
           END-PERFORM
       END-START.
