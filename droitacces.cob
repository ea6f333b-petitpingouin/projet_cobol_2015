      *Droit d'accès aux données personnelles : quand un président de
      *club ou un licencié demandait ce que nous détenions sur lui, il
      *fallait parcourir club.dat, membre.dat, notification.dat,
      *session.dat, modification.dat, mandat.dat et les fichiers de
      *paiement un écran après l'autre, sans trace de la date de la
      *demande. Le registre (demandeacces.dat) date chaque demande à
      *sa réception avec son échéance d'un mois ; la réponse
      *rassemble en un seul fichier lisible (acces_CCCC_AAAAMMJJ.txt
      *pour un club, acces_LICENCE_AAAAMMJJ.txt pour un licencié)
      *toutes les fiches qui le concernent, archives et journaux
      *compris, et clôt la demande à la date du jour. Aucun mot de
      *passe, même protégé, n'est exporté ; l'IBAN du mandat est
      *masqué. Les demandes proches de l'échéance ouvrent une alerte
      *interne. (statut : 1=ouverte 2=répondue)
      ******************************************************************
       MENU_DROIT_ACCES.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "     Droit d'accès (données personnelles)    "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Enregistrer une demande"
         DISPLAY "3- Répondre à une demande (export)"
         DISPLAY "4- Registre des demandes"
         DISPLAY "5- Demandes en retard de réponse"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2 PERFORM SAISIE_DROIT_ACCES
             WHEN 3 PERFORM REPONSE_DROIT_ACCES
             WHEN 4 PERFORM DISPLAY_DROITS_ACCES
             WHEN 5 PERFORM DROITS_ACCES_EN_RETARD
         END-EVALUATE
       END-PERFORM.

      *Enregistrement d'une demande à sa date de réception
      ******************************************************************
       SAISIE_DROIT_ACCES.

       DISPLAY "Demande d'un (C) club ou d'un (L) licencié ?"
       PERFORM WITH TEST AFTER UNTIL WdaType = "C" OR WdaType = "L"
         ACCEPT WdaType
       END-PERFORM
       PERFORM DACCES_PERSONNE
       IF WdaOK = 1 THEN
         PERFORM SAISIE_DROIT_ACCES_CORPS
       END-IF.

      *Sous-paragraphe : identification de la personne concernée
      *(WdaType chargé) -> WdaClub ou WdaLicence, WdaOK
      ******************************************************************
       DACCES_PERSONNE.

       MOVE 0 TO WdaOK
       IF WdaType = "C" THEN
         DISPLAY "Numéro du club:"
         PERFORM WITH TEST AFTER UNTIL WdaClub IS NUMERIC
           ACCEPT WdaClub
         END-PERFORM
         MOVE WdaClub TO fc_id
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
           NOT INVALID KEY
             DISPLAY "Club : ",fc_nom
             MOVE WdaClub TO WpeClub
             PERFORM CONTROLE_CLUB
             MOVE WpeOK TO WdaOK
         END-READ
         MOVE SPACES TO WdaLicence
       ELSE
         DISPLAY "Numéro de licence:"
         ACCEPT WdaLicence
         MOVE 0 TO WdaClub
         PERFORM DACCES_CONTROLE_LICENCE
       END-IF.

      *Sous-paragraphe : un licencié peut l'être dans des clubs de
      *plusieurs communes ; sa demande revient à un superviseur
      *d'agglomération -> WdaOK
      ******************************************************************
       DACCES_CONTROLE_LICENCE.

       IF WdaLicence = SPACES THEN
         MOVE 0 TO WdaOK
         DISPLAY "Numéro de licence obligatoire."
       ELSE
         MOVE 0 TO WpeVilleTest
         PERFORM CONTROLE_VILLE
         MOVE WpeOK TO WdaOK
       END-IF.

      *Sous-paragraphe : saisie et écriture de la demande (personne
      *identifiée dans WdaType/WdaClub/WdaLicence)
      ******************************************************************
       SAISIE_DROIT_ACCES_CORPS.

       MOVE WdaType TO fda_type
       MOVE WdaClub TO fda_idClub
       MOVE WdaLicence TO fda_licence
       DISPLAY "Nom du demandeur:"
       ACCEPT fda_demandeur
       DISPLAY "Reçue par : (M) courriel (T) téléphone (C) courrier"
       DISPLAY "  (G) guichet"
       PERFORM WITH TEST AFTER UNTIL fda_canal = "M" OR
                 fda_canal = "T" OR fda_canal = "C" OR
                 fda_canal = "G"
         ACCEPT fda_canal
       END-PERFORM
       DISPLAY "Date de réception :"
       MOVE 0 TO WvdPasse
       PERFORM SAISIE_DATE_RESA
       COMPUTE fda_dateReception = Wresa_a * 10000 + Wresa_m * 100 +
               Wresa_j
       PERFORM DACCES_ECHEANCE
       MOVE WoperLogin TO fda_operateur
       MOVE 1 TO fda_statut
       MOVE 0 TO fda_dateReponse
       MOVE SPACES TO fda_operRep
       MOVE SPACES TO fda_fichier
       MOVE 0 TO fda_nbLignes

      *Plusieurs demandes reçues le même jour : rang suivant
       MOVE 0 TO fda_rang
       MOVE 0 TO WdaFin
       MOVE 0 TO WdaOK
       PERFORM WITH TEST AFTER UNTIL WdaFin = 1
         WRITE Tdacces
           INVALID KEY
             IF fda_stat = 22 AND fda_rang < 999 THEN
               ADD 1 TO fda_rang
             ELSE
               DISPLAY "/!\ Erreur d'écriture demande: ",fda_stat
               MOVE "demandeacces.dat" TO WejFichier
               MOVE fda_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "SAISIE_DROIT_ACCES" TO WejPara
               MOVE fda_cle TO WejCle
               PERFORM JOURNAL_ERREUR
               MOVE 1 TO WdaFin
             END-IF
           NOT INVALID KEY
             MOVE 1 TO WdaOK
             MOVE 1 TO WdaFin
         END-WRITE
       END-PERFORM

       IF WdaOK = 1 THEN
         DISPLAY "Demande ",fda_dateReception,"-",fda_rang,
                 " enregistrée, réponse due au plus tard le ",
                 fda_echeance,"."
         DISPLAY "Produire la réponse maintenant (0/1) ?"
         MOVE 5 TO WdaChoix
         PERFORM WITH TEST AFTER UNTIL WdaChoix = 0 OR WdaChoix = 1
           ACCEPT WdaChoix
         END-PERFORM
         IF WdaChoix = 1 THEN
           PERFORM DACCES_REPONSE_CORPS
         END-IF
       END-IF.

      *Sous-paragraphe : échéance d'un mois après fda_dateReception
      *(même quantième le mois suivant, ramené au dernier jour d'un
      *mois plus court) -> fda_echeance
      ******************************************************************
       DACCES_ECHEANCE.

       DIVIDE fda_dateReception BY 10000 GIVING WdaAn
       COMPUTE WdaMois = FUNCTION MOD(fda_dateReception / 100, 100)
       COMPUTE WdaJour = FUNCTION MOD(fda_dateReception, 100)
       ADD 1 TO WdaMois
       IF WdaMois > 12 THEN
         MOVE 1 TO WdaMois
         ADD 1 TO WdaAn
       END-IF
       MOVE WdaAn TO Wvd_a
       MOVE WdaMois TO Wvd_m
       MOVE 1 TO Wvd_j
       MOVE 0 TO WvdPasse
       PERFORM VALIDE_DATE
       IF WdaJour > WvdMax THEN
         MOVE WvdMax TO WdaJour
       END-IF
       COMPUTE fda_echeance = WdaAn * 10000 + WdaMois * 100 + WdaJour.

      *Réponse à une demande ouverte : export et clôture
      ******************************************************************
       REPONSE_DROIT_ACCES.

       MOVE 1 TO WdaChoix
       MOVE 0 TO WdaDeb
       PERFORM DACCES_PARCOURS
       DISPLAY "Date de réception de la demande (aaaammjj):"
       PERFORM WITH TEST AFTER UNTIL fda_dateReception IS NUMERIC
         ACCEPT fda_dateReception
       END-PERFORM
       DISPLAY "Rang (0 pour la première du jour):"
       PERFORM WITH TEST AFTER UNTIL fda_rang IS NUMERIC
         ACCEPT fda_rang
       END-PERFORM
       READ fdacces KEY IS fda_cle
         INVALID KEY
           DISPLAY "Demande introuvable."
         NOT INVALID KEY
           IF fda_statut = 2 THEN
             DISPLAY "Demande déjà répondue le ",fda_dateReponse,
                     " (",fda_fichier,")."
           ELSE
             MOVE fda_type TO WdaType
             IF fda_type = "C" THEN
               MOVE fda_idClub TO WpeClub
               PERFORM CONTROLE_CLUB
               MOVE WpeOK TO WdaOK
             ELSE
               MOVE fda_licence TO WdaLicence
               PERFORM DACCES_CONTROLE_LICENCE
             END-IF
             IF WdaOK = 1 THEN
               PERFORM DACCES_REPONSE_CORPS
             END-IF
           END-IF
       END-READ.

      *Sous-paragraphe : export des données de la personne de la
      *demande courante (Tdacces lu ou écrit) puis clôture de la
      *demande au registre
      ******************************************************************
       DACCES_REPONSE_CORPS.

       ACCEPT WdaAuj FROM DATE YYYYMMDD
       MOVE fda_type TO WdaType
       MOVE fda_idClub TO WdaClub
       MOVE fda_licence TO WdaLicence
       MOVE 10 TO WdaLong
       PERFORM WITH TEST BEFORE UNTIL WdaLong = 1
                 OR WdaLicence(WdaLong:1) NOT = SPACE
         SUBTRACT 1 FROM WdaLong
       END-PERFORM
       MOVE SPACES TO WdaNom
       IF WdaType = "C" THEN
         STRING "acces_" DELIMITED BY SIZE
                WdaClub DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                WdaAuj DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
           INTO WdaNom
         END-STRING
       ELSE
         STRING "acces_" DELIMITED BY SIZE
                WdaLicence(1:WdaLong) DELIMITED BY SIZE
                "_" DELIMITED BY SIZE
                WdaAuj DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
           INTO WdaNom
         END-STRING
       END-IF
       OPEN OUTPUT fdaexp
       IF fdx_stat NOT = 0 THEN
         DISPLAY "/!\ Erreur d'ouverture de ",WdaNom,": ",fdx_stat
         MOVE WdaNom TO WejFichier
         MOVE fdx_stat TO WejStat
         MOVE "OPEN" TO WejOper
         MOVE "DACCES_REPONSE_CORPS" TO WejPara
         MOVE fda_cle TO WejCle
         PERFORM JOURNAL_ERREUR
       ELSE
         MOVE 0 TO WdaNb
         PERFORM DACCES_ENTETE
         IF WdaType = "C" THEN
           PERFORM DACCES_CLUB_FICHE
           PERFORM DACCES_CLUB_MEMBRES
           PERFORM DACCES_CLUB_MANDAT
           PERFORM DACCES_CLUB_TIERS
           PERFORM DACCES_CLUB_FACTURES
           PERFORM DACCES_CLUB_REGLEMENTS
           PERFORM DACCES_CLUB_IMPAYES
           PERFORM DACCES_CLUB_RESAS
           PERFORM DACCES_CLUB_ARCHIVES
           PERFORM DACCES_CLUB_RECLAM
           PERFORM DACCES_CLUB_NOTIF
           PERFORM DACCES_CLUB_SESSIONS
         ELSE
           PERFORM DACCES_LIC_MEMBRES
         END-IF
         PERFORM DACCES_JOURNAUX
         MOVE SPACES TO Ldaexp
         PERFORM DACCES_ECRIT
         MOVE ALL "=" TO Ldaexp
         PERFORM DACCES_ECRIT
         STRING "Fin de l'export. Les mots de passe, conserves sous "
                DELIMITED BY SIZE
                "forme protegee, ne sont jamais reproduits."
                DELIMITED BY SIZE
           INTO Ldaexp
         END-STRING
         PERFORM DACCES_ECRIT
         CLOSE fdaexp
         PERFORM DACCES_CLOTURE
       END-IF.

      *Sous-paragraphe : clôture de la demande courante au registre
      ******************************************************************
       DACCES_CLOTURE.

       MOVE 2 TO fda_statut
       MOVE WdaAuj TO fda_dateReponse
       MOVE WoperLogin TO fda_operRep
       MOVE WdaNom TO fda_fichier
       MOVE WdaNb TO fda_nbLignes
       REWRITE Tdacces
         INVALID KEY
           DISPLAY "/!\ Erreur de réécriture demande: ",fda_stat
           MOVE "demandeacces.dat" TO WejFichier
           MOVE fda_stat TO WejStat
           MOVE "REWRITE" TO WejOper
           MOVE "DACCES_CLOTURE" TO WejPara
           MOVE fda_cle TO WejCle
           PERFORM JOURNAL_ERREUR
         NOT INVALID KEY
           DISPLAY "Export ",WdaNom," (",WdaNb," lignes) : demande ",
                   "répondue le ",WdaAuj,"."
           IF WdaAuj > fda_echeance THEN
             DISPLAY "/!\ Réponse hors délai (échéance ",
                     fda_echeance,")."
           END-IF
       END-REWRITE.

      *Sous-paragraphe : écriture de la ligne Ldaexp, remise à blanc
      ******************************************************************
       DACCES_ECRIT.

       WRITE Ldaexp
       ADD 1 TO WdaNb
       MOVE SPACES TO Ldaexp.

      *Sous-paragraphe : titre de rubrique (WdaTitre chargé)
      ******************************************************************
       DACCES_TITRE.

       MOVE SPACES TO Ldaexp
       PERFORM DACCES_ECRIT
       MOVE WdaTitre TO Ldaexp
       PERFORM DACCES_ECRIT
       MOVE ALL "-" TO Ldaexp(1:60)
       PERFORM DACCES_ECRIT
       MOVE 0 TO WdaSect.

      *Sous-paragraphe : fin de rubrique
      ******************************************************************
       DACCES_FIN_TITRE.

       IF WdaSect = 0 THEN
         MOVE "   (aucune donnee)" TO Ldaexp
       ELSE
         STRING "   " DELIMITED BY SIZE
                WdaSect DELIMITED BY SIZE
                " enregistrement(s)" DELIMITED BY SIZE
           INTO Ldaexp
         END-STRING
       END-IF
       PERFORM DACCES_ECRIT.

      *Sous-paragraphe : en-tête de l'export (demande courante)
      ******************************************************************
       DACCES_ENTETE.

       MOVE ALL "=" TO Ldaexp
       PERFORM DACCES_ECRIT
       IF WdaType = "C" THEN
         STRING "DROIT D'ACCES - DONNEES PERSONNELLES - CLUB "
                DELIMITED BY SIZE
                WdaClub DELIMITED BY SIZE
           INTO Ldaexp
         END-STRING
       ELSE
         STRING "DROIT D'ACCES - DONNEES PERSONNELLES - LICENCE "
                DELIMITED BY SIZE
                WdaLicence DELIMITED BY SIZE
           INTO Ldaexp
         END-STRING
       END-IF
       PERFORM DACCES_ECRIT
       STRING "Demande recue le " DELIMITED BY SIZE
              fda_dateReception DELIMITED BY SIZE
              " (rang " DELIMITED BY SIZE
              fda_rang DELIMITED BY SIZE
              ", canal " DELIMITED BY SIZE
              fda_canal DELIMITED BY SIZE
              ") de " DELIMITED BY SIZE
              fda_demandeur DELIMITED BY "  "
         INTO Ldaexp
       END-STRING
       PERFORM DACCES_ECRIT
       STRING "Reponse du " DELIMITED BY SIZE
              WdaAuj DELIMITED BY SIZE
              " par " DELIMITED BY SIZE
              WoperLogin DELIMITED BY SIZE
              " - echeance legale " DELIMITED BY SIZE
              fda_echeance DELIMITED BY SIZE
         INTO Ldaexp
       END-STRING
       PERFORM DACCES_ECRIT
       MOVE ALL "=" TO Ldaexp
       PERFORM DACCES_ECRIT.

      *Sous-paragraphe : fiche du club (club.dat), sans le mot de passe
      ******************************************************************
       DACCES_CLUB_FICHE.

       MOVE "1. Fiche du club (club.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fc_id
       READ fclub KEY IS fc_id
         INVALID KEY
           MOVE "   Fiche absente (club supprime)" TO Ldaexp
           PERFORM DACCES_ECRIT
         NOT INVALID KEY
           ADD 1 TO WdaSect
           MOVE fc_ville TO fv_id
           READ fville KEY IS fv_id
             INVALID KEY
               MOVE SPACES TO fv_nom
           END-READ
           STRING "   Nom          : " DELIMITED BY SIZE
                  fc_nom DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   Adresse      : " DELIMITED BY SIZE
                  fc_addr DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  fv_nom DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   President    : " DELIMITED BY SIZE
                  fc_president DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   Courriel     : " DELIMITED BY SIZE
                  fc_email DELIMITED BY SIZE
                  " Telephone : " DELIMITED BY SIZE
                  fc_tel DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   Sport        : " DELIMITED BY SIZE
                  fc_sport DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   Statut       : " DELIMITED BY SIZE
                  fc_statut DELIMITED BY SIZE
                  " adhesion jusqu'au " DELIMITED BY SIZE
                  fc_dateExpiration DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   RNA / SIRET  : " DELIMITED BY SIZE
                  fc_rna DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  fc_siret DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
           STRING "   Mot de passe : conserve sous forme protegee, "
                  DELIMITED BY SIZE
                  "non reproduit" DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
       END-READ
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : licenciés déclarés par le club (membre.dat)
      ******************************************************************
       DACCES_CLUB_MEMBRES.

       MOVE "2. Licencies declares (membre.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fme_idClub
       MOVE SPACES TO fme_licence
       START fmembre KEY IS NOT LESS THAN fme_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ fmembre NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF fme_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 STRING "   " DELIMITED BY SIZE
                        fme_licence DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fme_nom DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fme_categorie DELIMITED BY SIZE
                        " valide jusqu'au " DELIMITED BY SIZE
                        fme_dateValidite DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : mandat de prélèvement (mandat.dat), IBAN
      *masqué (quatre premiers et quatre derniers caractères)
      ******************************************************************
       DACCES_CLUB_MANDAT.

       MOVE "3. Mandat de prelevement (mandat.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fmd_idClub
       READ fmandat KEY IS fmd_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           ADD 1 TO WdaSect
           MOVE 34 TO WdaTally
           PERFORM WITH TEST BEFORE UNTIL WdaTally < 9
                     OR fmd_iban(WdaTally:1) NOT = SPACE
             SUBTRACT 1 FROM WdaTally
           END-PERFORM
           SUBTRACT 3 FROM WdaTally
           STRING "   IBAN " DELIMITED BY SIZE
                  fmd_iban(1:4) DELIMITED BY SIZE
                  " **** " DELIMITED BY SIZE
                  fmd_iban(WdaTally:4) DELIMITED BY SIZE
                  " BIC " DELIMITED BY SIZE
                  fmd_bic DELIMITED BY SIZE
                  " RUM " DELIMITED BY SIZE
                  fmd_rum DELIMITED BY SIZE
                  " signe le " DELIMITED BY SIZE
                  fmd_dateSignature DELIMITED BY SIZE
                  " actif " DELIMITED BY SIZE
                  fmd_actif DELIMITED BY SIZE
             INTO Ldaexp
           END-STRING
           PERFORM DACCES_ECRIT
       END-READ
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : tiers payeurs désignés (tierspayeur.dat)
      ******************************************************************
       DACCES_CLUB_TIERS.

       MOVE "4. Tiers payeurs designes (tierspayeur.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fdt_idClub
       MOVE 0 TO fdt_rang
       START ftiers KEY IS NOT LESS THAN fdt_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ ftiers NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF fdt_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 MOVE fdt_idPayeur TO fty_id
                 READ fpayeur KEY IS fty_id
                   INVALID KEY
                     MOVE SPACES TO fty_nom
                 END-READ
                 STRING "   Payeur " DELIMITED BY SIZE
                        fdt_idPayeur DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fty_nom DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        fdt_dateDeb DELIMITED BY SIZE
                        " au " DELIMITED BY SIZE
                        fdt_dateFin DELIMITED BY SIZE
                        " nature " DELIMITED BY SIZE
                        fdt_nature DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : factures du club (facture.dat)
      ******************************************************************
       DACCES_CLUB_FACTURES.

       MOVE "5. Factures (facture.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO ffa_idClub
       START ffacture KEY IS = ffa_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ ffacture NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF ffa_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 MOVE ffa_montantTTC TO WdaMontant
                 STRING "   Facture " DELIMITED BY SIZE
                        ffa_numero DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        ffa_dateEmission DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        ffa_nature DELIMITED BY SIZE
                        " TTC " DELIMITED BY SIZE
                        WdaMontant DELIMITED BY SIZE
                        " statut " DELIMITED BY SIZE
                        ffa_statut DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : règlements du club (reglement.dat)
      ******************************************************************
       DACCES_CLUB_REGLEMENTS.

       MOVE "6. Reglements (reglement.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO frg_idClub
       START freglement KEY IS = frg_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ freglement NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF frg_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 MOVE frg_montant TO WdaMontant
                 STRING "   Reglement " DELIMITED BY SIZE
                        frg_id DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        frg_date DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WdaMontant DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        frg_mode DELIMITED BY SIZE
                        " facture " DELIMITED BY SIZE
                        frg_numFacture DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : chèques impayés (chequeimpaye.dat)
      ******************************************************************
       DACCES_CLUB_IMPAYES.

       MOVE "7. Cheques impayes (chequeimpaye.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fci_idClub
       START fchqimp KEY IS = fci_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ fchqimp NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF fci_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 MOVE fci_montant TO WdaMontant
                 STRING "   Cheque du " DELIMITED BY SIZE
                        fci_dateCheque DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WdaMontant DELIMITED BY SIZE
                        " rejete le " DELIMITED BY SIZE
                        fci_date DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        fci_motif DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : réservations en cours (reservation.dat)
      ******************************************************************
       DACCES_CLUB_RESAS.

       MOVE "8. Reservations (reservation.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fr_idClub
       START fresa KEY IS = fr_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ fresa NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF fr_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 STRING "   Salle " DELIMITED BY SIZE
                        fr_idSalle DELIMITED BY SIZE
                        " du " DELIMITED BY SIZE
                        fr_dateDebut DELIMITED BY SIZE
                        " au " DELIMITED BY SIZE
                        fr_dateFin DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fr_sportPratique DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : réservations archivées (archive_resa.dat)
      ******************************************************************
       DACCES_CLUB_ARCHIVES.

       MOVE "9. Reservations archivees (archive_resa.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       CLOSE farchive
       OPEN INPUT farchive
       IF far_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdaFin
         PERFORM WITH TEST AFTER UNTIL WdaFin = 1
           READ farchive NEXT
           AT END
             MOVE 1 TO WdaFin
           NOT AT END
             IF far_idClub = WdaClub THEN
               ADD 1 TO WdaSect
               STRING "   Salle " DELIMITED BY SIZE
                      far_idSalle DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      far_dateDebut DELIMITED BY SIZE
                      " au " DELIMITED BY SIZE
                      far_dateFin DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      far_sportPratique DELIMITED BY SIZE
                 INTO Ldaexp
               END-STRING
               PERFORM DACCES_ECRIT
             END-IF
         END-PERFORM
       END-IF
       CLOSE farchive
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : réclamations du club (reclamation.dat)
      ******************************************************************
       DACCES_CLUB_RECLAM.

       MOVE "10. Reclamations (reclamation.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO frec_idClub
       START freclam KEY IS = frec_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ freclam NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF frec_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 STRING "   Recue le " DELIMITED BY SIZE
                        frec_dateReception DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        frec_description DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
                 IF frec_statut = 2 THEN
                   STRING "     reponse du " DELIMITED BY SIZE
                          frec_dateReponse DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          frec_reponse DELIMITED BY SIZE
                     INTO Ldaexp
                   END-STRING
                   PERFORM DACCES_ECRIT
                 END-IF
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : notifications adressées au club
      *(notification.dat)
      ******************************************************************
       DACCES_CLUB_NOTIF.

       MOVE "11. Notifications (notification.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       MOVE WdaClub TO fn_idClub
       START fnotif KEY IS = fn_idClub
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ fnotif NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               IF fn_idClub NOT = WdaClub THEN
                 MOVE 1 TO WdaFin
               ELSE
                 ADD 1 TO WdaSect
                 STRING "   " DELIMITED BY SIZE
                        fn_dateCreation DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fn_canal DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        fn_message DELIMITED BY SIZE
                   INTO Ldaexp
                 END-STRING
                 PERFORM DACCES_ECRIT
               END-IF
             END-READ
           END-PERFORM
       END-START
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : connexions du club (session.dat)
      ******************************************************************
       DACCES_CLUB_SESSIONS.

       MOVE "12. Connexions (session.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       CLOSE fsession
       OPEN INPUT fsession
       IF fse_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdaFin
         PERFORM WITH TEST AFTER UNTIL WdaFin = 1
           READ fsession NEXT
           AT END
             MOVE 1 TO WdaFin
           NOT AT END
             IF fse_type = "CLUB" AND fse_idClub = WdaClub THEN
               ADD 1 TO WdaSect
               STRING "   " DELIMITED BY SIZE
                      fse_date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      fse_heure DELIMITED BY SIZE
                      " resultat " DELIMITED BY SIZE
                      fse_succes DELIMITED BY SIZE
                      " (1=OK 2=verrouillage 4=mdp non change, "
                      DELIMITED BY SIZE
                      "sinon echec)" DELIMITED BY SIZE
                 INTO Ldaexp
               END-STRING
               PERFORM DACCES_ECRIT
             END-IF
         END-PERFORM
       END-IF
       CLOSE fsession
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : fiches du licencié dans tous les clubs
      *(membre.dat)
      ******************************************************************
       DACCES_LIC_MEMBRES.

       MOVE "1. Licences (membre.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       CLOSE fmembre
       OPEN I-O fmembre
       MOVE 0 TO WdaFin
       PERFORM WITH TEST AFTER UNTIL WdaFin = 1
         READ fmembre NEXT
         AT END
           MOVE 1 TO WdaFin
         NOT AT END
           IF fme_licence = WdaLicence THEN
             ADD 1 TO WdaSect
             MOVE fme_idClub TO fc_id
             READ fclub KEY IS fc_id
               INVALID KEY
                 MOVE SPACES TO fc_nom
             END-READ
             STRING "   Club " DELIMITED BY SIZE
                    fme_idClub DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fc_nom DELIMITED BY SIZE
                    " : " DELIMITED BY SIZE
                    fme_nom DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fme_categorie DELIMITED BY SIZE
                    " valide jusqu'au " DELIMITED BY SIZE
                    fme_dateValidite DELIMITED BY SIZE
               INTO Ldaexp
             END-STRING
             PERFORM DACCES_ECRIT
           END-IF
       END-PERFORM
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : lignes des journaux des modifications, en
      *ligne (modification.dat) et délestées (modif_extrait.dat)
      ******************************************************************
       DACCES_JOURNAUX.

       MOVE "Journal des modifications (modification.dat)" TO WdaTitre
       PERFORM DACCES_TITRE
       CLOSE fmodif
       OPEN INPUT fmodif
       IF fmo_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdaFin
         PERFORM WITH TEST AFTER UNTIL WdaFin = 1
           READ fmodif NEXT
           AT END
             MOVE 1 TO WdaFin
           NOT AT END
             PERFORM DACCES_MODIF_LIGNE
         END-PERFORM
       END-IF
       CLOSE fmodif
       PERFORM DACCES_FIN_TITRE

       MOVE "Journal des modifications archive (modif_extrait.dat)"
         TO WdaTitre
       PERFORM DACCES_TITRE
       OPEN INPUT fmodifext
       IF fmx_stat = 35 THEN
         CONTINUE
       ELSE
         MOVE 0 TO WdaFin
         PERFORM WITH TEST AFTER UNTIL WdaFin = 1
           READ fmodifext NEXT
           AT END
             MOVE 1 TO WdaFin
           NOT AT END
             MOVE Lmodifext TO Tmodif
             PERFORM DACCES_MODIF_LIGNE
         END-PERFORM
       END-IF
       CLOSE fmodifext
       PERFORM DACCES_FIN_TITRE.

      *Sous-paragraphe : la ligne de journal courante (Tmodif)
      *concerne-t-elle la personne ? Pour un club : sa fiche, son mot
      *de passe (trace sans valeur) ou ses propres saisies ; pour un
      *licencié : toute ligne portant son numéro de licence
      ******************************************************************
       DACCES_MODIF_LIGNE.

       MOVE 0 TO WdaTally
       IF WdaType = "C" THEN
         MOVE WdaClub TO WdaClubX
         IF (fmo_fichier = "fclub" AND fmo_cle(1:4) = WdaClubX)
            OR (fmo_fichier = "fmdp" AND fmo_cle(1:1) = "C" AND
                fmo_cle(2:4) = WdaClubX)
            OR (fmo_auteur(1:4) = WdaClubX AND
                fmo_auteur(5:6) = SPACES) THEN
           MOVE 1 TO WdaTally
         END-IF
       ELSE
         INSPECT Tmodif TALLYING WdaTally
                 FOR ALL WdaLicence(1:WdaLong)
       END-IF
       IF WdaTally > 0 THEN
         ADD 1 TO WdaSect
         STRING "   " DELIMITED BY SIZE
                fmo_date DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fmo_heure DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fmo_fichier DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fmo_champ DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                fmo_ancienne DELIMITED BY SIZE
                " -> " DELIMITED BY SIZE
                fmo_nouvelle DELIMITED BY SIZE
                " par " DELIMITED BY SIZE
                fmo_auteur DELIMITED BY SIZE
           INTO Ldaexp
         END-STRING
         PERFORM DACCES_ECRIT
       END-IF.

      *Registre des demandes reçues à partir d'une date
      ******************************************************************
       DISPLAY_DROITS_ACCES.

       DISPLAY "Demandes reçues depuis le (aaaammjj, 0 = toutes):"
       PERFORM WITH TEST AFTER UNTIL WdaDeb IS NUMERIC
         ACCEPT WdaDeb
       END-PERFORM
       MOVE 0 TO WdaChoix
       PERFORM DACCES_PARCOURS.

      *Demandes ouvertes dont l'échéance est passée
      ******************************************************************
       DROITS_ACCES_EN_RETARD.

       MOVE 0 TO WdaDeb
       MOVE 2 TO WdaChoix
       PERFORM DACCES_PARCOURS.

      *Sous-paragraphe : parcours du registre depuis WdaDeb.
      *WdaChoix = 0 : toutes les demandes ; 1 : ouvertes ; 2 :
      *ouvertes en retard
      ******************************************************************
       DACCES_PARCOURS.

       ACCEPT WdaAuj FROM DATE YYYYMMDD
       DISPLAY "--- Registre des demandes de droit d'accès ---"
       DISPLAY "Reçue-rang / Personne / Demandeur / Échéance / ",
               "Réponse"
       MOVE 0 TO WdaSect
       MOVE 0 TO WdaRetard
       MOVE WdaDeb TO fda_dateReception
       MOVE 0 TO fda_rang
       START fdacces KEY IS NOT LESS THAN fda_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO WdaFin
           PERFORM WITH TEST AFTER UNTIL WdaFin = 1
             READ fdacces NEXT
             AT END
               MOVE 1 TO WdaFin
             NOT AT END
               PERFORM DACCES_LIGNE
             END-READ
           END-PERFORM
       END-START
       DISPLAY "------------------------------------"
       DISPLAY WdaSect," demande(s), dont ",WdaRetard,
               " ouverte(s) hors délai.".

      *Sous-paragraphe : affichage de la demande lue (Tdacces) selon
      *le filtre WdaChoix
      ******************************************************************
       DACCES_LIGNE.

       MOVE 0 TO WdaOK
       EVALUATE TRUE
         WHEN WdaChoix = 0
           MOVE 1 TO WdaOK
         WHEN fda_statut = 1 AND WdaChoix = 1
           MOVE 1 TO WdaOK
         WHEN fda_statut = 1 AND fda_echeance < WdaAuj
           MOVE 1 TO WdaOK
       END-EVALUATE
       IF WdaOK = 1 THEN
         ADD 1 TO WdaSect
         IF fda_type = "C" THEN
           DISPLAY fda_dateReception,"-",fda_rang," / club ",
                   fda_idClub," / ",fda_demandeur," / ",
                   fda_echeance WITH NO ADVANCING
         ELSE
           DISPLAY fda_dateReception,"-",fda_rang," / licence ",
                   fda_licence," / ",fda_demandeur," / ",
                   fda_echeance WITH NO ADVANCING
         END-IF
         IF fda_statut = 2 THEN
           DISPLAY " / répondue le ",fda_dateReponse," par ",
                   fda_operRep
           DISPLAY "   ",fda_fichier," (",fda_nbLignes," lignes)"
         ELSE
           IF fda_echeance < WdaAuj THEN
             ADD 1 TO WdaRetard
             DISPLAY " / OUVERTE - HORS DELAI"
           ELSE
             DISPLAY " / ouverte"
           END-IF
         END-IF
       END-IF.
