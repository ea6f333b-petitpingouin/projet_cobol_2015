      *Facturation électronique : depuis la réforme, les factures aux
      *entreprises et aux organismes publics partent au format
      *structuré, plus en texte. EFACT_GENERE écrit une facture UBL
      *(efact_NNNNNNNN.xml) par facture du registre (toutes natures,
      *avoirs en CreditNote avec la référence de la facture
      *d'origine), avec les identifiants du club, la ventilation de
      *TVA et les totaux. Les clubs et organismes à facturer par
      *Chorus Pro (fiche de chorusclub.dat active) passent ensuite au
      *fichier de dépôt chorus_depot.txt ; le retour de la plateforme
      *(chorus_retour.txt) met à jour le statut de transmission tenu
      *par facture dans efacture.dat :
      *   0 en attente de génération (avoir lié à sa facture)
      *   1 générée, remise directement au club
      *   2 générée, à déposer sur Chorus Pro
      *   3 remise dans un fichier de dépôt (retour attendu)
      *   4 déposée (acceptée par la plateforme)
      *   5 rejetée (à corriger puis régénérer)
      *   6 mise à disposition du destinataire
      *   7 mise en paiement
      *La fiche chorusclub.dat du club 0 porte la raison sociale et le
      *SIRET de la collectivité émettrice.
      ******************************************************************

      *Génération des factures électroniques émises depuis WexDebut
      *(saisie, ou fournie par la chaîne de nuit)
      ******************************************************************
       EFACT_GENERE.

       IF WmodeNuit = 0 THEN
         DISPLAY "Factures émises à partir du :"
         MOVE 0 TO WvdPasse
         PERFORM SAISIE_DATE_RESA
         COMPUTE WexDebut = Wresa_a * 10000 + Wresa_m * 100 + Wresa_j
       END-IF

       PERFORM EFACT_LIT_VENDEUR
       IF WexVendSiret = SPACES THEN
         DISPLAY "/!\ SIRET de la collectivité non renseigné (fiche Ch
      -    "orus Pro du club 0) : génération impossible."
       ELSE
         MOVE "EFACTURE" TO WrunJob
         PERFORM RUN_DEBUT
         MOVE 0 TO WexNb
         MOVE 0 TO WexNbChorus
         CLOSE ffacture
         OPEN I-O ffacture
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ ffacture NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             IF ffa_statut NOT = 3 AND
                       ffa_dateEmission >= WexDebut THEN
               PERFORM EFACT_UNE_FACTURE
             END-IF
         END-PERFORM
         MOVE WexNb TO WrunNbEnr
         MOVE 2 TO WrunStatut
         PERFORM RUN_FIN
         DISPLAY WexNb," facture(s) électronique(s) générée(s),",
      -          " dont ",WexNbChorus," à déposer sur Chorus Pro."
       END-IF.

      *Identité de la collectivité émettrice (fiche du club 0)
      ******************************************************************
       EFACT_LIT_VENDEUR.

       MOVE 0 TO fcp_idClub
       READ fchorus KEY IS fcp_idClub
         INVALID KEY
           MOVE SPACES TO WexVendNom
           MOVE SPACES TO WexVendSiret
         NOT INVALID KEY
           MOVE fcp_nom TO WexVendNom
           MOVE fcp_siret TO WexVendSiret
       END-READ.

      *Sous-paragraphe : la facture courante (ffa_*) est générée si
      *elle n'a pas encore de dossier, si son dossier attend (avoir
      *lié) ou si la plateforme l'a rejetée
      ******************************************************************
       EFACT_UNE_FACTURE.

       MOVE 0 TO WexOrigine
       MOVE ffa_numero TO fex_numero
       READ fefact KEY IS fex_numero
         INVALID KEY
           MOVE 1 TO WexAFaire
           MOVE 0 TO WexExiste
         NOT INVALID KEY
           MOVE 1 TO WexExiste
           MOVE fex_factOrigine TO WexOrigine
           IF fex_statut = 0 OR fex_statut = 5 THEN
             MOVE 1 TO WexAFaire
           ELSE
             MOVE 0 TO WexAFaire
           END-IF
       END-READ

       IF WexAFaire = 1 THEN
      *  Destinataire : fiche club, ville et identifiants Chorus Pro
         MOVE ffa_idClub TO fc_id
         READ fclub KEY IS fc_id
           INVALID KEY
             MOVE SPACES TO fc_nom
             MOVE SPACES TO fc_addr
             MOVE SPACES TO fc_email
             MOVE SPACES TO fc_siret
             MOVE 0 TO fc_ville
         END-READ
         MOVE fc_ville TO fv_id
         READ fville KEY IS fv_id
           INVALID KEY
             MOVE SPACES TO fv_nom
             MOVE 0 TO fv_codePost
         END-READ
         MOVE 0 TO WexChorus
         MOVE ffa_idClub TO fcp_idClub
         READ fchorus KEY IS fcp_idClub
           INVALID KEY
             MOVE SPACES TO fcp_siret
             MOVE SPACES TO fcp_service
             MOVE SPACES TO fcp_engagement
           NOT INVALID KEY
             IF fcp_actif = 1 THEN
               MOVE 1 TO WexChorus
             END-IF
         END-READ
      *  Sans SIRET sur la fiche Chorus Pro, celui de la fiche club
         IF fcp_siret = SPACES THEN
           MOVE fc_siret TO fcp_siret
         END-IF
      *  Facture adressée à un tiers payeur : c'est lui l'acheteur,
      *  la facture lui est remise directement
         MOVE ffa_numero TO WtpNumFact
         PERFORM FACTURE_TIERS_PAYEUR
         IF WtpPayeur NOT = 0 THEN
           PERFORM LIT_TIERS_PAYEUR
           MOVE fty_nom TO fc_nom
           MOVE fty_addr TO fc_addr
           MOVE fty_email TO fc_email
           MOVE fty_commune TO fv_nom
           MOVE fty_codePost TO fv_codePost
           MOVE fty_siret TO fcp_siret
           MOVE 0 TO WexChorus
         END-IF

         PERFORM EFACT_ECRIT_XML

         MOVE ffa_numero TO fex_numero
         MOVE ffa_idClub TO fex_idClub
         MOVE WexOrigine TO fex_factOrigine
         ACCEPT WdateSys FROM DATE YYYYMMDD
         MOVE WdateSys TO fex_dateGen
         MOVE 0 TO fex_dateDepot
         MOVE 0 TO fex_dateRetour
         MOVE SPACES TO fex_idFlux
         MOVE SPACES TO fex_motif
         IF WexChorus = 1 THEN
           MOVE "CHORUS" TO fex_canal
           MOVE 2 TO fex_statut
           ADD 1 TO WexNbChorus
         ELSE
           MOVE "DIRECT" TO fex_canal
           MOVE 1 TO fex_statut
         END-IF
         IF WexExiste = 1 THEN
           REWRITE Tefact
             INVALID KEY
               DISPLAY "/!\ Erreur de réécriture dossier e-facture: ",
      -                fex_stat
               MOVE "efacture.dat" TO WejFichier
               MOVE fex_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "EFACT_UNE_FACTURE" TO WejPara
               MOVE fex_numero TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
         ELSE
           WRITE Tefact
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture dossier e-facture: ",
      -                fex_stat
               MOVE "efacture.dat" TO WejFichier
               MOVE fex_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "EFACT_UNE_FACTURE" TO WejPara
               MOVE fex_numero TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         END-IF
         ADD 1 TO WexNb
       END-IF.

      *Sous-paragraphe : fichier UBL de la facture courante (ffa_*,
      *fc_*, fv_*, fcp_* chargés)
      ******************************************************************
       EFACT_ECRIT_XML.

       MOVE SPACES TO WexNom
       STRING "efact_" DELIMITED BY SIZE
              ffa_numero DELIMITED BY SIZE
              ".xml" DELIMITED BY SIZE
         INTO WexNom
       END-STRING
       IF ffa_nature = "AVOIR" THEN
         MOVE 1 TO WexAvoir
         MOVE "CreditNote" TO WexRacine
         MOVE "cac:CreditNoteLine" TO WexBaliseLigne
       ELSE
         MOVE 0 TO WexAvoir
         MOVE "Invoice" TO WexRacine
         MOVE "cac:InvoiceLine" TO WexBaliseLigne
       END-IF
       MOVE SPACES TO WexDate
       STRING ffa_dateEmission(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              ffa_dateEmission(5:2) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              ffa_dateEmission(7:2) DELIMITED BY SIZE
         INTO WexDate
       END-STRING
      *Ventilation de TVA : taux effectif porté par la facture (même
      *règle que le récapitulatif CA3), hors champ si pas de TVA
       IF ffa_tva = 0 OR ffa_montantHT = 0 THEN
         MOVE 0 TO WexTaux
         MOVE "O" TO WexCategorie
       ELSE
         COMPUTE WexTaux ROUNDED = ffa_tva * 100 / ffa_montantHT
         MOVE "S" TO WexCategorie
       END-IF
       MOVE WexTaux TO WexTauxEd

       OPEN OUTPUT fefxml
       MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO Lefxml
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING "<" DELIMITED BY SIZE
              WexRacine DELIMITED BY SPACE
              ' xmlns="urn:oasis:names:specification:ubl:schema:xsd:'
                DELIMITED BY SIZE
              WexRacine DELIMITED BY SPACE
              '-2"' DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING ' xmlns:cac="urn:oasis:names:specification:ubl:schema:'
                DELIMITED BY SIZE
              'xsd:CommonAggregateComponents-2"' DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING ' xmlns:cbc="urn:oasis:names:specification:ubl:schema:'
                DELIMITED BY SIZE
              'xsd:CommonBasicComponents-2">' DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "<cbc:CustomizationID>urn:cen.eu:en16931:2017</cbc:Custom
      -    "izationID>" TO Lefxml
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING "<cbc:ID>" DELIMITED BY SIZE
              ffa_numero DELIMITED BY SIZE
              "</cbc:ID>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING "<cbc:IssueDate>" DELIMITED BY SIZE
              WexDate DELIMITED BY SIZE
              "</cbc:IssueDate>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       IF WexAvoir = 1 THEN
         MOVE "<cbc:CreditNoteTypeCode>381</cbc:CreditNoteTypeCode>"
           TO Lefxml
       ELSE
         MOVE "<cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>"
           TO Lefxml
       END-IF
       WRITE Lefxml
       MOVE ffa_nature TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cbc:Note>" DELIMITED BY SIZE
              WexEchappe DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              ffa_mois DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              ffa_annee DELIMITED BY SIZE
              "</cbc:Note>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "<cbc:DocumentCurrencyCode>EUR</cbc:DocumentCurrencyCode>"
         TO Lefxml
       WRITE Lefxml
      *Code service et numéro d'engagement exigés par Chorus Pro
       IF fcp_service NOT = SPACES THEN
         MOVE fcp_service TO WexTexte
         PERFORM EFACT_ECHAPPE
         MOVE SPACES TO Lefxml
         STRING "<cbc:BuyerReference>" DELIMITED BY SIZE
                WexEchappe DELIMITED BY SPACE
                "</cbc:BuyerReference>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
         WRITE Lefxml
       END-IF
       IF fcp_engagement NOT = SPACES THEN
         MOVE fcp_engagement TO WexTexte
         PERFORM EFACT_ECHAPPE
         MOVE SPACES TO Lefxml
         STRING "<cac:OrderReference><cbc:ID>" DELIMITED BY SIZE
                WexEchappe DELIMITED BY SPACE
                "</cbc:ID></cac:OrderReference>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
         WRITE Lefxml
       END-IF
      *Un avoir cite la facture qu'il rectifie
       IF WexAvoir = 1 AND WexOrigine NOT = 0 THEN
         MOVE SPACES TO Lefxml
         STRING "<cac:BillingReference><cac:InvoiceDocumentReference>"
                  DELIMITED BY SIZE
                "<cbc:ID>" DELIMITED BY SIZE
                WexOrigine DELIMITED BY SIZE
                "</cbc:ID></cac:InvoiceDocumentReference>"
                  DELIMITED BY SIZE
                "</cac:BillingReference>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
         WRITE Lefxml
       END-IF

      *Vendeur : la collectivité
       MOVE "<cac:AccountingSupplierParty><cac:Party>" TO Lefxml
       WRITE Lefxml
       MOVE WexVendSiret TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING '<cac:PartyIdentification><cbc:ID schemeID="0009">'
                DELIMITED BY SIZE
              WexEchappe DELIMITED BY SPACE
              "</cbc:ID></cac:PartyIdentification>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "<cac:PostalAddress><cac:Country><cbc:IdentificationCode>F
      -    "R</cbc:IdentificationCode></cac:Country></cac:PostalAddres
      -    "s>" TO Lefxml
       WRITE Lefxml
       MOVE WexVendNom TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cac:PartyLegalEntity><cbc:RegistrationName>"
                DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:RegistrationName>" DELIMITED BY SIZE
              '<cbc:CompanyID schemeID="0002">' DELIMITED BY SIZE
              WexVendSiret(1:9) DELIMITED BY SIZE
              "</cbc:CompanyID></cac:PartyLegalEntity>"
                DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "</cac:Party></cac:AccountingSupplierParty>" TO Lefxml
       WRITE Lefxml

      *Acheteur : le club (SIRET si connu, sinon numéro de club)
       MOVE "<cac:AccountingCustomerParty><cac:Party>" TO Lefxml
       WRITE Lefxml
       MOVE fcp_siret TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       IF fcp_siret NOT = SPACES THEN
         STRING '<cac:PartyIdentification><cbc:ID schemeID="0009">'
                  DELIMITED BY SIZE
                WexEchappe DELIMITED BY SPACE
                "</cbc:ID></cac:PartyIdentification>"
                  DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       ELSE
         STRING "<cac:PartyIdentification><cbc:ID>CLUB-"
                  DELIMITED BY SIZE
                ffa_idClub DELIMITED BY SIZE
                "</cbc:ID></cac:PartyIdentification>"
                  DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       END-IF
       WRITE Lefxml
       MOVE fc_nom TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cac:PartyName><cbc:Name>" DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:Name></cac:PartyName>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
      *Adresse sur deux lignes : une fois échappés, rue et commune
      *ne tiendraient plus toujours sur une seule
       MOVE fc_addr TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cac:PostalAddress><cbc:StreetName>" DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:StreetName>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE fv_nom TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cbc:CityName>" DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:CityName><cbc:PostalZone>" DELIMITED BY SIZE
              fv_codePost DELIMITED BY SIZE
              "</cbc:PostalZone>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "<cac:Country><cbc:IdentificationCode>FR</cbc:Identificat
      -    "ionCode></cac:Country></cac:PostalAddress>" TO Lefxml
       WRITE Lefxml
       MOVE fc_nom TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cac:PartyLegalEntity><cbc:RegistrationName>"
                DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:RegistrationName></cac:PartyLegalEntity>"
                DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       IF fc_email NOT = SPACES THEN
         MOVE fc_email TO WexTexte
         PERFORM EFACT_ECHAPPE
         MOVE SPACES TO Lefxml
         STRING "<cac:Contact><cbc:ElectronicMail>" DELIMITED BY SIZE
                WexEchappe DELIMITED BY SPACE
                "</cbc:ElectronicMail></cac:Contact>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
         WRITE Lefxml
       END-IF
       MOVE "</cac:Party></cac:AccountingCustomerParty>" TO Lefxml
       WRITE Lefxml

      *Ventilation de TVA
       MOVE "<cac:TaxTotal>" TO Lefxml
       WRITE Lefxml
       MOVE "cbc:TaxAmount" TO WexBalise
       MOVE ffa_tva TO WexMontant
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "<cac:TaxSubtotal>" TO Lefxml
       WRITE Lefxml
       MOVE "cbc:TaxableAmount" TO WexBalise
       MOVE ffa_montantHT TO WexMontant
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "cbc:TaxAmount" TO WexBalise
       MOVE ffa_tva TO WexMontant
       PERFORM EFACT_ECRIT_MONTANT
       PERFORM EFACT_ECRIT_CATEGORIE
       MOVE "</cac:TaxSubtotal></cac:TaxTotal>" TO Lefxml
       WRITE Lefxml

      *Totaux
       MOVE "<cac:LegalMonetaryTotal>" TO Lefxml
       WRITE Lefxml
       MOVE "cbc:LineExtensionAmount" TO WexBalise
       MOVE ffa_montantHT TO WexMontant
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "cbc:TaxExclusiveAmount" TO WexBalise
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "cbc:TaxInclusiveAmount" TO WexBalise
       MOVE ffa_montantTTC TO WexMontant
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "cbc:PayableAmount" TO WexBalise
       PERFORM EFACT_ECRIT_MONTANT
       MOVE "</cac:LegalMonetaryTotal>" TO Lefxml
       WRITE Lefxml

      *Lignes de facture : le détail du registre des lignes (les
      *déductions en quantité -1), à défaut une ligne unique portant
      *le total HT
       MOVE 0 TO WexLigneNo
       MOVE ffa_numero TO flf_numFacture
       MOVE 0 TO flf_ligne
       START flignefact KEY IS NOT LESS THAN flf_cle
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE 0 TO Wresafin2
           PERFORM WITH TEST AFTER UNTIL Wresafin2 = 1
             READ flignefact NEXT
             AT END
               MOVE 1 TO Wresafin2
             NOT AT END
               IF flf_numFacture NOT = ffa_numero THEN
                 MOVE 1 TO Wresafin2
               ELSE
                 ADD 1 TO WexLigneNo
                 IF flf_montantHT < 0 THEN
                   MOVE "-" TO WexSigne
                   COMPUTE WexMontant = 0 - flf_montantHT
                 ELSE
                   MOVE SPACE TO WexSigne
                   MOVE flf_montantHT TO WexMontant
                 END-IF
                 MOVE SPACES TO WexLibLigne
                 STRING flf_type DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        flf_date DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        flf_libelle DELIMITED BY "  "
                   INTO WexLibLigne
                 END-STRING
                 PERFORM EFACT_ECRIT_LIGNE
               END-IF
             END-READ
           END-PERFORM
       END-START
       IF WexLigneNo = 0 THEN
         MOVE ffa_montantHT TO WexMontant
         MOVE 1 TO WexLigneNo
         MOVE SPACES TO WexLibLigne
         STRING ffa_nature DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                ffa_mois DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                ffa_annee DELIMITED BY SIZE
           INTO WexLibLigne
         END-STRING
         PERFORM EFACT_ECRIT_LIGNE
       END-IF

       MOVE SPACES TO Lefxml
       STRING "</" DELIMITED BY SIZE
              WexRacine DELIMITED BY SPACE
              ">" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       CLOSE fefxml.

      *Sous-paragraphe : une ligne de facture UBL (WexLigneNo,
      *WexLibLigne, WexMontant = montant HT de la ligne en valeur
      *absolue, WexSigne = "-" pour une déduction : quantité -1, le
      *prix unitaire restant positif)
      ******************************************************************
       EFACT_ECRIT_LIGNE.

       MOVE SPACES TO Lefxml
       STRING "<" DELIMITED BY SIZE
              WexBaliseLigne DELIMITED BY SPACE
              "><cbc:ID>" DELIMITED BY SIZE
              WexLigneNo DELIMITED BY SIZE
              "</cbc:ID>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       IF WexAvoir = 1 THEN
         STRING '<cbc:CreditedQuantity unitCode="C62">'
                  DELIMITED BY SIZE
                WexSigne DELIMITED BY SPACE
                "1</cbc:CreditedQuantity>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       ELSE
         STRING '<cbc:InvoicedQuantity unitCode="C62">'
                  DELIMITED BY SIZE
                WexSigne DELIMITED BY SPACE
                "1</cbc:InvoicedQuantity>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       END-IF
       WRITE Lefxml
       MOVE "cbc:LineExtensionAmount" TO WexBalise
       PERFORM EFACT_ECRIT_MONTANT
       MOVE SPACE TO WexSigne
       MOVE WexLibLigne TO WexTexte
       PERFORM EFACT_ECHAPPE
       MOVE SPACES TO Lefxml
       STRING "<cac:Item><cbc:Name>" DELIMITED BY SIZE
              WexEchappe DELIMITED BY "  "
              "</cbc:Name>" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml
       MOVE "<cac:ClassifiedTaxCategory>" TO WexBaliseCat
       PERFORM EFACT_ECRIT_CATEGORIE
       MOVE "<cac:TaxCategory>" TO WexBaliseCat
       MOVE "</cac:Item><cac:Price>" TO Lefxml
       WRITE Lefxml
       MOVE "cbc:PriceAmount" TO WexBalise
       PERFORM EFACT_ECRIT_MONTANT
       MOVE SPACES TO Lefxml
       STRING "</cac:Price></" DELIMITED BY SIZE
              WexBaliseLigne DELIMITED BY SPACE
              ">" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml.

      *Sous-paragraphe : catégorie de TVA (WexCategorie, WexTauxEd)
      *sous la balise WexBaliseCat (TaxCategory par défaut)
      ******************************************************************
       EFACT_ECRIT_CATEGORIE.

       MOVE SPACES TO Lefxml
       IF WexCategorie = "S" THEN
         STRING WexBaliseCat DELIMITED BY SPACE
                "<cbc:ID>S</cbc:ID><cbc:Percent>" DELIMITED BY SIZE
                WexTauxEd DELIMITED BY SIZE
                "</cbc:Percent>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       ELSE
         STRING WexBaliseCat DELIMITED BY SPACE
                "<cbc:ID>O</cbc:ID><cbc:TaxExemptionReason>Hors champ d
      -    "e la TVA</cbc:TaxExemptionReason>" DELIMITED BY SIZE
           INTO Lefxml
         END-STRING
       END-IF
       WRITE Lefxml
       MOVE SPACES TO Lefxml
       STRING "<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme></"
                DELIMITED BY SIZE
              WexBaliseCat(2:) DELIMITED BY SPACE
         INTO Lefxml
       END-STRING
       WRITE Lefxml.

      *Sous-paragraphe : texte WexTexte rendu sûr pour le XML ->
      *WexEchappe (& < > remplacés par leurs entités ; les blancs sont
      *gardés, les appelants délimitent comme pour la zone d'origine)
      ******************************************************************
       EFACT_ECHAPPE.

       MOVE SPACES TO WexEchappe
       MOVE 0 TO WexEchLong
       PERFORM WITH TEST BEFORE VARYING WexEchIdx FROM 60 BY -1
                 UNTIL WexEchIdx = 0 OR WexEchLong NOT = 0
         IF WexTexte(WexEchIdx:1) NOT = SPACE THEN
           MOVE WexEchIdx TO WexEchLong
         END-IF
       END-PERFORM
       MOVE 1 TO WexEchPtr
       PERFORM WITH TEST BEFORE VARYING WexEchIdx FROM 1 BY 1
                 UNTIL WexEchIdx > WexEchLong
         EVALUATE WexTexte(WexEchIdx:1)
           WHEN "&"
             MOVE "&amp;" TO WexEchappe(WexEchPtr:5)
             ADD 5 TO WexEchPtr
           WHEN "<"
             MOVE "&lt;" TO WexEchappe(WexEchPtr:4)
             ADD 4 TO WexEchPtr
           WHEN ">"
             MOVE "&gt;" TO WexEchappe(WexEchPtr:4)
             ADD 4 TO WexEchPtr
           WHEN OTHER
             MOVE WexTexte(WexEchIdx:1) TO WexEchappe(WexEchPtr:1)
             ADD 1 TO WexEchPtr
         END-EVALUATE
       END-PERFORM.

      *Sous-paragraphe : élément montant <WexBalise currencyID="EUR">
      *(précédé de WexSigne s'il n'est pas à blanc)
      ******************************************************************
       EFACT_ECRIT_MONTANT.

       MOVE SPACES TO Lefxml
       STRING "<" DELIMITED BY SIZE
              WexBalise DELIMITED BY SPACE
              ' currencyID="EUR">' DELIMITED BY SIZE
              WexSigne DELIMITED BY SPACE
              WexMontant DELIMITED BY SIZE
              "</" DELIMITED BY SIZE
              WexBalise DELIMITED BY SPACE
              ">" DELIMITED BY SIZE
         INTO Lefxml
       END-STRING
       WRITE Lefxml.

      *Fichier de dépôt Chorus Pro : les factures générées à déposer
      *(statut 2) passent au statut 3 en attendant le retour
      ******************************************************************
       EFACT_DEPOT_CHORUS.

       PERFORM EFACT_LIT_VENDEUR
       ACCEPT WdateSys FROM DATE YYYYMMDD
       MOVE 0 TO WexNb
       OPEN OUTPUT fchdepot
       MOVE SPACES TO Lchdepot
       STRING "DEPOT;" DELIMITED BY SIZE
              WdateSys DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WexVendSiret DELIMITED BY SIZE
         INTO Lchdepot
       END-STRING
       WRITE Lchdepot
       CLOSE fefact
       OPEN I-O fefact
       MOVE 0 TO WendSearch
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF fex_statut = 2 THEN
             PERFORM EFACT_DEPOT_UNE
           END-IF
       END-PERFORM
       CLOSE fchdepot
       DISPLAY WexNb," facture(s) dans chorus_depot.txt.".

      *Sous-paragraphe : ligne de dépôt du dossier courant (fex_*)
      ******************************************************************
       EFACT_DEPOT_UNE.

       MOVE fex_numero TO ffa_numero
       READ ffacture KEY IS ffa_numero
         INVALID KEY
           MOVE 0 TO ffa_montantTTC
           MOVE SPACES TO ffa_nature
       END-READ
       MOVE fex_idClub TO fcp_idClub
       READ fchorus KEY IS fcp_idClub
         INVALID KEY
           MOVE SPACES TO fcp_siret
           MOVE SPACES TO fcp_service
           MOVE SPACES TO fcp_engagement
       END-READ
       COMPUTE WexCent = ffa_montantTTC * 100
       MOVE SPACES TO WexNom
       STRING "efact_" DELIMITED BY SIZE
              fex_numero DELIMITED BY SIZE
              ".xml" DELIMITED BY SIZE
         INTO WexNom
       END-STRING
       MOVE SPACES TO Lchdepot
       STRING fex_numero DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              ffa_nature DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              fcp_siret DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              fcp_service DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              fcp_engagement DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WexCent DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WexNom DELIMITED BY SPACE
         INTO Lchdepot
       END-STRING
       WRITE Lchdepot
       MOVE 3 TO fex_statut
       MOVE WdateSys TO fex_dateDepot
       REWRITE Tefact
       ADD 1 TO WexNb.

      *Import du retour Chorus Pro (chorus_retour.txt, une ligne par
      *facture : NNNNNNNN;STATUT;IDENTIFIANT DE FLUX;MOTIF). Statuts
      *reconnus : DEPOSEE, REJETEE, MISE_A_DISPOSITION,
      *MISE_EN_PAIEMENT. Un rejet ouvre une alerte interne.
      ******************************************************************
       EFACT_RETOUR_CHORUS.

       OPEN INPUT fchretour
       IF fchr_stat = 35 THEN
         DISPLAY "Pas de fichier chorus_retour.txt à importer."
       ELSE
         MOVE 0 TO WexNbLus
         MOVE 0 TO WexNb
         MOVE 0 TO WexNbRejets
         MOVE 0 TO WexNbAnomalies
         MOVE 0 TO WendSearch
         PERFORM WITH TEST AFTER UNTIL WendSearch = 1
           READ fchretour NEXT
           AT END
             MOVE 1 TO WendSearch
           NOT AT END
             ADD 1 TO WexNbLus
             PERFORM EFACT_RETOUR_UNE
         END-PERFORM
         DISPLAY "Retour Chorus Pro : ",WexNbLus," ligne(s), ",WexNb,
      -          " statut(s) mis à jour dont ",WexNbRejets,
      -          " rejet(s), ",WexNbAnomalies," ligne(s) en anomalie."
       END-IF
       CLOSE fchretour.

      *Sous-paragraphe : ligne de retour courante
      ******************************************************************
       EFACT_RETOUR_UNE.

       MOVE SPACES TO WexNumX
       MOVE SPACES TO WexStatutX
       MOVE SPACES TO WexIdFlux
       MOVE SPACES TO WexMotif
       UNSTRING Lchretour DELIMITED BY ";"
         INTO WexNumX WexStatutX WexIdFlux WexMotif
       END-UNSTRING
       MOVE WexNumX TO WcvTexte
       PERFORM CONVERTIT_ENTIER
       IF WcvOK = 0 THEN
         ADD 1 TO WexNbAnomalies
         DISPLAY "  Ligne ",WexNbLus," : numéro de facture illisible."
       ELSE
         MOVE WcvVal TO fex_numero
         READ fefact KEY IS fex_numero
           INVALID KEY
             ADD 1 TO WexNbAnomalies
             DISPLAY "  Ligne ",WexNbLus," : facture ",fex_numero,
      -              " jamais transmise."
           NOT INVALID KEY
             MOVE 0 TO WexNouvStatut
             EVALUATE WexStatutX
               WHEN "DEPOSEE"
                 MOVE 4 TO WexNouvStatut
               WHEN "REJETEE"
                 MOVE 5 TO WexNouvStatut
               WHEN "MISE_A_DISPOSITION"
                 MOVE 6 TO WexNouvStatut
               WHEN "MISE_EN_PAIEMENT"
                 MOVE 7 TO WexNouvStatut
             END-EVALUATE
             IF WexNouvStatut = 0 THEN
               ADD 1 TO WexNbAnomalies
               DISPLAY "  Ligne ",WexNbLus," : statut inconnu ",
      -                WexStatutX
             ELSE
               MOVE WexNouvStatut TO fex_statut
               ACCEPT WdateSys FROM DATE YYYYMMDD
               MOVE WdateSys TO fex_dateRetour
               IF WexIdFlux NOT = SPACES THEN
                 MOVE WexIdFlux TO fex_idFlux
               END-IF
               MOVE WexMotif TO fex_motif
               REWRITE Tefact
               ADD 1 TO WexNb
               IF WexNouvStatut = 5 THEN
                 ADD 1 TO WexNbRejets
                 MOVE "CHORUS" TO WalType
                 MOVE SPACES TO WalMessage
                 STRING "Facture " DELIMITED BY SIZE
                        fex_numero DELIMITED BY SIZE
                        " rejetée par Chorus Pro : " DELIMITED BY SIZE
                        WexMotif DELIMITED BY SIZE
                   INTO WalMessage
                 END-STRING
                 PERFORM CREE_ALERTE
               END-IF
             END-IF
         END-READ
       END-IF.

      *Lien d'un avoir avec la facture qu'il rectifie (ffa_* = l'avoir
      *écrit, WfactNum = la facture d'origine) : le dossier attend la
      *prochaine génération
      ******************************************************************
       EFACT_LIEN_AVOIR.

       MOVE ffa_numero TO fex_numero
       MOVE ffa_idClub TO fex_idClub
       MOVE WfactNum TO fex_factOrigine
       MOVE SPACES TO fex_canal
       MOVE 0 TO fex_statut
       MOVE 0 TO fex_dateGen
       MOVE 0 TO fex_dateDepot
       MOVE 0 TO fex_dateRetour
       MOVE SPACES TO fex_idFlux
       MOVE SPACES TO fex_motif
       WRITE Tefact
         INVALID KEY
           DISPLAY "/!\ Erreur d'écriture dossier e-facture: ",fex_stat
           MOVE "efacture.dat" TO WejFichier
           MOVE fex_stat TO WejStat
           MOVE "WRITE" TO WejOper
           MOVE "EFACT_LIEN_AVOIR" TO WejPara
           MOVE fex_numero TO WejCle
           PERFORM JOURNAL_ERREUR
       END-WRITE.

      *Libellé en clair du statut de transmission (fex_statut)
      ******************************************************************
       LIBELLE_STATUT_EFACT.

       EVALUATE fex_statut
         WHEN 0 MOVE "à générer" TO WexLibStatut
         WHEN 1 MOVE "remise directe" TO WexLibStatut
         WHEN 2 MOVE "à déposer" TO WexLibStatut
         WHEN 3 MOVE "dépôt en cours" TO WexLibStatut
         WHEN 4 MOVE "déposée" TO WexLibStatut
         WHEN 5 MOVE "REJETÉE" TO WexLibStatut
         WHEN 6 MOVE "mise à dispo" TO WexLibStatut
         WHEN 7 MOVE "mise en paiement" TO WexLibStatut
         WHEN OTHER MOVE "?" TO WexLibStatut
       END-EVALUATE.

      *Suivi des transmissions (toutes, ou celles d'un statut donné)
      ******************************************************************
       EFACT_SUIVI.

       DISPLAY "Statut à lister (9 = tous, 5 = rejets) :"
       PERFORM WITH TEST AFTER UNTIL WexFiltre IS NUMERIC
         ACCEPT WexFiltre
       END-PERFORM
       DISPLAY "--- Transmissions des factures électroniques ---"
       DISPLAY "N° / Club / Canal / Statut / Généré / Flux / Motif"
       CLOSE fefact
       OPEN I-O fefact
       MOVE 0 TO WendSearch
       MOVE 0 TO WnbLignes
       PERFORM WITH TEST AFTER UNTIL WendSearch = 1
         READ fefact NEXT
         AT END
           MOVE 1 TO WendSearch
         NOT AT END
           IF WexFiltre = 9 OR fex_statut = WexFiltre THEN
             PERFORM LIBELLE_STATUT_EFACT
             DISPLAY fex_numero," / ",fex_idClub," / ",fex_canal,
      -              " / ",WexLibStatut," / ",fex_dateGen," / ",
      -              fex_idFlux," / ",fex_motif
             PERFORM PAUSE_AFFICHAGE
           END-IF
       END-PERFORM.

      *Identifiants Chorus Pro d'un club ou organisme (club 0 = la
      *collectivité émettrice : raison sociale et SIRET)
      ******************************************************************
       SAISIE_CHORUS_CLUB.

       DISPLAY "ID du club (0 pour la collectivité émettrice) :"
       PERFORM WITH TEST AFTER UNTIL fcp_idClub IS NUMERIC
         ACCEPT fcp_idClub
       END-PERFORM
       MOVE 1 TO WexExiste
       MOVE fcp_idClub TO fc_id
       IF fcp_idClub NOT = 0 THEN
         READ fclub KEY IS fc_id
           INVALID KEY
             DISPLAY "Il n'existe pas de club portant ce numéro"
             MOVE 9 TO WexExiste
         END-READ
       END-IF
       IF WexExiste NOT = 9 THEN
         READ fchorus KEY IS fcp_idClub
           INVALID KEY
             MOVE 0 TO WexExiste
             MOVE SPACES TO fcp_nom
             MOVE SPACES TO fcp_siret
             MOVE SPACES TO fcp_service
             MOVE SPACES TO fcp_engagement
             MOVE 0 TO fcp_actif
           NOT INVALID KEY
             DISPLAY "Raison sociale : ",fcp_nom
             DISPLAY "SIRET          : ",fcp_siret
             DISPLAY "Code service   : ",fcp_service
             DISPLAY "N° engagement  : ",fcp_engagement
             DISPLAY "Chorus Pro     : ",fcp_actif
         END-READ
         MOVE fcp_siret TO fmo_ancienne
         IF fcp_idClub = 0 THEN
           DISPLAY "Raison sociale de la collectivité :"
           ACCEPT fcp_nom
         END-IF
         DISPLAY "SIRET (14 chiffres) :"
         PERFORM WITH TEST AFTER UNTIL fcp_siret IS NUMERIC
           ACCEPT fcp_siret
         END-PERFORM
         IF fcp_idClub NOT = 0 THEN
           DISPLAY "Code service Chorus Pro (vide si aucun) :"
           ACCEPT fcp_service
           DISPLAY "N° d'engagement juridique (vide si aucun) :"
           ACCEPT fcp_engagement
           DISPLAY "Facturer par Chorus Pro (0/1) ?"
           PERFORM WITH TEST AFTER UNTIL fcp_actif = 0 OR fcp_actif = 1
             ACCEPT fcp_actif
           END-PERFORM
         END-IF
         IF WexExiste = 1 THEN
           REWRITE Tchorus
             INVALID KEY
               DISPLAY "Erreur de réécriture."
               MOVE "chorusclub.dat" TO WejFichier
               MOVE fcp_stat TO WejStat
               MOVE "REWRITE" TO WejOper
               MOVE "SAISIE_CHORUS_CLUB" TO WejPara
               MOVE fcp_idClub TO WejCle
               PERFORM JOURNAL_ERREUR
           END-REWRITE
         ELSE
           WRITE Tchorus
             INVALID KEY
               DISPLAY "/!\ Erreur d'écriture fiche Chorus: ",fcp_stat
               MOVE "chorusclub.dat" TO WejFichier
               MOVE fcp_stat TO WejStat
               MOVE "WRITE" TO WejOper
               MOVE "SAISIE_CHORUS_CLUB" TO WejPara
               MOVE fcp_idClub TO WejCle
               PERFORM JOURNAL_ERREUR
           END-WRITE
         END-IF
         MOVE "fchorus" TO fmo_fichier
         MOVE fcp_idClub TO fmo_cle
         MOVE "fcp_siret" TO fmo_champ
         MOVE fcp_siret TO fmo_nouvelle
         PERFORM LOG_MODIF
         DISPLAY "Fiche Chorus Pro enregistrée."
       END-IF.

      *Menu de la facturation électronique
      ******************************************************************
       MENU_EFACTURE.
       PERFORM WITH TEST AFTER UNTIL Woption2=1
         PERFORM BANDEAU_FORMATION
         DISPLAY "*********************************************"
         DISPLAY "   Facturation électronique / Chorus Pro     "
         DISPLAY "*********************************************"
         DISPLAY "Sélectionnez une option :"
         DISPLAY "----"
         DISPLAY "0- Quitter le programme"
         DISPLAY "1- Revenir au menu précédent"
         DISPLAY "2- Générer les factures électroniques"
         DISPLAY "3- Constituer le fichier de dépôt Chorus Pro"
         DISPLAY "4- Importer le retour Chorus Pro"
         DISPLAY "5- Suivi des transmissions"
         DISPLAY "6- Identifiants Chorus Pro d'un club"
         DISPLAY "----"
         ACCEPT Woption2
         EVALUATE Woption2
             WHEN 0 PERFORM SHUTDOWN
             WHEN 2 PERFORM EFACT_GENERE
             WHEN 3 PERFORM EFACT_DEPOT_CHORUS
             WHEN 4 PERFORM EFACT_RETOUR_CHORUS
             WHEN 5 PERFORM EFACT_SUIVI
             WHEN 6 PERFORM SAISIE_CHORUS_CLUB
         END-EVALUATE
       END-PERFORM.
