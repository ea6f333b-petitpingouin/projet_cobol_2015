      *fclub_stat permettra de récupérer le statut du fichier
       FILE STATUS IS fclub_stat
       RECORD KEY IS fc_id
       ALTERNATE RECORD KEY IS fc_ville WITH DUPLICATES
       ALTERNATE RECORD KEY IS fc_rna WITH DUPLICATES
       ALTERNATE RECORD KEY IS fc_siret WITH DUPLICATES.

       SELECT fassoc ASSIGN TO "assocsport.dat"
       ORGANIZATION INDEXED
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpo_stat.

      *Facturation électronique : dossier de transmission par facture
      *(canal, statut Chorus Pro, facture d'origine d'un avoir) et
      *identifiants Chorus Pro des clubs facturés par la plateforme
      *(club 0 = la collectivité émettrice)
       SELECT fefact ASSIGN TO "efacture.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fex_stat
       RECORD KEY IS fex_numero
       ALTERNATE RECORD KEY IS fex_idClub WITH DUPLICATES.

       SELECT fchorus ASSIGN TO "chorusclub.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fcp_stat
       RECORD KEY IS fcp_idClub.

      *Facture électronique UBL : un fichier par facture, le nom est
      *composé dans WexNom (efact_NNNNNNNN.xml)
       SELECT fefxml ASSIGN TO WexNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fxm_stat.

      *Fichier de dépôt Chorus Pro et retour de la plateforme (dépôt
      *ou rejet, une ligne par facture)
       SELECT fchdepot ASSIGN TO "chorus_depot.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fchd_stat.

       SELECT fchretour ASSIGN TO "chorus_retour.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fchr_stat.

      *Registre des lignes de facture : le détail facturé derrière
      *chaque ffa_numero (réservation, matériel loué, pénalité,
      *déduction, frais...), écrit à l'émission et jamais recalculé
       SELECT flignefact ASSIGN TO "lignefacture.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS flf_stat
       RECORD KEY IS flf_cle.

      *Scellement des factures et des règlements : une chaîne par
      *fichier (F/R), chaque scellement portant l'empreinte du
      *précédent ; fsc_ref retrouve le scellement d'un enregistrement
       SELECT fscel ASSIGN TO "scellement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fsc_stat
       RECORD KEY IS fsc_cle
       ALTERNATE RECORD KEY IS fsc_ref WITH DUPLICATES.

      *Admissions en non-valeur : une par facture, avec la décision
      *du conseil et les deux opérateurs (saisie et approbation)
       SELECT fnonval ASSIGN TO "nonvaleur.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fnv_stat
       RECORD KEY IS fnv_numFacture.

      *Échéanciers de paiement des clubs en retard : l'accord, les
      *factures couvertes et les échéances
       SELECT fechplan ASSIGN TO "echeancier.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fep_stat
       RECORD KEY IS fep_id
       ALTERNATE RECORD KEY IS fep_idClub WITH DUPLICATES.

       SELECT fechfact ASSIGN TO "echeancier_facture.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fei_stat
       RECORD KEY IS fei_cle
       ALTERNATE RECORD KEY IS fei_numFacture WITH DUPLICATES.

       SELECT fecheance ASSIGN TO "echeance.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fee_stat
       RECORD KEY IS fee_cle.

      *Paiement en ligne PayFiP : avis de paiement remis par la DGFiP
      *(une ligne par transaction), lignes rejetées à reprendre et
      *transactions déjà intégrées (contrôle des doublons)
       SELECT fpayfip ASSIGN TO "payfip.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpyn_stat.

       SELECT fpayrej ASSIGN TO "payfip_rejet.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpyr_stat.

       SELECT fpaytrans ASSIGN TO "payfip.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpy_stat
       RECORD KEY IS fpy_cle.

      *Rapprochement bancaire : relevé de compte CFONB 120 remis par
      *la banque, opérations déjà rapprochées (pour ne plus les
      *représenter) et compte rendu du rapprochement
       SELECT fcfonb ASSIGN TO "releve_cfonb.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcfo_stat.

       SELECT frappro ASSIGN TO "rapprochement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS frp_stat
       RECORD KEY IS frp_cle.

       SELECT frapedit ASSIGN TO "rapprochement.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frpe_stat.

      *Registre des chèques revenus impayés : chèque d'origine, sa
      *contre-passation, son bordereau et les frais refacturés
       SELECT fchqimp ASSIGN TO "chequeimpaye.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fci_stat
       RECORD KEY IS fci_idReglement
       ALTERNATE RECORD KEY IS fci_idClub WITH DUPLICATES.

      *Tiers payeurs (mairie, comité d'entreprise, ligue...) qui
      *règlent tout ou partie des factures d'un club à sa place, avec
      *leur éventuel mandat de prélèvement
       SELECT fpayeur ASSIGN TO "payeur.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fty_stat
       RECORD KEY IS fty_id.

      *Désignations d'un tiers payeur pour un club (période et nature
      *de facture facultatives)
       SELECT ftiers ASSIGN TO "tierspayeur.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fdt_stat
       RECORD KEY IS fdt_cle
       ALTERNATE RECORD KEY IS fdt_idPayeur WITH DUPLICATES.

      *Factures adressées à un tiers payeur (fixé à l'émission)
       SELECT ffactpay ASSIGN TO "facture_payeur.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ffp_stat
       RECORD KEY IS ffp_numFacture
       ALTERNATE RECORD KEY IS ffp_idPayeur WITH DUPLICATES.

      *Effectif déclaré par réservation (nombre de personnes dans la
      *salle), saisi au pointage ou à l'avance
       SELECT feffectif ASSIGN TO "effectif.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fgr_stat
       RECORD KEY IS fgr_numResa.

      *Tableau des présents (évacuation) : une édition horodatée, le
      *nom du fichier est composé dans WevNom
      *(presents_AAAAMMJJ_HHMM.txt)
       SELECT fpresents ASSIGN TO WevNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpn_stat.

      *Consommations de carnet d'heures par réservation (durée et
      *date de la séance), base de l'arrêté des produits constatés
      *d'avance
       SELECT fcarconso ASSIGN TO "carnet_conso.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fcc_stat
       RECORD KEY IS fcc_numResa
       ALTERNATE RECORD KEY IS fcc_carnet WITH DUPLICATES.

      *Écritures d'arrêté (produits constatés d'avance, avances et
      *cautions reçues), même format que pes_journal.txt
       SELECT fpca ASSIGN TO "pes_pca.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpca_stat.

      *Quotes-parts de la convention d'agglomération, par année :
      *part des recettes reversée par la commune propriétaire et
      *contribution horaire due par la commune du club utilisateur
       SELECT fquotepart ASSIGN TO "quotepart.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fqp_stat
       RECORD KEY IS fqp_annee.

      *Décompte intercommunal de l'année : heures et recettes par
      *salle et par commune du club utilisateur (recalculé à chaque
      *passage du traitement)
       SELECT finterco ASSIGN TO "interco.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fim_stat
       RECORD KEY IS fim_cle.

      *État de reversement par commune, le nom du fichier est composé
      *dans WimNom (interco_AAAA.txt)
       SELECT fdecompte ASSIGN TO WimNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fdcp_stat.

      *Subventions de fonctionnement votées aux clubs, par saison
       SELECT fsubvention ASSIGN TO "subvention.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fsu_stat
       RECORD KEY IS fsu_cle.

      *Versements des subventions (part compensée sur les factures
      *ouvertes du club et part versée au club)
       SELECT fsubvers ASSIGN TO "subvention_versement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fvs_stat
       RECORD KEY IS fvs_cle.

      *Relevés mensuels d'heures des gardiens, à signer : une édition
      *par gardien et par mois, le nom est composé dans WtsNom
       SELECT fheures ASSIGN TO WtsNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fhe_stat.

      *Variables de paie des gardiens pour le logiciel RH
      *(enregistrements de longueur fixe, un par gardien et par type
      *d'heures)
       SELECT fpaiegard ASSIGN TO WtsNomPaie
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpg_stat.

      *Décompte de manifestation d'un lot, à remettre à
      *l'organisateur ; le nom est composé dans WdlNom
       SELECT fdeclot ASSIGN TO WdlNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fdl_stat.

      *Lots de grands événements déclarés soldés par l'opérateur
      *(solde constaté au décompte de manifestation)
       SELECT flotsolde ASSIGN TO "lotsolde.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fls_stat
       RECORD KEY IS fls_idLot.

      *Établissements scolaires (collèges, lycées) utilisant les
      *gymnases, rattachés à leur autorité payeuse (tiers payeur)
       SELECT fetab ASSIGN TO "etablissement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fet_stat
       RECORD KEY IS fet_id
       ALTERNATE RECORD KEY IS fet_idPayeur WITH DUPLICATES.

      *Conventions annuelles d'usage scolaire : taux horaire HT par
      *autorité payeuse et année scolaire
       SELECT fconvsco ASSIGN TO "convention_scolaire.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fcvs_stat
       RECORD KEY IS fcvs_cle.

      *Emploi du temps hebdomadaire d'EPS à importer et ses rejets
       SELECT fedt ASSIGN TO "edt_scolaire.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fed_stat.

       SELECT fedtrej ASSIGN TO "edt_scolaire_rejets.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fedr_stat.

      *Relevé trimestriel d'utilisation scolaire ; le nom est composé
      *dans WscoNom
       SELECT frelsco ASSIGN TO WscoNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frs_stat.

      *Particuliers (habitants) louant une petite salle ou un
      *terrain : identité et coordonnées minimales
       SELECT fparticulier ASSIGN TO "particulier.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpu_stat
       RECORD KEY IS fpu_id.

      *Reçu de régie remis au particulier à l'encaissement ; le nom
      *est composé dans WpuNom
       SELECT frecu ASSIGN TO WpuNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fru_stat.

      *Équipes engagées en championnat fédéral : nom de l'équipe dans
      *les calendriers des ligues -> club, salle habituelle, sport et
      *temps d'échauffement, de match et de rotation
       SELECT fequipe ASSIGN TO "equipe.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS feq_stat
       RECORD KEY IS feq_nom.

      *Calendrier fédéral à importer et ses rejets à arbitrer
       SELECT fcalfed ASSIGN TO "calendrier_federal.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcf_stat.

       SELECT fcalrej ASSIGN TO "calendrier_rejets.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fcfr_stat.

      *Consignes de chauffage et d'éclairage transmises à la GTB :
      *paramètres propres à chaque salle (anticipation de chauffe,
      *zones séparées par sous-espace) et suivi des émissions par jour
       SELECT fgtbsalle ASSIGN TO "gtbsalle.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fgs_stat
       RECORD KEY IS fgs_idSalle.

       SELECT fgtb ASSIGN TO "gtb.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fgb_stat
       RECORD KEY IS fgb_date.

       SELECT fgtbexp ASSIGN TO WgtNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fgx_stat.

      *Journal quotidien des contrôleurs d'accès (lecteurs de badges)
      *et rapport des passages anormaux
       SELECT flecteur ASSIGN TO "controleur_acces.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS flc_stat.

       SELECT flecrap ASSIGN TO "acces_rapport.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS flr_stat.

      *Compte rendu de la balance des totaux de contrôle
       SELECT fbalance ASSIGN TO "balance_controle.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fbl_stat.

      *Référentiel des sports (code, libellé officiel, fédération) et
      *correspondances des anciennes saisies libres vers ce référentiel
       SELECT fsport ASSIGN TO "sport.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fsp_stat
       RECORD KEY IS fsp_code
       ALTERNATE RECORD KEY IS fsp_libelle.

       SELECT fsportmap ASSIGN TO "sportmap.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fsx_stat
       RECORD KEY IS fsx_texte.

      *Contrôle des clubs au registre des associations : extrait du
      *RNA reçu et compte rendu des écarts
       SELECT frnaext ASSIGN TO "rna_extrait.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frx_stat.

       SELECT frnarap ASSIGN TO "rna_controle.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frk_stat.

      *Aménagements et accessibilité des salles (et sous-espaces)
       SELECT famen ASSIGN TO "amenagement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fam_stat
       RECORD KEY IS fam_cle.

      *Volet accessibilité de l'extrait open-data, une ligne par salle
       SELECT fodsalle ASSIGN TO "opendata_salles.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fos_stat.

      *Coordonnées géographiques des salles (S) et du siège des clubs
      *(C), géocodées depuis la Base Adresse Nationale ou saisies
       SELECT fgeo ASSIGN TO "geo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fgo_stat
       RECORD KEY IS fgo_cle.

      *Extrait de la Base Adresse Nationale reçu pour le géocodage, et
      *compte rendu des adresses non reconnues
       SELECT fban ASSIGN TO "ban_extrait.csv"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fbn_stat.

       SELECT fgeorap ASSIGN TO "geocodage.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fgk_stat.

      *Salles combinées : membres (salles physiques) de chaque salle
      *combinée
       SELECT fcombi ASSIGN TO "combinaison.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fsj_stat
       RECORD KEY IS fsj_cle
       ALTERNATE RECORD KEY IS fsj_idMembre WITH DUPLICATES.

      *Salles déclassées (fermeture définitive) et date d'effet
       SELECT fdeclass ASSIGN TO "declassement.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fdc_stat
       RECORD KEY IS fdc_idSalle.

      *Compte rendu de dissolution d'un club, le nom du fichier est
      *composé dans WdsNom (dissolution_CCCC_AAAAMMJJ.txt)
       SELECT fdissol ASSIGN TO WdsNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fds_stat.

      *Main courante : registre des incidents et accidents par salle,
      *rattachés au créneau (et au club) en cours quand il y en a un
       SELECT fincident ASSIGN TO "incident.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fic_stat
       RECORD KEY IS fic_id
       ALTERNATE RECORD KEY IS fic_idSalle WITH DUPLICATES.

      *Éditions de la main courante (déclaration à l'assureur, rapport
      *mensuel de sécurité), nom du fichier composé dans WincNom
       SELECT fincprint ASSIGN TO WincNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fip_stat.

      *Ordres de travaux correctifs (pannes signalées par les
      *gardiens, l'accueil ou la main courante) par salle
       SELECT fotravail ASSIGN TO "ordretravail.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fot_stat
       RECORD KEY IS fot_id
       ALTERNATE RECORD KEY IS fot_idSalle WITH DUPLICATES.

      *Réclamations des clubs (propreté, chauffage, gardiennage,
      *créneau attribué à un autre...) avec échéance de réponse
       SELECT freclam ASSIGN TO "reclamation.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS frec_stat
       RECORD KEY IS frec_id
       ALTERNATE RECORD KEY IS frec_idClub WITH DUPLICATES.

      *Rapport mensuel des réclamations, nom composé dans WrecNom
       SELECT frecprint ASSIGN TO WrecNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS frep_stat.

      *Garde courte (à l'heure) des offres nées d'une libération de
      *créneau non pointé le jour même
       SELECT foffgarde ASSIGN TO "offregarde.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fog_stat
       RECORD KEY IS fog_idOffre.

      *Plafonds hebdomadaires d'heures de pointe par club, posés par
      *catégorie de salle (C) ou par ville (V)
       SELECT fplafond ASSIGN TO "plafond.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpl_stat
       RECORD KEY IS fpl_cle.

      *Scores de fiabilité des clubs par année civile (non-venues,
      *annulations tardives, dégâts, impayés), calculés à la demande
       SELECT ffiab ASSIGN TO "fiabilite.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ffb_stat
       RECORD KEY IS ffb_cle.

      *Équité d'attribution : heures par licencié de chaque club et
      *par saison, avec le signalement repris à la revue de campagne
       SELECT fheurelic ASSIGN TO "equite.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fhl_stat
       RECORD KEY IS fhl_cle.

      *Réservations ouvertes au public (matchs, tournois) : titre,
      *niveau de compétition et prix d'entrée, par n° de réservation
       SELECT fpublic ASSIGN TO "manifpublic.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpb_stat
       RECORD KEY IS fpb_numResa.

      *Programme hebdomadaire des manifestations publiques, nom
      *composé dans WpbNom
       SELECT fpubprint ASSIGN TO WpbNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpp_stat.

      *Journal des erreurs d'entrée-sortie sur fichiers : une ligne
      *par incident, par date, heure et rang dans la seconde
       SELECT ferreur ASSIGN TO "erreurs.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fej_stat
       RECORD KEY IS fej_cle.

      *Fichiers vus au format d'AVANT l'élargissement des montants,
      *pour la conversion unique (jamais ouverts en même temps que
      *fresa, fdevis, fannul, farchive, fjournal, fresabak)
       SELECT fresaanc ASSIGN TO "reservation.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fxr_stat
       RECORD KEY IS fxr_cles
       ALTERNATE RECORD KEY IS fxr_dateDebut WITH DUPLICATES
       ALTERNATE RECORD KEY IS fxr_idClub WITH DUPLICATES
       ALTERNATE RECORD KEY IS fxr_idSalle WITH DUPLICATES
       ALTERNATE RECORD KEY IS fxr_numResa WITH DUPLICATES.

       SELECT fdevisanc ASSIGN TO "devis.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fxd_stat
       RECORD KEY IS fxd_numero
       ALTERNATE RECORD KEY IS fxd_idClub WITH DUPLICATES.

       SELECT fannulanc ASSIGN TO "annulation.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fxa_stat.

       SELECT farchanc ASSIGN TO "archive_resa.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fxh_stat.

       SELECT fjournanc ASSIGN TO "journal_resa.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fxj_stat.

       SELECT fresabakv2 ASSIGN TO "resa_bak.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fxb_stat.

      *Fichier de passage de la conversion (un par étape, nom composé
      *dans WcmTmpNom) et liste des montants suspects de troncature
       SELECT fconvtmp ASSIGN TO WcmTmpNom
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fxt_stat.

       SELECT fconvrap ASSIGN TO "montants_tronques.txt"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fxp_stat.

      *Paramètres de gestion datés (essais de mot de passe, validité
      *des devis, pas de réservation, délais...) : une ligne par code
      *et date d'effet, la plus récente sans dépasser le jour s'applique
       SELECT fparam ASSIGN TO "parametre.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpm_stat
       RECORD KEY IS fpm_cle.

      *Liste des paramètres pour les auditeurs, nom composé dans
      *WpmNom
       SELECT fpmprint ASSIGN TO WpmNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fpq_stat.

      *Communes attribuées aux comptes opérateurs : un compte sans
      *aucune ligne est superviseur d'agglomération (accès complet)
       SELECT foperville ASSIGN TO "operville.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fov_stat
       RECORD KEY IS fov_cle.

      *Mots de passe protégés des opérateurs et des clubs : empreinte
      *salée, date du dernier changement, changement imposé et
      *empreintes précédentes (plus aucun mot de passe en clair)
       SELECT fmdp ASSIGN TO "motdepasse.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fpw_stat
       RECORD KEY IS fpw_cle.

      *Registre des demandes de droit d'accès aux données personnelles
      *(club ou licencié) : réception, échéance d'un mois, réponse et
      *fichier d'export remis
       SELECT fdacces ASSIGN TO "demandeacces.dat"
       ORGANIZATION INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS fda_stat
       RECORD KEY IS fda_cle.

      *Export d'une réponse au droit d'accès, nom composé dans WdaNom
      *(acces_CCCC_AAAAMMJJ.txt ou acces_LICENCE_AAAAMMJJ.txt)
       SELECT fdaexp ASSIGN TO WdaNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fdx_stat.

      *Extrait mensuel pour l'entrepôt de données de la ville : un
      *fichier par référentiel et par fait, nom composé dans WdwNom
      *(entrepot_AAAAMM_xxx.csv), plus le fichier de contrôle de
      *chargement entrepot_AAAAMM_controle.csv
       SELECT fentrepot ASSIGN TO WdwNom
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS fdw_stat.

      *Extraits du mode formation : photographie des fichiers de
      *travail prise à l'entrée en formation et remise à l'identique
      *à la sortie (enregistrements surdimensionnés, 200 ou 250
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS ffmz_stat.

       SELECT fformlfac ASSIGN TO "formation_lignefact.sav"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS ffmm_stat.


      *Extraits séquentiels de sauvegarde des fichiers indexés
       SELECT fvillebak ASSIGN TO "ville_bak.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fcb_stat.

      *Même fichier vu au format d'AVANT les identifiants RNA / SIRET
      *(203 octets), pour la reprise unique d'une ancienne sauvegarde
      *(jamais ouvert en même temps que fclubbak)
       SELECT fclubbakv1 ASSIGN TO "club_bak.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fcb1_stat.

       SELECT fassocbak ASSIGN TO "assoc_bak.dat"
       ORGANIZATION SEQUENTIAL
       FILE STATUS IS fab_stat.
              02 fc_tel PIC X(15).
              02 fc_statut PIC 9.
              02 fc_dateExpiration PIC 9(8).
      *       Identifiants légaux (vides si inconnus) et dernier
      *       contrôle au registre des associations : 0 = non contrôlé
      *       ou absent de l'extrait, 1 = conforme, 2 = écart (nom,
      *       président, SIRET), 3 = association dissoute
              02 fc_rna PIC X(10).
              02 fc_siret PIC X(14).
              02 fc_rnaEtat PIC 9.
              02 fc_rnaDate PIC 9(8).

       FD fassoc.
       01 Tassoc.
                    03 fr_dateFin_h PIC 99.
                    03 fr_dateFin_mn PIC 99.
              02 fr_sportPratique PIC A(30).
              02 fr_montantHT PIC 9(7)V99.
              02 fr_taxe PIC 9(7)V99.
              02 fr_montant PIC 9(7)V99.
              02 fr_type PIC A(15).
      *       Créneau "Scolaire" : n° d'établissement (4 chiffres) en
      *       tête, puis la classe
              02 fr_actions PIC X(60).
              02 fr_numResa PIC 9(8).
              02 fr_idLot PIC 9(8).
              02 fde_h_fin PIC 99.
              02 fde_mn_fin PIC 99.
              02 fde_sport PIC A(30).
              02 fde_montantHT PIC 9(7)V99.
              02 fde_taxe PIC 9(7)V99.
              02 fde_montant PIC 9(7)V99.
              02 fde_dateValidite PIC 9(8).
              02 fde_statut PIC 9.
      *       Dates de vie du devis pour le rapport de pipeline (les
              02 fan_idSalle PIC 9(3).
              02 fan_dateDebut PIC 9(12).
              02 fan_idClub PIC 9(4).
              02 fan_montant PIC 9(7)V99.
              02 fan_annulePar PIC X(10).
              02 fan_dateAnnul PIC 9(8).
              02 fan_heureAnnul PIC 9(6).
      *       Frais d'annulation selon le préavis (0 = sans frais ou
      *       annulation du fait de la mairie)
              02 fan_fraisAnnul PIC 9(5)V99.
      *       Réservation annulée et son lot (0 = hors lot), pour le
      *       décompte de manifestation
              02 fan_numResa PIC 9(8).
              02 fan_idLot PIC 9(8).

       FD fderog.
       01 Tderog.
                 03 far_dateFin_h PIC 99.
                 03 far_dateFin_mn PIC 99.
              02 far_sportPratique PIC A(30).
              02 far_montant PIC 9(7)V99.
              02 far_type PIC A(15).
              02 far_numResa PIC 9(8).

              02 fjr_op PIC X(1).
              02 fjr_date PIC 9(8).
              02 fjr_heure PIC 9(6).
              02 fjr_image PIC X(183).

       FD fmodifext.
       01 Lmodifext PIC X(134).

      *75 = longueur de Tannul depuis l'ajout de fan_numResa et
      *fan_idLot et l'élargissement de fan_montant (56 après
      *fan_fraisAnnul, 49 avant : les anciens extraits gardent
      *l'ancien pas, ils ne sont pas convertis)
       FD fannulext.
       01 Lannulext PIC X(75).

       FD fattenteext.
       01 Lattenteext PIC X(56).
       01 Lmodiftmp PIC X(134).

       FD fannultmp.
       01 Lannultmp PIC X(75).

       FD fhisto.
       01 Thisto.
       FD fnuitrap.
       01 Lnuitrap PIC X(100).

       FD fefact.
       01 Tefact.
              02 fex_numero PIC 9(8).
              02 fex_idClub PIC 9(4).
              02 fex_factOrigine PIC 9(8).
              02 fex_canal PIC X(6).
              02 fex_statut PIC 9.
              02 fex_dateGen PIC 9(8).
              02 fex_dateDepot PIC 9(8).
              02 fex_dateRetour PIC 9(8).
              02 fex_idFlux PIC X(20).
              02 fex_motif PIC X(60).

       FD fchorus.
       01 Tchorus.
              02 fcp_idClub PIC 9(4).
              02 fcp_nom PIC X(30).
              02 fcp_siret PIC X(14).
              02 fcp_service PIC X(20).
              02 fcp_engagement PIC X(20).
              02 fcp_actif PIC 9.

       FD fefxml.
       01 Lefxml PIC X(200).

       FD fchdepot.
       01 Lchdepot PIC X(150).

       FD fchretour.
       01 Lchretour PIC X(150).

       FD flignefact.
       01 Tlignefact.
              02 flf_cle.
                 03 flf_numFacture PIC 9(8).
                 03 flf_ligne PIC 9(4).
              02 flf_type PIC X(10).
              02 flf_numResa PIC 9(8).
              02 flf_idSalle PIC 9(3).
              02 flf_date PIC 9(8).
              02 flf_heure PIC 9(4).
              02 flf_minutes PIC 9(5).
              02 flf_libelle PIC X(30).
              02 flf_montantHT PIC S9(7)V99.
              02 flf_tva PIC S9(7)V99.
              02 flf_montantTTC PIC S9(7)V99.

       FD fscel.
       01 Tscel.
              02 fsc_cle.
                 03 fsc_chaine PIC X.
                 03 fsc_seq PIC 9(8).
              02 fsc_ref.
                 03 fsc_refChaine PIC X.
                 03 fsc_numero PIC 9(8).
      *       E = enregistrement scellé, S = suppression tracée,
      *       C = scellement de clôture de période
              02 fsc_type PIC X.
              02 fsc_date PIC 9(8).
              02 fsc_periode PIC 9(6).
              02 fsc_nb PIC 9(8).
              02 fsc_totPeriode PIC 9(9)V99.
              02 fsc_empPrec PIC 9(12).
              02 fsc_emp PIC 9(12).

       FD fnonval.
       01 Tnonval.
              02 fnv_numFacture PIC 9(8).
              02 fnv_idClub PIC 9(4).
              02 fnv_montant PIC 9(7)V99.
              02 fnv_niveauRelance PIC 9.
              02 fnv_dateEmission PIC 9(8).
              02 fnv_refDecision PIC X(20).
              02 fnv_dateDecision PIC 9(8).
              02 fnv_motif PIC X(30).
              02 fnv_login PIC X(10).
              02 fnv_approbateur PIC X(10).
              02 fnv_dateSaisie PIC 9(8).

       FD fechplan.
       01 Techplan.
              02 fep_id PIC 9(6).
              02 fep_idClub PIC 9(4).
              02 fep_dateCreation PIC 9(8).
              02 fep_montantTotal PIC 9(7)V99.
              02 fep_nbEcheances PIC 9(2).
      *       1 = en cours, 2 = soldé, 3 = rompu (échéance manquée)
              02 fep_statut PIC 9.
              02 fep_login PIC X(10).
              02 fep_dateRupture PIC 9(8).

       FD fechfact.
       01 Techfact.
              02 fei_cle.
                 03 fei_idPlan PIC 9(6).
                 03 fei_numFacture PIC 9(8).
      *       Reste dû de la facture à la signature de l'échéancier
              02 fei_montant PIC 9(7)V99.

       FD fecheance.
       01 Techeance.
              02 fee_cle.
                 03 fee_idPlan PIC 9(6).
                 03 fee_rang PIC 9(2).
              02 fee_dateEcheance PIC 9(8).
              02 fee_montant PIC 9(7)V99.
              02 fee_montantPaye PIC 9(7)V99.
      *       1 = à venir, 2 = payée, 3 = manquée
              02 fee_statut PIC 9.

       FD fpayfip.
       01 Lpayfip PIC X(150).

       FD fpayrej.
       01 Lpayrej PIC X(200).

       FD fpaytrans.
       01 Tpaytrans.
              02 fpy_cle.
                 03 fpy_ref PIC X(14).
                 03 fpy_numAuto PIC X(16).
              02 fpy_numFacture PIC 9(8).
              02 fpy_idReglement PIC 9(8).
              02 fpy_montant PIC 9(7)V99.
              02 fpy_dateTrans PIC 9(8).
              02 fpy_dateImport PIC 9(8).

       FD fcfonb.
       01 Lcfonb PIC X(120).

       FD frappro.
       01 Trappro.
              02 frp_cle.
      *          BORDEREAU, PRELEV, VIREMENT, CARTE ou REMBOURS
                 03 frp_type PIC X(10).
                 03 frp_ref PIC X(20).
              02 frp_montant PIC 9(9)V99.
              02 frp_dateBanque PIC 9(8).
              02 frp_numEcriture PIC X(7).
              02 frp_dateRappro PIC 9(8).

       FD frapedit.
       01 Lrapedit PIC X(132).

       FD fchqimp.
       01 Tchqimp.
              02 fci_idReglement PIC 9(8).
              02 fci_idClub PIC 9(4).
              02 fci_dateCheque PIC 9(8).
              02 fci_montant PIC 9(7)V99.
              02 fci_bordereau PIC 9(6).
      *       Règlement CHQIMPAYE qui neutralise le chèque
              02 fci_idContre PIC 9(8).
              02 fci_motif PIC X(30).
      *       Facture des frais bancaires refacturés (0 = aucune)
              02 fci_factureFrais PIC 9(8).
              02 fci_date PIC 9(8).
              02 fci_login PIC X(10).

       FD fpayeur.
       01 Tpayeur.
              02 fty_id PIC 9(4).
              02 fty_nom PIC X(30).
              02 fty_addr PIC X(30).
              02 fty_codePost PIC 9(5).
              02 fty_commune PIC X(30).
              02 fty_email PIC X(30).
              02 fty_tel PIC X(15).
              02 fty_siret PIC X(14).
      *       Mandat de prélèvement SEPA du tiers payeur
              02 fty_iban PIC X(34).
              02 fty_bic PIC X(11).
              02 fty_rum PIC X(20).
              02 fty_dateSignature PIC 9(8).
              02 fty_mandatActif PIC 9.
              02 fty_dateCreation PIC 9(8).
              02 fty_login PIC X(10).

       FD ftiers.
       01 Ttiers.
              02 fdt_cle.
                 03 fdt_idClub PIC 9(4).
                 03 fdt_rang PIC 9(2).
              02 fdt_idPayeur PIC 9(4).
      *       Bornes sur la période facturée (0 = sans borne)
              02 fdt_dateDeb PIC 9(8).
              02 fdt_dateFin PIC 9(8).
      *       Nature de facture prise en charge (espaces = toutes)
              02 fdt_nature PIC X(10).
              02 fdt_date PIC 9(8).
              02 fdt_login PIC X(10).

       FD ffactpay.
       01 Tfactpay.
              02 ffp_numFacture PIC 9(8).
              02 ffp_idPayeur PIC 9(4).
              02 ffp_idClub PIC 9(4).

       FD feffectif.
       01 Teffectif.
              02 fgr_numResa PIC 9(8).
              02 fgr_idClub PIC 9(4).
              02 fgr_effectif PIC 9(4).
              02 fgr_date PIC 9(8).
              02 fgr_heure PIC 9(4).
              02 fgr_login PIC X(10).

       FD fpresents.
       01 Lpresents PIC X(120).

       FD fcarconso.
       01 Tcarconso.
              02 fcc_numResa PIC 9(8).
              02 fcc_carnet.
                 03 fcc_idClub PIC 9(4).
                 03 fcc_saison PIC 9(4).
              02 fcc_minutes PIC 9(5).
              02 fcc_dateSeance PIC 9(8).

       FD fpca.
       01 Lpca PIC X(120).

       FD fquotepart.
       01 Tquotepart.
              02 fqp_annee PIC 9(4).
      *       Pourcentage des recettes reversé à l'agglomération
              02 fqp_tauxReverse PIC 99V99.
      *       Contribution par heure d'utilisation, due par la commune
      *       du club à la commune propriétaire de la salle
              02 fqp_contribHeure PIC 999V99.
              02 fqp_dateSaisie PIC 9(8).
              02 fqp_login PIC X(10).

       FD finterco.
       01 Tinterco.
              02 fim_cle.
                 03 fim_annee PIC 9(4).
                 03 fim_idSalle PIC 9(3).
                 03 fim_villeClub PIC 9(15).
              02 fim_villeSalle PIC 9(15).
              02 fim_minutes PIC 9(7).
              02 fim_montantHT PIC S9(9)V99.
              02 fim_reverse PIC S9(9)V99.
              02 fim_contrib PIC 9(9)V99.

       FD fdecompte.
       01 Ldecompte PIC X(120).

       FD fsubvention.
       01 Tsubvention.
              02 fsu_cle.
                 03 fsu_idClub PIC 9(4).
                 03 fsu_saison PIC 9(4).
              02 fsu_montantVote PIC 9(7)V99.
      *       Référence de la délibération du conseil municipal
              02 fsu_deliberation PIC X(20).
              02 fsu_dateDelib PIC 9(8).
              02 fsu_dateSaisie PIC 9(8).
              02 fsu_login PIC X(10).

       FD fsubvers.
       01 Tsubvers.
              02 fvs_cle.
                 03 fvs_idClub PIC 9(4).
                 03 fvs_saison PIC 9(4).
                 03 fvs_rang PIC 9(2).
              02 fvs_date PIC 9(8).
              02 fvs_montant PIC 9(7)V99.
      *       Part imputée sur les factures ouvertes (règlement
      *       SUBVENTION fvs_idReglement) et part versée au club
              02 fvs_compense PIC 9(7)V99.
              02 fvs_verse PIC 9(7)V99.
              02 fvs_idReglement PIC 9(8).
              02 fvs_login PIC X(10).

       FD fheures.
       01 Lheures PIC X(100).

       FD fpaiegard.
       01 Tpaiegard.
              02 fpg_matricule PIC 9(4).
              02 fpg_periode PIC 9(6).
      *       HNORM, HSOIR, HDIM, HFERIE
              02 fpg_code PIC X(6).
              02 fpg_minutes PIC 9(6).
      *       Heures en centièmes, virgule implicite
              02 fpg_heures PIC 9(4)V99.
              02 fpg_nom PIC X(30).

       FD fdeclot.
       01 Ldeclot PIC X(120).

       FD flotsolde.
       01 Tlotsolde.
              02 fls_idLot PIC 9(8).
              02 fls_idClub PIC 9(4).
              02 fls_date PIC 9(8).
              02 fls_login PIC X(10).
      *       Solde constaté au décompte (+ dû par l'organisateur,
      *       - à lui reverser)
              02 fls_solde PIC S9(7)V99.

       FD fetab.
       01 Tetab.
              02 fet_id PIC 9(4).
              02 fet_nom PIC X(30).
      *       COLLEGE ou LYCEE
              02 fet_nature PIC X(7).
      *       Code UAI (ex-RNE) de l'établissement
              02 fet_uai PIC X(8).
      *       Autorité payeuse : département (collèges) ou région
      *       (lycées), tenue dans fpayeur
              02 fet_idPayeur PIC 9(4).
              02 fet_actif PIC 9.
              02 fet_dateCreation PIC 9(8).

       FD fconvsco.
       01 Tconvsco.
              02 fcvs_cle.
                 03 fcvs_idPayeur PIC 9(4).
      *          Année de la rentrée (convention de septembre à août)
                 03 fcvs_annee PIC 9(4).
      *       Taux horaire HT des heures utilisées
              02 fcvs_taux PIC 999V99.
              02 fcvs_ref PIC X(20).
              02 fcvs_dateSaisie PIC 9(8).
              02 fcvs_login PIC X(10).

       FD fedt.
       01 Ledt PIC X(100).

       FD fedtrej.
       01 Ledtrej PIC X(160).

       FD frelsco.
       01 Lrelsco PIC X(120).

       FD fparticulier.
       01 Tparticulier.
              02 fpu_id PIC 9(6).
              02 fpu_nom PIC X(30).
              02 fpu_prenom PIC X(20).
              02 fpu_tel PIC X(15).
              02 fpu_email PIC X(40).
              02 fpu_codePost PIC 9(5).
              02 fpu_dateCreation PIC 9(8).
      *       Dernière réservation payée : point de départ de la durée
      *       de conservation (paramètre RGPDPART, en mois)
              02 fpu_dateDerniere PIC 9(8).
      *       1 = fiche anonymisée par la purge
              02 fpu_anonyme PIC 9.

       FD frecu.
       01 Lrecu PIC X(80).

       FD fequipe.
       01 Tequipe.
      *       Nom de l'équipe tel qu'il figure au calendrier fédéral
              02 feq_nom PIC X(30).
              02 feq_idClub PIC 9(4).
              02 feq_idSalle PIC 9(3).
              02 feq_sport PIC A(30).
      *       Minutes d'échauffement avant le coup d'envoi, durée du
      *       match, rotation (rangement, vestiaires) après
              02 feq_echauffement PIC 9(3).
              02 feq_duree PIC 9(3).
              02 feq_rotation PIC 9(3).

       FD fcalfed.
       01 Lcalfed PIC X(120).

       FD fcalrej.
       01 Lcalrej PIC X(200).

       FD fgtbsalle.
       01 Tgtbsalle.
              02 fgs_idSalle PIC 9(3).
      *       Minutes de mise en chauffe avant le début du créneau
              02 fgs_prechauffe PIC 9(3).
      *       1 = chaque sous-espace a son propre circuit
              02 fgs_zonesSeparees PIC 9.

       FD fgtb.
       01 Tgtb.
              02 fgb_date PIC 9(8).
              02 fgb_version PIC 9(2).
      *       1 = une résa du jour a bougé depuis la dernière émission
              02 fgb_aReemettre PIC 9.
              02 fgb_dateEmis PIC 9(8).
              02 fgb_heureEmis PIC 9(4).

       FD fgtbexp.
       01 Lgtbexp PIC X(40).

       FD flecteur.
       01 Llecteur PIC X(80).

       FD flecrap.
       01 Llecrap PIC X(132).

       FD fbalance.
       01 Lbalance PIC X(150).

       FD fsport.
       01 Tsport.
              02 fsp_code PIC X(6).
              02 fsp_libelle PIC A(30).
              02 fsp_federation PIC X(40).
      *       0 = retiré : n'est plus proposé à la saisie
              02 fsp_actif PIC 9.

       FD fsportmap.
       01 Tsportmap.
      *       Valeur telle que saisie en texte libre
              02 fsx_texte PIC A(30).
              02 fsx_code PIC X(6).
      *       0 = proposée, 1 = validée, 2 = déjà conforme
              02 fsx_statut PIC 9.
              02 fsx_nb PIC 9(7).

       FD frnaext.
       01 Lrnaext PIC X(400).

       FD frnarap.
       01 Lrnarap PIC X(150).

       FD famen.
       01 Tamen.
              02 fam_cle.
                 03 fam_idSalle PIC 9(3).
                 03 fam_idEspace PIC 9(2).
              02 fam_pmrAcces PIC 9.
              02 fam_pmrSanitaire PIC 9.
              02 fam_vestiaires PIC 9.
              02 fam_douches PIC 9.
              02 fam_tribune PIC 9(4).
              02 fam_sono PIC 9.
              02 fam_cuisine PIC 9.
              02 fam_note PIC X(40).

       FD fodsalle.
       01 Lodsalle PIC X(120).

      *fgo_source : B = Base Adresse Nationale, M = saisie manuelle
       FD fgeo.
       01 Tgeo.
              02 fgo_cle.
                 03 fgo_type PIC X.
                 03 fgo_id PIC 9(4).
              02 fgo_lat PIC S9(2)V9(6).
              02 fgo_lon PIC S9(3)V9(6).
              02 fgo_source PIC X.
              02 fgo_date PIC 9(8).

       FD fban.
       01 Lban PIC X(400).

       FD fgeorap.
       01 Lgeorap PIC X(120).

       FD fcombi.
       01 Tcombi.
              02 fsj_cle.
                 03 fsj_idCombi PIC 9(3).
                 03 fsj_idMembre PIC 9(3).

       FD fdeclass.
       01 Tdeclass.
              02 fdc_idSalle PIC 9(3).
              02 fdc_date PIC 9(8).
              02 fdc_motif PIC X(40).
              02 fdc_login PIC X(10).
              02 fdc_saisie PIC 9(8).

       FD fdissol.
       01 Ldissol PIC X(100).

       FD fincident.
       01 Tincident.
              02 fic_id PIC 9(8).
              02 fic_idSalle PIC 9(3).
              02 fic_date PIC 9(8).
              02 fic_heure PIC 9(4).
              02 fic_type PIC 9.
              02 fic_gravite PIC 9.
      *       Créneau en cours et son club (0 = hors réservation)
              02 fic_numResa PIC 9(8).
              02 fic_idClub PIC 9(4).
              02 fic_description PIC X(60).
              02 fic_personnes PIC X(60).
              02 fic_soins PIC X(40).
              02 fic_secours PIC 9.
              02 fic_secoursDetail PIC X(30).
              02 fic_saisiePar PIC X(10).
      *       Date d'édition de la déclaration à l'assureur (0 = non)
              02 fic_declare PIC 9(8).
              02 fic_statut PIC 9.

       FD fincprint.
       01 Lincprint PIC X(100).

       FD fotravail.
       01 Totravail.
              02 fot_id PIC 9(8).
              02 fot_idSalle PIC 9(3).
      *       Sous-espace touché (0 = salle) et équipement (vide =
      *       aucun)
              02 fot_idEspace PIC 9(2).
              02 fot_codeMat PIC X(10).
              02 fot_objet PIC X(60).
      *       Origine : G=gardien A=accueil I=main courante
              02 fot_origine PIC X.
              02 fot_demandeur PIC X(30).
              02 fot_idIncident PIC 9(8).
      *       Priorité : 1=urgente 2=haute 3=normale 4=basse
              02 fot_priorite PIC 9.
      *       Inutilisable : 0=non 1=sous-espace 2=salle entière
              02 fot_inutilisable PIC 9.
              02 fot_dateOuverture PIC 9(8).
              02 fot_technicien PIC X(20).
              02 fot_dateAffect PIC 9(8).
      *       Créneau d'entretien planifié (0 = pas encore planifié)
              02 fot_numResa PIC 9(8).
      *       Statut : 1=ouvert 2=affecté 3=planifié 4=clos
              02 fot_statut PIC 9.
              02 fot_dateCloture PIC 9(8).

       FD freclam.
       01 Treclam.
              02 frec_id PIC 9(8).
              02 frec_idClub PIC 9(4).
      *       Salle visée (0 = aucune en particulier)
              02 frec_idSalle PIC 9(3).
      *       Catégorie : 1=propreté 2=chauffage/éclairage
      *       3=gardiennage/ouverture 4=attribution de créneau
      *       5=équipement 6=autre
              02 frec_categorie PIC 9.
      *       Canal : M=courriel T=téléphone C=courrier G=guichet
              02 frec_canal PIC X.
              02 frec_description PIC X(60).
              02 frec_dateReception PIC 9(8).
              02 frec_echeance PIC 9(8).
      *       Lien : I=incident O=ordre de travaux R=réservation
      *       (espace = aucun) et numéro de la pièce liée
              02 frec_typeLien PIC X.
              02 frec_numLien PIC 9(8).
              02 frec_operateur PIC X(10).
      *       Statut : 1=ouverte 2=répondue
              02 frec_statut PIC 9.
              02 frec_dateReponse PIC 9(8).
              02 frec_reponse PIC X(60).

       FD frecprint.
       01 Lrecprint PIC X(100).

       FD foffgarde.
       01 Toffgarde.
              02 fog_idOffre PIC 9(8).
      *       Réservation non pointée dont le reste a été libéré
              02 fog_numResa PIC 9(8).
              02 fog_date PIC 9(8).
              02 fog_heureLimite PIC 9(4).
      *       Statut : 1=garde en cours 2=soldée
              02 fog_statut PIC 9.

       FD fplafond.
       01 Tplafond.
              02 fpl_cle.
      *          C = catégorie de salle, V = ville (n° en tête)
                 03 fpl_type PIC X.
                 03 fpl_valeur PIC X(15).
      *       Heures de pointe au plus par club et par semaine
              02 fpl_heures PIC 9(3).

       FD ffiab.
       01 Tfiab.
              02 ffb_cle.
                 03 ffb_idClub PIC 9(4).
                 03 ffb_annee PIC 9(4).
              02 ffb_nbNoShow PIC 9(4).
              02 ffb_nbAnnulTard PIC 9(4).
              02 ffb_nbDegats PIC 9(4).
              02 ffb_nbImpayes PIC 9(4).
      *       100 moins les retraits pondérés, jamais sous zéro
              02 ffb_score PIC 9(3).
              02 ffb_dateCalcul PIC 9(8).

       FD fheurelic.
       01 Theurelic.
              02 fhl_cle.
                 03 fhl_idClub PIC 9(4).
                 03 fhl_saison PIC 9(4).
              02 fhl_sport PIC A(30).
              02 fhl_ville PIC 9(15).
              02 fhl_licencies PIC 9(5).
              02 fhl_jeunes PIC 9(5).
              02 fhl_minReserve PIC 9(7).
              02 fhl_minUtilise PIC 9(7).
              02 fhl_minSubv PIC 9(7).
              02 fhl_minGratuit PIC 9(7).
      *       Heures réservées par licencié, du club et moyenne du sport
              02 fhl_ratio PIC 9(4)V99.
              02 fhl_ratioSport PIC 9(4)V99.
      *       H = très au-dessus de la moyenne du sport, B = très
      *       en dessous, L = heures sans licencié, espace = dans la
      *       norme
              02 fhl_signal PIC X.

       FD fpublic.
       01 Tpublic.
              02 fpb_numResa PIC 9(8).
              02 fpb_titre PIC X(40).
      *       1 amical, 2 départemental, 3 régional, 4 national,
      *       5 international
              02 fpb_niveau PIC 9.
      *       0 = entrée libre
              02 fpb_prix PIC 9(3)V99.
              02 fpb_saisiPar PIC X(10).
              02 fpb_date PIC 9(8).

       FD fpubprint.
       01 Lpubprint PIC X(100).

       FD ferreur.
       01 Terreur.
              02 fej_cle.
                 03 fej_date PIC 9(8).
                 03 fej_heure PIC 9(8).
                 03 fej_rang PIC 9(2).
              02 fej_fichier PIC X(20).
              02 fej_statut PIC 9(2).
              02 fej_oper PIC X(8).
              02 fej_para PIC X(30).
              02 fej_valCle PIC X(40).
              02 fej_login PIC X(10).
              02 fej_job PIC X(10).
              02 fej_grave PIC 9.

      *Tresa d'avant l'élargissement (172 octets) : clés aux mêmes
      *positions, montants sur 999V99 / 999V99 / 9999V99
       FD fresaanc.
       01 Tresaanc.
              02 fxr_cles.
                 03 fxr_idSalle PIC 9(3).
                 03 fxr_dateDebut PIC 9(13).
                 03 fxr_idEspace PIC 9(2).
              02 fxr_idClub PIC 9(4).
              02 fxr_reste PIC X(134).
              02 fxr_numResa PIC 9(8).
              02 fxr_idLot PIC 9(8).

      *Tdevis d'avant l'élargissement (103 octets)
       FD fdevisanc.
       01 Tdevisanc.
              02 fxd_numero PIC 9(8).
              02 fxd_idClub PIC 9(4).
              02 fxd_reste PIC X(91).

      *Tannul d'avant fan_numResa, fan_idLot et l'élargissement (56)
       FD fannulanc.
       01 Lannulanc PIC X(56).

       FD farchanc.
       01 Larchanc PIC X(91).

       FD fjournanc.
       01 Ljournanc PIC X(187).

       FD fresabakv2.
       01 Lresabakv2 PIC X(172).

       FD fconvtmp.
       01 Lconvtmp PIC X(200).

       FD fconvrap.
       01 Lconvrap PIC X(100).

       FD fparam.
       01 Tparam.
              02 fpm_cle.
                 03 fpm_code PIC X(10).
      *          0 = valeur d'origine (reprise à l'installation)
                 03 fpm_dateEffet PIC 9(8).
              02 fpm_valeur PIC 9(5).
              02 fpm_unite PIC X(8).
              02 fpm_libelle PIC X(30).
              02 fpm_saisiPar PIC X(10).
              02 fpm_dateSaisie PIC 9(8).

       FD fpmprint.
       01 Lpmprint PIC X(100).

       FD foperville.
       01 Toperville.
              02 fov_cle.
                 03 fov_login PIC X(10).
                 03 fov_idVille PIC 9(15).

       FD fmdp.
       01 Tmdp.
      *       Type de compte : O = opérateur (login), C = club (numéro)
              02 fpw_cle.
                 03 fpw_type PIC X.
                 03 fpw_compte PIC X(10).
              02 fpw_sel PIC 9(6).
              02 fpw_emp PIC 9(12).
              02 fpw_dateChange PIC 9(8).
      *       1 = mot de passe initial ou réinitialisé, à changer à la
      *       prochaine connexion
              02 fpw_aChanger PIC 9.
              02 fpw_histo OCCURS 5 TIMES.
                 03 fpw_hSel PIC 9(6).
                 03 fpw_hEmp PIC 9(12).

       FD fdacces.
       01 Tdacces.
              02 fda_cle.
                 03 fda_dateReception PIC 9(8).
                 03 fda_rang PIC 9(3).
      *       Personne concernée : C = club (fda_idClub), L = licencié
      *       (fda_licence)
              02 fda_type PIC X.
              02 fda_idClub PIC 9(4).
              02 fda_licence PIC X(10).
              02 fda_demandeur PIC X(30).
      *       Canal : M=courriel T=téléphone C=courrier G=guichet
              02 fda_canal PIC X.
              02 fda_echeance PIC 9(8).
              02 fda_operateur PIC X(10).
      *       Statut : 1=ouverte 2=répondue
              02 fda_statut PIC 9.
              02 fda_dateReponse PIC 9(8).
              02 fda_operRep PIC X(10).
              02 fda_fichier PIC X(40).
              02 fda_nbLignes PIC 9(6).

       FD fdaexp.
       01 Ldaexp PIC X(132).

       FD fentrepot.
       01 Lentrepot PIC X(250).

      *Les tailles ci-dessous correspondent exactement à Tville/Tsalle/
      *Tclub/Tassoc/Tresa (copie brute champ à champ à l'export, pour
      *pouvoir la remettre à l'identique à la restauration).
       FD fsallebak.
       01 Lsallebak PIC X(102).

      *236 = longueur de Tclub depuis l'ajout des identifiants RNA /
      *SIRET (203 avant : voir MIGRE_CLUBS_V1 pour reprendre une
      *sauvegarde de l'ancien format)
       FD fclubbak.
       01 Lclubbak PIC X(236).

       FD fclubbakv1.
       01 Lclubbakv1 PIC X(203).

       FD fassocbak.
       01 Lassocbak PIC X(33).

      *183 = longueur de Tresa depuis l'élargissement des montants
      *(172 entre l'ajout de fr_idEspace et l'élargissement : voir
      *CONVERSION_MONTANTS ; 170 avant : voir MIGRE_RESAS_V1)
       FD fresabak.
       01 Lresabak PIC X(183).

       FD fresabakv1.
       01 Lresabakv1 PIC X(170).
       FD fformderog.
       01 Lformderog PIC X(250).

       FD fformlfac.
       01 Lformlfac PIC X(200).


       WORKING-STORAGE SECTION.
       77 fville_stat PIC 9(2).

      *SECURITE / CONNEXION
       77 WnbEssais PIC 9 VALUE 0.
      *Paramètre MAXESSAIS, chargé au démarrage (CHARGE_PARAMETRES)
       77 WmaxEssais PIC 9 VALUE 3.
       77 WmdpOK PIC 9.
       77 fop_stat PIC 9(2).
       77 Wresa_mn_fin PIC 99.
       77 Wresa_idSalle PIC 9(3).
       77 Wresa_sportPratique PIC A(30).
       77 Wresa_montant PIC 9(7)V99.
       77 Wresa_montantHT PIC 9(7)V99.
       77 Wresa_taxe PIC 9(7)V99.
       77 Wresa_clubAgglo PIC 9.
       77 Wresa_type PIC A(15).
       77 Wresa_actions PIC X(60).

      *FRAIS D'ANNULATION SELON LE PREAVIS
       77 WfaPct PIC 999V99.
       77 WfaNumResa PIC 9(8).
       77 WfaMinutes PIC 9(5).
       77 WfaMontant PIC 9(7)V99.
       77 WfaJours PIC S9(5).
       77 WfaHeures PIC S9(7).
       77 ffmx_stat PIC 9(2).
       77 ffmy_stat PIC 9(2).
       77 ffmz_stat PIC 9(2).
       77 ffmm_stat PIC 9(2).

      *INDEX DE DISPONIBILITE (CARTES DE DEMI-HEURES)
       77 fdi_stat PIC 9(2).
       77 WrgIdxTrouve PIC 9(3).
       77 WrgListeNb PIC 9(3).
       77 WrgCleX PIC X(4).
       77 WrgAnnee PIC 9(4).
       77 WrgMm PIC 9(4).
       01 WrgActTable.
          02 WrgActClub OCCURS 200 TIMES PIC 9(4).
       01 WrgListeTable.
       77 WletReglement PIC 9(8).
       77 WletFin PIC 9.
       77 WletTrouve PIC 9.
       77 WletImpaye PIC 9.

      *PRELEVEMENT SEPA (MANDATS ET PASSE MENSUELLE)
       77 fmd_stat PIC 9(2).
       77 Wmod_m PIC 99.
       77 WmodDuree PIC 9(5).
       77 WmodSaison PIC 9(4).
       77 WmodHTanc PIC 9(7)V99.

      *RECAPITULATIF TVA (CA3) : cumuls par mois et par taux
       77 WtvaNbLignes PIC 9(2).
       77 WarchInt PIC 9(9).
       77 WnbArchives PIC 9(6).

      *FACTURATION ELECTRONIQUE (UBL / CHORUS PRO)
       77 fex_stat PIC 9(2).
       77 fcp_stat PIC 9(2).
       77 fxm_stat PIC 9(2).
       77 fchd_stat PIC 9(2).
       77 fchr_stat PIC 9(2).
       77 WexNom PIC X(30).
       77 WexDebut PIC 9(8).
       77 WexVendNom PIC X(30).
       77 WexVendSiret PIC X(14).
       77 WexNb PIC 9(5).
       77 WexNbChorus PIC 9(5).
       77 WexNbLus PIC 9(5).
       77 WexNbRejets PIC 9(5).
       77 WexNbAnomalies PIC 9(5).
       77 WexAFaire PIC 9.
       77 WexExiste PIC 9.
       77 WexChorus PIC 9.
       77 WexAvoir PIC 9.
       77 WexOrigine PIC 9(8).
       77 WexRacine PIC X(10).
       77 WexBaliseLigne PIC X(20).
       77 WexBaliseCat PIC X(30) VALUE "<cac:TaxCategory>".
       77 WexBalise PIC X(30).
       77 WexDate PIC X(10).
       77 WexTaux PIC 999V99.
       77 WexTauxEd PIC 9(3).99.
       77 WexCategorie PIC X(1).
       77 WexMontant PIC 9(7).99.
       77 WexLigneNo PIC 9(4).
       77 WexLibLigne PIC X(60).
       77 WexTexte PIC X(60).
       77 WexEchappe PIC X(300).
       77 WexEchLong PIC 9(3).
       77 WexEchIdx PIC 9(3).
       77 WexEchPtr PIC 9(3).
       77 WexSigne PIC X VALUE SPACE.
       77 WexCent PIC 9(9).
       77 WexNumX PIC X(12).
       77 WexStatutX PIC X(20).
       77 WexIdFlux PIC X(20).
       77 WexMotif PIC X(60).
       77 WexNouvStatut PIC 9.
       77 WexLibStatut PIC X(16).
       77 WexFiltre PIC 9.

      *REGISTRE DES LIGNES DE FACTURE
       77 flf_stat PIC 9(2).
       77 WflNumFacture PIC 9(8).
       77 WflNb PIC 9(3).
       77 WflIdx PIC 9(3).
       77 WflIdxResa PIC 9(3).
       77 WflTrouve PIC 9.
       77 WflType PIC X(10).
       77 WflNumResa PIC 9(8).
       77 WflSalle PIC 9(3).
       77 WflDate PIC 9(8).
       77 WflDateFin PIC 9(8).
       77 WflHeure PIC 9(4).
       77 WflMinutes PIC 9(5).
       77 WflLibelle PIC X(30).
       77 WflHT PIC S9(7)V99.
       77 WflTVA PIC S9(7)V99.
       77 WflTTC PIC S9(7)V99.
       77 WflAvantHT PIC 9(7)V99.
       77 WflAvantTVA PIC 9(7)V99.
       77 WflAvantTTC PIC 9(7)V99.
       77 WflEdHT PIC -9(7).99.
       77 WflEdTVA PIC -9(7).99.
       77 WflEdTTC PIC -9(7).99.
       01 WflTable.
          02 WflTab OCCURS 200 TIMES.
             03 WflTType PIC X(10).
             03 WflTNumResa PIC 9(8).
             03 WflTSalle PIC 9(3).
             03 WflTDate PIC 9(8).
             03 WflTHeure PIC 9(4).
             03 WflTMinutes PIC 9(5).
             03 WflTLibelle PIC X(30).
             03 WflTHT PIC S9(7)V99.
             03 WflTTVA PIC S9(7)V99.
             03 WflTTTC PIC S9(7)V99.

      *SCELLEMENT DES FACTURES ET REGLEMENTS
       77 fsc_stat PIC 9(2).
       77 WidCourantScel PIC 9(8).
       77 WscChaine PIC X.
       77 WscNumero PIC 9(8).
       77 WscEmp PIC 9(12).
       77 WscEmpPrec PIC 9(12).
       77 WscEmpLu PIC 9(12).
       77 WscVal PIC 9(12).
       77 WscTexte PIC X(10).
       77 WscPos PIC 9(2).
       77 WscRang PIC 9(3).
       77 WscAlphabet PIC X(67) VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef
      -    "ghijklmnopqrstuvwxyz0123456789-_/.".
       77 WscNb PIC 9(8).
       77 WscTotal PIC 9(9)V99.
       77 WscSeqAttendu PIC 9(8).
       77 WscCleSauve PIC X(9).
       77 WscSupprime PIC 9.
       77 WscTrouve PIC 9.
       77 WscNbCtl PIC 9(8).
       77 WscNbAnom PIC 9(6).
       77 WscMessage PIC X(70).

      *ADMISSION EN NON-VALEUR
       77 fnv_stat PIC 9(2).
       77 WnvSeuilJours PIC 9(3).
       77 WnvResidu PIC 9(3)V99.
       77 WnvCritere PIC X(12).
       77 WnvCandidat PIC 9.
       77 WnvNb PIC 9(5).
       77 WnvTotal PIC 9(9)V99.
       77 WnvAnnee PIC 9(4).
       77 WnvRef PIC X(20).
       77 WnvDateDec PIC 9(8).
       77 WnvMotif PIC X(30).
       77 WnvAdmis PIC 9(7)V99.
       77 WnvDateAdm PIC 9(8).

      *PROTECTION CONTRE LES MODIFICATIONS CONCURRENTES
       77 WccAvant PIC X(500).
       77 WccSaisie PIC X(500).
       77 WccModif PIC X(200).
       77 WccFichier PIC X(10).
       77 WccCle PIC X(20).
       77 WccDate PIC 9(8).
       77 WccHeure PIC 9(6).
       77 WccFin PIC 9.
       77 WccEcrire PIC 9.
       77 WccChoix PIC 9.
       77 WccNbTrace PIC 9(3).

      *ECHEANCIERS DE PAIEMENT
       77 fep_stat PIC 9(2).
       77 fei_stat PIC 9(2).
       77 fee_stat PIC 9(2).
       77 WidCourantEcheancier PIC 9(6).
       77 WepClub PIC 9(4).
       77 WepPlan PIC 9(6).
       77 WepTrouve PIC 9.
       77 WepCouvert PIC 9.
       77 WepRespecte PIC 9.
       77 WepFin1 PIC 9.
       77 WepFin2 PIC 9.
       77 WepNbFact PIC 9(2).
       77 WepIdx PIC 9(2).
       77 WepNbEch PIC 9(2).
       77 WepTotal PIC 9(7)V99.
       77 WepMontantEch PIC 9(7)V99.
       77 WepReste PIC 9(7)V99.
       77 WepImpute PIC 9(7)V99.
       77 WepDate PIC 9(8).
       77 WepAnnee PIC 9(4).
       77 WepMois PIC 9(2).
       77 WepJour PIC 9(2).
       77 WepNum PIC 9(8).
       77 WepNbRompus PIC 9(5).
       01 WepTable.
          02 WepLigne OCCURS 20 TIMES.
             03 WepTFact PIC 9(8).
             03 WepTMontant PIC 9(7)V99.

      *PAIEMENT EN LIGNE PAYFIP
       77 fpyn_stat PIC 9(2).
       77 fpyr_stat PIC 9(2).
       77 fpy_stat PIC 9(2).
       77 WpyRef PIC X(14).
       77 WpyBase PIC 9(12).
       77 WpyCle PIC 9(2).
       77 WpyNumCli PIC X(10).
       77 WpyExer PIC X(4).
       77 WpyRefX PIC X(30).
       77 WpyMontantX PIC X(12).
       77 WpyMel PIC X(60).
       77 WpyResultat PIC X(1).
       77 WpyNumAuto PIC X(16).
       77 WpyDateX PIC X(8).
       77 WpyHeureX PIC X(4).
       77 WpyDateA PIC X(8).
       77 WpyDate PIC 9(8).
       77 WpyCent PIC 9(9).
       77 WpyMotif PIC X(60).
       77 WpyLus PIC 9(5).
       77 WpyPostes PIC 9(5).
       77 WpyRejets PIC 9(5).

      *RAPPROCHEMENT BANCAIRE (RELEVE CFONB 120)
       77 fcfo_stat PIC 9(2).
       77 frp_stat PIC 9(2).
       77 frpe_stat PIC 9(2).
       77 WrpNb PIC 9(3).
       77 WrpIdx PIC 9(3).
       77 WrpTrouve PIC 9(3).
       77 WrpDepasse PIC 9.
       77 WrpDate PIC 9(8).
       77 WrpDateA PIC X(8).
       77 WrpDateDeb PIC 9(8).
       77 WrpDateFin PIC 9(8).
       77 WrpFenDeb PIC 9(8).
       77 WrpFenFin PIC 9(8).
       77 WrpHorsFen PIC 9(5).
       77 WrpSoldeDeb PIC 9(12)V99.
       77 WrpSensDeb PIC X(1).
       77 WrpSoldeFin PIC 9(12)V99.
       77 WrpSensFin PIC X(1).
       77 WrpMontant PIC 9(12)V99.
       77 WrpCent PIC 9(13).
       77 WrpChiffre PIC 9.
       77 WrpSigne PIC X(1).
       77 WrpSens PIC X(1).
       77 WrpK PIC 9(2).
       77 WrpPositif PIC X(10) VALUE "{ABCDEFGHI".
       77 WrpNegatif PIC X(10) VALUE "}JKLMNOPQR".
       77 WrpLibelle PIC X(31).
       77 WrpEcriture PIC X(7).
       77 WrpC1 PIC X(20).
       77 WrpC2 PIC X(20).
       77 WrpC3 PIC X(40).
       77 WrpC4 PIC X(40).
       77 WrpC5 PIC X(20).
       77 WrpC6 PIC X(30).
       77 WrpC7 PIC X(30).
       77 WrpRef PIC X(20).
       77 WrpLus PIC 9(5).
       77 WrpNbRappro PIC 9(5).
       77 WrpNbBanque PIC 9(5).
       77 WrpNbNonVus PIC 9(5).
       77 WrpNbBord PIC 9(5).
       01 WrpTable.
          02 WrpLigne OCCURS 300 TIMES.
             03 WrpTType PIC X(10).
             03 WrpTRef PIC X(20).
             03 WrpTDate PIC 9(8).
             03 WrpTSens PIC X(1).
             03 WrpTMontant PIC 9(9)V99.
             03 WrpTVu PIC 9.

      *CHEQUES REVENUS IMPAYES
       77 fci_stat PIC 9(2).
       77 WciRegl PIC 9(8).
       77 WciClub PIC 9(4).
       77 WciDate PIC 9(8).
       77 WciMontant PIC 9(7)V99.
       77 WciFacture PIC 9(8).
       77 WciBord PIC 9(6).
       77 WciContre PIC 9(8).
       77 WciMotif PIC X(30).
       77 WciFrais PIC 9(8).
       77 WciNb PIC 9(2).
       77 WciIdx PIC 9(2).
       77 WciFin PIC 9.
       77 WciNbImp PIC 9(4).
       01 WciTable.
          02 WciLigne OCCURS 50 TIMES.
             03 WciTFact PIC 9(8).

      *TIERS PAYEURS
       77 fty_stat PIC 9(2).
       77 fdt_stat PIC 9(2).
       77 ffp_stat PIC 9(2).
       77 WidCourantPayeur PIC 9(4).
       77 WtpPayeur PIC 9(4).
       77 WtpNumFact PIC 9(8).
       77 WtpDate PIC 9(8).
       77 WtpClub PIC 9(4).
       77 WtpRang PIC 9(2).
       77 WtpFin1 PIC 9.
       77 WtpFin2 PIC 9.
       77 WtpMandat PIC 9.
       77 WtpRum PIC X(20).
       77 WtpIban PIC X(34).
       77 WtpBic PIC X(11).
       77 WtpAnnee PIC 9(4).
       77 WtpNb PIC 9(4).
       77 WtpFacture PIC 9(9)V99.
       77 WtpRegle PIC 9(9)V99.
       77 WtpDu PIC 9(9)V99.
       77 WtpTotFacture PIC 9(9)V99.
       77 WtpTotRegle PIC 9(9)V99.
       77 WtpTotDu PIC 9(9)V99.
       77 WrlvPayeur PIC 9(4).

      *PRESENTS MAINTENANT (EVACUATION)
       77 fgr_stat PIC 9(2).
       77 fpn_stat PIC 9(2).
       77 WevNom PIC X(30).
       77 WevDate PIC 9(8).
       77 WevHeure PIC 9(4).
       77 WevDeb PIC 9(4).
       77 WevFin PIC 9(4).
       77 WevEtat PIC 9.
       77 WevEffectif PIC 9(4).
       77 WevCapacite PIC 9(4).
       77 WevLieu PIC X(20).
       77 WevGroupe PIC X(45).
       77 WevContact PIC X(60).
       77 WevTel PIC X(15).
       77 WevAlerte PIC X(40).
       77 WevSalleNb PIC 9(3).
       77 WevSalleEff PIC 9(5).
       77 WevNbSalles PIC 9(3).
       77 WevNbGroupes PIC 9(4).
       77 WevTotal PIC 9(6).
       77 WevNbAlertes PIC 9(4).
       77 WevNbInconnus PIC 9(4).

      *PRODUITS CONSTATES D'AVANCE (ARRETE)
       77 fcc_stat PIC 9(2).
       77 fpca_stat PIC 9(2).
       77 WpcaDate PIC 9(8).
       77 WpcaFin PIC 9.
       77 WpcaMinSuivies PIC 9(7).
       77 WpcaMinJouees PIC 9(7).
       77 WpcaAcquis PIC 9(7)V99.
       77 WpcaAvance PIC 9(7)V99.
       77 WpcaLotTot PIC 9(9)V99.
       77 WpcaLotAcquis PIC 9(9)V99.
       77 WpcaCarTot PIC 9(9)V99.
       77 WpcaCarAcquis PIC 9(9)V99.
       77 WpcaCarAvance PIC 9(9)V99.
       77 WpcaArrTot PIC 9(9)V99.
       77 WpcaArrAcquis PIC 9(9)V99.
       77 WpcaArrAvance PIC 9(9)V99.
       77 WpcaCauTenue PIC 9(9)V99.
       77 WpcaCauRetenue PIC 9(9)V99.
       77 WpcaDebit PIC 9(9)V99.
       77 WpcaCredit PIC 9(9)V99.
       77 WpcaNb PIC 9(4).

      *REVERSEMENTS INTERCOMMUNAUX (AGGLOMERATION)
       77 fqp_stat PIC 9(2).
       77 fim_stat PIC 9(2).
       77 fdcp_stat PIC 9(2).
       77 WimNom PIC X(30).
       77 WimAnnee PIC 9(4).
       77 WimFin PIC 9.
       77 WimPasse PIC 9.
       77 WimDateDeb PIC 9(8).
       77 WimDateFin PIC 9(8).
       77 WimDernFact PIC 9(8).
       77 WimFactOk PIC 9.
       77 WimSigne PIC S9.
       77 WimVilleSalle PIC 9(15).
       77 WimVilleClub PIC 9(15).
       77 WimVille PIC 9(15).
       77 WimActif PIC 9.
       77 WimNbLignes PIC 9(7).
       77 WimNbCommunes PIC 9(4).
       77 WimHeures PIC 9(7)V99.
       77 WimReverse PIC S9(9)V99.
       77 WimRecu PIC 9(9)V99.
       77 WimVerse PIC 9(9)V99.
       77 WimSolde PIC S9(9)V99.
       77 WimEdMontant PIC -9(9).99.
       77 WimEdMontant2 PIC -9(9).99.
       77 WimEdHeures PIC 9(7).99.

      *SUBVENTIONS DE FONCTIONNEMENT
       77 fsu_stat PIC 9(2).
       77 fvs_stat PIC 9(2).
       77 WsuClub PIC 9(4).
       77 WsuSaison PIC 9(4).
       77 WsuFin PIC 9.
       77 WsuPasse PIC 9.
       77 WsuRang PIC 9(2).
       77 WsuReglement PIC 9(8).
       77 WsuVote PIC 9(9)V99.
       77 WsuVerseTot PIC 9(9)V99.
       77 WsuCompTot PIC 9(9)V99.
       77 WsuReste PIC 9(9)V99.
       77 WsuDu PIC 9(9)V99.
       77 WsuMontant PIC 9(7)V99.
       77 WsuImpute PIC 9(7)V99.
       77 WsuPerDeb PIC 9(6).
       77 WsuPerFin PIC 9(6).
       77 WsuPeriode PIC 9(6).
       77 WsuCharges PIC S9(9)V99.
       77 WsuNet PIC S9(9)V99.
       77 WsuNb PIC 9(4).

      *COUT COMPLET DES SALLES
       77 WcplAnnee PIC 9(4).
       77 WcplDeb PIC 9(8).
       77 WcplFin PIC 9(8).
       77 WcplIdx PIC 9(4).
       77 WcplSal PIC 9(3).
       77 WcplMin PIC 9(6).
       77 WcplHhmm PIC 9(4).
       77 WcplHh PIC 9(2).
       77 WcplMn PIC 9(2).
       77 WcplDernFact PIC 9(8).
       77 WcplFactOk PIC 9.
       77 WcplSigne PIC S9.
       77 WcplTauxGardien PIC 999V99.
       77 WcplGardien PIC 9(9)V99.
       77 WcplTotal PIC 9(9)V99.
       77 WcplCouv PIC 9(5)V9.
       77 WcplCouvGrat PIC 9(5)V9.
       77 WcplCoutH PIC 9(7)V99.
       77 WcplNbSalles PIC 9(3).
       77 WcplVilleNb PIC 9(2).
       77 WcplVIdx PIC 9(2).
       77 WcplVTrouve PIC 9(2).
       01 WcplTable.
          02 WcplSalle OCCURS 999 TIMES.
             03 WcplEntretien PIC 9(9)V99.
             03 WcplMateriel PIC 9(9)V99.
             03 WcplMinGarde PIC 9(7).
             03 WcplRecettes PIC S9(9)V99.
             03 WcplGratuites PIC 9(9)V99.
             03 WcplMinOccupe PIC 9(7).
       01 WcplVilleTable.
          02 WcplVLigne OCCURS 50 TIMES.
             03 WcplVille PIC 9(15).
             03 WcplVCout PIC 9(9)V99.
             03 WcplVRecettes PIC S9(9)V99.
             03 WcplVGratuites PIC 9(9)V99.
             03 WcplVMin PIC 9(8).

      *RELEVES D'HEURES DES GARDIENS (PAIE)
       77 fhe_stat PIC 9(2).
       77 fpg_stat PIC 9(2).
       77 WtsNom PIC X(30).
       77 WtsNomPaie PIC X(30).
       77 WtsAnnee PIC 9(4).
       77 WtsMois PIC 9(2).
       77 WtsPeriode PIC 9(6).
       77 WtsDeb PIC 9(8).
       77 WtsFin PIC 9(8).
      *Début des heures de soirée, en minutes (20h00)
       77 WtsSoir PIC 9(4) VALUE 1200.
       77 WtsMinDeb PIC 9(5).
       77 WtsMinFin PIC 9(5).
       77 WtsMin PIC 9(5).
       77 WtsMinSoir PIC 9(5).
       77 WtsJour PIC 9.
       77 WtsFerie PIC 9.
       77 WtsNature PIC X(6).
       77 WtsNormal PIC 9(6).
       77 WtsSoirTot PIC 9(6).
       77 WtsDimanche PIC 9(6).
       77 WtsFerieTot PIC 9(6).
       77 WtsTotal PIC 9(6).
       77 WtsNbGardes PIC 9(4).
       77 WtsNbFeuilles PIC 9(4).
       77 WtsNbVar PIC 9(6).
       77 WtsHeureDeb PIC 9(4).
       77 WtsHeureFin PIC 9(4).
       77 WtsRemNb PIC 9(3).
       77 WtsRemIdx PIC 9(3).
       77 WtsRemTrouve PIC 9(3).
       77 WtsRemMin PIC 9(5).
       77 WtsHh PIC 9(4).
       77 WtsMm PIC 9(3).
       01 WtsRemTable.
          02 WtsRemLigne OCCURS 500 TIMES.
             03 WtsRemSalle PIC 9(3).
             03 WtsRemDate PIC 9(8).
             03 WtsRemDeb PIC 9(5).
             03 WtsRemFin PIC 9(5).

      *DECOMPTE DE MANIFESTATION (LOT)
       77 fdl_stat PIC 9(2).
       77 fls_stat PIC 9(2).
       77 WdlLot PIC 9(8).
       77 WdlClub PIC 9(4).
       77 WdlNom PIC X(30).
       77 WdlNb PIC 9(3).
       77 WdlIdx PIC 9(3).
       77 WdlTrouve PIC 9(3).
       77 WdlNbFac PIC 9(3).
       77 WdlFIdx PIC 9(3).
       77 WdlLibelle PIC X(30).
       77 WdlTotCren PIC 9(7)V99.
       77 WdlTotMat PIC 9(7)V99.
       77 WdlTotFrais PIC 9(7)V99.
       77 WdlTotDeg PIC 9(7)V99.
       77 WdlArrhes PIC 9(7)V99.
       77 WdlCaution PIC 9(7)V99.
       77 WdlRetenu PIC 9(7)V99.
       77 WdlFacTot PIC S9(7)V99.
       77 WdlRegTot PIC S9(7)V99.
       77 WdlRegPart PIC S9(7)V99.
       77 WdlSolde PIC S9(7)V99.
       77 WdlSigne PIC S9.
       77 WdlEdMontant PIC -(7)9.99.
       77 WdlEdMontant2 PIC -(7)9.99.
       77 WdlEdMontant3 PIC -(7)9.99.
       01 WdlResaTable.
          02 WdlResa OCCURS 300 TIMES.
             03 WdlNumResa PIC 9(8).
             03 WdlAnnule PIC 9.
       01 WdlFacTable.
          02 WdlFac OCCURS 60 TIMES.
             03 WdlFacNum PIC 9(8).
             03 WdlFacPart PIC S9(7)V99.

      *USAGE SCOLAIRE DES GYMNASES
       77 fet_stat PIC 9(2).
       77 fcvs_stat PIC 9(2).
       77 fed_stat PIC 9(2).
       77 fedr_stat PIC 9(2).
       77 frs_stat PIC 9(2).
       77 WidCourantEtab PIC 9(4).
       77 WscoEtab PIC 9(4).
       77 WscoDeb PIC 9(8).
       77 WscoFin PIC 9(8).
       77 WscoIntDeb PIC 9(8).
       77 WscoIntFin PIC 9(8).
       77 WscoJour PIC 9.
       77 WscoMinDeb PIC 9(4).
       77 WscoMinFin PIC 9(4).
       77 WscoMin PIC 9(4).
       77 WscoMinPrevu PIC 9(4).
       77 WscoHh PIC 9(4).
       77 WscoMm PIC 9(3).
       77 WscoNbPoses PIC 9(5).
       77 WscoNbFermes PIC 9(5).
       77 WscoNbConflits PIC 9(5).
       77 WscoAnnee PIC 9(4).
       77 WscoTrim PIC 9.
       77 WscoMoisFin PIC 9(2).
       77 WscoTaux PIC 999V99.
       77 WscoNb PIC 9(3).
       77 WscoIdx PIC 9(3).
       77 WscoTrouve PIC 9(3).
       77 WscoTotMin PIC 9(7).
       77 WscoTotHT PIC 9(7)V99.
       77 WscoTotTVA PIC 9(7)V99.
       77 WscoTotTTC PIC 9(7)V99.
       77 WscoDeja PIC 9(8).
       77 WscoSansConv PIC 9.
       77 WscoNbFact PIC 9(4).
       77 WscoNom PIC X(30).
       77 WscoHeures PIC 9(5)V99.
       77 WscoEdHeures PIC Z(4)9.99.
       77 WscoEdMontant PIC Z(6)9.99.
       01 WscoTable.
          02 WscoLigne OCCURS 300 TIMES.
             03 WscoTEtab PIC 9(4).
             03 WscoTSalle PIC 9(3).
             03 WscoTPayeur PIC 9(4).
             03 WscoTPrevu PIC 9(7).
             03 WscoTMin PIC 9(7).
             03 WscoTHT PIC 9(7)V99.
             03 WscoTAbs PIC 9(4).
             03 WscoTSansConv PIC 9.

      *RESERVATIONS DES PARTICULIERS
       77 fpu_stat PIC 9(2).
       77 fru_stat PIC 9(2).
       77 WidCourantParticulier PIC 9(6).
       77 WpuClient PIC 9.
       77 WpuId PIC 9(6).
       77 WpuMode PIC X(10).
       77 WpuNom PIC X(30).
       77 WpuMois PIC 9(3).
       77 WpuCutoff PIC 9(8).
       77 WpuAnnee PIC 9(4).
       77 WpuMm PIC 9(4).
       77 WpuNb PIC 9(5).
       77 WpuEdMontant PIC Z(6)9.99.

      *IMPORT DES CALENDRIERS FEDERAUX
       77 feq_stat PIC 9(2).
       77 fcf_stat PIC 9(2).
       77 fcfr_stat PIC 9(2).
       77 WcfDate PIC 9(8).
       77 WcfCoup PIC 9(4).
       77 WcfMinDeb PIC 9(5).
       77 WcfMinFin PIC 9(5).
       77 WcfQuot PIC 9(5).
       77 WcfRes PIC 9(3).
       77 WcfMotif PIC X(80).
       77 WcfPoses PIC 9(5).
       77 WcfDeja PIC 9(5).
       77 WcfConflit PIC 9(8).
       77 WcfConflitClub PIC 9(4).
       77 WcfConflitType PIC X(15).
       77 WcfTrouve PIC 9.
       77 WcfConflitMin PIC 9(5).

      *CONSIGNES CHAUFFAGE / ECLAIRAGE (GTB)
       77 fgs_stat PIC 9(2).
       77 fgb_stat PIC 9(2).
       77 fgx_stat PIC 9(2).
       77 WgtNom PIC X(20).
       77 WgtDate PIC 9(8).
       77 WgtVersion PIC 9(2).
       77 WgtAvance PIC 9(3).
       77 WgtZones PIC 9.
       77 WgtEspace PIC 9(2).
       77 WgtFinEsp PIC 9.
       77 WgtFin PIC 9.
       77 WgtFermee PIC 9.
       77 WgtCombi PIC 9.
       77 WgtFinCombi PIC 9.
       77 WgtSalleLue PIC 9(3).
       77 WgtDeb PIC S9(5).
       77 WgtFinMin PIC S9(5).
       77 WgtMin PIC 9(5).
       77 WgtOn PIC 9(5).
       77 WgtOff PIC 9(5).
       77 WgtVal PIC 9.
       77 WgtPrec PIC 9.
       77 WgtTrouve PIC 9.
       77 WgtFinJour PIC 9.
       77 WgtCircuit PIC X.
       77 WgtHhmmOn PIC 9(4).
       77 WgtHhmmOff PIC 9(4).
       77 WgtHh PIC 9(2).
       77 WgtMm PIC 9(2).
       77 WgtNbLignes PIC 9(5).
       77 WgtNbJours PIC 9(3).
       01 WgtMinutes.
          02 WgtMinute OCCURS 1440 TIMES.
             03 WgtEcl PIC 9.
             03 WgtChf PIC 9.

      *JOURNAL DES CONTROLEURS D'ACCES
       77 flc_stat PIC 9(2).
       77 flr_stat PIC 9(2).
       77 WlecDate PIC 9(8).
       77 WlecHeure PIC 9(4).
       77 WlecHh PIC 9(2).
       77 WlecMm PIC 9(2).
       77 WlecMin PIC 9(5).
       77 WlecTs PIC 9(12).
       77 WlecSalle PIC 9(3).
       77 WlecClub PIC 9(4).
       77 WlecMotif PIC X(40).
       77 WlecTolerance PIC 9(3).
       77 WlecSortieTs PIC 9(12).
       77 WlecRetourTs PIC 9(12).
       77 WlecRendu PIC 9.
       77 WlecFin PIC 9.
       77 WlecNumResa PIC 9(8).
       77 WlecLot PIC 9(8).
       77 WlecAutre PIC 9.
       77 WlecPointes PIC 9(5).
       77 WlecDeja PIC 9(5).
       77 WlecSansResa PIC 9(5).
       77 WlecHors PIC 9(5).
       77 WlecRendus PIC 9(5).

      *BALANCE DES TOTAUX DE CONTROLE
       77 fbl_stat PIC 9(2).
       77 WbcAn PIC 9(4).
       77 WbcMo PIC 9(2).
       77 WbcBase PIC S9(7).
       77 WbcRang PIC S9(7).
       77 WbcIdx PIC 9(3).
       77 WbcMin PIC S9(5).
       77 WbcHh PIC 9(2).
       77 WbcType PIC A(15).
       77 WbcMont PIC 9(7)V99.
       77 WbcNbEcarts PIC 9(4).
       77 WbcRepere PIC 9(8).
       77 WbcLigne PIC 9(8).
       77 WbcCTotNb PIC 9(6).
       77 WbcCTotMont PIC 9(9)V99.
       77 WbcHjNb PIC 9(7).
       77 WbcHjMont PIC 9(9)V99.
       77 WbcHjCutoff PIC 9(8).
       77 WbcTotAvoir PIC S9(9)V99.
       77 WbcTotAnnul PIC 9(10)V99.
       77 WbcEcart PIC S9(8)V99.
       77 WbcEcartNb PIC S9(5).
       77 WbcExplic PIC X(40).
       77 WbcAlerte PIC 9.
       77 WbcEdR PIC -(8)9.99.
       77 WbcEdF PIC -(8)9.99.
       77 WbcEdA PIC -(8)9.99.
       77 WbcEdP PIC -(8)9.99.
       77 WbcEdH PIC -(8)9.99.
       77 WbcEdEcart PIC -(8)9.99.
       77 WbcEdEcartNb PIC -(5)9.
       01 WbcTable.
          02 WbcLigneMois OCCURS 24 TIMES.
             03 WbcMois PIC 9(6).
             03 WbcRNb PIC 9(5).
             03 WbcRMin PIC 9(7).
             03 WbcRMont PIC 9(7)V99.
             03 WbcHNb PIC 9(5).
             03 WbcHMont PIC 9(7)V99.
             03 WbcFNb PIC 9(5).
             03 WbcFMin PIC 9(7).
             03 WbcFMont PIC S9(7)V99.
             03 WbcANb PIC 9(5).
             03 WbcAMont PIC S9(7)V99.
             03 WbcPNb PIC 9(5).
             03 WbcPMont PIC 9(7)V99.
             03 WbcCNb PIC 9(5).
             03 WbcCMont PIC 9(7)V99.
             03 WbcArMin PIC 9(7).
             03 WbcArMont PIC 9(7)V99.
             03 WbcSmMin PIC 9(8).
             03 WbcSmMont PIC 9(9)V99.
             03 WbcFacture PIC 9.

      *REFERENTIEL DES SPORTS
       77 fsp_stat PIC 9(2).
       77 fsx_stat PIC 9(2).
       77 WspoSaisie PIC X(30).
       77 WspoCode PIC X(6).
       77 WspoLibelle PIC A(30).
       77 WspoFederation PIC X(40).
       77 WspoAncien PIC X(30).
       77 WspoOK PIC 9.
       77 WspoBlancOK PIC 9 VALUE 0.
       77 WspoVide PIC 9.
       77 WspoTrouve PIC 9.
       77 WspoExiste PIC 9.
       77 WspoTous PIC 9 VALUE 0.
       77 WspoFin PIC 9.
       77 WsxMode PIC 9.
       77 WsxTexte PIC A(30).
       77 WsxNouveau PIC A(30).
       77 WsxChange PIC 9.
       77 WsxFin PIC 9.
       77 WsxFinMap PIC 9.
       77 WsxFinRef PIC 9.
       77 WsxSource PIC X(30).
       77 WsxMaj PIC X(30).
       77 WsxNorm PIC X(30).
       77 WsxLgNorm PIC 99.
       77 WsxNormTxt PIC X(30).
       77 WsxLgTxt PIC 99.
       77 WsxNormRef PIC X(30).
       77 WsxLgRef PIC 99.
       77 WsxI PIC 99.
       77 WsxScore PIC 9.
       77 WsxMeilleur PIC 9.
       77 WsxRep PIC 9.
       77 WsxRevoir PIC 9.
       77 WsxNbAttente PIC 9(5).
       77 WsxNbSansProp PIC 9(5).
       77 WsxNbValides PIC 9(5).
       77 WsxNbConformes PIC 9(5).
       77 WsxNbFichier PIC 9(7).
       77 WsxNbTotal PIC 9(7).
       77 WsxFichier PIC X(10).

      *IDENTIFIANTS RNA / SIRET DES CLUBS
       77 fcb1_stat PIC 9(2).
       77 frx_stat PIC 9(2).
       77 frk_stat PIC 9(2).
       77 WrnIdClub PIC 9(4).
       77 WrnOK PIC 9.
       77 WrnSaisie PIC X(30).
       77 WrnSiret PIC X(14).
       77 WrnLgSaisie PIC 99.
       77 WrnLuhnZone PIC X(14).
       77 WrnLuhnLg PIC 99.
       77 WrnLuhnOK PIC 9.
       77 WrnChiffre PIC 99.
       77 WrnSomme PIC 9(4).
       77 WrnI PIC 9(3).
       77 WrnSauve PIC X(250).
       77 WrnRna PIC X(10).
       77 WrnFin PIC 9.
       77 WrnE1 PIC X(20).
       77 WrnE2 PIC X(20).
       77 WrnE3 PIC X(120).
       77 WrnE4 PIC X(60).
       77 WrnE5 PIC X(5).
       77 WrnE6 PIC X(10).
       77 WrnSource PIC X(120).
       77 WrnNorm PIC X(120).
       77 WrnLgNorm PIC 9(3).
       77 WrnNormReg PIC X(120).
       77 WrnLgReg PIC 9(3).
       77 WrnConstat PIC X(25).
       77 WrnDetail PIC X(60).
       77 WrnLus PIC 9(6).
       77 WrnConformes PIC 9(4).
       77 WrnEcarts PIC 9(4).
       77 WrnDissoutes PIC 9(4).
       77 WrnManquants PIC 9(4).
       77 WrnAbsents PIC 9(4).
      *Clubs dont le RNA figure à l'extrait (indice = fc_id)
       01 WrnVus.
          02 WrnVu PIC 9 OCCURS 9999 TIMES.

      *AMENAGEMENTS ET ACCESSIBILITE DES SALLES
       77 fam_stat PIC 9(2).
       77 fos_stat PIC 9(2).
       77 WamSalle PIC 9(3).
       77 WamOK PIC 9.
       77 WamExiste PIC 9.
       77 WamFin PIC 9.
       77 WamFinSalle PIC 9.
       77 WamNb PIC 9(4).
       77 WamFlag PIC 9.
       77 WamRep PIC X.
       77 WamNote PIC X(40).
       77 WamResume PIC X(40).
       77 WamPmr PIC 9.
       77 WamWcPmr PIC 9.
       77 WamVest PIC 9.
       77 WamDouche PIC 9.
       77 WamTribune PIC 9(4).
       77 WamSono PIC 9.
       77 WamCuisine PIC 9.
       77 WamCritActif PIC 9.
       77 WamCritPmr PIC 9.
       77 WamCritWcPmr PIC 9.
       77 WamCritVest PIC 9.
       77 WamCritDouche PIC 9.
       77 WamCritTribune PIC 9(4).
       77 WamCritSono PIC 9.
       77 WamCritCuisine PIC 9.

      *COORDONNEES GEOGRAPHIQUES ET DISTANCES
       77 fgo_stat PIC 9(2).
       77 fbn_stat PIC 9(2).
       77 fgk_stat PIC 9(2).
       77 WgeExiste PIC 9.
       77 WgeFin PIC 9.
       77 WgeLatEd PIC -99.999999.
       77 WgeLonEd PIC -999.999999.
       77 WgeLus PIC 9(7).
       77 WgeTrouves PIC 9(4).
       77 WgeManuels PIC 9(4).
       77 WgeType PIC X.
       77 WgeId PIC 9(4).
       77 WgeAdresse PIC X(30).
       77 WgeB1 PIC X(30).
       77 WgeB2 PIC X(30).
       77 WgeNumero PIC X(10).
       77 WgeRep PIC X(10).
       77 WgeVoie PIC X(100).
       77 WgeCp PIC X(5).
       77 WgeCpNum PIC 9(5).
       77 WgeB7 PIC X(10).
       77 WgeB8 PIC X(60).
       77 WgeB9 PIC X(10).
       77 WgeB10 PIC X(60).
       77 WgeB11 PIC X(20).
       77 WgeB12 PIC X(20).
       77 WgeLonTxt PIC X(20).
       77 WgeLatTxt PIC X(20).
       77 WgeLat1 PIC S9(2)V9(6).
       77 WgeLon1 PIC S9(3)V9(6).
       77 WgeLat2 PIC S9(2)V9(6).
       77 WgeLon2 PIC S9(3)V9(6).
       77 WgeCos PIC S9V9(8).
       77 WgeDx PIC S9(3)V9(8).
       77 WgeDy PIC S9(3)V9(8).
       77 WgeDist PIC 9(5)V9.
       77 WgeDistEd PIC ZZZZ9.9.
       77 WgeConnu PIC 9.
       77 WgeRefConnu PIC 9.
       77 WgePlace PIC 9.
       77 WgeJ PIC 9(4).
       77 WgeIdx PIC 9(4).
       77 WgeNb PIC 9(4).
       77 WgeLibres PIC 9(4).
      *Salles rangées par distance croissante (GEO_ORDONNE_SALLES)
       01 WgeTable.
          02 WgeLigne OCCURS 1000 TIMES.
             03 WgeSalleT PIC 9(3).
             03 WgeDistT PIC 9(5)V9.
             03 WgeConnuT PIC 9.
      *Adresses à géocoder (GEOCODE_CIBLES)
       77 WgcNb PIC 9(4).
       77 WgcIdx PIC 9(4).
       01 WgcTable.
          02 WgcLigne OCCURS 3000 TIMES.
             03 WgcType PIC X.
             03 WgcId PIC 9(4).
             03 WgcCp PIC 9(5).
             03 WgcAdresse PIC X(30).
             03 WgcNorm PIC X(60).
             03 WgcTrouve PIC 9.

      *SALLES COMBINEES
       77 fsj_stat PIC 9(2).
       77 WsjCombi PIC 9(3).
       77 WsjMembre PIC 9(3).
       77 WsjSalle PIC 9(3).
       77 WsjCherche PIC 9(3).
       77 WsjAjout PIC 9(3).
       77 WsjEstCombi PIC 9.
       77 WsjDeja PIC 9.
       77 WsjFin PIC 9.
       77 WsjFin2 PIC 9.
       77 WsjFinSaisie PIC 9.
       77 WsjNb PIC 9(3).
       77 WsjNbMembres PIC 9(2).
       77 WsjNbM PIC 9(2).
       77 WsjI PIC 9(2).
       77 WsjK PIC 9(2).
       77 WsjNbLiees PIC 9(2).
       77 WsjSalleResa PIC 9(3).
       77 WsjEspaceResa PIC 9(2).
       01 WsjSalleSauve PIC X(102).
       01 WsjLiees.
          02 WsjLiee PIC 9(3) OCCURS 20 TIMES.

      *DECLASSEMENT DES SALLES
       77 fdc_stat PIC 9(2).
       77 WdcSalle PIC 9(3).
       77 WdcSalleTest PIC 9(3).
       77 WdcSalleLue PIC 9(3).
       77 WdcDest PIC 9(3).
       77 WdcDestOK PIC 9.
       77 WdcDate PIC 9(8).
       77 WdcAuj PIC 9(8).
       77 WdcRef PIC 9(8).
       77 WdcEffet PIC 9(8).
       77 WdcHors PIC 9.
       77 WdcMotif PIC X(40).
       77 WdcNb PIC 9(4).
       77 WdcFin PIC 9.
       77 WdcChoix PIC 9.
       77 WdcLibelle PIC X(20).
       77 WdcPrix PIC 999V99.
       77 WdcIdx PIC 9(3).
       77 WdcNbCodes PIC 9(3).
       01 WdcCodes.
          02 WdcCodeLigne OCCURS 100 TIMES.
             03 WdcCode PIC X(10).
             03 WdcDehors PIC 9.
       01 WdcSauveSalle PIC X(120).

      *DISSOLUTION DES CLUBS
       77 fds_stat PIC 9(2).
       77 WdsNom PIC X(40).
       77 WdsClub PIC 9(4).
       77 WdsStatut PIC 9.
       77 WdsAuj PIC 9(8).
       77 WdsNb PIC 9(4).
       77 WdsReste PIC 9(2).
       77 WdsFin PIC 9.
       77 WdsFin2 PIC 9.
       77 WdsNbEch PIC 9(2).
       77 WdsStatutPlan PIC 9.
       77 WdsIdx PIC 9(3).
       77 WdsNbResas PIC 9(3).
       77 WdsMontant PIC 9(7)V99.
       01 WdsResas.
          02 WdsResaCle PIC X(18) OCCURS 500 TIMES.

      *MAIN COURANTE (INCIDENTS)
       77 fic_stat PIC 9(2).
       77 fip_stat PIC 9(2).
       77 WidCourantIncident PIC 9(8).
       77 WincNom PIC X(40).
       77 WincSalle PIC 9(3).
       77 WincHH PIC 99.
       77 WincMN PIC 99.
       77 WincMinutes PIC 9(4).
       77 WincTrouve PIC 9.
       77 WincEof PIC 9.
       77 WincAnnee PIC 9(4).
       77 WincMois PIC 99.
       77 WincDeb PIC 9(8).
       77 WincFinMois PIC 9(8).
       77 WincNb PIC 9(4).
       77 WincNbOuverts PIC 9(4).
       77 WincNbSecours PIC 9(4).
       77 WincIdx PIC 9.
       77 WincLibType PIC X(20).
       77 WincLibGrav PIC X(10).
       77 WincLibSecours PIC X(20).
       01 WincCompteurs.
          02 WincParType PIC 9(4) OCCURS 5 TIMES.
          02 WincParGrav PIC 9(4) OCCURS 3 TIMES.

      *ORDRES DE TRAVAUX
       77 fot_stat PIC 9(2).
       77 WidCourantOrdre PIC 9(8).
       77 WotAuj PIC 9(8).
       77 WotAge PIC 9(5).
       77 WotPrio PIC 9.
       77 WotNb PIC 9(4).
       77 WotNbVieux PIC 9(4).
       77 WotEof PIC 9.
       77 WotOk PIC 9.
       77 WotBloque PIC 9.
       77 WotRef PIC 9(8).
       77 WotLibPrio PIC X(8).
       77 WotLibStatut PIC X(9).

      *RECLAMATIONS DES CLUBS
       77 frec_stat PIC 9(2).
       77 frep_stat PIC 9(2).
       77 WidCourantReclam PIC 9(8).
       77 WrecNom PIC X(40).
       77 WrecAuj PIC 9(8).
       77 WrecDelai PIC 9(3).
       77 WrecClub PIC 9(4).
       77 WrecOk PIC 9.
       77 WrecEof PIC 9.
       77 WrecRetard PIC 9.
       77 WrecAnnee PIC 9(4).
       77 WrecMois PIC 99.
       77 WrecDeb PIC 9(8).
       77 WrecFinMois PIC 9(8).
       77 WrecRef PIC 9(8).
       77 WrecNb PIC 9(4).
       77 WrecNbOuv PIC 9(4).
       77 WrecNbRet PIC 9(4).
       77 WrecIdx PIC 9(2).
       77 WrecTrouve PIC 9(2).
       77 WrecNbSalles PIC 9(2).
       77 WrecLibCat PIC X(22).
       01 WrecParCat.
          02 WrecCat OCCURS 6 TIMES.
             03 WrecCatRecues PIC 9(4).
             03 WrecCatOuvertes PIC 9(4).
             03 WrecCatRetard PIC 9(4).
       01 WrecParSalle.
          02 WrecSal OCCURS 50 TIMES.
             03 WrecSalId PIC 9(3).
             03 WrecSalRecues PIC 9(4).
             03 WrecSalOuvertes PIC 9(4).
             03 WrecSalRetard PIC 9(4).

      *LIBERATION DES CRENEAUX NON POINTES
       77 fog_stat PIC 9(2).
       77 WlbAuto PIC 9.
       77 WlbAuj PIC 9(8).
       77 WlbHHMM PIC 9(4).
       77 WlbHH PIC 99.
       77 WlbMM PIC 99.
       77 WlbMinNow PIC 9(4).
       77 WlbDelai PIC 9(3).
       77 WlbGarde PIC 9(3).
       77 WlbFreq PIC 9(3).
       77 WlbDernierJour PIC 9(8) VALUE 0.
       77 WlbDernierMin PIC 9(4) VALUE 0.
       77 WlbLib PIC 9(4).
       77 WlbDeb PIC 9(4).
       77 WlbFin PIC 9(4).
       77 WlbOffD PIC 9(4).
       77 WlbOffF PIC 9(4).
       77 WlbAttD PIC 9(4).
       77 WlbAttF PIC 9(4).
       77 WlbLimite PIC 9(4).
       77 WlbSavH PIC 99.
       77 WlbSavMn PIC 99.
       77 WlbNumResa PIC 9(8).
       77 WlbEchue PIC 9.
       77 WlbFinScan PIC 9.
       77 WlbNb PIC 9(3).
       77 WlbNbLib PIC 9(3).
       77 WlbNbOffres PIC 9(3).
       77 WlbIdx PIC 9(3).
       77 WlbNbOff PIC 9(2).
       01 WlbCles.
          02 WlbCle PIC X(18) OCCURS 200 TIMES.
       01 WlbOffres.
          02 WlbOff PIC 9(8) OCCURS 50 TIMES.

      *PLAFONDS D'HEURES DE POINTE
       77 WplOK PIC 9.
       77 WplPointe PIC 9.
       77 WplCat PIC X(10).
       77 WplVille PIC 9(15).
       77 WplMaxCat PIC 9(6).
       77 WplMaxVil PIC 9(6).
       77 WplMinCat PIC 9(6).
       77 WplMinVil PIC 9(6).
       77 WplDuree PIC 9(6).
       77 WplLundi PIC 9(7).
       77 WplJour PIC 9(7).
       77 WplDate8 PIC 9(8).
       77 WplFin PIC 9.
       77 WplHeures PIC 9(4).

      *FIABILITE DES CLUBS
       77 ffb_stat PIC 9(2).
       77 WfbAnnee PIC 9(4).
       77 WfbNature PIC 9.
       77 WfbClub PIC 9(4).
       77 WfbPoidsNoShow PIC 9(3).
       77 WfbPoidsAnnul PIC 9(3).
       77 WfbPoidsDegat PIC 9(3).
       77 WfbPoidsImpaye PIC 9(3).
       77 WfbSeuil PIC 9(3).
       77 WfbRetrait PIC 9(7).
       77 WfbDuAvant PIC 9(9)V99.
       77 WfbMode PIC 9.
       77 WfbScore PIC 9(3).
       77 WfbBas PIC 9.
       77 WfbNb PIC 9(4).
       77 WfbNbBas PIC 9(4).
       77 WfbFin PIC 9.
       77 WfbFin2 PIC 9.
       77 WfbTmpTri PIC 9(8).
       01 WfbTriTable.
          02 WfbTri OCCURS 200 TIMES PIC 9(8).

      *EQUITE D'ATTRIBUTION (HEURES PAR LICENCIE)
       77 fhl_stat PIC 9(2).
       77 WhlSaison PIC 9(4).
       77 WhlDeb PIC 9(8).
       77 WhlFin PIC 9(8).
       77 WhlEcart PIC 9(3).
       77 WhlMin PIC 9(5).
       77 WhlFin1 PIC 9.
       77 WhlFin2 PIC 9.
       77 WhlIdx PIC 9(2).
       77 WhlIdxTrouve PIC 9(2).
       77 WhlSportNb PIC 9(2).
       77 WhlVilleNb PIC 9(2).
       77 WhlNbSignal PIC 9(4).
       77 WhlJeune PIC 9.
       77 WhlHeures PIC 9(6).
       77 WhlHUtil PIC 9(6).
       77 WhlHSubv PIC 9(6).
       77 WhlHGrat PIC 9(6).
       77 WhlRatioJeune PIC 9(4)V99.
       77 WhlMoy PIC 9(4)V99.
       77 WhlLibelle PIC X(20).
       01 WhlSportTable.
          02 WhlSportLigne OCCURS 30 TIMES.
             03 WhlSport PIC A(30).
             03 WhlSportMin PIC 9(9).
             03 WhlSportMinLic PIC 9(9).
             03 WhlSportLic PIC 9(7).
             03 WhlSportJeunes PIC 9(7).
             03 WhlSportClubs PIC 9(4).
       01 WhlVilleTable.
          02 WhlVilleLigne OCCURS 50 TIMES.
             03 WhlVille PIC 9(15).
             03 WhlVilleMin PIC 9(9).
             03 WhlVilleLic PIC 9(7).
             03 WhlVilleJeunes PIC 9(7).
             03 WhlVilleClubs PIC 9(4).

      *MANIFESTATIONS OUVERTES AU PUBLIC
       77 fpb_stat PIC 9(2).
       77 fpp_stat PIC 9(2).
       77 WpbNom PIC X(40).
       77 WpbOK PIC 9.
       77 WpbDeb PIC 9(8).
       77 WpbFin PIC 9(8).
       77 WpbFin1 PIC 9.
       77 WpbNb PIC 9(3).
       77 WpbIdx PIC 9(3).
       77 WpbJ PIC 9(3).
       77 WpbSalleCour PIC 9(3).
       77 WpbSportCour PIC A(30).
       77 WpbNiveauLib PIC X(15).
       77 WpbPrixEd PIC ZZ9.99.
       77 WpbTmp PIC X(53).
       01 WpbTable.
          02 WpbLigne OCCURS 200 TIMES.
      *      Clé de tri : salle, sport, date et heure de début
             03 WpbCleTri.
                04 WpbSalle PIC 9(3).
                04 WpbSport PIC A(30).
                04 WpbQuand PIC 9(12).
             03 WpbNumResa PIC 9(8).

      *JOURNAL DES ERREURS FICHIERS
       77 fej_stat PIC 9(2).
       77 WejFichier PIC X(20).
       77 WejStat PIC 9(2).
       77 WejOper PIC X(8).
       77 WejPara PIC X(30).
       77 WejCle PIC X(40).
       77 WejGrave PIC 9.
       77 WejFin PIC 9.
       77 WejFinSauve PIC 9.
       77 WejDeb PIC 9(8).
       77 WejNb PIC 9(5).
       77 WejNbGrave PIC 9(5).
       77 WejNbNuit PIC 9(5).
       77 WejNbNuitGrave PIC 9(5).
       77 WejLibelle PIC X(50).

      *CONVERSION DES MONTANTS ELARGIS
       77 fxr_stat PIC 9(2).
       77 fxd_stat PIC 9(2).
       77 fxa_stat PIC 9(2).
       77 fxh_stat PIC 9(2).
       77 fxj_stat PIC 9(2).
       77 fxb_stat PIC 9(2).
       77 fxt_stat PIC 9(2).
       77 fxp_stat PIC 9(2).
       77 WcmMode PIC 9.
       77 WcmFin PIC 9.
       77 WcmErreur PIC 9.
       77 WcmFaite PIC 9.
       77 WcmEtape PIC X(10).
       77 WcmErrEtape PIC 9.
       77 WcmTmpNom PIC X(20).
       77 WcmNb PIC 9(7).
       77 WcmNbSuspect PIC 9(7).
       77 WcmFichier PIC X(20).
       77 WcmNum PIC 9(8).
       77 WcmMinutes PIC S9(7).
       77 WcmMinDeb PIC 9(5).
       77 WcmMinFin PIC 9(5).
       77 WcmPrix PIC 999V99.
       77 WcmBrut PIC 9(7)V99.
       77 WcmSomme PIC 9(7)V99.
       77 WcmDebut PIC 9(8).
       77 WcmFinDate PIC 9(8).
       77 WcmEd PIC Z(6)9.99.
       77 WcmEdBrut PIC Z(6)9.99.
      *Images d'avant l'élargissement (Anc) et d'après (Nouv) :
      *partie commune, montants, suite de l'enregistrement
       01 WcmResaAnc.
          02 WcmResaTete.
             03 WcmResaSalle PIC 9(3).
             03 WcmResaDebA PIC 9(5).
             03 WcmResaDebM PIC 99.
             03 WcmResaDebJ PIC 99.
             03 WcmResaDebH PIC 99.
             03 WcmResaDebMn PIC 99.
             03 WcmResaEspace PIC 9(2).
             03 WcmResaClub PIC 9(4).
             03 WcmResaFinA PIC 9(5).
             03 WcmResaFinM PIC 99.
             03 WcmResaFinJ PIC 99.
             03 WcmResaFinH PIC 99.
             03 WcmResaFinMn PIC 99.
             03 WcmResaSport PIC X(30).
          02 WcmResaHT PIC 999V99.
          02 WcmResaTaxe PIC 999V99.
          02 WcmResaTTC PIC 9999V99.
          02 WcmResaQueue.
             03 WcmResaType PIC X(15).
             03 WcmResaActions PIC X(60).
             03 WcmResaNum PIC 9(8).
             03 WcmResaLot PIC 9(8).
       01 WcmResaNouv.
          02 WcmNResaTete PIC X(65).
          02 WcmNResaHT PIC 9(7)V99.
          02 WcmNResaTaxe PIC 9(7)V99.
          02 WcmNResaTTC PIC 9(7)V99.
          02 WcmNResaQueue PIC X(91).
       01 WcmDevisAnc.
          02 WcmDevisTete.
             03 WcmDevisNum PIC 9(8).
             03 WcmDevisClub PIC 9(4).
             03 WcmDevisSalle PIC 9(3).
             03 WcmDevisA PIC 9(5).
             03 WcmDevisM PIC 99.
             03 WcmDevisJ PIC 99.
             03 WcmDevisHDeb PIC 99.
             03 WcmDevisMnDeb PIC 99.
             03 WcmDevisHFin PIC 99.
             03 WcmDevisMnFin PIC 99.
             03 WcmDevisSport PIC X(30).
          02 WcmDevisHT PIC 999V99.
          02 WcmDevisTaxe PIC 999V99.
          02 WcmDevisTTC PIC 9999V99.
          02 WcmDevisQueue PIC X(25).
       01 WcmDevisNouv.
          02 WcmNDevisTete PIC X(62).
          02 WcmNDevisHT PIC 9(7)V99.
          02 WcmNDevisTaxe PIC 9(7)V99.
          02 WcmNDevisTTC PIC 9(7)V99.
          02 WcmNDevisQueue PIC X(25).
       01 WcmAnnulAnc.
          02 WcmAnnulTete PIC X(19).
          02 WcmAnnulTTC PIC 9999V99.
          02 WcmAnnulQueue PIC X(31).
       01 WcmAnnulNouv.
          02 WcmNAnnulTete PIC X(19).
          02 WcmNAnnulTTC PIC 9(7)V99.
          02 WcmNAnnulQueue PIC X(31).
          02 WcmNAnnulResa PIC 9(8).
          02 WcmNAnnulLot PIC 9(8).
       01 WcmArchAnc.
          02 WcmArchTete.
             03 WcmArchSalle PIC 9(3).
             03 WcmArchDebut PIC 9(12).
             03 WcmArchClub PIC 9(4).
             03 WcmArchFinA PIC 9(5).
             03 WcmArchFinM PIC 99.
             03 WcmArchFinJ PIC 99.
             03 WcmArchFinH PIC 99.
             03 WcmArchFinMn PIC 99.
             03 WcmArchSport PIC X(30).
          02 WcmArchTTC PIC 9999V99.
          02 WcmArchQueue.
             03 WcmArchType PIC X(15).
             03 WcmArchNum PIC 9(8).
       01 WcmArchNouv.
          02 WcmNArchTete PIC X(62).
          02 WcmNArchTTC PIC 9(7)V99.
          02 WcmNArchQueue PIC X(23).
       01 WcmJournAnc.
          02 WcmJournTete PIC X(15).
          02 WcmJournImage PIC X(172).
       01 WcmJournNouv.
          02 WcmNJournTete PIC X(15).
          02 WcmNJournImage PIC X(183).

      *PARAMETRES DE GESTION
       77 fpm_stat PIC 9(2).
       77 fpq_stat PIC 9(2).
       77 WpmNom PIC X(40).
       77 WpmCode PIC X(10).
       77 WpmDate8 PIC 9(8).
       77 WpmValeur PIC 9(5).
       77 WpmAncienne PIC 9(5).
       77 WpmDefaut PIC 9(5).
       77 WpmUnite PIC X(8).
       77 WpmLib PIC X(30).
       77 WpmTrouve PIC 9.
       77 WpmFin PIC 9.
       77 WpmOK PIC 9.
       77 WpmSortie PIC 9.
       77 WpmNb PIC 9(3).
       77 WpmEtat PIC X(10).
       77 WpmDepuis PIC X(10).
       77 WpmValEd PIC Z(5)9.
      *Ligne précédente du parcours (on ne connaît son état qu'à la
      *lecture de la suivante)
       77 WpmPrecOK PIC 9.
       01 WpmPrec.
          02 WpmPrecCode PIC X(10).
          02 WpmPrecDate PIC 9(8).
          02 WpmPrecValeur PIC 9(5).
          02 WpmPrecUnite PIC X(8).
          02 WpmPrecLib PIC X(30).
          02 WpmPrecSaisiPar PIC X(10).
          02 WpmPrecSaisie PIC 9(8).
      *Valeurs en vigueur, chargées au démarrage (CHARGE_PARAMETRES)
       77 WpmDevisJours PIC 9(3).
       77 WpmPas PIC 99.
      *Minute de début/fin admise en plus de 00 (30 au pas de la
      *demi-heure, 0 au pas de l'heure) et libellé de la saisie
       77 WpmMnPas PIC 99.
       77 WpmLibPas PIC X(8).
       77 WpmLgPas PIC 9.
       77 WpmOffreJours PIC 9(3).
       77 WpmGarde PIC 9(3).
       77 WpmNoShowMin PIC 9(3).
       77 WpmRelance1 PIC 9(3).
       77 WpmRelance2 PIC 9(3).
       77 WpmRelance3 PIC 9(3).
       77 WpmRgpdMois PIC 9(3).
       77 WpmRgpdPart PIC 9(3).
       77 WpmRapproJours PIC 9(3) VALUE 60.

      *PERIMETRE DES OPERATEURS (COMMUNES)
       77 fov_stat PIC 9(2).
      *1 = opérateur limité à ses communes (table WpeVilles)
       77 WpeLimite PIC 9 VALUE 0.
       77 WpeNb PIC 9(2).
       77 WpeIdx PIC 9(2).
       77 WpeOK PIC 9.
       77 WpeFin PIC 9.
       77 WpeVilleTest PIC 9(15).
       77 WpeSalle PIC 9(3).
       77 WpeClub PIC 9(4).
       77 WpeChoix PIC 9.
       77 WpeLogin PIC X(10).
       77 WpeSalleSauve PIC X(102).
       77 WpeClubSauve PIC X(236).
       01 WpeVilles.
          02 WpeVille OCCURS 20 TIMES PIC 9(15).

      *MOTS DE PASSE PROTEGES
       77 fpw_stat PIC 9(2).
       77 WmpType PIC X.
       77 WmpCompte PIC X(10).
       77 WmpMdp PIC X(20).
       77 WmpMdp2 PIC X(20).
       77 WmpClair PIC X(10).
       77 WmpSel PIC 9(6).
       77 WmpEmp PIC 9(12).
       77 WmpVal PIC 9(12).
       77 WmpHeure PIC 9(8).
       77 WmpCompteur PIC 9(5) VALUE 0.
       77 WmpPos PIC 9(2).
       77 WmpTour PIC 9(3).
       77 WmpRang PIC 9(2).
       77 WmpChiffre PIC 9.
       77 WmpChiffreSel PIC 9.
       77 WmpLong PIC 9(2).
       77 WmpIdx PIC 9.
       77 WmpOK PIC 9.
       77 WmpFin PIC 9.
       77 WmpTrouve PIC 9.
       77 WmpAChanger PIC 9.
       77 WmpExpire PIC 9.
       77 WmpAge PIC S9(7).
       77 WmpNbOper PIC 9(5).
       77 WmpNbClub PIC 9(5).
      *Paramètres MDPJOURS, MDPHISTO et MDPLONG (CHARGE_PARAMETRES)
       77 WpmMdpJours PIC 9(3) VALUE 90.
       77 WpmMdpHisto PIC 9 VALUE 5.
       77 WpmMdpLong PIC 9(2) VALUE 8.

      *DROIT D'ACCES RGPD
       77 fda_stat PIC 9(2).
       77 fdx_stat PIC 9(2).
       77 WdaNom PIC X(40).
       77 WdaType PIC X.
       77 WdaClub PIC 9(4).
       77 WdaClubX PIC X(4).
       77 WdaLicence PIC X(10).
       77 WdaAuj PIC 9(8).
       77 WdaNb PIC 9(6).
       77 WdaSect PIC 9(5).
       77 WdaFin PIC 9.
       77 WdaOK PIC 9.
       77 WdaChoix PIC 9.
       77 WdaAn PIC 9(4).
       77 WdaMois PIC 9(2).
       77 WdaJour PIC 9(2).
       77 WdaDate PIC 9(8).
       77 WdaDeb PIC 9(8).
       77 WdaTally PIC 9(3).
       77 WdaRetard PIC 9(4).
       77 WdaLong PIC 9(2).
       77 WdaTitre PIC X(60).
       77 WdaMontant PIC Z(6)9.99.

      *ENTREPOT DE DONNEES
       77 fdw_stat PIC 9(2).
       77 WdwNom PIC X(40).
       77 WdwPeriode PIC 9(6).
       77 WdwOK PIC 9.
       77 WdwDateExt PIC 9(8).
       77 WdwHeureExt PIC 9(6).
       77 WdwAn PIC 9(4).
       77 WdwMois PIC 9(2).
       77 WdwDeb PIC 9(8).
       77 WdwFin PIC 9(8).
       77 WdwFichier PIC X(12).
       77 WdwNb PIC 9(7).
       77 WdwTotal PIC 9(11)V99.
       77 WdwTotNb PIC 9(7).
       77 WdwFinLec PIC 9.
       77 WdwDate8 PIC 9(8).
       77 WdwHH PIC 99.
       77 WdwHD PIC 9(4).
       77 WdwHF PIC 9(4).
       77 WdwMin PIC 9(5).
       77 WdwPres PIC X(11).
       77 WdwSport PIC X(6).
       77 WdwPrecSalle PIC 9(3).
       77 WdwPrecType PIC X(4).
       77 WdwPrecIndex PIC 9(8).
       77 WdwConso PIC 9(8).
       77 WdwEdHT PIC 9(7).99.
       77 WdwEdTaxe PIC 9(7).99.
       77 WdwEdMont PIC 9(7).99.
       77 WdwEdTotal PIC 9(11).99.
       77 WdwIdx PIC 9(2).
       77 WdwNbFic PIC 9(2).
       01 WdwControle.
          02 WdwCtl OCCURS 12 TIMES.
             03 WdwCtlFic PIC X(12).
             03 WdwCtlNb PIC 9(7).
             03 WdwCtlTot PIC 9(11)V99.

      *LIGNES POUR FICHIERS SEQUENTIELS (backup/CSV/planning)
       77 WligneCsv PIC X(150).
       77 WligneBak PIC X(150).
          OPEN I-O fmandat
       END-IF

      * Fichiers facturation électronique (dossiers et fiches
      * Chorus Pro)
       OPEN I-O fefact
       IF fex_stat=35 THEN
          OPEN OUTPUT fefact
          CLOSE fefact
          OPEN I-O fefact
       END-IF
       OPEN I-O fchorus
       IF fcp_stat=35 THEN
          OPEN OUTPUT fchorus
          CLOSE fchorus
          OPEN I-O fchorus
       END-IF

      * Registre des lignes de facture
       OPEN I-O flignefact
       IF flf_stat=35 THEN
          OPEN OUTPUT flignefact
          CLOSE flignefact
          OPEN I-O flignefact
       END-IF

      * Scellement des factures et des règlements
       OPEN I-O fscel
       IF fsc_stat=35 THEN
          OPEN OUTPUT fscel
          CLOSE fscel
          OPEN I-O fscel
       END-IF

      * Admissions en non-valeur
       OPEN I-O fnonval
       IF fnv_stat=35 THEN
          OPEN OUTPUT fnonval
          CLOSE fnonval
          OPEN I-O fnonval
       END-IF

      * Échéanciers de paiement
       OPEN I-O fechplan
       IF fep_stat=35 THEN
          OPEN OUTPUT fechplan
          CLOSE fechplan
          OPEN I-O fechplan
       END-IF
       OPEN I-O fechfact
       IF fei_stat=35 THEN
          OPEN OUTPUT fechfact
          CLOSE fechfact
          OPEN I-O fechfact
       END-IF
       OPEN I-O fecheance
       IF fee_stat=35 THEN
          OPEN OUTPUT fecheance
          CLOSE fecheance
          OPEN I-O fecheance
       END-IF

      * Transactions PayFiP intégrées
       OPEN I-O fpaytrans
       IF fpy_stat=35 THEN
          OPEN OUTPUT fpaytrans
          CLOSE fpaytrans
          OPEN I-O fpaytrans
       END-IF

      * Opérations rapprochées du relevé bancaire
       OPEN I-O frappro
       IF frp_stat=35 THEN
          OPEN OUTPUT frappro
          CLOSE frappro
          OPEN I-O frappro
       END-IF

      * Registre des chèques impayés
       OPEN I-O fchqimp
       IF fci_stat=35 THEN
          OPEN OUTPUT fchqimp
          CLOSE fchqimp
          OPEN I-O fchqimp
       END-IF

      * Tiers payeurs
       OPEN I-O fpayeur
       IF fty_stat=35 THEN
          OPEN OUTPUT fpayeur
          CLOSE fpayeur
          OPEN I-O fpayeur
       END-IF

      * Désignations de tiers payeurs
       OPEN I-O ftiers
       IF fdt_stat=35 THEN
          OPEN OUTPUT ftiers
          CLOSE ftiers
          OPEN I-O ftiers
       END-IF

      * Factures adressées à un tiers payeur
       OPEN I-O ffactpay
       IF ffp_stat=35 THEN
          OPEN OUTPUT ffactpay
          CLOSE ffactpay
          OPEN I-O ffactpay
       END-IF

      * Effectifs déclarés des réservations
       OPEN I-O feffectif
       IF fgr_stat=35 THEN
          OPEN OUTPUT feffectif
          CLOSE feffectif
          OPEN I-O feffectif
       END-IF

      * Consommations de carnets d'heures
       OPEN I-O fcarconso
       IF fcc_stat=35 THEN
          OPEN OUTPUT fcarconso
          CLOSE fcarconso
          OPEN I-O fcarconso
       END-IF

      * Quotes-parts de la convention d'agglomération
       OPEN I-O fquotepart
       IF fqp_stat=35 THEN
          OPEN OUTPUT fquotepart
          CLOSE fquotepart
          OPEN I-O fquotepart
       END-IF

      * Décompte intercommunal
       OPEN I-O finterco
       IF fim_stat=35 THEN
          OPEN OUTPUT finterco
          CLOSE finterco
          OPEN I-O finterco
       END-IF

      * Subventions de fonctionnement
       OPEN I-O fsubvention
       IF fsu_stat=35 THEN
          OPEN OUTPUT fsubvention
          CLOSE fsubvention
          OPEN I-O fsubvention
       END-IF
       OPEN I-O fsubvers
       IF fvs_stat=35 THEN
          OPEN OUTPUT fsubvers
          CLOSE fsubvers
          OPEN I-O fsubvers
       END-IF

      * Lots soldés (décompte de manifestation)
       OPEN I-O flotsolde
       IF fls_stat=35 THEN
          OPEN OUTPUT flotsolde
          CLOSE flotsolde
          OPEN I-O flotsolde
       END-IF

      * Établissements scolaires
       OPEN I-O fetab
       IF fet_stat=35 THEN
          OPEN OUTPUT fetab
          CLOSE fetab
          OPEN I-O fetab
       END-IF

      * Conventions scolaires
       OPEN I-O fconvsco
       IF fcvs_stat=35 THEN
          OPEN OUTPUT fconvsco
          CLOSE fconvsco
          OPEN I-O fconvsco
       END-IF

      * Fiches des particuliers
       OPEN I-O fparticulier
       IF fpu_stat=35 THEN
          OPEN OUTPUT fparticulier
          CLOSE fparticulier
          OPEN I-O fparticulier
       END-IF

      * Équipes des calendriers fédéraux
       OPEN I-O fequipe
       IF feq_stat=35 THEN
          OPEN OUTPUT fequipe
          CLOSE fequipe
          OPEN I-O fequipe
       END-IF

      * Paramètres GTB des salles
       OPEN I-O fgtbsalle
       IF fgs_stat=35 THEN
          OPEN OUTPUT fgtbsalle
          CLOSE fgtbsalle
          OPEN I-O fgtbsalle
       END-IF

      * Émissions GTB par jour
       OPEN I-O fgtb
       IF fgb_stat=35 THEN
          OPEN OUTPUT fgtb
          CLOSE fgtb
          OPEN I-O fgtb
       END-IF

      * Référentiel des sports
       OPEN I-O fsport
       IF fsp_stat=35 THEN
          OPEN OUTPUT fsport
          CLOSE fsport
          OPEN I-O fsport
       END-IF

      * Correspondances des sports saisis en texte libre
       OPEN I-O fsportmap
       IF fsx_stat=35 THEN
          OPEN OUTPUT fsportmap
          CLOSE fsportmap
          OPEN I-O fsportmap
       END-IF

      * Aménagements et accessibilité des salles
       OPEN I-O famen
       IF fam_stat=35 THEN
          OPEN OUTPUT famen
          CLOSE famen
          OPEN I-O famen
       END-IF

      * Coordonnées géographiques des salles et des clubs
       OPEN I-O fgeo
       IF fgo_stat=35 THEN
          OPEN OUTPUT fgeo
          CLOSE fgeo
          OPEN I-O fgeo
       END-IF

      * Salles combinées
       OPEN I-O fcombi
       IF fsj_stat=35 THEN
          OPEN OUTPUT fcombi
          CLOSE fcombi
          OPEN I-O fcombi
       END-IF

      * Salles déclassées
       OPEN I-O fdeclass
       IF fdc_stat=35 THEN
          OPEN OUTPUT fdeclass
          CLOSE fdeclass
          OPEN I-O fdeclass
       END-IF

      * Main courante des salles
       OPEN I-O fincident
       IF fic_stat=35 THEN
          OPEN OUTPUT fincident
          CLOSE fincident
          OPEN I-O fincident
       END-IF

      * Ordres de travaux
       OPEN I-O fotravail
       IF fot_stat=35 THEN
          OPEN OUTPUT fotravail
          CLOSE fotravail
          OPEN I-O fotravail
       END-IF

      * Réclamations des clubs
       OPEN I-O freclam
       IF frec_stat=35 THEN
          OPEN OUTPUT freclam
          CLOSE freclam
          OPEN I-O freclam
       END-IF

      * Garde courte des offres du jour
       OPEN I-O foffgarde
       IF fog_stat=35 THEN
          OPEN OUTPUT foffgarde
          CLOSE foffgarde
          OPEN I-O foffgarde
       END-IF

      * Plafonds d'heures de pointe
       OPEN I-O fplafond
       IF fpl_stat=35 THEN
          OPEN OUTPUT fplafond
          CLOSE fplafond
          OPEN I-O fplafond
       END-IF

      * Scores de fiabilité des clubs
       OPEN I-O ffiab
       IF ffb_stat=35 THEN
          OPEN OUTPUT ffiab
          CLOSE ffiab
          OPEN I-O ffiab
       END-IF

      * Équité d'attribution (heures par licencié)
       OPEN I-O fheurelic
       IF fhl_stat=35 THEN
          OPEN OUTPUT fheurelic
          CLOSE fheurelic
          OPEN I-O fheurelic
       END-IF

      * Manifestations ouvertes au public
       OPEN I-O fpublic
       IF fpb_stat=35 THEN
          OPEN OUTPUT fpublic
          CLOSE fpublic
          OPEN I-O fpublic
       END-IF

      * Journal des erreurs fichiers
       OPEN I-O ferreur
       IF fej_stat=35 THEN
          OPEN OUTPUT ferreur
          CLOSE ferreur
          OPEN I-O ferreur
       END-IF

      * Fichier des paramètres de gestion
       OPEN I-O fparam
       IF fpm_stat=35 THEN
          OPEN OUTPUT fparam
          CLOSE fparam
          OPEN I-O fparam
       END-IF

      * Communes des opérateurs
       OPEN I-O foperville
       IF fov_stat=35 THEN
          OPEN OUTPUT foperville
          CLOSE foperville
          OPEN I-O foperville
       END-IF

      * Mots de passe protégés
       OPEN I-O fmdp
       IF fpw_stat=35 THEN
          OPEN OUTPUT fmdp
          CLOSE fmdp
          OPEN I-O fmdp
       END-IF

      * Registre des demandes de droit d'accès
       OPEN I-O fdacces
       IF fda_stat=35 THEN
          OPEN OUTPUT fdacces
          CLOSE fdacces
          OPEN I-O fdacces
       END-IF

      * Initialisation des ID et des tarifs si nécessaire
       PERFORM GET_FILE_STATUS
       PERFORM INIT_ID
       PERFORM INIT_TARIF
       PERFORM INIT_PARAMETRES
       PERFORM CHARGE_PARAMETRES
       PERFORM INIT_SCELLEMENT
       PERFORM INIT_MOTS_DE_PASSE

      * Reprise des opérations multi-fichiers coupées en plein vol,
      * avant toute ouverture du guichet
                 NOT INVALID KEY
                   DISPLAY 'Entrez votre mdp'
                   ACCEPT Wmdp
                   PERFORM MDP_VERIFIE_OPER
                   IF WmpOK = 1 AND fop_role = 1 THEN
      *              Pas de saisie la nuit : le changement dû est
      *              seulement signalé, il se fera à la connexion
                     IF WmpAChanger = 1 OR WmpExpire = 1 THEN
                       DISPLAY "/!\ Mot de passe de ",fop_login,
                               " à changer."
                     END-IF
                     MOVE fop_login TO WoperLogin
                     MOVE fop_role TO WoperRole
                     MOVE 1 TO WconnectedAsAdmin
                     MOVE 0 TO WpeLimite
                     MOVE 1 TO WseSucces
                     PERFORM LOG_SESSION
                     PERFORM MODE_BATCH_NUIT
                 NOT INVALID KEY
                   DISPLAY 'Entrez votre mdp'
                   ACCEPT Wmdp
                   PERFORM MDP_VERIFIE_OPER
                   MOVE WmpOK TO WmdpOK
                   IF WmdpOK = 1 THEN
                     PERFORM MDP_CONNEXION_CHANGE
                   END-IF
                   IF WmdpOK = 1 THEN
                     MOVE 1 TO WseSucces
                     PERFORM LOG_SESSION
                     PERFORM FORMATION_SAUVE
                     MOVE 1 TO WmodeFormation
                     MOVE "formation" TO WoperLogin
                     MOVE 1 TO WoperRole
                     MOVE 0 TO WpeLimite
                     MOVE 1 TO WconnectedAsAdmin
                     PERFORM MENU_ADMIN
                     PERFORM FORMATION_RESTAURE
                     MOVE 0 TO WmodeFormation
                   END-IF
                   IF WmdpOK = 0 THEN
                     DISPLAY "Mot de passe refusé : formation ",
                             "refusée."
                     MOVE 0 TO WseSucces
                     PERFORM LOG_SESSION
                   END-IF
      -                     ais >= WmaxEssais
                      DISPLAY 'Entrez votre mdp'
                      ACCEPT Wmdp
                      PERFORM MDP_VERIFIE_CLUB
                      IF WmpOK = 1 THEN
                        MOVE 1 TO WmdpOK
                      ELSE
                        ADD 1 TO WnbEssais
                        PERFORM LOG_SESSION
                      END-IF
                    END-PERFORM
                    IF WmdpOK = 1 THEN
                      MOVE "CLUB" TO WseType
                      MOVE SPACES TO WseLogin
                      MOVE WnumClub TO WseClub
                      PERFORM MDP_CONNEXION_CHANGE
                    END-IF
                    IF WmdpOK = 1 THEN
                      MOVE 0 TO WconnectedAsAdmin
                      MOVE "CLUB" TO WseType
                      MOVE 1 TO WseSucces
                      PERFORM LOG_SESSION
                      PERFORM MENU_USR
                    END-IF
                    IF WmdpOK = 0 THEN
                      DISPLAY "Trop d'essais, retour à l'identificatio
      -    "n."
                      MOVE "CLUB" TO WseType
      -                      sais >= WmaxEssais
                     DISPLAY 'Entrez votre mdp'
                     ACCEPT Wmdp
                     PERFORM MDP_VERIFIE_OPER
                     IF WmpOK = 1 THEN
                       MOVE 1 TO WmdpOK
                     ELSE
                       ADD 1 TO WnbEssais
                       PERFORM LOG_SESSION
                     END-IF
                   END-PERFORM
                   IF WmdpOK = 1 THEN
                     MOVE "OPERATEUR" TO WseType
                     MOVE fop_login TO WseLogin
                     MOVE 0 TO WseClub
                     PERFORM MDP_CONNEXION_CHANGE
                   END-IF
                   IF WmdpOK = 1 THEN
                     MOVE 1 TO WconnectedAsAdmin
                     MOVE fop_login TO WoperLogin
                     MOVE fop_role TO WoperRole
                     PERFORM PERIMETRE_CHARGE
                     MOVE "OPERATEUR" TO WseType
                     MOVE fop_login TO WseLogin
                     MOVE 0 TO WseClub
      *              chaque connexion d'un opérateur
                     PERFORM EVALUE_ALERTES
                     PERFORM MENU_ADMIN
                   END-IF
                   IF WmdpOK = 0 THEN
                     DISPLAY "Trop d'essais, retour à l'identificatio
      -    "n."
                     MOVE "OPERATEUR" TO WseType
       CLOSE fstatmois
       CLOSE falerte
       CLOSE fbordereau
       CLOSE fefact
       CLOSE fchorus
       CLOSE flignefact
       CLOSE fscel
       CLOSE fnonval
       CLOSE fechplan
       CLOSE fechfact
       CLOSE fecheance
       CLOSE fpaytrans
       CLOSE frappro
       CLOSE fchqimp
       CLOSE fpayeur
       CLOSE ftiers
       CLOSE ffactpay
       CLOSE feffectif
       CLOSE fcarconso
       CLOSE fquotepart
       CLOSE finterco
       CLOSE fsubvention
       CLOSE fsubvers
       CLOSE flotsolde
       CLOSE fetab
       CLOSE fconvsco
       CLOSE fparticulier
       CLOSE fequipe
       CLOSE fgtbsalle
       CLOSE fgtb
       CLOSE fsport
       CLOSE fsportmap
       CLOSE famen
       CLOSE fgeo
       CLOSE fcombi
       CLOSE fdeclass
       CLOSE fincident
       CLOSE fotravail
       CLOSE freclam
       CLOSE foffgarde
       CLOSE fplafond
       CLOSE ffiab
       CLOSE fheurelic
       CLOSE fpublic
       CLOSE ferreur
       CLOSE fparam
       CLOSE foperville
       CLOSE fmdp
       CLOSE fdacces
       STOP RUN.

      *PROCEDURES
       CLOSE fstatmois
       CLOSE falerte
       CLOSE fbordereau
       CLOSE fefact
       CLOSE fchorus
       CLOSE flignefact
       CLOSE fscel
       CLOSE fnonval
       CLOSE fechplan
       CLOSE fechfact
       CLOSE fecheance
       CLOSE fpaytrans
       CLOSE frappro
       CLOSE fchqimp
       CLOSE fpayeur
       CLOSE ftiers
       CLOSE ffactpay
       CLOSE feffectif
       CLOSE fcarconso
       CLOSE fquotepart
       CLOSE finterco
       CLOSE fsubvention
       CLOSE fsubvers
       CLOSE flotsolde
       CLOSE fetab
       CLOSE fconvsco
       CLOSE fparticulier
       CLOSE fequipe
       CLOSE fgtbsalle
       CLOSE fgtb
       CLOSE fsport
       CLOSE fsportmap
       CLOSE famen
       CLOSE fgeo
       CLOSE fcombi
       CLOSE fdeclass
       CLOSE fincident
       CLOSE fotravail
       CLOSE freclam
       CLOSE foffgarde
       CLOSE fplafond
       CLOSE ffiab
       CLOSE fheurelic
       CLOSE fpublic
       CLOSE ferreur
       CLOSE fparam
       CLOSE foperville
       CLOSE fmdp
       CLOSE fdacces
       STOP RUN.
      *Appel du fichier des menus
       COPY menus.
       COPY bordereau.
       COPY impayes.
       COPY derogation.
       COPY efacture.
       COPY lignefact.
       COPY scellement.
       COPY nonvaleur.
       COPY concur.
       COPY echeancier.
       COPY payfip.
       COPY rapprochement.
       COPY chequeimpaye.
       COPY tierspayeur.
       COPY evacuation.
       COPY arrete.
       COPY interco.
       COPY subvention.
       COPY coutcomplet.
       COPY heuresgardien.
       COPY decomptelot.
       COPY scolaire.
       COPY particulier.
       COPY calendrier.
       COPY gtb.
       COPY badge.
       COPY balance.
       COPY sport.
       COPY rna.
       COPY amenag.
       COPY geo.
       COPY combi.
       COPY declass.
       COPY dissol.
       COPY incident.
       COPY ordre.
       COPY reclam.
       COPY liberation.
       COPY plafond.
       COPY fiabilite.
       COPY equite.
       COPY public.
       COPY erreur.
       COPY conversion.
       COPY parametre.
       COPY perimetre.
       COPY motdepasse.
       COPY droitacces.
       COPY entrepot.
