           record key is fpa_dateEffet
           file status is cr_fparametres.

           select frubriques assign to "rubriques.dat"
           organization indexed
           access mode is dynamic
           record key is frb_code
           file status is cr_frubriques.

           select flignesBulletin assign to "lignesBulletin.dat"
           organization indexed
           access mode is dynamic
           record key is flb_cleLigne
           file status is cr_flignesBulletin.

           select fhistoMetiers assign to "historiqueMetiers.dat"
           organization indexed
           access mode is dynamic
           record key is fhm_cle
           file status is cr_fhistoMetiers.

           select frevalorisations assign to "revalorisations.dat"
           organization indexed
           access mode is dynamic
           record key is frv_numero
           file status is cr_frevalorisations.

           select fpaieBlanc assign to WS-NOM-FICHIER-SIMULATION
           organization is line sequential
           file status is cr_fpaieBlanc.

           select fcontrats assign to "contrats.dat"
           organization indexed
           access mode is dynamic
           record key is fct_identifiant
           file status is cr_fcontrats.

           select fdemandesConge assign to "demandesConge.dat"
           organization indexed
           access mode is dynamic
           record key is fdc_numero
           alternate record key is fdc_identifiant WITH DUPLICATES
           file status is cr_fdemandesConge.

           select forganismes assign to "organismes.dat"
           organization indexed
           access mode is dynamic
           record key is forg_code
           file status is cr_forganismes.

           select fadhesions assign to "adhesions.dat"
           organization indexed
           access mode is dynamic
           record key is fad_cle
           file status is cr_fadhesions.

           select fcotisationsBulletin assign to
               "cotisationsBulletin.dat"
           organization indexed
           access mode is dynamic
           record key is fcb_cle
           file status is cr_fcotisationsBulletin.

           select fpaiements assign to "paiements.dat"
           organization indexed
           access mode is dynamic
           record key is fpm_cle
           alternate record key is fpm_identifiant WITH DUPLICATES
           file status is cr_fpaiements.

           select fretourBanque assign to WS-NOM-FICHIER-RETOUR
           organization is line sequential
           file status is cr_fretourBanque.

           select ftableauBord assign to WS-NOM-FICHIER-TABLEAU
           organization is line sequential
           file status is cr_ftableauBord.

           select fbulletinsAncien assign to "bulletinsPaie_ancien.dat"
           organization indexed
           access mode is dynamic
           record key is fbpa_cleBP
           alternate record key is fbpa_mois WITH DUPLICATES
           alternate record key is fbpa_annee WITH DUPLICATES
           alternate record key is fbpa_identifiant WITH DUPLICATES
           file status is cr_fbulletinsAncien.

           select fcomptesAncien assign to "comptes_ancien.dat"
           organization indexed
           access mode is dynamic
           record key is fca_identifiant
           file status is cr_fcomptesAncien.

           select fexercices assign to "exercicesArchives.dat"
           organization indexed
           access mode is dynamic
           record key is fex_annee
           file status is cr_fexercices.

           select fhBulletins assign to WS-NOM-HISTO-BULLETINS
           organization indexed
           access mode is dynamic
           record key is hbp_cleBP
           alternate record key is hbp_identifiant WITH DUPLICATES
           file status is cr_fhBulletins.

           select fhConges assign to WS-NOM-HISTO-CONGES
           organization indexed
           access mode is dynamic
           record key is hco_cleConge
           alternate record key is hco_identifiant WITH DUPLICATES
           file status is cr_fhConges.

           select fhAnnules assign to WS-NOM-HISTO-ANNULES
           organization indexed
           access mode is dynamic
           record key is hba_cleAnnulation
           file status is cr_fhAnnules.

           select fhJournal assign to WS-NOM-HISTO-JOURNAL
           organization is line sequential
           file status is cr_fhJournal.

           select fjournalTravail assign to "journal.tmp"
           organization is line sequential
           file status is cr_fjournalTravail.

           select fhJournalTravail assign to WS-NOM-HISTO-JOURNAL-TMP
           organization is line sequential
           file status is cr_fhJournalTravail.

       DATA DIVISION.

       FILE SECTION.
           02 fbp_retenueReportee  PIC 9(10)V99.
           02 fbp_retenueReprise   PIC 9(10)V99.
           02 fbp_salaireNet       PIC 9(10)V99.
           02 fbp_baseImposable    PIC 9(10)V99.

       FD frapportsPaie.
       01 tamp_frapportsPaie.
       FD fbulletinDoc.
       01 ligne-bulletin PIC X(80).

      *Le mot de passe n'est pas conserve : seule son empreinte
      *(calculee avec le grain de sel fc_sel et l'identifiant) est
      *stockee - dates au format AAAAMMJJ, 0 = jamais
       FD fcomptes.
       01 tamp_fcomptes.
           02 fc_identifiant   PIC X(20).
           02 fc_empreinte.
              03 fc_empreinte1 PIC 9(12).
              03 fc_empreinte2 PIC 9(11).
           02 fc_sel           PIC 9(8).
           02 fc_niveauAcces   PIC A(1).
           02 fc_numEmploye    PIC X(10).
           02 fc_nbEchecs      PIC 9(2).
           02 fc_verrouille    PIC A(1).
           02 fc_dateVerrouillage  PIC 9(8).
           02 fc_dateMotDePasse    PIC 9(8).
           02 fc_changementRequis  PIC A(1).
           02 fc_derniereConnexion PIC 9(8).

      *Ancien format de bulletinsPaie.dat (sans fbp_baseImposable),
      *lu une seule fois pour la conversion
       FD fbulletinsAncien.
       01 tamp_fbulletinsAncien.
           02 fbpa_cleBP.
              03 fbpa_mois         PIC 9(2).
              03 fbpa_annee        PIC 9(4).
              03 fbpa_identifiant  PIC X(10).
           02 fbpa_donnees         PIC X(161).

      *Ancien format de comptes.dat (mot de passe en clair), lu une
      *seule fois pour la conversion
       FD fcomptesAncien.
       01 tamp_fcomptesAncien.
           02 fca_identifiant  PIC X(20).
           02 fca_motDePasse   PIC X(10).
           02 fca_niveauAcces  PIC A(1).
           02 fca_numEmploye   PIC X(10).

       FD fconges.
       01 tamp_fconges.
           02 fpt_heures           PIC X(8).
           02 fpt_avantages        PIC X(12).
           02 fpt_autresDeductions PIC X(12).
           02 fpt_rubriques.
              03 fpt_rubrique OCCURS 5 TIMES.
                 04 fpt_codeRubrique    PIC X(6).
                 04 fpt_montantRubrique PIC X(12).

       FD frejets.
       01 ligne-rejet PIC X(100).
           02 fj_operation     PIC X(25).
           02 fj_details       PIC X(100).

      *Referentiel des rubriques de paie : sens G (gain, ajoute au
      *brut) ou R (retenue, deduite du brut), assujettissement CNSS et
      *IR, et plafond mensuel - pour un gain non assujetti, plafond
      *d'exoneration au-dela duquel l'excedent redevient soumis ; pour
      *une retenue, montant mensuel maximal (0 = sans plafond)
       FD frubriques.
       01 tamp_frubriques.
           02 frb_code             PIC X(6).
           02 frb_libelle          PIC X(30).
           02 frb_sens             PIC A(1).
           02 frb_soumisCNSS       PIC A(1).
           02 frb_soumisIR         PIC A(1).
           02 frb_plafondMensuel   PIC 9(10)V99.

      *Lignes de detail des rubriques d'un bulletin, avec la part du
      *montant retenue dans l'assiette CNSS et dans l'assiette IR
       FD flignesBulletin.
       01 tamp_flignesBulletin.
           02 flb_cleLigne.
              03 flb_mois          PIC 9(2).
              03 flb_annee         PIC 9(4).
              03 flb_identifiant   PIC X(10).
              03 flb_numLigne      PIC 9(2).
           02 flb_code             PIC X(6).
           02 flb_libelle          PIC X(30).
           02 flb_sens             PIC A(1).
           02 flb_montant          PIC 9(10)V99.
           02 flb_partSoumiseCNSS  PIC 9(10)V99.
           02 flb_partSoumiseIR    PIC 9(10)V99.

      *Historique date des taux des metiers : un enregistrement par
      *changement de taux, avec son mois de prise d'effet (AAAAMM,
      *000000 = taux d'origine) - origine S (saisie du metier), E
      *(edition du metier) ou R (revalorisation numero
      *fhm_numRevalorisation)
       FD fhistoMetiers.
       01 tamp_fhistoMetiers.
           02 fhm_cle.
              03 fhm_nomMetier     PIC A(20).
              03 fhm_dateEffet     PIC 9(6).
           02 fhm_salaireBase      PIC 9(10)V99.
           02 fhm_tauxsupplementaire PIC 9(10)V99.
           02 fhm_origine          PIC A(1).
           02 fhm_numRevalorisation PIC 9(4).

      *Revalorisations salariales : hausse en pourcentage (P) ou en
      *montant horaire (M) des metiers d'un domaine (a blanc = tous
      *les metiers), simulee sur les bulletins du mois de reference
      *puis appliquee (A) ou refusee (R) par la direction - statut S
      *tant que la simulation est en attente de validation
       FD frevalorisations.
       01 tamp_frevalorisations.
           02 frv_numero           PIC 9(4).
           02 frv_domaine          PIC A(20).
           02 frv_typeHausse       PIC A(1).
           02 frv_valeur           PIC 9(7)V99.
           02 frv_dateEffet        PIC 9(6).
           02 frv_moisReference    PIC 9(2).
           02 frv_anneeReference   PIC 9(4).
           02 frv_statut           PIC A(1).
           02 frv_dateCreation     PIC X(10).
           02 frv_auteur           PIC X(20).
           02 frv_dateDecision     PIC X(10).
           02 frv_decideur         PIC X(20).
           02 frv_motifRefus       PIC X(40).
           02 frv_nbBulletins      PIC 9(4).
           02 frv_nbMetiers        PIC 9(4).
           02 frv_impactBrut       PIC S9(10)V99.
           02 frv_impactCharges    PIC S9(10)V99.

      *Etat recapitulatif d'une paie a blanc (simulation d'une
      *periode sans ecriture dans les fichiers de paie)
       FD fpaieBlanc.
       01 ligne-paieBlanc PIC X(100).

      *Contrat de travail en cours de l'employe : CDI, CDD ou STAGE,
      *dates au format JJ/MM/AAAA (fin a blanc pour un CDI, fin de
      *periode d'essai a blanc si aucune), fin initiale conservee et
      *nombre de renouvellements
       FD fcontrats.
       01 tamp_fcontrats.
           02 fct_identifiant      PIC X(10).
           02 fct_typeContrat      PIC X(5).
           02 fct_dateDebut        PIC X(10).
           02 fct_dateFin          PIC X(10).
           02 fct_dateFinEssai     PIC X(10).
           02 fct_dateFinInitiale  PIC X(10).
           02 fct_nbRenouvellements PIC 9(2).
           02 fct_dateMaj          PIC X(10).

      *Demandes de conge deposees depuis l'espace personnel : statut
      *E (en attente), A (acceptee, reportee dans conges.dat) ou R
      *(refusee avec motif)
       FD fdemandesConge.
       01 tamp_fdemandesConge.
           02 fdc_numero           PIC 9(5).
           02 fdc_identifiant      PIC X(10).
           02 fdc_dateDebut        PIC X(10).
           02 fdc_dateFin          PIC X(10).
           02 fdc_mois             PIC 9(2).
           02 fdc_annee            PIC 9(4).
           02 fdc_nbJours          PIC 9(3)V99.
           02 fdc_typeConge        PIC A(1).
           02 fdc_statut           PIC A(1).
           02 fdc_dateDemande      PIC X(10).
           02 fdc_dateDecision     PIC X(10).
           02 fdc_decideur         PIC X(20).
           02 fdc_motifRefus       PIC X(40).

      *Organismes de retraite complementaire (R, CIMR) et de
      *mutuelle (M) : taux salarial et patronal en fraction (0,0600
      *pour 6 %), plafond mensuel de l'assiette (0 = sans plafond),
      *part salariale deductible ou non de la base IR, numero
      *d'affiliation de l'entreprise et compte de tiers comptable
       FD forganismes.
       01 tamp_forganismes.
           02 forg_code            PIC X(6).
           02 forg_libelle         PIC X(30).
           02 forg_type            PIC A(1).
           02 forg_tauxSalarial    PIC 9V9(4).
           02 forg_tauxPatronal    PIC 9V9(4).
           02 forg_plafond         PIC 9(10)V99.
           02 forg_deductibleIR    PIC A(1).
           02 forg_numAffiliation  PIC X(15).
           02 forg_compte          PIC X(8).

      *Adhesion d'un employe a un organisme : premier mois cotise et
      *dernier mois cotise (AAAAMM, 000000 = adhesion en cours)
       FD fadhesions.
       01 tamp_fadhesions.
           02 fad_cle.
              03 fad_identifiant   PIC X(10).
              03 fad_codeOrganisme PIC X(6).
           02 fad_dateEffet        PIC 9(6).
           02 fad_dateFin          PIC 9(6).
           02 fad_numAdherent      PIC X(15).

      *Cotisations complementaires d'un bulletin, une ligne par
      *organisme, avec l'assiette et les taux appliques
       FD fcotisationsBulletin.
       01 tamp_fcotisationsBulletin.
           02 fcb_cle.
              03 fcb_annee         PIC 9(4).
              03 fcb_mois          PIC 9(2).
              03 fcb_identifiant   PIC X(10).
              03 fcb_codeOrganisme PIC X(6).
           02 fcb_libelle          PIC X(30).
           02 fcb_numAdherent      PIC X(15).
           02 fcb_base             PIC 9(10)V99.
           02 fcb_tauxSalarial     PIC 9V9(4).
           02 fcb_tauxPatronal     PIC 9V9(4).
           02 fcb_partSalariale    PIC 9(10)V99.
           02 fcb_partPatronale    PIC 9(10)V99.
           02 fcb_deductibleIR     PIC A(1).

      *Suivi du paiement des bulletins par virement : statut V (vire,
      *retour de la banque attendu), P (paye), R (rejete par la
      *banque, avec le motif) ou C (virement complementaire emis
      *apres correction du RIB, retour attendu) - RIB et montant du
      *dernier virement emis
       FD fpaiements.
       01 tamp_fpaiements.
           02 fpm_cle.
              03 fpm_annee         PIC 9(4).
              03 fpm_mois          PIC 9(2).
              03 fpm_identifiant   PIC X(10).
           02 fpm_statut           PIC A(1).
           02 fpm_montantVire      PIC 9(10)V99.
           02 fpm_montantRetour    PIC 9(10)V99.
           02 fpm_ribVire          PIC X(24).
           02 fpm_motifRejet       PIC X(40).
           02 fpm_dateVirement     PIC X(10).
           02 fpm_dateRetour       PIC X(10).
           02 fpm_nbComplementaires PIC 9(2).

      *Fichier retour de la banque : identifiant;montant;statut;motif
      *(statut PAYE ou REJET, motif du rejet facultatif)
       FD fretourBanque.
       01 ligne-retourBanque PIC X(100).

      *Tableau de bord de la masse salariale : etat imprimable en
      *largeur listing et fichier CSV
       FD ftableauBord.
       01 ligne-tableauBord PIC X(160).

      *Exercices archives : statut E (archivage en cours, a relancer)
      *ou A (archive), avec les nombres et totaux deplaces
       FD fexercices.
       01 tamp_fexercices.
           02 fex_annee            PIC 9(4).
           02 fex_statut           PIC A(1).
           02 fex_dateArchivage    PIC X(10).
           02 fex_utilisateur      PIC X(20).
           02 fex_nbBulletins      PIC 9(6).
           02 fex_totalBrut        PIC 9(12)V99.
           02 fex_totalNet         PIC 9(12)V99.
           02 fex_nbConges         PIC 9(6).
           02 fex_nbAnnules        PIC 9(6).
           02 fex_nbJournal        PIC 9(6).

      *Historiques par exercice (repertoire historique/), en lecture
      *seule une fois l'exercice archive : meme disposition que
      *tamp_fbulletinsPaie, tamp_fconges, tamp_fbulletinsAnnules et
      *tamp_fjournal
       FD fhBulletins.
       01 tamp_fhBulletins.
           02 hbp_cleBP.
              03 hbp_mois          PIC 9(2).
              03 hbp_annee         PIC 9(4).
              03 hbp_identifiant   PIC X(10).
           02 hbp_donnees          PIC X(173).

       FD fhConges.
       01 tamp_fhConges.
           02 hco_cleConge.
              03 hco_identifiant   PIC X(10).
              03 hco_mois          PIC 9(2).
              03 hco_annee         PIC 9(4).
           02 hco_donnees          PIC X(11).

       FD fhAnnules.
       01 tamp_fhAnnules.
           02 hba_cleAnnulation.
              03 hba_mois          PIC 9(2).
              03 hba_annee         PIC 9(4).
              03 hba_identifiant   PIC X(10).
              03 hba_rang          PIC 9(2).
           02 hba_donnees          PIC X(139).

       FD fhJournal.
       01 ligne-hJournal PIC X(164).

       FD fjournalTravail.
       01 ligne-journalTravail PIC X(164).

       FD fhJournalTravail.
       01 ligne-hJournalTravail PIC X(164).

       WORKING-STORAGE SECTION.
       01 CHOICE PIC 9(2).
       01 SEPARATOR PIC X(80) VALUE "--------------------------------"-
         "Sauvegarder / restaurer les fichiers de donnees".
         05 OPTION-33 PIC X(80) VALUE
         "Exporter les ecritures comptables de paie".
         05 OPTION-34 PIC X(80) VALUE
         "Gerer les rubriques de paie (primes, indemnites, retenues)".
         05 OPTION-35 PIC X(80) VALUE
         "Revalorisations salariales (simulation, historique taux)".
         05 OPTION-36 PIC X(80) VALUE
         "Valider ou refuser une revalorisation salariale".
         05 OPTION-37 PIC X(80) VALUE
         "Paie a blanc (simulation de la periode sans ecriture)".
         05 OPTION-38 PIC X(80) VALUE
         "Etat des echeances de contrats et periodes d'essai".
         05 OPTION-39 PIC X(80) VALUE
         "Traiter les demandes de conge en attente".
         05 OPTION-40 PIC X(80) VALUE
         "Gerer les organismes et adhesions (CIMR, mutuelle)".
         05 OPTION-41 PIC X(80) VALUE
         "Generer les declarations CIMR / mutuelle".
         05 OPTION-42 PIC X(80) VALUE
         "Importer le retour bancaire des virements".
         05 OPTION-43 PIC X(80) VALUE
         "Generer le virement complementaire des rejets".
         05 OPTION-44 PIC X(80) VALUE
         "Tableau de bord de la masse salariale (12 mois)".
         05 OPTION-45 PIC X(80) VALUE
         "Archiver un exercice clos".
         05 OPTION-46 PIC X(80) VALUE
         "Reediter une attestation fiscale".




       01 cpt.
           02 temp_fc_identifiant    PIC X(20).
           02 temp_fc_motDePasse     PIC X(20).
           02 temp_fc_motDePasse2    PIC X(20).
           02 temp_fc_niveauAcces    PIC A(1).
           02 temp_fc_numEmploye     PIC X(10).

      *Empreinte des mots de passe et controles de la politique
       01 sec.
           02 sec_identifiant       PIC X(20).
           02 sec_motDePasse        PIC X(20).
           02 sec_sel               PIC 9(8).
           02 sec_texte.
              03 sec_texteSel       PIC 9(8).
              03 sec_texteId        PIC X(20).
              03 sec_texteMdp       PIC X(20).
           02 sec_empreinte.
              03 sec_empreinte1     PIC 9(12).
              03 sec_empreinte2     PIC 9(11).
           02 sec_tour              PIC 9(4).
           02 sec_pos               PIC 9(2).
           02 sec_code              PIC 9(3).
           02 sec_longueur          PIC 9(2).
           02 sec_nbCaracteres      PIC 9(2).
           02 sec_nbLettres         PIC 9(2).
           02 sec_nbChiffres        PIC 9(2).
           02 sec_controleAncien    PIC 9.
           02 sec_dateJour          PIC 9(8).
           02 sec_jours             PIC 9(6).
           02 sec_motif             PIC X(30).
           02 sec_dateTexte         PIC X(10).
           02 sec_dateNum           PIC 9(8).
           02 sec_nbComptes         PIC 9(4).
           02 sec_nbVerrouilles     PIC 9(4).
           02 sec_nbInactifs        PIC 9(4).
           02 sec_nbExpires         PIC 9(4).
           02 sec_nbConvertis       PIC 9(4).
           02 affichage_sec         PIC Z9.
           02 affichage_secNombre   PIC ZZZ9.
       77 WMdpValide PIC 9.
       77 WMdpCorrect PIC 9.
       77 WMdpSaisi PIC 9.
       77 WMdpExpire PIC 9.
       77 WCompteSignale PIC 9.
       77 cr_fcomptesAncien PIC 9(2).
       77 cr_fbulletinsAncien PIC 9(2).
       77 WNbBulletinsConvertis PIC 9(6).

       01 recherche-employe.
           02 saisie_rechercheEmploye  PIC X(20).
           02 WS-RECHERCHE-UPPER       PIC X(20).
           02 temp_fco_nbGeneres     PIC 9(4).

       01 USERNAME      PIC X(20).
       01 MOTDEPASSE      PIC X(20).
       01 NIV-ACCES     PIC A(1).
      *Identifiant employe rattache au compte connecte (espace
      *personnel du niveau C), a blanc si le compte n'est pas rattache
       01 SEUIL-HEURES-NORMALES PIC 9(3)V99 VALUE 191.00.
       01 SEUIL-HEURES-ALERTE   PIC 9(3)V99 VALUE 260.00.

      *Politique de securite des comptes : verrouillage apres
      *MAX-ECHECS-CONNEXION echecs consecutifs, expiration du mot de
      *passe au bout de DUREE-VALIDITE-MDP jours, longueur minimale
      *et compte inactif sans connexion depuis DELAI-INACTIVITE jours
       01 MAX-ECHECS-CONNEXION  PIC 9(2) VALUE 5.
       01 DUREE-VALIDITE-MDP    PIC 9(3) VALUE 90.
       01 LONGUEUR-MIN-MDP      PIC 9(2) VALUE 8.
       01 DELAI-INACTIVITE      PIC 9(3) VALUE 90.

      *Droit a conges acquis chaque mois par employe actif, credite
      *automatiquement a l'ouverture de la periode de paie
       01 DROIT-CONGES-MENSUEL  PIC 9(2)V99 VALUE 1.50.
           02 lp_totalAutresDeductions PIC 9(12)V99.
           02 lp_totalNet          PIC 9(12)V99.
           02 lp_nbEmployes        PIC 9(4).
           02 lp_totalComplSalariale PIC 9(12)V99.
           02 lp_totalComplPatronale PIC 9(12)V99.

       01 cv.
           02 temp_cv_mois         PIC 9(2).
           02 temp_rif_annee       PIC 9(4).
           02 rif_cumulBrut        PIC 9(12)V99.
           02 rif_cumulCotisations PIC 9(12)V99.
           02 rif_cumulImposable   PIC 9(12)V99.
           02 rif_cumulIRRetenu    PIC 9(12)V99.
           02 rif_irAnnuelDu       PIC 9(12)V99.
           02 rif_complement       PIC 9(10)V99.
           02 affichage_ecr        PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_ecr2       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_ecr3       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 ecr_totalGains       PIC 9(12)V99.
           02 ecr_brutHorsGains    PIC S9(12)V99.
           02 ecr_nbRubriques      PIC 9(2).
           02 ecr_rubrique OCCURS 30 TIMES.
              03 ecr_rubCode       PIC X(6).
              03 ecr_rubLibelle    PIC X(30).
              03 ecr_rubSens       PIC A(1).
              03 ecr_rubMontant    PIC 9(12)V99.
           02 ecr_nbOrganismes     PIC 9(2).
           02 ecr_organisme OCCURS 10 TIMES.
              03 ecr_orgCode       PIC X(6).
              03 ecr_orgLibelle    PIC X(30).
              03 ecr_orgCompte     PIC X(8).
              03 ecr_orgSalariale  PIC 9(12)V99.
              03 ecr_orgPatronale  PIC 9(12)V99.
           02 ecr_horsTableSalariale PIC 9(12)V99.
           02 ecr_horsTablePatronale PIC 9(12)V99.
       77 WIdxEcr PIC 9(2).

       01 svg.
           02 svg_nomJeu           PIC X(40).
       77 WRetenueReportee PIC 9(10)V99.
       77 WRetenueReprise PIC 9(10)V99.
       77 cr_fretenues PIC 9(2).

      *Rubriques de paie du bulletin en cours de calcul (saisie au
      *clavier ou lignes du pointage) et totaux repris par
      *CALCULER-SALAIRE : montants hors assiette CNSS et hors assiette
      *IR (signes, une retenue non assujettie venant en diminution)
       01 rub.
           02 temp_frb_code          PIC X(6).
           02 temp_frb_libelle       PIC X(30).
           02 temp_frb_sens          PIC A(1).
           02 temp_frb_soumisCNSS    PIC A(1).
           02 temp_frb_soumisIR      PIC A(1).
           02 saisie_montantRubrique PIC X(12).
           02 vrai_montantRubrique   PIC 9(10)V99.
           02 affichage_rubrique     PIC Z,ZZZ,ZZ9.99.
           02 rub_nbLignes           PIC 9(2).
           02 rub_ligne OCCURS 10 TIMES.
              03 rub_code            PIC X(6).
              03 rub_libelle         PIC X(30).
              03 rub_sens            PIC A(1).
              03 rub_montant         PIC 9(10)V99.
              03 rub_partSoumiseCNSS PIC 9(10)V99.
              03 rub_partSoumiseIR   PIC 9(10)V99.
           02 rub_totalGains         PIC 9(10)V99.
           02 rub_totalRetenues      PIC 9(10)V99.
           02 rub_horsAssietteCNSS   PIC S9(10)V99.
           02 rub_horsAssietteIR     PIC S9(10)V99.
           02 rub_motifRefus         PIC X(40).
       77 WIdxRub PIC 9(2).
       77 WIdxRub2 PIC 9(2).
       77 WfinRub PIC 9.
       77 WPremiereFoisRubriques PIC 9.
       77 cr_frubriques PIC 9(2).
       77 cr_flignesBulletin PIC 9(2).
       77 WMontantCalcule PIC S9(10)V99.
       77 WBrutSoumisCNSS PIC 9(10)V99.
       77 WBrutSoumisIR PIC 9(10)V99.

      *Ecriture d'un taux dans l'historique des metiers : anciens
      *taux (repris comme taux d'origine si le metier n'a pas encore
      *d'historique), nouveaux taux et leur mois de prise d'effet
       01 hm.
           02 hm_ancienSalaireBase   PIC 9(10)V99.
           02 hm_ancienTauxSupp      PIC 9(10)V99.
           02 hm_nouveauSalaireBase  PIC 9(10)V99.
           02 hm_nouveauTauxSupp     PIC 9(10)V99.
           02 hm_dateEffet           PIC 9(6).
           02 hm_origine             PIC A(1).
           02 hm_numRevalorisation   PIC 9(4).
           02 hm_moisSauve           PIC 9(6).

      *Preparation, simulation et application d'une revalorisation
       01 rv.
           02 temp_frv_domaine       PIC A(20).
           02 temp_frv_typeHausse    PIC A(1).
           02 saisie_valeurHausse    PIC X(12).
           02 vrai_valeurHausse      PIC 9(7)V99.
           02 temp_frv_numero        PIC 9(4).
           02 temp_frv_decision      PIC A(1).
           02 rv_dateEffet           PIC 9(6).
           02 rv_anneeMoisReference  PIC 9(6).
           02 rv_anneeMoisBulletin   PIC 9(6).
           02 rv_moisReference       PIC 9(2).
           02 rv_anneeReference      PIC 9(4).
           02 rv_ancienSalaireBase   PIC 9(10)V99.
           02 rv_ancienTauxSupp      PIC 9(10)V99.
           02 rv_nouveauSalaireBase  PIC 9(10)V99.
           02 rv_nouveauTauxSupp     PIC 9(10)V99.
           02 rv_nouvellePrime       PIC 9(10)V99.
           02 rv_horsAssietteCNSS    PIC S9(10)V99.
           02 rv_brutSoumis          PIC S9(10)V99.
           02 rv_nouvellesCharges    PIC 9(10)V99.
           02 rv_brutSoumisCompl     PIC 9(10)V99.
           02 rv_baseCompl           PIC 9(10)V99.
           02 rv_chargesCompl        PIC 9(10)V99.
           02 rv_ecartBrut           PIC S9(10)V99.
           02 rv_ecartCharges        PIC S9(10)V99.
           02 rv_totalBrut           PIC 9(12)V99.
           02 rv_totalEcartBrut      PIC S9(12)V99.
           02 rv_totalEcartCharges   PIC S9(12)V99.
           02 rv_nbMetiers           PIC 9(4).
           02 rv_nbBulletins         PIC 9(4).
           02 rv_nbEnAttente         PIC 9(4).
           02 rv_metierConcerne      PIC 9.
           02 rv_dateJour            PIC X(10).
           02 affichage_rv           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_rv2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_rv3          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_rvTaux       PIC ZZZ,ZZ9.99.
           02 affichage_rvTaux2      PIC ZZZ,ZZ9.99.
       77 WfinHisto PIC 9.
       77 WfinMetierRv PIC 9.
       77 WHistoTrouve PIC 9.
       77 cr_fhistoMetiers PIC 9(2).
       77 cr_frevalorisations PIC 9(2).

      *Paie a blanc : cumuls de la periode simulee et rappel du
      *rapport de paie du mois precedent pour comparaison
       01 pab.
           02 pab_nbSimules          PIC 9(4).
           02 pab_totalBrut          PIC 9(12)V99.
           02 pab_totalCotisations   PIC 9(12)V99.
           02 pab_totalPatronales    PIC 9(12)V99.
           02 pab_totalImpot         PIC 9(12)V99.
           02 pab_totalDeductions    PIC 9(12)V99.
           02 pab_totalNet           PIC 9(12)V99.
           02 pab_moisPrecedent      PIC 9(2).
           02 pab_anneePrecedente    PIC 9(4).
           02 pab_rapportTrouve      PIC 9.
           02 pab_modePointage       PIC 9.
           02 pab_ligne              PIC X(100).
           02 pab_netPrecedent       PIC S9(12)V99.
           02 pab_libelle            PIC X(30).
           02 pab_montantSimule      PIC S9(12)V99.
           02 pab_montantPrecedent   PIC S9(12)V99.
           02 pab_ecart              PIC S9(12)V99.
           02 affichage_pab          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_pab2         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 affichage_pab3         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 WPaieABlanc PIC 9 VALUE 0.
       77 cr_fpaieBlanc PIC 9(2).

      *Contrat de travail en saisie ou en controle : les dates
      *JJ/MM/AAAA sont converties en AAAAMMJJ puis en rang de jour
      *pour le calcul des echeances
       01 ct.
           02 temp_fct_typeContrat   PIC X(5).
           02 temp_fct_dateDebut     PIC X(10).
           02 temp_fct_dateFin       PIC X(10).
           02 temp_fct_dateFinEssai  PIC X(10).
           02 ct_invite              PIC X(50).
           02 ct_dateSaisie          PIC X(10).
           02 ct_dateFacultative     PIC 9.
           02 ct_dateTexte           PIC X(10).
           02 ct_dateNum             PIC 9(8).
           02 ct_debutNum            PIC 9(8).
           02 ct_finNum              PIC 9(8).
           02 ct_jourNum             PIC 9(8).
           02 ct_rangJour            PIC 9(7).
           02 ct_ecartJours          PIC S9(7).
           02 ct_anneeMoisPaie       PIC 9(6).
           02 ct_anneeMoisFin        PIC 9(6).
           02 ct_echeance            PIC X(20).
           02 ct_tranche             PIC X(9).
           02 ct_motif               PIC X(60).
           02 ct_choix               PIC X(1).
           02 ct_contratTrouve       PIC 9.
           02 ct_crEcriture          PIC 9(2).
           02 ct_nbEchus             PIC 9(4).
           02 ct_nb30                PIC 9(4).
           02 ct_nb60                PIC 9(4).
           02 ct_nbEssais            PIC 9(4).
           02 affichage_ctJours      PIC -ZZZZ9.
       77 WDateSaisieOK PIC 9.
       77 cr_fcontrats PIC 9(2).

      *Demande de conge en libre-service et decision du directeur
       01 dc.
           02 temp_fdc_numero        PIC 9(5).
           02 temp_fdc_decision      PIC A(1).
           02 temp_fdc_motifRefus    PIC X(40).
           02 dc_dateDebut           PIC X(10).
           02 dc_dateFin             PIC X(10).
           02 dc_debutNum            PIC 9(8).
           02 dc_finNum              PIC 9(8).
           02 dc_joursCalendaires    PIC 9(3).
           02 dc_mois                PIC 9(2).
           02 dc_annee               PIC 9(4).
           02 saisie_joursDemande    PIC X(8).
           02 vrai_joursDemande      PIC 9(3)V99.
           02 dc_soldeTrouve         PIC 9.
           02 dc_soldeDisponible     PIC S9(3)V99.
           02 dc_joursEnAttente      PIC 9(3)V99.
           02 dc_anneeMois           PIC 9(6).
           02 dc_anneeMoisLu         PIC 9(6).
           02 dc_anneeMoisRetenu     PIC 9(6).
           02 dc_nbEnAttente         PIC 9(4).
           02 dc_libelleStatut       PIC X(10).
       77 cr_fdemandesConge PIC 9(2).

      *Retraite complementaire et mutuelle : saisie du referentiel
      *et des adhesions, cotisations du bulletin en cours de calcul
      *(reprises de cotisationsBulletin.dat pour une reimpression) et
      *cumuls pour les declarations par organisme
       01 cc.
           02 temp_forg_code         PIC X(6).
           02 temp_forg_libelle      PIC X(30).
           02 temp_forg_type         PIC A(1).
           02 temp_forg_deductibleIR PIC A(1).
           02 temp_forg_numAffiliation PIC X(15).
           02 temp_forg_compte       PIC X(8).
           02 temp_fad_identifiant   PIC X(10).
           02 temp_fad_numAdherent   PIC X(15).
           02 saisie_tauxOrganisme   PIC X(12).
           02 vrai_tauxOrganisme     PIC 9V9(4).
           02 saisie_plafondOrganisme PIC X(12).
           02 vrai_plafondOrganisme  PIC 9(10)V99.
           02 cc_dateEffet           PIC 9(6).
           02 cc_base                PIC 9(10)V99.
           02 cc_nbLignes            PIC 9(2).
           02 cc_ligne OCCURS 5 TIMES.
              03 cc_code             PIC X(6).
              03 cc_libelle          PIC X(30).
              03 cc_numAdherent      PIC X(15).
              03 cc_baseLigne        PIC 9(10)V99.
              03 cc_tauxSalarial     PIC 9V9(4).
              03 cc_tauxPatronal     PIC 9V9(4).
              03 cc_partSalariale    PIC 9(10)V99.
              03 cc_partPatronale    PIC 9(10)V99.
              03 cc_deductibleIR     PIC A(1).
           02 cc_totalSalariale      PIC 9(10)V99.
           02 cc_totalPatronale      PIC 9(10)V99.
           02 cc_totalDeductibleIR   PIC 9(10)V99.
           02 cc_moisCumul           PIC 9(2).
           02 cc_anneeCumul          PIC 9(4).
           02 cc_cumulSalariale      PIC 9(12)V99.
           02 cc_cumulPatronale      PIC 9(12)V99.
           02 cc_cumulBase           PIC 9(12)V99.
           02 cc_nbAdherents         PIC 9(4).
           02 cc_nbDeclarations      PIC 9(4).
           02 cc_typeLibelle         PIC X(10).
           02 affichage_ccTaux       PIC 9.9999.
           02 affichage_ccTaux2      PIC 9.9999.
           02 affichage_cc           PIC Z,ZZZ,ZZ9.99.
           02 affichage_cc2          PIC Z,ZZZ,ZZ9.99.
           02 affichage_ccCumul      PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WIdxCc PIC 9(2).
       77 WfinCc PIC 9.
       77 WfinOrg PIC 9.
       77 cr_forganismes PIC 9(2).
       77 cr_fadhesions PIC 9(2).
       77 cr_fcotisationsBulletin PIC 9(2).

      *Retour bancaire des virements : ligne du fichier de la banque,
      *compteurs du rapprochement et du virement complementaire
       01 rb.
           02 rb_identifiant         PIC X(10).
           02 rb_montantTexte        PIC X(15).
           02 rb_statutTexte         PIC X(10).
           02 rb_motif               PIC X(40).
           02 rb_montant             PIC 9(10)V99.
           02 rb_nbPoints            PIC 9(2).
           02 rb_statut              PIC A(1).
           02 rb_typeEcart           PIC X(20).
           02 rb_montantBulletin     PIC 9(10)V99.
           02 rb_nomFichier          PIC X(40).
           02 rb_nbLues              PIC 9(4).
           02 rb_nbPayes             PIC 9(4).
           02 rb_nbRejetes           PIC 9(4).
           02 rb_nbEcartsMontant     PIC 9(4).
           02 rb_nbInconnues         PIC 9(4).
           02 rb_nbAbsentes          PIC 9(4).
           02 rb_nbInvalides         PIC 9(4).
           02 rb_nbVires             PIC 9(4).
           02 rb_nbNonCorriges       PIC 9(4).
           02 rb_totalVire           PIC 9(12)V99.
           02 rb_libelleStatut       PIC X(40).
           02 affichage_rb           PIC Z,ZZZ,ZZ9.99.
           02 affichage_rb2          PIC Z,ZZZ,ZZ9.99.
       77 WfinRb PIC 9.
       77 WPaiementTrouve PIC 9.
       77 WStatutPaiementAnnule PIC A(1).
       77 cr_fpaiements PIC 9(2).
       77 cr_fretourBanque PIC 9(2).

      *Tableau de bord de la masse salariale : 13 mois par metier (le
      *premier, qui precede la fenetre de 12 mois, ne sert qu'a la
      *variation du premier mois affiche) - les metiers sont charges
      *dans l'ordre des domaines, un metier absent de metiers.dat est
      *range sous le domaine NON CLASSE
       01 tb.
           02 tb_moisRef             PIC 9(2).
           02 tb_anneeRef            PIC 9(4).
           02 tb_anneeDebut          PIC 9(4).
           02 tb_rangDebut           PIC 9(6).
           02 tb_rang                PIC 9(6).
           02 tb_annee               PIC 9(4).
           02 tb_mois                PIC 9(2).
           02 tb_dateTexte           PIC X(10).
           02 tb_typeMouvement       PIC A(1).
           02 tb_nomRecherche        PIC A(20).
           02 tb_libelleDomaine      PIC A(20).
           02 tb_nbMetiers           PIC 9(2).
           02 tb_nbHorsTableau       PIC 9(4).
           02 tb_chargesBulletin     PIC 9(10)V99.
           02 tb_sortie              PIC A(1).
           02 tb_niveau              PIC X(20).
           02 tb_titre               PIC X(60).
           02 tb_libelleLigne        PIC X(20).
           02 tb_metier OCCURS 40.
              03 tb_nomMetier        PIC A(20).
              03 tb_domaine          PIC A(20).
              03 tb_moisMetier OCCURS 13.
                 04 tb_effectif      PIC 9(4).
                 04 tb_entrees       PIC 9(4).
                 04 tb_sorties       PIC 9(4).
                 04 tb_brut          PIC 9(12)V99.
                 04 tb_heuresTrav    PIC 9(7)V99.
                 04 tb_heuresSup     PIC 9(7)V99.
                 04 tb_charges       PIC 9(12)V99.
      *Bloc en cours d'edition, cumul du domaine et de l'entreprise
           02 tb_bloc OCCURS 13.
              03 tb_bEffectif        PIC 9(5).
              03 tb_bEntrees         PIC 9(5).
              03 tb_bSorties         PIC 9(5).
              03 tb_bBrut            PIC 9(12)V99.
              03 tb_bHeuresTrav      PIC 9(7)V99.
              03 tb_bHeuresSup       PIC 9(7)V99.
              03 tb_bCharges         PIC 9(12)V99.
           02 tb_dom OCCURS 13.
              03 tb_dEffectif        PIC 9(5).
              03 tb_dEntrees         PIC 9(5).
              03 tb_dSorties         PIC 9(5).
              03 tb_dBrut            PIC 9(12)V99.
              03 tb_dHeuresTrav      PIC 9(7)V99.
              03 tb_dHeuresSup       PIC 9(7)V99.
              03 tb_dCharges         PIC 9(12)V99.
           02 tb_tot OCCURS 13.
              03 tb_tEffectif        PIC 9(5).
              03 tb_tEntrees         PIC 9(5).
              03 tb_tSorties         PIC 9(5).
              03 tb_tBrut            PIC 9(12)V99.
              03 tb_tHeuresTrav      PIC 9(7)V99.
              03 tb_tHeuresSup       PIC 9(7)V99.
              03 tb_tCharges         PIC 9(12)V99.
           02 tb_cout                PIC 9(12)V99.
           02 tb_coutPrecedent       PIC 9(12)V99.
           02 tb_coutMoyen           PIC 9(10)V99.
           02 tb_partHS              PIC 9(3)V99.
           02 tb_variation           PIC S9(5)V99.
           02 tb_libelleMois         PIC X(7).
           02 affichage_tbEffectif   PIC ZZZZ9.
           02 affichage_tbEntrees    PIC ZZZZ9.
           02 affichage_tbSorties    PIC ZZZZ9.
           02 affichage_tbBrut       PIC ZZZ,ZZZ,ZZ9.99.
           02 affichage_tbPart       PIC ZZ9.99.
           02 affichage_tbCharges    PIC ZZZ,ZZZ,ZZ9.99.
           02 affichage_tbCout       PIC ZZZ,ZZZ,ZZ9.99.
           02 affichage_tbMoyen      PIC Z,ZZZ,ZZ9.99.
           02 affichage_tbVariation  PIC -ZZZZ9.99.
           02 csv_tbBrut             PIC Z(11)9.99.
           02 csv_tbCharges          PIC Z(11)9.99.
           02 csv_tbCout             PIC Z(11)9.99.
           02 csv_tbMoyen            PIC Z(9)9.99.
           02 csv_tbVariation        PIC X(10).
       77 WIdxTb PIC 9(2).
       77 WIdxTbMois PIC 9(2).
       77 WIdxTbTrouve PIC 9(2).
       77 WfinTb PIC 9.
       77 cr_ftableauBord PIC 9(2).

      *Archivage des exercices clos et lecture des historiques
       01 arc.
           02 arc_annee              PIC 9(4).
           02 arc_identifiant        PIC X(10).
           02 arc_statutExercice     PIC A(1).
           02 arc_motif              PIC X(60).
           02 arc_mois               PIC 9(2).
           02 arc_nbBpCopies         PIC 9(6).
           02 arc_nbBpSupprimes      PIC 9(6).
           02 arc_nbBpHisto          PIC 9(6).
           02 arc_nbBpRestants       PIC 9(6).
           02 arc_totalBrut          PIC 9(12)V99.
           02 arc_totalNet           PIC 9(12)V99.
           02 arc_totalIR            PIC 9(12)V99.
           02 arc_nbCoCopies         PIC 9(6).
           02 arc_nbCoSupprimes      PIC 9(6).
           02 arc_nbCoHisto          PIC 9(6).
           02 arc_nbCoRestants       PIC 9(6).
           02 arc_totalJoursPris     PIC 9(7)V99.
           02 arc_nbBaCopies         PIC 9(6).
           02 arc_nbBaSupprimes      PIC 9(6).
           02 arc_nbBaHisto          PIC 9(6).
           02 arc_nbBaRestants       PIC 9(6).
           02 arc_totalNetAnnule     PIC 9(12)V99.
           02 arc_nbJoDeplaces       PIC 9(6).
           02 arc_nbJoConserves      PIC 9(6).
           02 arc_journalHistorise   PIC 9.
           02 arc_ligneConservee     PIC 9.
           02 arc_libelle            PIC X(40).
           02 arc_nombre             PIC 9(6).
           02 affichage_arcNombre    PIC ZZZ,ZZ9.
           02 affichage_arc          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WExerciceArchive PIC 9.
       77 WBulletinTrouve PIC 9.
       77 WCongeTrouve PIC 9.
       77 WfinArc PIC 9.
       77 WfinArc2 PIC 9.
       77 cr_fexercices PIC 9(2).
       77 cr_fhBulletins PIC 9(2).
       77 cr_fhConges PIC 9(2).
       77 cr_fhAnnules PIC 9(2).
       77 cr_fhJournal PIC 9(2).
       77 cr_fjournalTravail PIC 9(2).
       77 cr_fhJournalTravail PIC 9(2).
       77 WHeuresParJourConge PIC 9(2)V99 VALUE 8.00.
       77 WPremiereFoisEmployes PIC 9.
       77 WPremiereFoisMetiers  PIC 9.
       01 WS-NOM-FICHIER-REJETS   PIC X(40).
       01 WS-NOM-FICHIER-POINTAGE PIC X(40) VALUE "pointage.txt".
       01 WS-NOM-FICHIER-CR       PIC X(40).
       01 WS-NOM-FICHIER-SIMULATION PIC X(40).
       01 WS-NOM-FICHIER-RETOUR   PIC X(40).
       01 WS-NOM-FICHIER-TABLEAU  PIC X(40).
       01 WS-NOM-HISTO-BULLETINS  PIC X(40).
       01 WS-NOM-HISTO-CONGES     PIC X(40).
       01 WS-NOM-HISTO-ANNULES    PIC X(40).
       01 WS-NOM-HISTO-JOURNAL    PIC X(40).
       01 WS-NOM-HISTO-JOURNAL-TMP PIC X(40).

      *Chaine de paie mensuelle en mode batch : pilotee par le
      *fichier de commande paiebatch.txt (PERIODE=MM/AAAA,
      *ETAPES=SIMULATION,BP,RBP,VIREMENT,CNSS,ORGANISMES,LIVRE,
      *POINTAGE=fichier), lancee
      *par l'argument BATCH sur la ligne de commande
       01 batch.
           02 WLigneCommande       PIC X(20).
           02 batch_mois           PIC 9(2).
           02 batch_annee          PIC 9(4).
           02 batch_periodeLue     PIC 9.
           02 batch_etapeSimulation PIC 9.
           02 batch_etapeBP        PIC 9.
           02 batch_etapeRBP       PIC 9.
           02 batch_etapeVirement  PIC 9.
           02 batch_etapeCNSS      PIC 9.
           02 batch_etapeOrganismes PIC 9.
           02 batch_etapeLivre     PIC 9.
           02 batch_echec          PIC 9.
           02 batch_etapes.
              03 batch_etapeToken OCCURS 8 TIMES PIC X(12).
           02 batch_affLues        PIC ZZZ9.
           02 batch_affProduits    PIC ZZZ9.
           02 batch_affRejets      PIC ZZZ9.
       END-IF
       CLOSE fmetiers

       PERFORM CONTROLER-FORMAT-BULLETINS
       OPEN I-O fbulletinsPaie
       IF cr_fbulletinsPaie=35 THEN
       OPEN OUTPUT fbulletinsPaie
       END-IF
       CLOSE frapportsPaie

      *La conversion eventuelle de l'ancien format passe avant la
      *creation des comptes d'origine
       PERFORM CONTROLER-FORMAT-COMPTES
       MOVE 0 TO WPremiereFoisComptes
       OPEN I-O fcomptes
       IF cr_fcomptes=35 THEN
       END-IF
       CLOSE fretenues

       MOVE 0 TO WPremiereFoisRubriques
       OPEN I-O frubriques
       IF cr_frubriques=35 THEN
       MOVE 1 TO WPremiereFoisRubriques
       OPEN OUTPUT frubriques
       END-IF
       CLOSE frubriques

       OPEN I-O flignesBulletin
       IF cr_flignesBulletin=35 THEN
       OPEN OUTPUT flignesBulletin
       END-IF
       CLOSE flignesBulletin

       OPEN I-O fhistoMetiers
       IF cr_fhistoMetiers=35 THEN
       OPEN OUTPUT fhistoMetiers
       END-IF
       CLOSE fhistoMetiers

       OPEN I-O frevalorisations
       IF cr_frevalorisations=35 THEN
       OPEN OUTPUT frevalorisations
       END-IF
       CLOSE frevalorisations

       OPEN I-O fcontrats
       IF cr_fcontrats=35 THEN
       OPEN OUTPUT fcontrats
       END-IF
       CLOSE fcontrats

       OPEN I-O fdemandesConge
       IF cr_fdemandesConge=35 THEN
       OPEN OUTPUT fdemandesConge
       END-IF
       CLOSE fdemandesConge

       OPEN I-O forganismes
       IF cr_forganismes=35 THEN
       OPEN OUTPUT forganismes
       END-IF
       CLOSE forganismes

       OPEN I-O fadhesions
       IF cr_fadhesions=35 THEN
       OPEN OUTPUT fadhesions
       END-IF
       CLOSE fadhesions

       OPEN I-O fcotisationsBulletin
       IF cr_fcotisationsBulletin=35 THEN
       OPEN OUTPUT fcotisationsBulletin
       END-IF
       CLOSE fcotisationsBulletin

       OPEN I-O fpaiements
       IF cr_fpaiements=35 THEN
       OPEN OUTPUT fpaiements
       END-IF
       CLOSE fpaiements

       OPEN I-O fexercices
       IF cr_fexercices=35 THEN
       OPEN OUTPUT fexercices
       END-IF
       CLOSE fexercices


      *Donnees pour le TEST, inseree uniquement lors de la toute
      *premiere execution (creation des fichiers), afin de ne pas
       END-IF

       IF WPremiereFoisComptes = 1
      *Comptes d'origine : mot de passe a changer a la premiere
      *connexion
       OPEN I-O fcomptes
       MOVE "admin" TO fc_identifiant
       MOVE "admin" TO sec_motDePasse
       PERFORM INITIALISER-SECURITE-COMPTE
       MOVE "A" TO fc_niveauAcces
       MOVE SPACES TO fc_numEmploye
       WRITE tamp_fcomptes
       END-WRITE

       MOVE "directeur" TO fc_identifiant
       MOVE "directeur" TO sec_motDePasse
       PERFORM INITIALISER-SECURITE-COMPTE
       MOVE "B" TO fc_niveauAcces
       MOVE SPACES TO fc_numEmploye
       WRITE tamp_fcomptes
       END-WRITE

       MOVE "employe" TO fc_identifiant
       MOVE "employe" TO sec_motDePasse
       PERFORM INITIALISER-SECURITE-COMPTE
       MOVE "C" TO fc_niveauAcces
       MOVE "1" TO fc_numEmploye
       WRITE tamp_fcomptes
       CLOSE fcomptes
       END-IF

      *Referentiel de rubriques d'origine : AVANT reprend l'ancien
      *montant unique d'avantages (soumis CNSS et IR), les
      *indemnites de frais sont exonerees dans la limite du plafond
       IF WPremiereFoisRubriques = 1
       OPEN I-O frubriques
       MOVE "AVANT" TO frb_code
       MOVE "Avantages divers" TO frb_libelle
       MOVE "G" TO frb_sens
       MOVE "O" TO frb_soumisCNSS
       MOVE "O" TO frb_soumisIR
       MOVE 0 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE

       MOVE "RENDEM" TO frb_code
       MOVE "Prime de rendement" TO frb_libelle
       MOVE "G" TO frb_sens
       MOVE "O" TO frb_soumisCNSS
       MOVE "O" TO frb_soumisIR
       MOVE 0 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE

       MOVE "TRANSP" TO frb_code
       MOVE "Indemnite de transport" TO frb_libelle
       MOVE "G" TO frb_sens
       MOVE "N" TO frb_soumisCNSS
       MOVE "N" TO frb_soumisIR
       MOVE 500.00 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE

       MOVE "PANIER" TO frb_code
       MOVE "Prime de panier" TO frb_libelle
       MOVE "G" TO frb_sens
       MOVE "N" TO frb_soumisCNSS
       MOVE "N" TO frb_soumisIR
       MOVE 400.00 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE

       MOVE "CAISSE" TO frb_code
       MOVE "Indemnite de caisse" TO frb_libelle
       MOVE "G" TO frb_sens
       MOVE "N" TO frb_soumisCNSS
       MOVE "N" TO frb_soumisIR
       MOVE 190.00 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE

       MOVE "ABSENC" TO frb_code
       MOVE "Retenue pour absence" TO frb_libelle
       MOVE "R" TO frb_sens
       MOVE "O" TO frb_soumisCNSS
       MOVE "O" TO frb_soumisIR
       MOVE 0 TO frb_plafondMensuel
       WRITE tamp_frubriques
       END-WRITE
       CLOSE frubriques
       END-IF

       PERFORM INITIALISER-BAREME-IR
       PERFORM INITIALISER-BAREME-ANCIENNETE

           ACCEPT USERNAME
           DISPLAY "Password: "
           ACCEPT MOTDEPASSE
      *Les echecs sont comptes dans comptes.dat et non seulement pour
      *ce lancement : relancer le programme ne remet pas le compteur
      *a zero
           OPEN I-O fcomptes
           MOVE USERNAME TO fc_identifiant
           READ fcomptes
               INVALID KEY
                   DISPLAY "Identifiant ou mot de passe incorrect"
                   COMPUTE tentative = tentative + 1
                   MOVE "compte inconnu" TO sec_motif
                   MOVE 0 TO fc_nbEchecs
                   PERFORM TRACER-ECHEC-CONNEXION
               NOT INVALID KEY
                   PERFORM CONTROLER-CONNEXION
           END-READ
           CLOSE fcomptes
       END-PERFORM

       IF Wtrouve = 1
           PERFORM CONTROLER-EXPIRATION-MDP
           EVALUATE NIV-ACCES
               WHEN "A"
                   PERFORM MENU-GESTIONNAIRE
       END-IF.


       CONTROLER-CONNEXION.
      *Controle du mot de passe saisi pour le compte lu dans
      *tamp_fcomptes (fcomptes ouvert en I-O) : un compte verrouille
      *est refuse meme avec le bon mot de passe, chaque echec est
      *compte dans le fichier et le compte est verrouille au
      *MAX-ECHECS-CONNEXION-ieme echec consecutif
       IF fc_verrouille = "O"
           DISPLAY "Compte verrouille - contacter l'administrateur"
           COMPUTE tentative = tentative + 1
           MOVE "compte verrouille" TO sec_motif
           PERFORM TRACER-ECHEC-CONNEXION
       ELSE
           MOVE MOTDEPASSE TO sec_motDePasse
           PERFORM VERIFIER-MOT-DE-PASSE
           IF WMdpCorrect = 1
               MOVE 0 TO fc_nbEchecs
               MOVE FUNCTION CURRENT-DATE(1:8) TO fc_derniereConnexion
               REWRITE tamp_fcomptes
               END-REWRITE
               MOVE fc_niveauAcces TO NIV-ACCES
               MOVE fc_numEmploye TO EMPLOYE-CONNECTE
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Identifiant ou mot de passe incorrect"
               COMPUTE tentative = tentative + 1
               ADD 1 TO fc_nbEchecs
               IF fc_nbEchecs >= MAX-ECHECS-CONNEXION
                   MOVE "O" TO fc_verrouille
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO fc_dateVerrouillage
               END-IF
               REWRITE tamp_fcomptes
               END-REWRITE
               MOVE "mot de passe incorrect" TO sec_motif
               PERFORM TRACER-ECHEC-CONNEXION
               IF fc_verrouille = "O"
                   DISPLAY "Compte verrouille apres ",
                   MAX-ECHECS-CONNEXION " echecs consecutifs -",
                   " contacter l'administrateur"
                   MOVE "VERROUILLAGE COMPTE" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   MOVE fc_nbEchecs TO affichage_sec
                   STRING "compte=" DELIMITED BY SIZE
                       FUNCTION TRIM(fc_identifiant) DELIMITED BY SIZE
                       " echecs=" DELIMITED BY SIZE
                       FUNCTION TRIM(affichage_sec) DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   PERFORM ECRIRE-JOURNAL
               END-IF
           END-IF
       END-IF.


       TRACER-ECHEC-CONNEXION.
      *Trace dans le journal d'audit un echec de connexion, avec le
      *motif et le nombre d'echecs consecutifs du compte
       MOVE "ECHEC CONNEXION" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE fc_nbEchecs TO affichage_sec
       STRING "compte=" DELIMITED BY SIZE
           FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
           " motif=" DELIMITED BY SIZE
           FUNCTION TRIM(sec_motif) DELIMITED BY SIZE
           " echecs=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_sec) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       CONTROLER-EXPIRATION-MDP.
      *Changement de mot de passe impose apres une connexion reussie
      *si le compte est nouveau ou reinitialise, ou si le mot de
      *passe a plus de DUREE-VALIDITE-MDP jours - l'acces aux menus
      *n'est donne qu'apres le changement
       OPEN I-O fcomptes
       MOVE USERNAME TO fc_identifiant
       READ fcomptes
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM CALCULER-EXPIRATION-MDP
               IF WMdpExpire = 1
                   IF fc_changementRequis = "O"
                       DISPLAY "Premiere connexion ou mot de passe",
                       " reinitialise : choisir un nouveau mot de passe"
                   ELSE
                       DISPLAY "Mot de passe expire (plus de ",
                       DUREE-VALIDITE-MDP " jours) : choisir un",
                       " nouveau mot de passe"
                   END-IF
                   MOVE 1 TO sec_controleAncien
                   PERFORM SAISIR-NOUVEAU-MDP
                   REWRITE tamp_fcomptes
                   END-REWRITE
                   DISPLAY "Mot de passe modifie avec succes"
                   MOVE "CHANGEMENT MOT DE PASSE" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   STRING "compte=" DELIMITED BY SIZE
                       FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                       " (changement impose)" DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   PERFORM ECRIRE-JOURNAL
               END-IF
       END-READ
       CLOSE fcomptes.


       CALCULER-EXPIRATION-MDP.
      *WMdpExpire = 1 si le mot de passe du compte courant de
      *tamp_fcomptes doit etre change
       MOVE 0 TO WMdpExpire
       IF fc_changementRequis = "O" OR fc_dateMotDePasse = 0
           MOVE 1 TO WMdpExpire
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO sec_dateJour
           COMPUTE sec_jours =
               FUNCTION INTEGER-OF-DATE(sec_dateJour) -
               FUNCTION INTEGER-OF-DATE(fc_dateMotDePasse)
           IF sec_jours > DUREE-VALIDITE-MDP
               MOVE 1 TO WMdpExpire
           END-IF
       END-IF.


       MENU-GESTIONNAIRE.
           DISPLAY SEPARATOR
           DISPLAY "-----------------MENU-ADMIN-----------------------"
           DISPLAY "19. " OPTION-19
           DISPLAY "21. " OPTION-21
           DISPLAY "27. " OPTION-27
           DISPLAY "37. " OPTION-38
           DISPLAY SEPARATOR
           DISPLAY "-------------BULLETINS DE PAIE--------------------"
           DISPLAY "6. " OPTION-4
           DISPLAY "23. " OPTION-23
           DISPLAY "26. " OPTION-26
           DISPLAY "29. " OPTION-29
           DISPLAY "34. " OPTION-34
           DISPLAY "36. " OPTION-37
           DISPLAY "38. " OPTION-40
           DISPLAY SEPARATOR
           DISPLAY "-------------LES RAPPORTS DE PAIE ----------------"
           DISPLAY "9. " OPTION-6
           DISPLAY "30. " OPTION-30
           DISPLAY "31. " OPTION-31
           DISPLAY "33. " OPTION-33
           DISPLAY "39. " OPTION-41
           DISPLAY "40. " OPTION-42
           DISPLAY "41. " OPTION-43
           DISPLAY "43. " OPTION-46
           DISPLAY SEPARATOR
           DISPLAY "---------------LES METIERS------------------------"
           DISPLAY "11. " OPTION-8
           DISPLAY "12. " OPTION-9
           DISPLAY "13. " OPTION-11
           DISPLAY "14. " OPTION-14
           DISPLAY "35. " OPTION-35
           DISPLAY SEPARATOR
           DISPLAY "---------------COMPTES UTILISATEURS---------------"
           DISPLAY "15. " OPTION-15
           DISPLAY "16. " OPTION-16
           DISPLAY "28. " OPTION-28
           DISPLAY "32. " OPTION-32
           DISPLAY "42. " OPTION-45
           DISPLAY SEPARATOR
           DISPLAY "---------------CONGES ET ABSENCES-----------------"
           DISPLAY "17. " OPTION-17
               WHEN 31 PERFORM REGULARISER-IR-ANNUEL
               WHEN 32 PERFORM GERER-SAUVEGARDES
               WHEN 33 PERFORM EXPORTER-ECRITURES
               WHEN 34 PERFORM GERER-RUBRIQUES
               WHEN 35 PERFORM GERER-REVALORISATIONS
               WHEN 36 PERFORM PAIE-A-BLANC
               WHEN 37 PERFORM ETAT-ECHEANCES-CONTRATS
               WHEN 38 PERFORM GERER-ORGANISMES
               WHEN 39 PERFORM GENERER-DECLARATIONS-ORGANISMES
               WHEN 40 PERFORM IMPORTER-RETOUR-BANCAIRE
               WHEN 41 PERFORM GENERER-VIREMENT-COMPLEMENTAIRE
               WHEN 42 PERFORM ARCHIVER-EXERCICE
               WHEN 43 PERFORM REEDITER-ATTESTATION-FISCALE
               WHEN OTHER DISPLAY "choix non valide --> sortie"
           END-EVALUATE.

           DISPLAY "10. " OPTION-18
           DISPLAY "11. " OPTION-19
           DISPLAY "12. " OPTION-21
           DISPLAY "13. " OPTION-36
           DISPLAY "14. " OPTION-38
           DISPLAY "15. " OPTION-39
           DISPLAY "16. " OPTION-44


           DISPLAY SEPARATOR
               WHEN 10 PERFORM RAPPORT-CUMUL-ANNUEL
               WHEN 11 PERFORM RECHERCHER-EMPLOYE
               WHEN 12 PERFORM CONSULTER-ARCHIVE-EMPLOYES
               WHEN 13 PERFORM VALIDER-REVALORISATION
               WHEN 14 PERFORM ETAT-ECHEANCES-CONTRATS
               WHEN 15 PERFORM TRAITER-DEMANDES-CONGE
               WHEN 16 PERFORM TABLEAU-MASSE-SALARIALE
           END-EVALUATE.


           DISPLAY "3. Consulter le solde de mes prets"
           DISPLAY "4. " OPTION-11
           DISPLAY "5. " OPTION-15
           DISPLAY "6. Deposer une demande de conge"
           DISPLAY "7. Suivre mes demandes de conge"
           DISPLAY SEPARATOR
           ACCEPT CHOICE
           EVALUATE CHOICE
               WHEN 3 PERFORM CONSULTER-MES-PRETS
               WHEN 4 PERFORM CONSULTER-METIERS
               WHEN 5 PERFORM CHANGER-MOT-DE-PASSE
               WHEN 6 PERFORM DEPOSER-DEMANDE-CONGE
               WHEN 7 PERFORM SUIVRE-MES-DEMANDES-CONGE
           END-EVALUATE.


                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
      *Contrat de travail du nouvel employe, debutant par defaut a
      *la date d'embauche
               MOVE temp_dateEmbauche TO temp_fct_dateDebut
               PERFORM SAISIR-CONTRAT
           ELSE
               DISPLAY "erreur lors de la saisie"
           END-IF
               DISPLAY "Adresse: " fe_adresse
               DISPLAY "Situation familiale: " fe_situationFamiliale
               DISPLAY "Personnes a charge: " fe_nbPersCharge
               PERFORM AFFICHER-CONTRAT
           END-READ
           CLOSE femployes
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
                       IF temp_rib IS NUMERIC
                           MOVE temp_rib TO fe_rib
                           MOVE 1 TO Wtrouve1
                           PERFORM SIGNALER-REJETS-RIB
                       ELSE
                           DISPLAY "RIB invalide - 24 chiffres attendus"
                       END-IF
                   END-IF
               END-IF

               PERFORM GERER-CONTRAT-EMPLOYE

               REWRITE tamp_femployes
           END-READ
           CLOSE femployes
           ACCEPT CHOICE
           PERFORM RETOUR-MENU.

       GERER-CONTRAT-EMPLOYE.
      *Contrat de travail de l'employe en cours d'edition : conserve,
      *remplace par un nouveau contrat ou renouvele
           PERFORM AFFICHER-CONTRAT
           DISPLAY "0. - Conserver le contrat"
           DISPLAY "1. - Saisir un nouveau contrat"
           IF ct_contratTrouve = 1
               DISPLAY "2. - Renouveler le contrat en cours"
           END-IF
           MOVE SPACES TO ct_choix
           ACCEPT ct_choix
           EVALUATE ct_choix
               WHEN "1"
                   MOVE fe_dateEmbauche TO temp_fct_dateDebut
                   PERFORM SAISIR-CONTRAT
               WHEN "2"
                   IF ct_contratTrouve = 1
                       PERFORM RENOUVELER-CONTRAT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       AFFICHER-CONTRAT.
           MOVE 0 TO ct_contratTrouve
           OPEN INPUT fcontrats
           MOVE temp_numIdentification TO fct_identifiant
           READ fcontrats
               INVALID KEY
                   DISPLAY "Aucun contrat de travail enregistre"
               NOT INVALID KEY
                   MOVE 1 TO ct_contratTrouve
                   DISPLAY "Contrat : " fct_typeContrat
                       " debut : " fct_dateDebut
                       " fin : " fct_dateFin
                   DISPLAY "Fin de periode d'essai : " fct_dateFinEssai
                       " renouvellements : " fct_nbRenouvellements
           END-READ
           CLOSE fcontrats.


       SAISIR-CONTRAT.
      *Saisie du contrat de l'employe temp_numIdentification : type,
      *debut (vide = date proposee dans temp_fct_dateDebut), fin
      *obligatoire pour un CDD ou un stage, fin de periode d'essai
      *facultative - le contrat remplace le contrat precedent
           DISPLAY SEPARATOR
           DISPLAY "CONTRAT DE TRAVAIL"
           MOVE SPACES TO temp_fct_typeContrat
           PERFORM WITH TEST AFTER UNTIL
               temp_fct_typeContrat = "CDI" OR
               temp_fct_typeContrat = "CDD" OR
               temp_fct_typeContrat = "STAGE"
               DISPLAY "Type de contrat (CDI/CDD/STAGE) : "
               ACCEPT temp_fct_typeContrat
               MOVE FUNCTION UPPER-CASE(temp_fct_typeContrat) TO
                   temp_fct_typeContrat
           END-PERFORM

           MOVE SPACES TO ct_invite
           STRING "Date de debut du contrat (vide = " DELIMITED BY SIZE
               temp_fct_dateDebut DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ct_invite
           END-STRING
           MOVE 1 TO ct_dateFacultative
           PERFORM SAISIR-DATE-CONTRAT
           IF ct_dateSaisie NOT = SPACES
               MOVE ct_dateSaisie TO temp_fct_dateDebut
           END-IF
           MOVE temp_fct_dateDebut TO ct_dateTexte
           PERFORM CONVERTIR-DATE-CONTRAT
           MOVE ct_dateNum TO ct_debutNum

           MOVE SPACES TO temp_fct_dateFin
           MOVE 0 TO ct_finNum
           IF temp_fct_typeContrat NOT = "CDI"
               MOVE "Date de fin du contrat" TO ct_invite
               MOVE 0 TO ct_dateFacultative
               MOVE 0 TO Wtrouve1
               PERFORM WITH TEST AFTER UNTIL Wtrouve1 = 1
                   PERFORM SAISIR-DATE-CONTRAT
                   MOVE ct_dateSaisie TO ct_dateTexte
                   PERFORM CONVERTIR-DATE-CONTRAT
                   IF ct_dateNum > ct_debutNum
                       MOVE ct_dateSaisie TO temp_fct_dateFin
                       MOVE ct_dateNum TO ct_finNum
                       MOVE 1 TO Wtrouve1
                   ELSE
                       DISPLAY "La fin doit etre posterieure au debut"
                   END-IF
               END-PERFORM
           END-IF

           MOVE "Fin de periode d'essai (vide = aucune)" TO ct_invite
           MOVE 1 TO ct_dateFacultative
           MOVE 0 TO Wtrouve1
           PERFORM WITH TEST AFTER UNTIL Wtrouve1 = 1
               PERFORM SAISIR-DATE-CONTRAT
               MOVE ct_dateSaisie TO temp_fct_dateFinEssai
               IF ct_dateSaisie = SPACES
                   MOVE 1 TO Wtrouve1
               ELSE
                   MOVE ct_dateSaisie TO ct_dateTexte
                   PERFORM CONVERTIR-DATE-CONTRAT
                   IF ct_dateNum < ct_debutNum OR
                       (ct_finNum > 0 AND ct_dateNum > ct_finNum)
                       DISPLAY "La fin d'essai doit etre comprise ",
                       "dans la duree du contrat"
                   ELSE
                       MOVE 1 TO Wtrouve1
                   END-IF
               END-IF
           END-PERFORM

           PERFORM DATER-JOUR-RV
           OPEN I-O fcontrats
           MOVE temp_numIdentification TO fct_identifiant
           READ fcontrats
               INVALID KEY
                   MOVE 0 TO ct_contratTrouve
               NOT INVALID KEY
                   MOVE 1 TO ct_contratTrouve
           END-READ
           MOVE temp_numIdentification TO fct_identifiant
           MOVE temp_fct_typeContrat TO fct_typeContrat
           MOVE temp_fct_dateDebut TO fct_dateDebut
           MOVE temp_fct_dateFin TO fct_dateFin
           MOVE temp_fct_dateFinEssai TO fct_dateFinEssai
           MOVE temp_fct_dateFin TO fct_dateFinInitiale
           MOVE 0 TO fct_nbRenouvellements
           MOVE rv_dateJour TO fct_dateMaj
      *Le statut est releve juste apres l'ecriture : apres le CLOSE,
      *cr_fcontrats ne rend plus compte que de la fermeture
           IF ct_contratTrouve = 1
               REWRITE tamp_fcontrats
               END-REWRITE
           ELSE
               WRITE tamp_fcontrats
               END-WRITE
           END-IF
           MOVE cr_fcontrats TO ct_crEcriture
           CLOSE fcontrats

           IF ct_crEcriture = 0
               DISPLAY "Contrat enregistre"
               MOVE "SAISIE CONTRAT" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "id=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_numIdentification)
                   DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fct_typeContrat)
                   DELIMITED BY SIZE
                   " debut=" DELIMITED BY SIZE
                   temp_fct_dateDebut DELIMITED BY SIZE
                   " fin=" DELIMITED BY SIZE
                   temp_fct_dateFin DELIMITED BY SIZE
                   " essai=" DELIMITED BY SIZE
                   temp_fct_dateFinEssai DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
           ELSE
               DISPLAY "erreur lors de l'enregistrement du contrat "
                   ct_crEcriture
           END-IF.


       RENOUVELER-CONTRAT.
      *Renouvellement du contrat a duree determinee en cours : report
      *de la date de fin, la fin initiale etant conservee
           IF fct_typeContrat = "CDI"
               DISPLAY "Un CDI ne se renouvelle pas"
           ELSE
               MOVE fct_dateFin TO ct_dateTexte
               PERFORM CONVERTIR-DATE-CONTRAT
               MOVE ct_dateNum TO ct_finNum
               MOVE "Nouvelle date de fin du contrat" TO ct_invite
               MOVE 0 TO ct_dateFacultative
               MOVE 0 TO Wtrouve1
               PERFORM WITH TEST AFTER UNTIL Wtrouve1 = 1
                   PERFORM SAISIR-DATE-CONTRAT
                   MOVE ct_dateSaisie TO ct_dateTexte
                   PERFORM CONVERTIR-DATE-CONTRAT
                   IF ct_dateNum > ct_finNum
                       MOVE 1 TO Wtrouve1
                   ELSE
                       DISPLAY "La nouvelle fin doit etre posterieure",
                       " a la fin actuelle " fct_dateFin
                   END-IF
               END-PERFORM

               PERFORM DATER-JOUR-RV
               OPEN I-O fcontrats
               MOVE temp_numIdentification TO fct_identifiant
               READ fcontrats
                   INVALID KEY
                       DISPLAY "Contrat introuvable"
                   NOT INVALID KEY
                       MOVE fct_dateFin TO temp_fct_dateFin
                       MOVE ct_dateSaisie TO fct_dateFin
                       ADD 1 TO fct_nbRenouvellements
                       MOVE rv_dateJour TO fct_dateMaj
                       REWRITE tamp_fcontrats
                           INVALID KEY
                               DISPLAY "erreur lors du renouvellement ",
                               "du contrat " cr_fcontrats
                           NOT INVALID KEY
                               PERFORM TRACER-RENOUVELLEMENT
                       END-REWRITE
               END-READ
               CLOSE fcontrats
           END-IF.


       TRACER-RENOUVELLEMENT.
           DISPLAY "Contrat renouvele jusqu'au " fct_dateFin
           MOVE "RENOUVELLEMENT CONTRAT" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           STRING "id=" DELIMITED BY SIZE
               FUNCTION TRIM(temp_numIdentification) DELIMITED BY SIZE
               " fin avant=" DELIMITED BY SIZE
               temp_fct_dateFin DELIMITED BY SIZE
               " apres=" DELIMITED BY SIZE
               fct_dateFin DELIMITED BY SIZE
               " renouvellement=" DELIMITED BY SIZE
               fct_nbRenouvellements DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL.


       SAISIR-DATE-CONTRAT.
      *Saisie d'une date JJ/MM/AAAA dans ct_dateSaisie, controlee par
      *VerifierDate - une saisie vide n'est acceptee que si
      *ct_dateFacultative vaut 1
           MOVE 0 TO WDateSaisieOK
           PERFORM WITH TEST AFTER UNTIL WDateSaisieOK = 1
               DISPLAY FUNCTION TRIM(ct_invite) " (JJ/MM/AAAA) : "
               MOVE SPACES TO ct_dateSaisie
               ACCEPT ct_dateSaisie
               IF ct_dateSaisie = SPACES
                   IF ct_dateFacultative = 1
                       MOVE 1 TO WDateSaisieOK
                   ELSE
                       DISPLAY "Date obligatoire"
                   END-IF
               ELSE
                   MOVE ct_dateSaisie TO temp_dateEmbauche
                   MOVE 'N' TO estDateValide
                   PERFORM VerifierDate
                   IF estDateValide = 'Y'
                       MOVE 1 TO WDateSaisieOK
                   ELSE
                       DISPLAY "Date invalide"
                   END-IF
               END-IF
           END-PERFORM.


       CONVERTIR-DATE-CONTRAT.
      *ct_dateTexte (JJ/MM/AAAA) vers ct_dateNum (AAAAMMJJ), zero si
      *la date est absente ou illisible
           MOVE 0 TO ct_dateNum
           IF ct_dateTexte(1:2) IS NUMERIC AND
               ct_dateTexte(4:2) IS NUMERIC AND
               ct_dateTexte(7:4) IS NUMERIC
               COMPUTE ct_dateNum =
                   FUNCTION NUMVAL(ct_dateTexte(7:4)) * 10000 +
                   FUNCTION NUMVAL(ct_dateTexte(4:2)) * 100 +
                   FUNCTION NUMVAL(ct_dateTexte(1:2))
           END-IF.


       CONTROLER-CONTRAT-PAIE.
      *Controle du contrat de l'employe courant pour la periode
      *fbp_mois / fbp_annee : ct_motif est garni si un CDD ou un stage
      *a pris fin avant le mois de paie (aucun contrat enregistre =
      *pas de controle)
           MOVE SPACES TO ct_motif
           COMPUTE ct_anneeMoisPaie = fbp_annee * 100 + fbp_mois
           OPEN INPUT fcontrats
           MOVE fe_numIdentification TO fct_identifiant
           READ fcontrats
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fct_typeContrat NOT = "CDI" AND
                       fct_dateFin NOT = SPACES
                       MOVE fct_dateFin TO ct_dateTexte
                       PERFORM CONVERTIR-DATE-CONTRAT
                       COMPUTE ct_anneeMoisFin = ct_dateNum / 100
                       IF ct_dateNum > 0 AND
                           ct_anneeMoisFin < ct_anneeMoisPaie
                           STRING "contrat " DELIMITED BY SIZE
                               FUNCTION TRIM(fct_typeContrat)
                               DELIMITED BY SIZE
                               " echu le " DELIMITED BY SIZE
                               fct_dateFin DELIMITED BY SIZE
                               " (non renouvele)" DELIMITED BY SIZE
                               INTO ct_motif
                           END-STRING
                       END-IF
                   END-IF
           END-READ
           CLOSE fcontrats.


       ETAT-ECHEANCES-CONTRATS.
      *Etat mensuel des contrats a duree determinee echus ou arrivant
      *a echeance dans les 30 ou 60 jours, et des periodes d'essai
      *se terminant dans les 60 jours, pour les employes presents
           DISPLAY "Etat des echeances de contrats et periodes d'essai"
           DISPLAY SEPARATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO ct_jourNum
           COMPUTE ct_rangJour = FUNCTION INTEGER-OF-DATE(ct_jourNum)
           MOVE 0 TO ct_nbEchus
           MOVE 0 TO ct_nb30
           MOVE 0 TO ct_nb60
           MOVE 0 TO ct_nbEssais

           MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
           STRING "echeances_contrats_" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
           PERFORM DATER-JOUR-RV
           OPEN OUTPUT fbulletinDoc
           MOVE SPACES TO ligne-bulletin
           STRING "ECHEANCES DES CONTRATS ET PERIODES D'ESSAI AU "
               DELIMITED BY SIZE
               rv_dateJour DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SEPARATOR TO ligne-bulletin
           WRITE ligne-bulletin

           OPEN INPUT fcontrats
           OPEN INPUT femployes
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcontrats NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   MOVE fct_identifiant TO fe_numIdentification
                   READ femployes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM EXAMINER-ECHEANCE-CONTRAT
                   END-READ
               END-READ
           END-PERFORM
           CLOSE femployes
           CLOSE fcontrats

           MOVE SEPARATOR TO ligne-bulletin
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           MOVE ct_nbEchus TO affichage_compteur
           STRING "Contrats echus : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY "Contrats echus : " affichage_compteur
           MOVE SPACES TO ligne-bulletin
           MOVE ct_nb30 TO affichage_compteur
           STRING "Contrats a echeance sous 30 jours : "
               DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY "Contrats a echeance sous 30 jours : "
               affichage_compteur
           MOVE SPACES TO ligne-bulletin
           MOVE ct_nb60 TO affichage_compteur
           STRING "Contrats a echeance de 31 a 60 jours : "
               DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY "Contrats a echeance de 31 a 60 jours : "
               affichage_compteur
           MOVE SPACES TO ligne-bulletin
           MOVE ct_nbEssais TO affichage_compteur
           STRING "Periodes d'essai se terminant sous 60 jours : "
               DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY "Periodes d'essai se terminant sous 60 jours : "
               affichage_compteur
           CLOSE fbulletinDoc
           DISPLAY "Etat des echeances genere : "
               WS-NOM-FICHIER-BULLETIN

           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       EXAMINER-ECHEANCE-CONTRAT.
      *Echeances du contrat courant (tamp_fcontrats) par rapport au
      *jour de l'etat (ct_rangJour)
           IF fct_typeContrat NOT = "CDI" AND fct_dateFin NOT = SPACES
               MOVE fct_dateFin TO ct_dateTexte
               PERFORM CONVERTIR-DATE-CONTRAT
               IF ct_dateNum > 0
                   COMPUTE ct_ecartJours =
                       FUNCTION INTEGER-OF-DATE(ct_dateNum) -
                       ct_rangJour
                   IF ct_ecartJours <= 60
                       EVALUATE TRUE
                           WHEN ct_ecartJours < 0
                               MOVE "ECHU" TO ct_tranche
                               ADD 1 TO ct_nbEchus
                           WHEN ct_ecartJours <= 30
                               MOVE "30 JOURS" TO ct_tranche
                               ADD 1 TO ct_nb30
                           WHEN OTHER
                               MOVE "60 JOURS" TO ct_tranche
                               ADD 1 TO ct_nb60
                       END-EVALUATE
                       MOVE "fin de contrat" TO ct_echeance
                       PERFORM ECRIRE-ECHEANCE-CONTRAT
                   END-IF
               END-IF
           END-IF

           IF fct_dateFinEssai NOT = SPACES
               MOVE fct_dateFinEssai TO ct_dateTexte
               PERFORM CONVERTIR-DATE-CONTRAT
               IF ct_dateNum > 0
                   COMPUTE ct_ecartJours =
                       FUNCTION INTEGER-OF-DATE(ct_dateNum) -
                       ct_rangJour
                   IF ct_ecartJours >= 0 AND ct_ecartJours <= 60
                       IF ct_ecartJours <= 30
                           MOVE "30 JOURS" TO ct_tranche
                       ELSE
                           MOVE "60 JOURS" TO ct_tranche
                       END-IF
                       ADD 1 TO ct_nbEssais
                       MOVE "fin periode d'essai" TO ct_echeance
                       PERFORM ECRIRE-ECHEANCE-CONTRAT
                   END-IF
               END-IF
           END-IF.


       ECRIRE-ECHEANCE-CONTRAT.
      *Ligne de l'etat pour l'echeance ct_dateTexte du contrat courant
           MOVE ct_ecartJours TO affichage_ctJours
           MOVE SPACES TO ligne-bulletin
           STRING ct_tranche DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fct_identifiant) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(fct_typeContrat) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ct_echeance) DELIMITED BY SIZE
               " le " DELIMITED BY SIZE
               ct_dateTexte DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_ctJours) DELIMITED BY SIZE
               " j)" DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY ligne-bulletin.


       RETIRER-EMPLOYE.
           DISPLAY "RETIRER EMPLOYE"
           DISPLAY SEPARATOR
           DISPLAY "Identifiant employe : "
           ACCEPT temp_numIdentification
           OPEN I-O femployes
           MOVE temp_numIdentification TO fe_numIdentification
           READ femployes
               INVALID KEY
                   DISPLAY "Employe inexistant"
                   PERFORM RETOUR-MENU
               NOT INVALID KEY DISPLAY "Vous etes sur/e? "
                   DISPLAY "0. - oui"
                   DISPLAY "1. - non"
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                       WHEN 0
                           OPEN I-O farchiveEmployes
                           MOVE fe_numIdentification TO
                               fa_numIdentification
                           MOVE fe_nom TO fa_nom
                           MOVE fe_prenom TO fa_prenom
                           MOVE fe_dateEmbauche TO fa_dateEmbauche
                           MOVE fe_metier TO fa_metier
                           MOVE fe_cin TO fa_cin
                           MOVE fe_numCNSS TO fa_numCNSS
                           MOVE fe_rib TO fa_rib
                           MOVE fe_adresse TO fa_adresse
                           MOVE fe_situationFamiliale TO
                               fa_situationFamiliale
                           MOVE fe_nbPersCharge TO fa_nbPersCharge
                           STRING FUNCTION CURRENT-DATE(7:2)
                               DELIMITED BY SIZE "/" DELIMITED BY SIZE
                               FUNCTION CURRENT-DATE(5:2)
                               DELIMITED BY SIZE "/" DELIMITED BY SIZE
                               FUNCTION CURRENT-DATE(1:4)
                               DELIMITED BY SIZE
                               INTO fa_dateSortie
                           END-STRING
                           WRITE tamp_farchiveEmployes
                           END-WRITE
                           CLOSE farchiveEmployes
                           DISPLAY "Produire le solde de tout compte",
                           " et le certificat de travail ?"
                           DISPLAY "0. - oui"
                           DISPLAY "1. - non"
                           ACCEPT CHOICE
                           IF CHOICE = 0
                               PERFORM SOLDE-TOUT-COMPTE
                           END-IF
                           DELETE femployes RECORD
                           MOVE "RETRAIT EMPLOYE" TO temp_fj_operation
                           MOVE SPACES TO temp_fj_details
                           STRING "id=" DELIMITED BY SIZE
                               FUNCTION TRIM(fa_numIdentification)
                               DELIMITED BY SIZE
                               " nom=" DELIMITED BY SIZE
                               FUNCTION TRIM(fa_nom) DELIMITED BY SIZE
                               " sortie=" DELIMITED BY SIZE
                               fa_dateSortie DELIMITED BY SIZE
                               INTO temp_fj_details
                           END-STRING
                           PERFORM ECRIRE-JOURNAL
                           DISPLAY "Employe "
            fe_nom "retire et archive avec succes"
                       WHEN OTHER
                           PERFORM RETOUR-MENU
                   END-EVALUATE
           END-READ
           CLOSE femployes
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU.



       SOLDE-TOUT-COMPTE.
      *Solde de tout compte a la sortie d'un employe : dernier
      *bulletin au prorata des jours travailles, indemnite des conges
      *non pris valorisee au taux du metier, recuperation du solde
      *des prets, document recapitulatif et certificat de travail
       DISPLAY "Production du solde de tout compte"
       DISPLAY SEPARATOR
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Jours travailles dans le mois de sortie ? : "
           ACCEPT stc_joursTravailles
           IF stc_joursTravailles > 0
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Le nombre de jours doit etre positif"
           END-IF
       END-PERFORM

       COMPUTE temp_heurestravaillees =
           stc_joursTravailles * WHeuresParJourConge

      *Le dernier bulletin est calcule avec les parametres en vigueur
      *pour le mois de sortie
       PERFORM CHARGER-PARAMETRES

       MOVE 0 TO vrai_montantAvantages
       MOVE 0 TO rub_nbLignes
       MOVE 0 TO vrai_autresDeductions
       MOVE 0 TO temp_fbp_autresDeductions

                   MOVE 0 TO fbp_retenueReportee
                   MOVE 0 TO fbp_retenueReprise
                   MOVE temp_fbp_salaireNet TO fbp_salaireNet
                   MOVE WBaseImposable TO fbp_baseImposable
                   WRITE tamp_fbulletinsPaie
                   END-WRITE
                   PERFORM ECRIRE-LIGNES-BULLETIN
                   MOVE fe_nom TO WS-NOM-EMPLOYE-DOC
                   MOVE fe_prenom TO WS-PRENOM-EMPLOYE-DOC
                   PERFORM IMPRIMER-BULLETIN
                   MOVE 0 TO Wtrouve
                   WRITE tamp_fmetiers
                   END-WRITE
      *Taux d'origine du metier dans l'historique des taux
                   MOVE 0 TO hm_dateEffet
                   MOVE fm_salaireBase TO hm_nouveauSalaireBase
                   MOVE fm_tauxsupplementaire TO hm_nouveauTauxSupp
                   MOVE "S" TO hm_origine
                   MOVE 0 TO hm_numRevalorisation
                   PERFORM ENREGISTRER-TAUX-METIER
                   MOVE "CREATION METIER" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   MOVE vrai_salaireBase TO journal_affApres

       PRODUIRE-BP-MANUEL.
       DISPLAY SEPARATOR
       OPEN INPUT frubriques
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
       READ femployes NEXT
                       DISPLAY "Identifiant : " fe_numIdentification
                       DISPLAY SEPARATOR

      *Un contrat a duree determinee echu est signale : le bulletin
      *n'est produit que sur confirmation explicite
                       PERFORM CONTROLER-CONTRAT-PAIE
                       MOVE "O" TO ct_choix
                       IF ct_motif NOT = SPACES
                           DISPLAY "ATTENTION : " ct_motif
                           DISPLAY "Produire quand meme le bulletin ",
                           "de cet employe ? (O/N)"
                           ACCEPT ct_choix
                           MOVE FUNCTION UPPER-CASE(ct_choix) TO
                               ct_choix
                           IF ct_choix = "O" AND WPaieABlanc = 0
                               MOVE "CONTRAT ECHU PAYE" TO
                                   temp_fj_operation
                               MOVE SPACES TO temp_fj_details
                               STRING "id=" DELIMITED BY SIZE
                                   FUNCTION TRIM(fe_numIdentification)
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ct_motif DELIMITED BY SIZE
                                   INTO temp_fj_details
                               END-STRING
                               PERFORM ECRIRE-JOURNAL
                           END-IF
                       END-IF
                       IF ct_choix = "O"
                           PERFORM PRODUIRE-BP-EMPLOYE
                       ELSE
                           DISPLAY "Employe ignore - contrat echu"
                       END-IF

                   NOT INVALID KEY
                       DISPLAY "Bulletin deja produit ce mois pour ",
                       "l'identifiant " fe_numIdentification,
                       " - employe ignore (reprise sans doublon)"
               END-READ
       END-READ
       END-PERFORM
       CLOSE frubriques.


       PRODUIRE-BP-EMPLOYE.
      *Saisie, calcul, ecriture et impression du bulletin du mois
      *pour l'employe courant (tamp_femployes)
           MOVE 0 TO heuresADeduire
           MOVE fe_numIdentification TO fco_identifiant
           MOVE fbp_mois TO fco_mois
           MOVE fbp_annee TO fco_annee
           READ fconges
               INVALID KEY
                   DISPLAY "Aucun conge enregistre ce mois pour ",
                   "cet employe"
               NOT INVALID KEY
                   DISPLAY "Conge trouve pour ce mois - solde : ",
                   fco_soldeConges " jours pris : " fco_joursPris,
                   " type : " fco_typeConge
                   COMPUTE heuresADeduire =
                       fco_joursPris * WHeuresParJourConge
           END-READ

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Combien d'heures a travaille " fe_nom,fe_prenom,
           " ? "
           ACCEPT temp_heurestravaillees
           IF temp_heurestravaillees > 0 THEN
               MOVE 1 TO Wtrouve
           ELSE DISPLAY "Le montant d'heures doit etre doit etre",
               " positif"
           END-IF
           END-PERFORM

           IF temp_heurestravaillees > SEUIL-HEURES-ALERTE
               DISPLAY "ATTENTION : nombre d'heures saisi ",
               "anormalement eleve, a verifier"
           END-IF

           IF heuresADeduire > 0
               IF temp_heurestravaillees > heuresADeduire
                   COMPUTE temp_heurestravaillees =
                       temp_heurestravaillees - heuresADeduire
               ELSE
                   MOVE 0 TO temp_heurestravaillees
               END-IF
               MOVE temp_heurestravaillees TO affichage_salaireBrut
               DISPLAY "Heures travaillees apres deduction des ",
               "conges : " affichage_salaireBrut
           END-IF

      *Primes, indemnites et retenues du mois, saisies rubrique par
      *rubrique a partir du referentiel rubriques.dat
           PERFORM SAISIR-RUBRIQUES-BULLETIN

           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Montant autres deductions sur salaire ce mois",
           " ? XXX.XX"
           ACCEPT saisie_autresDeductions
           INSPECT saisie_autresDeductions
                   REPLACING ALL ',' BY '.'
           MOVE FUNCTION
                       NUMVAL(saisie_autresDeductions) TO
                       vrai_autresDeductions
           MOVE vrai_autresDeductions TO affichage_montantAvantages
           DISPLAY "saisie : " affichage_montantAvantages
           IF vrai_autresDeductions < 0 THEN
               MOVE 0 to Wtrouve
               DISPLAY "Ce montant doit etre positif"
           ELSE MOVE 1 TO Wtrouve MOVE vrai_autresDeductions TO
               temp_fbp_autresDeductions
           END-IF
           END-PERFORM

      *Retenue automatique des mensualites de prets en cours, ajoutee
      *aux autres deductions - le solde est decremente apres ecriture
      *du bulletin
           PERFORM CHERCHER-RETENUE-PRET
           IF WRetenuePret > 0
               MOVE WRetenuePret TO affichage_salaireBrut
               DISPLAY "Retenue automatique sur pret : "
                   affichage_salaireBrut
               COMPUTE vrai_autresDeductions =
                   vrai_autresDeductions + WRetenuePret
               MOVE vrai_autresDeductions TO
                   temp_fbp_autresDeductions
           END-IF

           PERFORM CALCULER-SALAIRE

           MOVE temp_fbp_salaireBrut TO fbp_salaireBrut
           MOVE WBaseCotisable TO fbp_baseCotisable
           MOVE temp_fbp_cotisations TO fbp_cotisations
           MOVE temp_fbp_cotisationsPatronales TO
               fbp_cotisationsPatronales
           MOVE temp_fbp_impotRevenu TO fbp_impotRevenu
           MOVE WRetenueAppliquee TO fbp_autresDeductions
           MOVE WRetenuePret TO fbp_retenuePret
           MOVE WRetenueReportee TO fbp_retenueReportee
           MOVE WRetenueReprise TO fbp_retenueReprise
           MOVE temp_fbp_salaireNet TO fbp_salaireNet
           MOVE WBaseImposable TO fbp_baseImposable
           MOVE temp_heurestravaillees TO fbp_heuresTravailles
           MOVE temp_fbp_heuresNormales TO fbp_heuresNormales
           MOVE temp_fbp_heuresSupplementaires TO
               fbp_heuresSupplementaires
           MOVE vrai_montantAvantages TO fbp_montantAvantages
           MOVE WPrimeAnciennete TO fbp_primeAnciennete
           DISPLAY SEPARATOR
           DISPLAY "Bulletin de paie genere pour "
           fe_nom " " fe_prenom " (ID: " fe_numIdentification ")"
           DISPLAY "Date de paie : " fbp_jour, "/", fbp_mois,"/"
           fbp_annee
           DISPLAY "Identifiant de l'employe : " fbp_identifiant
           DISPLAY "Nom de l'employe : " fe_nom
           DISPLAY "Prenom de l'employe : " fe_prenom

           MOVE temp_heurestravaillees TO affichage_salaireBrut
           DISPLAY "Heures travaillees : " affichage_salaireBrut

           MOVE temp_fbp_heuresNormales TO affichage-heures
           DISPLAY "  dont heures normales : " affichage-heures

           MOVE temp_fbp_heuresSupplementaires TO affichage-heures
           DISPLAY "  dont heures supplementaires : "
               affichage-heures

           MOVE WPrimeAnciennete TO affichage_salaireBrut
           DISPLAY "Prime d'anciennete : " affichage_salaireBrut

           MOVE temp_fbp_salaireBrut TO affichage_salaireBrut
           DISPLAY "Salaire brut : " affichage_salaireBrut

           MOVE rub_totalGains TO affichage_salaireBrut
           DISPLAY "Rubriques de gains : " affichage_salaireBrut

           MOVE rub_totalRetenues TO affichage_salaireBrut
           DISPLAY "Rubriques de retenues : " affichage_salaireBrut

           MOVE temp_fbp_cotisations TO affichage_salaireBrut
           DISPLAY "Cotisations sociales (CNSS/AMO) : "
               affichage_salaireBrut

           MOVE temp_fbp_cotisationsPatronales TO affichage_salaireBrut
           DISPLAY "Cotisations patronales (employeur) : "
               affichage_salaireBrut

           IF cc_nbLignes > 0
               MOVE cc_totalSalariale TO affichage_salaireBrut
               DISPLAY "Cotisations complementaires (CIMR, ",
                   "mutuelle) : " affichage_salaireBrut
           END-IF

           MOVE temp_fbp_impotRevenu TO affichage_salaireBrut
           DISPLAY "Impot sur le revenu : " affichage_salaireBrut

           MOVE fbp_autresdeductions TO affichage_salaireBrut
           DISPLAY "Retenues appliquees : " affichage_salaireBrut

           MOVE fbp_retenueReportee TO affichage_salaireBrut
           DISPLAY "Retenues reportees : " affichage_salaireBrut

           MOVE fbp_salaireNet TO affichage_salaireBrut
           DISPLAY "Salaire net : " affichage_salaireBrut
           DISPLAY SEPARATOR

      *En paie a blanc, rien n'est ecrit : ni bulletin, ni lignes
      *de rubriques, ni solde de pret, ni retenue reportee
           IF WPaieABlanc = 1
               PERFORM CUMULER-PAIE-A-BLANC
           ELSE
               WRITE tamp_fbulletinsPaie
               END-WRITE
               PERFORM ECRIRE-LIGNES-BULLETIN

               IF WRetenuePret > 0
                   PERFORM DEBITER-PRET
               END-IF
               PERFORM MAJ-RETENUES-REPORTEES
           END-IF

           MOVE fe_nom TO WS-NOM-EMPLOYE-DOC
           MOVE fe_prenom TO WS-PRENOM-EMPLOYE-DOC
           PERFORM IMPRIMER-BULLETIN.


       IMPORTER-POINTAGE.
      *Production non interactive : lecture du fichier de pointage
      *exporte par la pointeuse (une ligne par employe : identifiant,
      *mois, annee, heures, avantages, autres deductions, puis
      *jusqu'a 5 couples code rubrique/montant), validation ligne par
      *ligne et compte rendu des lignes rejetees
       MOVE 0 TO WEtapeOK
       OPEN INPUT fpointage
       IF cr_fpointage NOT = 0
           DISPLAY "Fichier de pointage introuvable ou illisible : "
               WS-NOM-FICHIER-POINTAGE
       ELSE
           MOVE SPACES TO WS-NOM-FICHIER-REJETS
           IF WPaieABlanc = 1
               STRING "simulation_rejets_" DELIMITED BY SIZE
                   fbp_mois DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   fbp_annee DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-REJETS
               END-STRING
           ELSE
               STRING "pointage_rejets_" DELIMITED BY SIZE
                   fbp_mois DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   fbp_annee DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-REJETS
               END-STRING
           END-IF
           OPEN OUTPUT frejets
           OPEN INPUT frubriques
           MOVE 0 TO nb_lignesLues
           MOVE 0 TO nb_lignesRejetees
           MOVE 0 TO nb_bulletinsProduits
               END-READ
           END-PERFORM
           CLOSE fpointage
           CLOSE frubriques

           MOVE SPACES TO ligne-rejet
           MOVE nb_lignesLues TO affichage_compteur
           END-READ
       END-IF

      *Un contrat a duree determinee echu rejette la ligne
       IF motif_rejet = SPACES
           PERFORM CONTROLER-CONTRAT-PAIE
           MOVE ct_motif TO motif_rejet
       END-IF

       IF motif_rejet = SPACES
           MOVE fpt_heures TO saisie_heuresPointage
           INSPECT saisie_heuresPointage REPLACING ALL ',' BY '.'
           END-IF
       END-IF

      *Rubriques de la ligne : le montant d'avantages historique est
      *repris sous la rubrique AVANT, suivi des couples code/montant
      *- une rubrique inconnue ou refusee rejette la ligne
       IF motif_rejet = SPACES
           PERFORM CHARGER-RUBRIQUES-POINTAGE
       END-IF

       IF motif_rejet = SPACES
           MOVE vrai_heuresPointage TO temp_heurestravaillees

           MOVE fpt_autresDeductions TO saisie_autresDeductions
           INSPECT saisie_autresDeductions REPLACING ALL ',' BY '.'
           MOVE WRetenueReportee TO fbp_retenueReportee
           MOVE WRetenueReprise TO fbp_retenueReprise
           MOVE temp_fbp_salaireNet TO fbp_salaireNet
           MOVE WBaseImposable TO fbp_baseImposable
           MOVE temp_heurestravaillees TO fbp_heuresTravailles
           MOVE temp_fbp_heuresNormales TO fbp_heuresNormales
           MOVE temp_fbp_heuresSupplementaires TO
           MOVE vrai_montantAvantages TO fbp_montantAvantages
           MOVE WPrimeAnciennete TO fbp_primeAnciennete

           IF WPaieABlanc = 1
               PERFORM CUMULER-PAIE-A-BLANC
               ADD 1 TO nb_bulletinsProduits
               DISPLAY "Bulletin simule pour " fe_nom " " fe_prenom
           ELSE
               WRITE tamp_fbulletinsPaie
               END-WRITE
               PERFORM ECRIRE-LIGNES-BULLETIN
               ADD 1 TO nb_bulletinsProduits
               DISPLAY "Bulletin produit pour " fe_nom " " fe_prenom

               IF WRetenuePret > 0
                   PERFORM DEBITER-PRET
               END-IF
               PERFORM MAJ-RETENUES-REPORTEES
           END-IF

           MOVE fe_nom TO WS-NOM-EMPLOYE-DOC
           MOVE fe_prenom TO WS-PRENOM-EMPLOYE-DOC
           DISPLAY "Ligne rejetee : " fpt_identifiant " " motif_rejet
       END-IF.

       PAIE-A-BLANC.
      *Paie a blanc : simulation complete d'une periode ouverte
      *(saisie au clavier ou fichier de pointage, memes calculs que
      *la production des bulletins) sans aucune ecriture dans les
      *bulletins, les prets, les retenues reportees ni les conges -
      *un bulletin simule par employe et un etat recapitulatif
      *compare au rapport de paie du mois precedent
       DISPLAY "Paie a blanc - simulation de la periode"
       DISPLAY SEPARATOR
       MOVE 0 TO Wtrouve
       MOVE 0 TO tentative
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR tentative > 3
           DISPLAY "Mois de la periode de paie a simuler (MM) : "
           ACCEPT temp_fp_mois
           DISPLAY "Annee de la periode de paie a simuler (AAAA) : "
           ACCEPT temp_fp_annee
           PERFORM VERIFIER-PERIODE
           IF WPeriodeOuverte = 1
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Periode inexistante ou cloturee - choisir",
               " une periode ouverte (gestion des periodes de paie)"
               COMPUTE tentative = tentative + 1
           END-IF
       END-PERFORM

       IF Wtrouve NOT = 1 THEN
           DISPLAY "Trop de tentatives infructueuses --> sortie"
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       DISPLAY SEPARATOR
       DISPLAY "0. - Saisie manuelle des heures au clavier"
       DISPLAY "1. - Import du fichier de pointage (pointage.txt)"
       ACCEPT CHOICE
       IF CHOICE = 1
           MOVE 1 TO pab_modePointage
           MOVE "pointage.txt" TO WS-NOM-FICHIER-POINTAGE
       ELSE
           MOVE 0 TO pab_modePointage
       END-IF

       PERFORM PAIE-A-BLANC-CORE

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       PAIE-A-BLANC-CORE.
      *Simule la periode temp_fp_mois / temp_fp_annee (clavier ou
      *pointage selon pab_modePointage) - appele par l'option de
      *menu et par l'etape SIMULATION de la chaine batch ; tous les
      *fichiers de paie sont ouverts en lecture seule
       MOVE 0 TO WEtapeOK
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES

       MOVE 1 TO WPaieABlanc
       MOVE 0 TO pab_nbSimules
       MOVE 0 TO pab_totalBrut
       MOVE 0 TO pab_totalCotisations
       MOVE 0 TO pab_totalPatronales
       MOVE 0 TO pab_totalImpot
       MOVE 0 TO pab_totalDeductions
       MOVE 0 TO pab_totalNet

       MOVE SPACES TO WS-NOM-FICHIER-SIMULATION
       STRING "paie_a_blanc_" DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-SIMULATION
       END-STRING
       OPEN OUTPUT fpaieBlanc
       MOVE SPACES TO ligne-paieBlanc
       STRING "PAIE A BLANC - SIMULATION DE LA PERIODE "
           DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           INTO ligne-paieBlanc
       END-STRING
       WRITE ligne-paieBlanc
       MOVE "Aucun bulletin, pret, retenue ou conge n'a ete modifie"
           TO ligne-paieBlanc
       WRITE ligne-paieBlanc
       MOVE SEPARATOR TO ligne-paieBlanc
       WRITE ligne-paieBlanc
       MOVE SPACES TO ligne-paieBlanc
       STRING "Identifiant;Nom Prenom;Brut;Cotisations;"
           DELIMITED BY SIZE
           "Patronales;IR;Retenues;Net" DELIMITED BY SIZE
           INTO ligne-paieBlanc
       END-STRING
       WRITE ligne-paieBlanc

       OPEN INPUT femployes
       OPEN INPUT fmetiers
       OPEN INPUT fbulletinsPaie
       OPEN INPUT fconges
       OPEN INPUT fprets
       OPEN INPUT fretenues

       MOVE temp_fp_mois TO fbp_mois
       MOVE temp_fp_annee TO fbp_annee
       MOVE FUNCTION CURRENT-DATE(7:2) TO fbp_jour

       IF pab_modePointage = 1
           PERFORM IMPORTER-POINTAGE
       ELSE
           PERFORM PRODUIRE-BP-MANUEL
           MOVE 1 TO WEtapeOK
       END-IF
       CLOSE femployes fmetiers fbulletinsPaie fconges fprets
           fretenues

       PERFORM ECRIRE-TOTAUX-PAIE-A-BLANC
       CLOSE fpaieBlanc
       MOVE 0 TO WPaieABlanc

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       DISPLAY "Etat de la paie a blanc genere : "
           WS-NOM-FICHIER-SIMULATION

       MOVE "PAIE A BLANC" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE pab_nbSimules TO affichage_compteur
       IF pab_modePointage = 1
           STRING "periode=" DELIMITED BY SIZE
               temp_fp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fp_annee DELIMITED BY SIZE
               " mode=import pointage simules=" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       ELSE
           STRING "periode=" DELIMITED BY SIZE
               temp_fp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fp_annee DELIMITED BY SIZE
               " mode=saisie manuelle simules=" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       END-IF
       PERFORM ECRIRE-JOURNAL.


       CUMULER-PAIE-A-BLANC.
      *Ligne de l'etat de paie a blanc pour le bulletin simule
      *courant (tamp_fbulletinsPaie garni mais non ecrit) et cumul
      *des totaux de la periode
       ADD 1 TO pab_nbSimules
       COMPUTE pab_totalBrut = pab_totalBrut + fbp_salaireBrut
       COMPUTE pab_totalCotisations =
           pab_totalCotisations + fbp_cotisations
       COMPUTE pab_totalPatronales =
           pab_totalPatronales + fbp_cotisationsPatronales
       COMPUTE pab_totalImpot = pab_totalImpot + fbp_impotRevenu
       COMPUTE pab_totalDeductions =
           pab_totalDeductions + fbp_autresDeductions
       COMPUTE pab_totalNet = pab_totalNet + fbp_salaireNet

       MOVE fbp_salaireBrut TO affichage_pab
       MOVE fbp_cotisations TO affichage_pab2
       MOVE fbp_cotisationsPatronales TO affichage_pab3
       MOVE SPACES TO ligne-paieBlanc
       STRING FUNCTION TRIM(fbp_identifiant) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab3) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO ligne-paieBlanc
       END-STRING
       MOVE fbp_impotRevenu TO affichage_pab
       MOVE fbp_autresDeductions TO affichage_pab2
       MOVE fbp_salaireNet TO affichage_pab3
       STRING FUNCTION TRIM(ligne-paieBlanc) DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab3) DELIMITED BY SIZE
           INTO pab_ligne
       END-STRING
       MOVE pab_ligne TO ligne-paieBlanc
       WRITE ligne-paieBlanc.


       ECRIRE-TOTAUX-PAIE-A-BLANC.
      *Totaux de la periode simulee, puis comparaison rubrique par
      *rubrique avec le rapport de paie du mois precedent
       MOVE SEPARATOR TO ligne-paieBlanc
       WRITE ligne-paieBlanc
       MOVE SPACES TO ligne-paieBlanc
       MOVE pab_nbSimules TO affichage_compteur
       STRING "TOTAUX SIMULES - bulletins simules : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-paieBlanc
       END-STRING
       WRITE ligne-paieBlanc
       DISPLAY SEPARATOR
       DISPLAY "Bulletins simules : " affichage_compteur

       IF temp_fp_mois = 1
           MOVE 12 TO pab_moisPrecedent
           COMPUTE pab_anneePrecedente = temp_fp_annee - 1
       ELSE
           COMPUTE pab_moisPrecedent = temp_fp_mois - 1
           MOVE temp_fp_annee TO pab_anneePrecedente
       END-IF
       MOVE 0 TO pab_rapportTrouve
       OPEN INPUT frapportsPaie
       MOVE pab_moisPrecedent TO fr_mois
       MOVE pab_anneePrecedente TO fr_annee
       READ frapportsPaie
           INVALID KEY
               MOVE 0 TO fr_totalSalaires
               MOVE 0 TO fr_totalCotisations
               MOVE 0 TO fr_totalCotisationsPatronales
               MOVE 0 TO fr_totalImpotRevenu
               MOVE 0 TO fr_totalAutresDeductions
           NOT INVALID KEY
               MOVE 1 TO pab_rapportTrouve
       END-READ
       CLOSE frapportsPaie
       COMPUTE pab_netPrecedent = fr_totalSalaires -
           fr_totalCotisations - fr_totalImpotRevenu -
           fr_totalAutresDeductions
      *Le rapport ne porte pas les cotisations complementaires : elles
      *sont reprises des bulletins du mois precedent
       IF pab_rapportTrouve = 1
           MOVE pab_moisPrecedent TO cc_moisCumul
           MOVE pab_anneePrecedente TO cc_anneeCumul
           PERFORM TOTALISER-COTISATIONS-COMPL
           COMPUTE pab_netPrecedent =
               pab_netPrecedent - cc_cumulSalariale
       END-IF

       MOVE SPACES TO ligne-paieBlanc
       IF pab_rapportTrouve = 1
           STRING "Rubrique;Simule;Rapport " DELIMITED BY SIZE
               pab_moisPrecedent DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               pab_anneePrecedente DELIMITED BY SIZE
               ";Ecart" DELIMITED BY SIZE
               INTO ligne-paieBlanc
           END-STRING
       ELSE
           STRING "Rubrique;Simule;Rapport " DELIMITED BY SIZE
               pab_moisPrecedent DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               pab_anneePrecedente DELIMITED BY SIZE
               " absent (comparaison a zero);Ecart" DELIMITED BY SIZE
               INTO ligne-paieBlanc
           END-STRING
           DISPLAY "Pas de rapport de paie pour " pab_moisPrecedent
               "/" pab_anneePrecedente " - comparaison a zero"
       END-IF
       WRITE ligne-paieBlanc

       MOVE "Salaire brut" TO pab_libelle
       MOVE pab_totalBrut TO pab_montantSimule
       MOVE fr_totalSalaires TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB
       MOVE "Cotisations salariales" TO pab_libelle
       MOVE pab_totalCotisations TO pab_montantSimule
       MOVE fr_totalCotisations TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB
       MOVE "Cotisations patronales" TO pab_libelle
       MOVE pab_totalPatronales TO pab_montantSimule
       MOVE fr_totalCotisationsPatronales TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB
       MOVE "Impot sur le revenu" TO pab_libelle
       MOVE pab_totalImpot TO pab_montantSimule
       MOVE fr_totalImpotRevenu TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB
       MOVE "Autres deductions" TO pab_libelle
       MOVE pab_totalDeductions TO pab_montantSimule
       MOVE fr_totalAutresDeductions TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB
       MOVE "Salaire net" TO pab_libelle
       MOVE pab_totalNet TO pab_montantSimule
       MOVE pab_netPrecedent TO pab_montantPrecedent
       PERFORM ECRIRE-COMPARAISON-PAB.


       ECRIRE-COMPARAISON-PAB.
       COMPUTE pab_ecart = pab_montantSimule - pab_montantPrecedent
       MOVE pab_montantSimule TO affichage_pab
       MOVE pab_montantPrecedent TO affichage_pab2
       MOVE pab_ecart TO affichage_pab3
       MOVE SPACES TO ligne-paieBlanc
       STRING FUNCTION TRIM(pab_libelle) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pab3) DELIMITED BY SIZE
           INTO ligne-paieBlanc
       END-STRING
       WRITE ligne-paieBlanc
       DISPLAY pab_libelle " simule : " affichage_pab
           " ecart : " affichage_pab3.


       SAISIR-RUBRIQUES-BULLETIN.
      *Saisie des rubriques du bulletin en cours, code par code
      *jusqu'a un code vide - frubriques est ouvert par l'appelant
       MOVE 0 TO rub_nbLignes
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Code rubrique du mois (vide = fin de saisie,",
           " ? = liste des rubriques) : "
           MOVE SPACES TO temp_frb_code
           ACCEPT temp_frb_code
           EVALUATE TRUE
               WHEN temp_frb_code = SPACES
                   MOVE 1 TO Wtrouve
               WHEN temp_frb_code = "?"
                   PERFORM AFFICHER-LISTE-RUBRIQUES
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(temp_frb_code) TO frb_code
                   READ frubriques
                       INVALID KEY
                           DISPLAY "Rubrique inconnue : " temp_frb_code
                       NOT INVALID KEY
                           DISPLAY FUNCTION TRIM(frb_libelle) " - ",
                           "sens " frb_sens " - soumis CNSS "
                           frb_soumisCNSS " - soumis IR " frb_soumisIR
                           PERFORM SAISIR-MONTANT-RUBRIQUE
                           PERFORM AJOUTER-LIGNE-RUBRIQUE
                           IF rub_motifRefus NOT = SPACES
                               DISPLAY "Rubrique refusee : "
                                   rub_motifRefus
                           ELSE
                               DISPLAY "Rubrique ajoutee au bulletin"
                           END-IF
                   END-READ
           END-EVALUATE
       END-PERFORM.


       SAISIR-MONTANT-RUBRIQUE.
       MOVE 0 TO Wtrouve1
       PERFORM WITH TEST AFTER UNTIL Wtrouve1 = 1
           DISPLAY "Montant de la rubrique ? format : XXX,XX"
           ACCEPT saisie_montantRubrique
           INSPECT saisie_montantRubrique REPLACING ALL ',' BY '.'
           IF FUNCTION NUMVAL(saisie_montantRubrique) <= 0
               DISPLAY "Ce montant doit etre positif"
           ELSE
               MOVE FUNCTION NUMVAL(saisie_montantRubrique) TO
                   vrai_montantRubrique
               MOVE vrai_montantRubrique TO affichage_rubrique
               DISPLAY "saisie : " affichage_rubrique
               MOVE 1 TO Wtrouve1
           END-IF
       END-PERFORM.


       CHARGER-RUBRIQUES-POINTAGE.
      *Rubriques d'une ligne de pointage - renseigne motif_rejet si
      *une rubrique est inconnue, a montant invalide ou refusee
       MOVE 0 TO rub_nbLignes
       MOVE fpt_avantages TO saisie_montantRubrique
       INSPECT saisie_montantRubrique REPLACING ALL ',' BY '.'
       IF FUNCTION NUMVAL(saisie_montantRubrique) > 0
           MOVE "AVANT" TO frb_code
           READ frubriques
               INVALID KEY
                   MOVE "rubrique AVANT absente de rubriques.dat"
                       TO motif_rejet
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(saisie_montantRubrique) TO
                       vrai_montantRubrique
                   PERFORM AJOUTER-LIGNE-RUBRIQUE
                   IF rub_motifRefus NOT = SPACES
                       MOVE rub_motifRefus TO motif_rejet
                   END-IF
           END-READ
       END-IF

       PERFORM VARYING WIdxRub FROM 1 BY 1
           UNTIL WIdxRub > 5 OR motif_rejet NOT = SPACES
           IF fpt_codeRubrique(WIdxRub) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(fpt_codeRubrique(WIdxRub))
                   TO frb_code
               READ frubriques
                   INVALID KEY
                       STRING "rubrique inconnue : " DELIMITED BY SIZE
                           FUNCTION TRIM(fpt_codeRubrique(WIdxRub))
                           DELIMITED BY SIZE
                           INTO motif_rejet
                       END-STRING
                   NOT INVALID KEY
                       MOVE fpt_montantRubrique(WIdxRub) TO
                           saisie_montantRubrique
                       INSPECT saisie_montantRubrique
                           REPLACING ALL ',' BY '.'
                       IF FUNCTION NUMVAL(saisie_montantRubrique) <= 0
                           STRING "montant invalide pour la rubrique "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(frb_code)
                               DELIMITED BY SIZE
                               INTO motif_rejet
                           END-STRING
                       ELSE
                           MOVE FUNCTION NUMVAL(saisie_montantRubrique)
                               TO vrai_montantRubrique
                           PERFORM AJOUTER-LIGNE-RUBRIQUE
                           IF rub_motifRefus NOT = SPACES
                               MOVE rub_motifRefus TO motif_rejet
                           END-IF
                       END-IF
               END-READ
           END-IF
       END-PERFORM.


       AJOUTER-LIGNE-RUBRIQUE.
      *Ajoute la rubrique courante de frubriques, pour le montant
      *vrai_montantRubrique, au bulletin en cours et calcule la part
      *soumise CNSS et IR - rub_motifRefus est renseigne en cas de
      *refus (doublon, tableau plein, plafond d'une retenue depasse)
       MOVE SPACES TO rub_motifRefus
       PERFORM VARYING WIdxRub2 FROM 1 BY 1
           UNTIL WIdxRub2 > rub_nbLignes
           IF rub_code(WIdxRub2) = frb_code
               MOVE "rubrique deja presente sur ce bulletin"
                   TO rub_motifRefus
           END-IF
       END-PERFORM
       IF rub_motifRefus = SPACES AND rub_nbLignes >= 10
           MOVE "nombre maximal de rubriques atteint (10)"
               TO rub_motifRefus
       END-IF
       IF rub_motifRefus = SPACES AND frb_sens = "R" AND
           frb_plafondMensuel > 0 AND
           vrai_montantRubrique > frb_plafondMensuel
           MOVE "retenue superieure au plafond mensuel"
               TO rub_motifRefus
       END-IF

       IF rub_motifRefus = SPACES
           ADD 1 TO rub_nbLignes
           MOVE frb_code TO rub_code(rub_nbLignes)
           MOVE frb_libelle TO rub_libelle(rub_nbLignes)
           MOVE frb_sens TO rub_sens(rub_nbLignes)
           MOVE vrai_montantRubrique TO rub_montant(rub_nbLignes)

      *Gain non assujetti : seul l'excedent au-dela du plafond
      *d'exoneration entre dans l'assiette (plafond 0 = exonere
      *en totalite)
           MOVE 0 TO rub_partSoumiseCNSS(rub_nbLignes)
           IF frb_soumisCNSS = "O"
               MOVE vrai_montantRubrique TO
                   rub_partSoumiseCNSS(rub_nbLignes)
           ELSE
               IF frb_sens = "G" AND frb_plafondMensuel > 0 AND
                   vrai_montantRubrique > frb_plafondMensuel
                   COMPUTE rub_partSoumiseCNSS(rub_nbLignes) =
                       vrai_montantRubrique - frb_plafondMensuel
               END-IF
           END-IF

           MOVE 0 TO rub_partSoumiseIR(rub_nbLignes)
           IF frb_soumisIR = "O"
               MOVE vrai_montantRubrique TO
                   rub_partSoumiseIR(rub_nbLignes)
           ELSE
               IF frb_sens = "G" AND frb_plafondMensuel > 0 AND
                   vrai_montantRubrique > frb_plafondMensuel
                   COMPUTE rub_partSoumiseIR(rub_nbLignes) =
                       vrai_montantRubrique - frb_plafondMensuel
               END-IF
           END-IF
       END-IF.


       TOTALISER-RUBRIQUES.
      *Totaux des rubriques du bulletin en cours : gains, retenues et
      *montants hors assiette CNSS et IR (une retenue non assujettie
      *ne diminue pas l'assiette)
       MOVE 0 TO rub_totalGains
       MOVE 0 TO rub_totalRetenues
       MOVE 0 TO rub_horsAssietteCNSS
       MOVE 0 TO rub_horsAssietteIR
       PERFORM VARYING WIdxRub2 FROM 1 BY 1
           UNTIL WIdxRub2 > rub_nbLignes
           IF rub_sens(WIdxRub2) = "G"
               ADD rub_montant(WIdxRub2) TO rub_totalGains
               COMPUTE rub_horsAssietteCNSS = rub_horsAssietteCNSS +
                   rub_montant(WIdxRub2) - rub_partSoumiseCNSS(WIdxRub2)
               COMPUTE rub_horsAssietteIR = rub_horsAssietteIR +
                   rub_montant(WIdxRub2) - rub_partSoumiseIR(WIdxRub2)
           ELSE
               ADD rub_montant(WIdxRub2) TO rub_totalRetenues
               COMPUTE rub_horsAssietteCNSS = rub_horsAssietteCNSS -
                   rub_montant(WIdxRub2) + rub_partSoumiseCNSS(WIdxRub2)
               COMPUTE rub_horsAssietteIR = rub_horsAssietteIR -
                   rub_montant(WIdxRub2) + rub_partSoumiseIR(WIdxRub2)
           END-IF
       END-PERFORM
       MOVE rub_totalGains TO vrai_montantAvantages.


       ECRIRE-LIGNES-BULLETIN.
      *Lignes de detail des rubriques et des cotisations
      *complementaires du bulletin qui vient d'etre ecrit (cle
      *fbp_cleBP courante)
       IF rub_nbLignes > 0
           OPEN I-O flignesBulletin
           PERFORM VARYING WIdxRub2 FROM 1 BY 1
               UNTIL WIdxRub2 > rub_nbLignes
               MOVE fbp_mois TO flb_mois
               MOVE fbp_annee TO flb_annee
               MOVE fbp_identifiant TO flb_identifiant
               MOVE WIdxRub2 TO flb_numLigne
               MOVE rub_code(WIdxRub2) TO flb_code
               MOVE rub_libelle(WIdxRub2) TO flb_libelle
               MOVE rub_sens(WIdxRub2) TO flb_sens
               MOVE rub_montant(WIdxRub2) TO flb_montant
               MOVE rub_partSoumiseCNSS(WIdxRub2) TO
                   flb_partSoumiseCNSS
               MOVE rub_partSoumiseIR(WIdxRub2) TO flb_partSoumiseIR
               WRITE tamp_flignesBulletin
               END-WRITE
           END-PERFORM
           CLOSE flignesBulletin
       END-IF
       IF cc_nbLignes > 0
           OPEN I-O fcotisationsBulletin
           PERFORM VARYING WIdxCc FROM 1 BY 1
               UNTIL WIdxCc > cc_nbLignes
               MOVE fbp_annee TO fcb_annee
               MOVE fbp_mois TO fcb_mois
               MOVE fbp_identifiant TO fcb_identifiant
               MOVE cc_code(WIdxCc) TO fcb_codeOrganisme
               MOVE cc_libelle(WIdxCc) TO fcb_libelle
               MOVE cc_numAdherent(WIdxCc) TO fcb_numAdherent
               MOVE cc_baseLigne(WIdxCc) TO fcb_base
               MOVE cc_tauxSalarial(WIdxCc) TO fcb_tauxSalarial
               MOVE cc_tauxPatronal(WIdxCc) TO fcb_tauxPatronal
               MOVE cc_partSalariale(WIdxCc) TO fcb_partSalariale
               MOVE cc_partPatronale(WIdxCc) TO fcb_partPatronale
               MOVE cc_deductibleIR(WIdxCc) TO fcb_deductibleIR
               WRITE tamp_fcotisationsBulletin
               END-WRITE
           END-PERFORM
           CLOSE fcotisationsBulletin
       END-IF.


       SUPPRIMER-LIGNES-BULLETIN.
      *Supprime les lignes de rubriques et de cotisations
      *complementaires du bulletin temp_fbp_mois / temp_fbp_annee /
      *temp_fbp_identifiant
       OPEN I-O flignesBulletin
       MOVE temp_fbp_mois TO flb_mois
       MOVE temp_fbp_annee TO flb_annee
       MOVE temp_fbp_identifiant TO flb_identifiant
       MOVE 0 TO flb_numLigne
       START flignesBulletin, KEY IS >= flb_cleLigne
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRub
               PERFORM WITH TEST AFTER UNTIL WfinRub = 1
                   READ flignesBulletin NEXT
                   AT END MOVE 1 TO WfinRub
                   NOT AT END
                       IF flb_mois NOT = temp_fbp_mois OR
                           flb_annee NOT = temp_fbp_annee OR
                           flb_identifiant NOT = temp_fbp_identifiant
                           MOVE 1 TO WfinRub
                       ELSE
                           DELETE flignesBulletin RECORD
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE flignesBulletin

       OPEN I-O fcotisationsBulletin
       MOVE temp_fbp_annee TO fcb_annee
       MOVE temp_fbp_mois TO fcb_mois
       MOVE temp_fbp_identifiant TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = temp_fbp_annee OR
                           fcb_mois NOT = temp_fbp_mois OR
                           fcb_identifiant NOT = temp_fbp_identifiant
                           MOVE 1 TO WfinCc
                       ELSE
                           DELETE fcotisationsBulletin RECORD
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fcotisationsBulletin.


       IMPRIMER-RUBRIQUES-BULLETIN.
      *Lignes de rubriques du bulletin courant (fbp_cleBP) ecrites
      *dans le document ouvert sur fbulletinDoc (+ gain, - retenue)
       OPEN INPUT flignesBulletin
       MOVE fbp_mois TO flb_mois
       MOVE fbp_annee TO flb_annee
       MOVE fbp_identifiant TO flb_identifiant
       MOVE 0 TO flb_numLigne
       START flignesBulletin, KEY IS >= flb_cleLigne
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRub
               PERFORM WITH TEST AFTER UNTIL WfinRub = 1
                   READ flignesBulletin NEXT
                   AT END MOVE 1 TO WfinRub
                   NOT AT END
                       IF flb_mois NOT = fbp_mois OR
                           flb_annee NOT = fbp_annee OR
                           flb_identifiant NOT = fbp_identifiant
                           MOVE 1 TO WfinRub
                       ELSE
                           MOVE flb_montant TO affichage_rubrique
                           MOVE SPACES TO ligne-bulletin
                           IF flb_sens = "G"
                               STRING "  + " DELIMITED BY SIZE
                                   flb_code DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   flb_libelle DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   affichage_rubrique DELIMITED BY SIZE
                                   INTO ligne-bulletin
                               END-STRING
                           ELSE
                               STRING "  - " DELIMITED BY SIZE
                                   flb_code DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   flb_libelle DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   affichage_rubrique DELIMITED BY SIZE
                                   INTO ligne-bulletin
                               END-STRING
                           END-IF
                           WRITE ligne-bulletin
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE flignesBulletin.


       IMPRIMER-RUBRIQUES-SIMULATION.
      *Lignes de rubriques du bulletin simule, reprises de la table
      *en memoire (rien n'est ecrit dans lignesBulletin.dat)
       PERFORM VARYING WIdxRub2 FROM 1 BY 1
           UNTIL WIdxRub2 > rub_nbLignes
           MOVE rub_montant(WIdxRub2) TO affichage_rubrique
           MOVE SPACES TO ligne-bulletin
           IF rub_sens(WIdxRub2) = "G"
               STRING "  + " DELIMITED BY SIZE
                   rub_code(WIdxRub2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rub_libelle(WIdxRub2) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   affichage_rubrique DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
           ELSE
               STRING "  - " DELIMITED BY SIZE
                   rub_code(WIdxRub2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   rub_libelle(WIdxRub2) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   affichage_rubrique DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
           END-IF
           WRITE ligne-bulletin
       END-PERFORM.


       CALCULER-COTISATIONS-COMPL.
      *Cotisations CIMR / mutuelle de l'employe fe_numIdentification
      *pour le mois WParamAnneeMois : une ligne par adhesion en
      *vigueur, assise sur le brut soumis CNSS plafonne au plafond de
      *l'organisme - au-dela de 5 adhesions simultanees, les
      *suivantes sont ignorees et signalees
       MOVE 0 TO cc_nbLignes
       MOVE 0 TO cc_totalSalariale
       MOVE 0 TO cc_totalPatronale
       MOVE 0 TO cc_totalDeductibleIR
       OPEN INPUT fadhesions
       OPEN INPUT forganismes
       MOVE fe_numIdentification TO fad_identifiant
       MOVE LOW-VALUES TO fad_codeOrganisme
       START fadhesions, KEY IS >= fad_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fadhesions NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fad_identifiant NOT = fe_numIdentification
                           MOVE 1 TO WfinCc
                       ELSE
                           IF fad_dateEffet <= WParamAnneeMois AND
                               (fad_dateFin = 0 OR
                               fad_dateFin >= WParamAnneeMois)
                               PERFORM AJOUTER-COTISATION-COMPL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE forganismes
       CLOSE fadhesions.


       AJOUTER-COTISATION-COMPL.
      *Ligne de cotisation de l'adhesion courante de fadhesions
       MOVE fad_codeOrganisme TO forg_code
       READ forganismes
           INVALID KEY
               DISPLAY "Organisme " fad_codeOrganisme
                   " inconnu - adhesion ignoree"
           NOT INVALID KEY
               IF cc_nbLignes >= 5
                   DISPLAY "Plus de 5 adhesions en vigueur - "
                       forg_code " ignore"
               ELSE
                   IF forg_plafond > 0 AND
                       WBrutSoumisCNSS > forg_plafond
                       MOVE forg_plafond TO cc_base
                   ELSE
                       MOVE WBrutSoumisCNSS TO cc_base
                   END-IF
                   ADD 1 TO cc_nbLignes
                   MOVE forg_code TO cc_code(cc_nbLignes)
                   MOVE forg_libelle TO cc_libelle(cc_nbLignes)
                   MOVE fad_numAdherent TO cc_numAdherent(cc_nbLignes)
                   MOVE cc_base TO cc_baseLigne(cc_nbLignes)
                   MOVE forg_tauxSalarial TO
                       cc_tauxSalarial(cc_nbLignes)
                   MOVE forg_tauxPatronal TO
                       cc_tauxPatronal(cc_nbLignes)
                   COMPUTE cc_partSalariale(cc_nbLignes) =
                       cc_base * forg_tauxSalarial
                   COMPUTE cc_partPatronale(cc_nbLignes) =
                       cc_base * forg_tauxPatronal
                   MOVE forg_deductibleIR TO
                       cc_deductibleIR(cc_nbLignes)
                   ADD cc_partSalariale(cc_nbLignes) TO
                       cc_totalSalariale
                   ADD cc_partPatronale(cc_nbLignes) TO
                       cc_totalPatronale
                   IF forg_deductibleIR = "O"
                       ADD cc_partSalariale(cc_nbLignes) TO
                           cc_totalDeductibleIR
                   END-IF
               END-IF
       END-READ.


       CHARGER-COTISATIONS-BULLETIN.
      *Reprend dans la table cc_ligne les cotisations complementaires
      *enregistrees pour le bulletin courant (fbp_cleBP)
       MOVE 0 TO cc_nbLignes
       MOVE 0 TO cc_totalSalariale
       MOVE 0 TO cc_totalPatronale
       MOVE 0 TO cc_totalDeductibleIR
       OPEN INPUT fcotisationsBulletin
       MOVE fbp_annee TO fcb_annee
       MOVE fbp_mois TO fcb_mois
       MOVE fbp_identifiant TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = fbp_annee OR
                           fcb_mois NOT = fbp_mois OR
                           fcb_identifiant NOT = fbp_identifiant OR
                           cc_nbLignes >= 5
                           MOVE 1 TO WfinCc
                       ELSE
                           ADD 1 TO cc_nbLignes
                           MOVE fcb_codeOrganisme TO
                               cc_code(cc_nbLignes)
                           MOVE fcb_libelle TO cc_libelle(cc_nbLignes)
                           MOVE fcb_numAdherent TO
                               cc_numAdherent(cc_nbLignes)
                           MOVE fcb_base TO cc_baseLigne(cc_nbLignes)
                           MOVE fcb_tauxSalarial TO
                               cc_tauxSalarial(cc_nbLignes)
                           MOVE fcb_tauxPatronal TO
                               cc_tauxPatronal(cc_nbLignes)
                           MOVE fcb_partSalariale TO
                               cc_partSalariale(cc_nbLignes)
                           MOVE fcb_partPatronale TO
                               cc_partPatronale(cc_nbLignes)
                           MOVE fcb_deductibleIR TO
                               cc_deductibleIR(cc_nbLignes)
                           ADD fcb_partSalariale TO cc_totalSalariale
                           ADD fcb_partPatronale TO cc_totalPatronale
                           IF fcb_deductibleIR = "O"
                               ADD fcb_partSalariale TO
                                   cc_totalDeductibleIR
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fcotisationsBulletin.


       IMPRIMER-COTISATIONS-BULLETIN.
      *Lignes de cotisations complementaires de la table cc_ligne
      *ecrites dans le document ouvert sur fbulletinDoc : part
      *salariale retenue, part patronale a titre d'information
       PERFORM VARYING WIdxCc FROM 1 BY 1
           UNTIL WIdxCc > cc_nbLignes
           MOVE cc_partSalariale(WIdxCc) TO affichage_cc
           MOVE cc_partPatronale(WIdxCc) TO affichage_cc2
           MOVE SPACES TO ligne-bulletin
           STRING "  - " DELIMITED BY SIZE
               cc_code(WIdxCc) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(cc_libelle(WIdxCc)) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               affichage_cc DELIMITED BY SIZE
               " (employeur " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_cc2) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
       END-PERFORM.


       TOTALISER-COTISATIONS-COMPL.
      *Cumul des cotisations complementaires enregistrees pour le
      *mois cc_moisCumul de l'annee cc_anneeCumul (mois 00 = toute
      *l'annee), dans cc_cumulSalariale et cc_cumulPatronale
       MOVE 0 TO cc_cumulSalariale
       MOVE 0 TO cc_cumulPatronale
       OPEN INPUT fcotisationsBulletin
       MOVE cc_anneeCumul TO fcb_annee
       MOVE cc_moisCumul TO fcb_mois
       MOVE LOW-VALUES TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = cc_anneeCumul OR
                           (cc_moisCumul NOT = 0 AND
                           fcb_mois NOT = cc_moisCumul)
                           MOVE 1 TO WfinCc
                       ELSE
                           ADD fcb_partSalariale TO cc_cumulSalariale
                           ADD fcb_partPatronale TO cc_cumulPatronale
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fcotisationsBulletin.


       CHERCHER-RETENUE-PRET.
      *Cumule les mensualites dues sur les prets en cours de
      *l'employe courant, chacune plafonnee au solde restant du pret,
      *puis y ajoute le solde des retenues reportees des mois
      *precedents (part non prelevee faute de net suffisant), qui est
      *ainsi represente jusqu'a apurement
       MOVE 0 TO WRetenuePret
       MOVE fe_numIdentification TO fpr_identifiant
       MOVE 0 TO fpr_numPret
       START fprets, KEY IS >= fpr_clePret
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fprets NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fpr_identifiant NOT = fe_numIdentification
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fpr_soldeRestant > 0
                               IF fpr_mensualite > fpr_soldeRestant
                                   COMPUTE WRetenuePret =
                                       WRetenuePret + fpr_soldeRestant
                               ELSE
                                   COMPUTE WRetenuePret =
                                       WRetenuePret + fpr_mensualite
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
       END-START
       MOVE 0 TO WRetenueReprise
       MOVE fe_numIdentification TO fre_identifiant
       READ fretenues
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE fre_soldeReporte TO WRetenueReprise
               COMPUTE WRetenuePret =
                   WRetenuePret + fre_soldeReporte
       END-READ.


       MAJ-RETENUES-REPORTEES.
      *Enregistre le solde des retenues reportees de l'employe
      *courant apres calcul du bulletin : l'ancien solde a ete repris
      *dans la retenue du mois par CHERCHER-RETENUE-PRET, le nouveau
      *solde est la part qui n'a pas pu etre prelevee ce mois
       MOVE fe_numIdentification TO fre_identifiant
       READ fretenues
           INVALID KEY
               IF WRetenueReportee > 0
                   MOVE fe_numIdentification TO fre_identifiant
                   MOVE WRetenueReportee TO fre_soldeReporte
                   WRITE tamp_fretenues
                   END-WRITE
               END-IF
           NOT INVALID KEY
               MOVE WRetenueReportee TO fre_soldeReporte
               REWRITE tamp_fretenues
       END-READ.


       DEBITER-PRET.
      *Decremente le solde restant des prets de l'employe courant de
      *la mensualite retenue sur le bulletin - le pret s'eteint de
      *lui-meme quand le solde atteint zero
       MOVE fe_numIdentification TO fpr_identifiant
       MOVE 0 TO fpr_numPret
       START fprets, KEY IS >= fpr_clePret
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fprets NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fpr_identifiant NOT = fe_numIdentification
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fpr_soldeRestant > 0
                               IF fpr_mensualite > fpr_soldeRestant
                                   MOVE 0 TO fpr_soldeRestant
                               ELSE
                                   COMPUTE fpr_soldeRestant =
                                       fpr_soldeRestant -
                                       fpr_mensualite
                               END-IF
                               REWRITE tamp_fprets
                               IF fpr_soldeRestant = 0
                                   DISPLAY "Pret " fpr_numPret,
                                   " rembourse en totalite"
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
       END-START.


       RECREDITER-PRET.
      *Lors de l'annulation d'un bulletin, restitue la retenue de
      *pret du bulletin annule sur les prets de l'employe, dans la
      *limite du montant accorde de chacun - seule la part reellement
      *imputee aux prets ce mois est restituee : la part venue du
      *report des mois precedents (fbp_retenueReprise) n'a jamais ete
      *debitee des prets
       IF fbp_retenuePret > fbp_retenueReprise
           COMPUTE WRetenuePret =
               fbp_retenuePret - fbp_retenueReprise
       ELSE
           MOVE 0 TO WRetenuePret
       END-IF
       OPEN I-O fprets
       MOVE fbp_identifiant TO fpr_identifiant
       MOVE 0 TO fpr_numPret
       START fprets, KEY IS >= fpr_clePret
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fprets NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fpr_identifiant NOT = fbp_identifiant
                           MOVE 1 TO Wfin2
                       ELSE
                           IF WRetenuePret > 0 AND
                               fpr_soldeRestant < fpr_montantAccorde
                               COMPUTE WCreditPret =
                                   fpr_montantAccorde -
                                   fpr_soldeRestant
                               IF WCreditPret > WRetenuePret
                                   MOVE WRetenuePret TO WCreditPret
                               END-IF
                               COMPUTE fpr_soldeRestant =
                                   fpr_soldeRestant + WCreditPret
                               COMPUTE WRetenuePret =
                                   WRetenuePret - WCreditPret
                               REWRITE tamp_fprets
                           END-IF
                       END-IF
               END-PERFORM
       END-START
       CLOSE fprets
       DISPLAY "Retenue de pret du bulletin annule restituee sur",
       " le solde des prets".


       RETABLIR-RETENUES-REPORTEES.
      *Lors de l'annulation d'un bulletin, reverse son effet sur le
      *solde des retenues reportees : le bulletin avait consomme
      *l'ancien solde (fbp_retenueReprise) et enregistre le nouveau
      *(fbp_retenueReportee) - le solde courant est donc diminue du
      *report que le bulletin avait cree et augmente du report qu'il
      *avait repris
       OPEN I-O fretenues
       MOVE fbp_identifiant TO fre_identifiant
       READ fretenues
           INVALID KEY
               IF fbp_retenueReprise > fbp_retenueReportee
                   MOVE fbp_identifiant TO fre_identifiant
                   COMPUTE fre_soldeReporte =
                       fbp_retenueReprise - fbp_retenueReportee
                   WRITE tamp_fretenues
                   END-WRITE
               END-IF
           NOT INVALID KEY
               COMPUTE WCreditPret =
                   fre_soldeReporte + fbp_retenueReprise
               IF WCreditPret > fbp_retenueReportee
                   COMPUTE fre_soldeReporte =
                       WCreditPret - fbp_retenueReportee
               ELSE
                   MOVE 0 TO fre_soldeReporte
               END-IF
               REWRITE tamp_fretenues
       END-READ
       CLOSE fretenues
       DISPLAY "Solde des retenues reportees retabli apres",
       " annulation".


       CALCULER-SALAIRE.
       PERFORM TOTALISER-RUBRIQUES
       MOVE 0 TO cc_nbLignes
       MOVE 0 TO cc_totalSalariale
       MOVE 0 TO cc_totalPatronale
       MOVE 0 TO cc_totalDeductibleIR
       MOVE fe_metier TO fm_nomMetier
       OPEN INPUT fmetiers
       READ fmetiers
       INVALID KEY DISPLAY "Le metier de cet employe n'existe pas"
       NOT INVALID KEY
      *Taux du metier en vigueur pour le mois traite (historique des
      *revalorisations)
               PERFORM CHARGER-TAUX-METIER
      *Heures normales jusqu'au seuil mensuel configurable, heures
      *supplementaires au-dela - seules ces dernieres sont majorees
      *par fm_tauxsupplementaire
               IF temp_heurestravaillees > SEUIL-HEURES-NORMALES
                   MOVE SEUIL-HEURES-NORMALES TO
                       temp_fbp_heuresNormales
                   COMPUTE temp_fbp_heuresSupplementaires =
                       temp_heurestravaillees - SEUIL-HEURES-NORMALES
               ELSE
                   MOVE temp_heurestravaillees TO
                       temp_fbp_heuresNormales
                   MOVE 0 TO temp_fbp_heuresSupplementaires
               END-IF

      *Prime d'anciennete automatique, calculee a partir de la date
      *d'embauche selon le bareme en vigueur pour le mois traite
               PERFORM CALCULER-PRIME-ANCIENNETE

      *Le brut integre les rubriques du mois : gains ajoutes,
      *retenues deduites (le brut ne descend pas sous zero)
               COMPUTE WMontantCalcule =
               temp_fbp_heuresNormales * fm_salaireBase +
               (temp_fbp_heuresSupplementaires *
               fm_tauxsupplementaire) +
               WPrimeAnciennete +
               rub_totalGains - rub_totalRetenues
               IF WMontantCalcule < 0
                   MOVE 0 TO temp_fbp_salaireBrut
               ELSE
                   MOVE WMontantCalcule TO temp_fbp_salaireBrut
               END-IF

      *Assiettes CNSS et IR : brut diminue de la part exoneree des
      *rubriques (indemnites non assujetties dans la limite de leur
      *plafond)
               COMPUTE WMontantCalcule =
                   temp_fbp_salaireBrut - rub_horsAssietteCNSS
               IF WMontantCalcule < 0
                   MOVE 0 TO WBrutSoumisCNSS
               ELSE
                   MOVE WMontantCalcule TO WBrutSoumisCNSS
               END-IF
               COMPUTE WMontantCalcule =
                   temp_fbp_salaireBrut - rub_horsAssietteIR
               IF WMontantCalcule < 0
                   MOVE 0 TO WBrutSoumisIR
               ELSE
                   MOVE WMontantCalcule TO WBrutSoumisIR
               END-IF

      *Cotisations sociales (CNSS/AMO), assises sur le brut soumis
      *plafonne a PLAFOND-CS
               IF WBrutSoumisCNSS > PLAFOND-CS
                   MOVE PLAFOND-CS TO WBaseCotisable
               ELSE
                   MOVE WBrutSoumisCNSS TO WBaseCotisable
               END-IF
               COMPUTE temp_fbp_cotisations =
                   WBaseCotisable * TAUX-CS

      *Part patronale des cotisations, a la charge de l'employeur :
      *assise sur le brut soumis plafonne a PLAFOND-CS-PATRONAL, sans
      *effet sur le salaire net
               IF WBrutSoumisCNSS > PLAFOND-CS-PATRONAL
                   MOVE PLAFOND-CS-PATRONAL TO WBaseCotisablePatronale
               ELSE
                   MOVE WBrutSoumisCNSS TO WBaseCotisablePatronale
               END-IF
               COMPUTE temp_fbp_cotisationsPatronales =
                   WBaseCotisablePatronale * TAUX-CS-PATRONAL

      *Cotisations de retraite complementaire et de mutuelle des
      *adhesions de l'employe en vigueur pour le mois traite
               PERFORM CALCULER-COTISATIONS-COMPL

      *Impot sur le revenu, calcule par bareme progressif sur le
      *brut soumis a l'IR diminue des cotisations sociales et des
      *cotisations complementaires deductibles
               PERFORM CALCULER-IR

      *Les retenues (prets et autres deductions) sont plafonnees a la
      *quotite saisissable du net apres cotisations et impot : la
      *part non prelevee est reportee sur les mois suivants au lieu
      *de fausser ou d'ecraser le net
               COMPUTE WNetAvantRetenues = temp_fbp_salaireBrut -
                   temp_fbp_cotisations - cc_totalSalariale -
                   temp_fbp_impotRevenu
               COMPUTE WRetenueMaximale =
                   WNetAvantRetenues * QUOTITE-SAISISSABLE
               IF vrai_autresDeductions > WRetenueMaximale
                   MOVE WRetenueMaximale TO WRetenueAppliquee
                   COMPUTE WRetenueReportee =
                       vrai_autresDeductions - WRetenueAppliquee
               ELSE
                   MOVE vrai_autresDeductions TO WRetenueAppliquee
                   MOVE 0 TO WRetenueReportee
               END-IF
               COMPUTE temp_fbp_salaireNet =
                   WNetAvantRetenues - WRetenueAppliquee
       END-READ
       CLOSE fmetiers.


       CHARGER-TAUX-METIER.
      *Taux du metier fm_nomMetier en vigueur pour le mois
      *WParamAnneeMois (AAAAMM) : le dernier enregistrement de
      *l'historique dont la date d'effet ne depasse pas ce mois
      *remplace en memoire fm_salaireBase et fm_tauxsupplementaire -
      *sans historique, les taux de metiers.dat s'appliquent
       OPEN INPUT fhistoMetiers
       MOVE fm_nomMetier TO fhm_nomMetier
       MOVE 0 TO fhm_dateEffet
       START fhistoMetiers, KEY IS >= fhm_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinHisto
               PERFORM WITH TEST AFTER UNTIL WfinHisto = 1
                   READ fhistoMetiers NEXT
                   AT END MOVE 1 TO WfinHisto
                   NOT AT END
                       IF fhm_nomMetier NOT = fm_nomMetier OR
                           fhm_dateEffet > WParamAnneeMois
                           MOVE 1 TO WfinHisto
                       ELSE
                           MOVE fhm_salaireBase TO fm_salaireBase
                           MOVE fhm_tauxsupplementaire TO
                               fm_tauxsupplementaire
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fhistoMetiers.


       ENREGISTRER-TAUX-METIER.
      *Enregistre les taux hm_nouveauSalaireBase/hm_nouveauTauxSupp du
      *metier fm_nomMetier a effet du mois hm_dateEffet (creation ou
      *remplacement) - si le metier n'a pas encore d'historique, les
      *anciens taux hm_ancien... sont d'abord conserves comme taux
      *d'origine (000000). En retour, fm_salaireBase et
      *fm_tauxsupplementaire portent les taux les plus recents de
      *l'historique, a reporter par l'appelant dans metiers.dat
       OPEN I-O fhistoMetiers
       MOVE 0 TO WHistoTrouve
       MOVE fm_nomMetier TO fhm_nomMetier
       MOVE 0 TO fhm_dateEffet
       START fhistoMetiers, KEY IS >= fhm_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ fhistoMetiers NEXT
               AT END CONTINUE
               NOT AT END
                   IF fhm_nomMetier = fm_nomMetier
                       MOVE 1 TO WHistoTrouve
                   END-IF
               END-READ
       END-START
       IF WHistoTrouve = 0 AND hm_dateEffet > 0
           MOVE fm_nomMetier TO fhm_nomMetier
           MOVE 0 TO fhm_dateEffet
           MOVE hm_ancienSalaireBase TO fhm_salaireBase
           MOVE hm_ancienTauxSupp TO fhm_tauxsupplementaire
           MOVE "S" TO fhm_origine
           MOVE 0 TO fhm_numRevalorisation
           WRITE tamp_fhistoMetiers
           END-WRITE
       END-IF
       MOVE fm_nomMetier TO fhm_nomMetier
       MOVE hm_dateEffet TO fhm_dateEffet
       READ fhistoMetiers
           INVALID KEY
               MOVE hm_nouveauSalaireBase TO fhm_salaireBase
               MOVE hm_nouveauTauxSupp TO fhm_tauxsupplementaire
               MOVE hm_origine TO fhm_origine
               MOVE hm_numRevalorisation TO fhm_numRevalorisation
               WRITE tamp_fhistoMetiers
               END-WRITE
           NOT INVALID KEY
               MOVE hm_nouveauSalaireBase TO fhm_salaireBase
               MOVE hm_nouveauTauxSupp TO fhm_tauxsupplementaire
               MOVE hm_origine TO fhm_origine
               MOVE hm_numRevalorisation TO fhm_numRevalorisation
               REWRITE tamp_fhistoMetiers
       END-READ
       CLOSE fhistoMetiers
       MOVE WParamAnneeMois TO hm_moisSauve
       MOVE 999999 TO WParamAnneeMois
       PERFORM CHARGER-TAUX-METIER
       MOVE hm_moisSauve TO WParamAnneeMois.


       CALCULER-PRIME-ANCIENNETE.
      *Prime d'anciennete de l'employe courant pour le mois traite
      *(WParamAnneeMois) : l'anciennete en annees revolues est tiree
      *de fe_dateEmbauche (JJ/MM/AAAA) et le taux de la plus haute
      *tranche atteinte s'applique au salaire de base du mois (heures
      *normales au taux horaire du metier)
       MOVE 0 TO WPrimeAnciennete
       MOVE 0 TO anc_taux
       IF fe_dateEmbauche(4:2) IS NUMERIC AND
           fe_dateEmbauche(7:4) IS NUMERIC
           MOVE fe_dateEmbauche(4:2) TO anc_moisEmbauche
           MOVE fe_dateEmbauche(7:4) TO anc_anneeEmbauche
           MOVE WParamAnneeMois(1:4) TO anc_anneePaie
           MOVE WParamAnneeMois(5:2) TO anc_moisPaie
           COMPUTE anc_moisAnciennete =
               (anc_anneePaie - anc_anneeEmbauche) * 12 +
               anc_moisPaie - anc_moisEmbauche
           IF anc_moisAnciennete > 0
               COMPUTE anc_annees = anc_moisAnciennete / 12
               PERFORM VARYING WIdxAnc FROM 1 BY 1 UNTIL WIdxAnc > 4
                   IF BA-SEUIL-ANNEES(WIdxAnc) > 0 AND
                       anc_annees >= BA-SEUIL-ANNEES(WIdxAnc)
                       MOVE BA-TAUX(WIdxAnc) TO anc_taux
                   END-IF
               END-PERFORM
               IF anc_taux > 0
                   COMPUTE WPrimeAnciennete = anc_taux *
                       temp_fbp_heuresNormales * fm_salaireBase
               END-IF
           END-IF
       END-IF.


       CALCULER-IR.
       COMPUTE WMontantCalcule = WBrutSoumisIR - temp_fbp_cotisations
           - cc_totalDeductibleIR
       IF WMontantCalcule < 0
           MOVE 0 TO WBaseImposable
       ELSE
           MOVE WMontantCalcule TO WBaseImposable
       END-IF
       PERFORM APPLIQUER-BAREME-IR.


       APPLIQUER-BAREME-IR.
      *Bareme progressif applique a WBaseImposable, resultat dans
      *temp_fbp_impotRevenu
       MOVE 0 TO temp_fbp_impotRevenu
       MOVE 0 TO WPlafondPrecedent
       PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 6
           IF WBaseImposable > WPlafondPrecedent
               COMPUTE WPortionTranche =
                   FUNCTION MIN(WBaseImposable, BT-PLAFOND(IDX-TR))
                   - WPlafondPrecedent
               IF WPortionTranche > 0
                   COMPUTE temp_fbp_impotRevenu =
                       temp_fbp_impotRevenu +
                       WPortionTranche * BT-TAUX(IDX-TR)
               END-IF
           END-IF
           MOVE BT-PLAFOND(IDX-TR) TO WPlafondPrecedent
       END-PERFORM.


       INITIALISER-BAREME-IR.
       MOVE 2500.00 TO BT-PLAFOND(1)
       MOVE 0.000 TO BT-TAUX(1)
       MOVE 4166.67 TO BT-PLAFOND(2)
       MOVE 0.100 TO BT-TAUX(2)
       MOVE 5000.00 TO BT-PLAFOND(3)
       MOVE 0.200 TO BT-TAUX(3)
       MOVE 6666.67 TO BT-PLAFOND(4)
       MOVE 0.300 TO BT-TAUX(4)
       MOVE 15000.00 TO BT-PLAFOND(5)
       MOVE 0.340 TO BT-TAUX(5)
       MOVE 99999999.99 TO BT-PLAFOND(6)
       MOVE 0.380 TO BT-TAUX(6).


       INITIALISER-BAREME-ANCIENNETE.
       MOVE 02 TO BA-SEUIL-ANNEES(1)
       MOVE 0.050 TO BA-TAUX(1)
       MOVE 05 TO BA-SEUIL-ANNEES(2)
       MOVE 0.100 TO BA-TAUX(2)
       MOVE 12 TO BA-SEUIL-ANNEES(3)
       MOVE 0.150 TO BA-TAUX(3)
       MOVE 20 TO BA-SEUIL-ANNEES(4)
       MOVE 0.200 TO BA-TAUX(4).


       INITIALISER-PARAMETRES.
      *Cree parametres.dat et le jeu de parametres d'origine (date
      *d'effet 000000) lors de la toute premiere execution, a partir
      *des valeurs par defaut en memoire
       OPEN I-O fparametres
       IF cr_fparametres = 35
       OPEN OUTPUT fparametres
       CLOSE fparametres
       OPEN I-O fparametres
       END-IF
       MOVE 0 TO fpa_dateEffet
       READ fparametres
           INVALID KEY
               PERFORM GARNIR-PARAMETRES
               MOVE 0 TO fpa_dateEffet
               WRITE tamp_fparametres
               END-WRITE
           NOT INVALID KEY
               CONTINUE
       END-READ
       CLOSE fparametres.


       GARNIR-PARAMETRES.
      *Recopie les parametres en memoire dans l'enregistrement de
      *parametres.dat (la date d'effet reste a la charge de l'appelant)
       MOVE TAUX-CS TO fpa_tauxCS
       MOVE PLAFOND-CS TO fpa_plafondCS
       MOVE TAUX-CS-PATRONAL TO fpa_tauxCSPatronal
       MOVE PLAFOND-CS-PATRONAL TO fpa_plafondCSPatronal
       MOVE SEUIL-HEURES-NORMALES TO fpa_seuilHeuresNormales
       MOVE SEUIL-HEURES-ALERTE TO fpa_seuilHeuresAlerte
       MOVE DROIT-CONGES-MENSUEL TO fpa_droitCongesMensuel
       MOVE QUOTITE-SAISISSABLE TO fpa_quotiteSaisissable
       MOVE COMPTE-SALAIRES TO fpa_compteSalaires
       MOVE COMPTE-CHARGES-PATRONALES TO fpa_compteChargesPatronales
       MOVE COMPTE-CNSS TO fpa_compteCNSS
       MOVE COMPTE-IR TO fpa_compteIR
       MOVE COMPTE-NET-A-PAYER TO fpa_compteNetAPayer
       MOVE COMPTE-PRETS TO fpa_comptePrets
       MOVE COMPTE-AUTRES-RETENUES TO fpa_compteAutresRetenues
       PERFORM VARYING WIdxParam FROM 1 BY 1 UNTIL WIdxParam > 6
           MOVE BT-PLAFOND(WIdxParam) TO fpa_plafondTranche(WIdxParam)
           MOVE BT-TAUX(WIdxParam) TO fpa_tauxTranche(WIdxParam)
       END-PERFORM
       PERFORM VARYING WIdxAnc FROM 1 BY 1 UNTIL WIdxAnc > 4
           MOVE BA-SEUIL-ANNEES(WIdxAnc) TO fpa_seuilAnnees(WIdxAnc)
           MOVE BA-TAUX(WIdxAnc) TO fpa_tauxAnciennete(WIdxAnc)
       END-PERFORM.


       CHARGER-PARAMETRES.
      *Charge en memoire les parametres de paie en vigueur pour le
      *mois WParamAnneeMois (AAAAMM) : le jeu retenu est celui dont la
      *date d'effet est la plus recente sans depasser ce mois - le
      *calcul d'un mois donne utilise ainsi les taux de ce mois-la
       OPEN INPUT fparametres
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ fparametres NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END
               IF fpa_dateEffet <= WParamAnneeMois
                   MOVE fpa_tauxCS TO TAUX-CS
                   MOVE fpa_plafondCS TO PLAFOND-CS
                   MOVE fpa_tauxCSPatronal TO TAUX-CS-PATRONAL
                   MOVE fpa_plafondCSPatronal TO PLAFOND-CS-PATRONAL
                   MOVE fpa_seuilHeuresNormales TO
                       SEUIL-HEURES-NORMALES
                   MOVE fpa_seuilHeuresAlerte TO SEUIL-HEURES-ALERTE
                   MOVE fpa_droitCongesMensuel TO
                       DROIT-CONGES-MENSUEL
                   MOVE fpa_quotiteSaisissable TO QUOTITE-SAISISSABLE
                   MOVE fpa_compteSalaires TO COMPTE-SALAIRES
                   MOVE fpa_compteChargesPatronales TO
                       COMPTE-CHARGES-PATRONALES
                   MOVE fpa_compteCNSS TO COMPTE-CNSS
                   MOVE fpa_compteIR TO COMPTE-IR
                   MOVE fpa_compteNetAPayer TO COMPTE-NET-A-PAYER
                   MOVE fpa_comptePrets TO COMPTE-PRETS
                   MOVE fpa_compteAutresRetenues TO
                       COMPTE-AUTRES-RETENUES
                   PERFORM VARYING WIdxParam FROM 1 BY 1
                       UNTIL WIdxParam > 6
                       MOVE fpa_plafondTranche(WIdxParam) TO
                           BT-PLAFOND(WIdxParam)
                       MOVE fpa_tauxTranche(WIdxParam) TO
                           BT-TAUX(WIdxParam)
                   END-PERFORM
                   PERFORM VARYING WIdxAnc FROM 1 BY 1
                       UNTIL WIdxAnc > 4
                       MOVE fpa_seuilAnnees(WIdxAnc) TO
                           BA-SEUIL-ANNEES(WIdxAnc)
                       MOVE fpa_tauxAnciennete(WIdxAnc) TO
                           BA-TAUX(WIdxAnc)
                   END-PERFORM
               ELSE
                   MOVE 1 TO Wfin2
               END-IF
           END-READ
       END-PERFORM
       CLOSE fparametres.


       ENREGISTRER-PARAMETRES.
      *Enregistre les parametres en memoire comme jeu de parametres
      *prenant effet au mois WParamAnneeMois (creation ou remplacement)
       OPEN I-O fparametres
       MOVE WParamAnneeMois TO fpa_dateEffet
       READ fparametres
           INVALID KEY
               PERFORM GARNIR-PARAMETRES
               MOVE WParamAnneeMois TO fpa_dateEffet
               WRITE tamp_fparametres
               END-WRITE
           NOT INVALID KEY
               PERFORM GARNIR-PARAMETRES
               MOVE WParamAnneeMois TO fpa_dateEffet
               REWRITE tamp_fparametres
       END-READ
       CLOSE fparametres.


       IMPRIMER-BULLETIN.
      * Produit le document imprimable du bulletin (un fichier texte
      * par bulletin), a partir du contenu courant de tamp_fbulletinsPaie
      * En paie a blanc, le document est un bulletin simule, distinct
      * du bulletin reel et sans valeur de bulletin
       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       IF WPaieABlanc = 1
           STRING "simulation_" DELIMITED BY SIZE
               FUNCTION TRIM(fbp_identifiant) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               fbp_mois DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               fbp_annee DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
       ELSE
           STRING "bulletin_" DELIMITED BY SIZE
               FUNCTION TRIM(fbp_identifiant) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               fbp_mois DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               fbp_annee DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
       END-IF

       OPEN OUTPUT fbulletinDoc
       IF WPaieABlanc = 1
           MOVE "*** PAIE A BLANC - SIMULATION SANS VALEUR DE BULLETIN"
               TO ligne-bulletin
           WRITE ligne-bulletin
       END-IF
       MOVE SPACES TO ligne-bulletin
       STRING "BULLETIN DE PAIE - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NOM-EMPLOYE-DOC) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PRENOM-EMPLOYE-DOC) DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE SPACES TO ligne-bulletin
       STRING "Identifiant employe : " DELIMITED BY SIZE
           fbp_identifiant DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE SPACES TO ligne-bulletin
       STRING "Periode : " DELIMITED BY SIZE
           fbp_mois DELIMITED BY SIZE "/" DELIMITED BY SIZE
           fbp_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE SPACES TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_heuresTravailles TO affichage-heures
       MOVE SPACES TO ligne-bulletin
       STRING "Heures travaillees : " DELIMITED BY SIZE
           affichage-heures DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_heuresNormales TO affichage-heures
       MOVE SPACES TO ligne-bulletin
       STRING "  dont heures normales : " DELIMITED BY SIZE
           affichage-heures DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_heuresSupplementaires TO affichage-heures
       MOVE SPACES TO ligne-bulletin
       STRING "  dont heures supplementaires : " DELIMITED BY SIZE
           affichage-heures DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_primeAnciennete TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Prime d'anciennete : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

      *Detail des rubriques du mois (primes, indemnites, retenues) -
      *en paie a blanc, elles ne sont qu'en memoire
       IF WPaieABlanc = 1
           PERFORM IMPRIMER-RUBRIQUES-SIMULATION
       ELSE
           PERFORM IMPRIMER-RUBRIQUES-BULLETIN
       END-IF

       MOVE fbp_salaireBrut TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Salaire brut : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_cotisations TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Cotisations sociales (CNSS/AMO) : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_cotisationsPatronales TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Cotisations patronales (employeur) : "
           DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

      *Retraite complementaire et mutuelle - en paie a blanc, les
      *cotisations ne sont qu'en memoire
       IF WPaieABlanc NOT = 1
           PERFORM CHARGER-COTISATIONS-BULLETIN
       END-IF
       IF cc_nbLignes > 0
           MOVE cc_totalSalariale TO affichage_salaireBrut
           MOVE SPACES TO ligne-bulletin
           STRING "Cotisations complementaires : " DELIMITED BY SIZE
               affichage_salaireBrut DELIMITED BY SIZE
               INTO ligne-bulletin
           WRITE ligne-bulletin
           PERFORM IMPRIMER-COTISATIONS-BULLETIN
       END-IF

       MOVE fbp_impotRevenu TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Impot sur le revenu : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_retenuePret TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Retenue sur pret : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

      *Les retenues du bulletin peuvent avoir ete plafonnees a la
      *quotite saisissable : fbp_autresDeductions porte la retenue
      *reellement appliquee et fbp_retenueReportee le reste reporte
       IF fbp_autresDeductions > fbp_retenuePret
           COMPUTE WAutresHorsPret =
               fbp_autresDeductions - fbp_retenuePret
       ELSE
           MOVE 0 TO WAutresHorsPret
       END-IF
       MOVE WAutresHorsPret TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Autres deductions (hors pret) : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_autresDeductions TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Retenues appliquees ce mois : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_retenueReportee TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Retenues reportees (mois suivants) : "
           DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_salaireNet TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "Salaire net : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       CLOSE fbulletinDoc
       DISPLAY "Document imprimable genere : " WS-NOM-FICHIER-BULLETIN.


       CONSULTER-BP.
       DISPLAY "Consulter un bulletin de paie"
       DISPLAY SEPARATOR
       OPEN INPUT fbulletinsPaie
       DISPLAY "Entrer Identifiant employe"
       ACCEPT temp_fbp_identifiant

      *Confidentialite des salaires : un compte de niveau C ne peut
      *consulter que le bulletin de l'employe qui lui est rattache -
      *toute autre tentative est refusee et tracee dans le journal
       IF NIV-ACCES NOT = "A" AND NIV-ACCES NOT = "B"
           IF EMPLOYE-CONNECTE = SPACES OR
               temp_fbp_identifiant NOT = EMPLOYE-CONNECTE
               DISPLAY "Acces refuse : ce compte ne permet de",
               " consulter que vos propres bulletins"
               PERFORM TRACER-ACCES-REFUSE
               CLOSE fbulletinsPaie
               DISPLAY "--fin, toucher envoi pour retourner au menu--"
               ACCEPT CHOICE
               PERFORM RETOUR-MENU
               STOP RUN
           END-IF
       END-IF

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Entrer le mois du bulletin de paie (format: MM): "
           ACCEPT temp_fbp_mois
           IF temp_fbp_mois < 0 OR temp_fbp_mois > 12 THEN
               MOVE 0 TO Wtrouve
               DISPLAY "mois au mauvais format, reessayer "
           ELSE MOVE 1 TO Wtrouve
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
       DISPLAY "Entrer l'annee du bulletin de paie (format: AAAA): "
       ACCEPT temp_fbp_annee
       IF temp_fbp_annee < 0 OR temp_fbp_annee >
           FUNCTION CURRENT-DATE(1:4)
           THEN
               MOVE 0 TO Wtrouve
           ELSE MOVE 1 TO Wtrouve
       END-PERFORM

       DISPLAY "Mois saisi : " temp_fbp_mois
       DISPLAY "Annee saisie : " temp_fbp_annee

       MOVE temp_fbp_mois TO fbp_mois
       MOVE temp_fbp_annee TO fbp_annee
       MOVE temp_fbp_identifiant TO fbp_identifiant

       PERFORM LIRE-BULLETIN-EXERCICE

       IF WBulletinTrouve = 0
           DISPLAY "Bulletin de paie non trouve"
       ELSE
           DISPLAY SEPARATOR
           DISPLAY "Date de paie : "
           fbp_jour, "/", fbp_mois, "/", fbp_annee

           DISPLAY "Identifiant de l'employe : " fbp_identifiant


           MOVE fbp_salaireBrut TO temp_fbp_salaireBrut
           MOVE temp_fbp_salaireBrut TO affichage_salaireBrut
           DISPLAY "Salaire brut : " affichage_salaireBrut

           MOVE fbp_cotisations TO temp_fbp_cotisations
           MOVE temp_fbp_cotisations TO affichage_salaireBrut
           DISPLAY "Cotisations sociales (CNSS/AMO) : "
               affichage_salaireBrut

           MOVE fbp_impotRevenu TO temp_fbp_impotRevenu
           MOVE temp_fbp_impotRevenu TO affichage_salaireBrut
           DISPLAY "Impot sur le revenu : " affichage_salaireBrut

           MOVE fbp_autresdeductions TO temp_fbp_autresDeductions
           MOVE temp_fbp_autresDeductions TO affichage_salaireBrut
           DISPLAY "Autres deductions : " affichage_salaireBrut

           MOVE fbp_salaireNet TO temp_fbp_salaireNet
           MOVE temp_fbp_salaireNet TO affichage_salaireBrut
           DISPLAY "Salaire net : " affichage_salaireBrut
           PERFORM AFFICHER-STATUT-PAIEMENT
           DISPLAY SEPARATOR

           MOVE SPACES TO WS-NOM-EMPLOYE-DOC
           MOVE SPACES TO WS-PRENOM-EMPLOYE-DOC
           OPEN INPUT femployes
           MOVE fbp_identifiant TO fe_numIdentification
           READ femployes
               NOT INVALID KEY
                   MOVE fe_nom TO WS-NOM-EMPLOYE-DOC
                   MOVE fe_prenom TO WS-PRENOM-EMPLOYE-DOC
           END-READ
           CLOSE femployes
           PERFORM IMPRIMER-BULLETIN
       END-IF

       CLOSE fbulletinsPaie
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       PERFORM RETOUR-MENU.



       CONSULTER-MES-BULLETINS.
      *Espace personnel : consultation des bulletins de l'employe
      *rattache au compte connecte, pour un mois donne ou pour une
      *annee complete - aucun autre identifiant n'est accessible
       DISPLAY "Consultation de mes bulletins de paie"
       DISPLAY SEPARATOR
       IF EMPLOYE-CONNECTE = SPACES
           DISPLAY "Votre compte n'est rattache a aucun employe -",
           " contacter l'administrateur"
           PERFORM TRACER-ACCES-REFUSE
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       DISPLAY "Mois (MM, 99 = annee complete) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

      *Les bulletins d'un exercice archive sont lus dans son
      *historique (LIRE-BULLETIN-EXERCICE)
       OPEN INPUT fbulletinsPaie
       IF temp_fbp_mois = 99
           MOVE 0 TO Wtrouve
           PERFORM VARYING arc_mois FROM 1 BY 1 UNTIL arc_mois > 12
               MOVE arc_mois TO fbp_mois
               MOVE temp_fbp_annee TO fbp_annee
               MOVE EMPLOYE-CONNECTE TO fbp_identifiant
               PERFORM LIRE-BULLETIN-EXERCICE
               IF WBulletinTrouve = 1
                   MOVE 1 TO Wtrouve
                   PERFORM AFFICHER-MON-BULLETIN
               END-IF
           END-PERFORM
           IF Wtrouve = 0
               DISPLAY "Aucun bulletin pour cette annee"
           END-IF
       ELSE
           MOVE temp_fbp_mois TO fbp_mois
           MOVE temp_fbp_annee TO fbp_annee
           MOVE EMPLOYE-CONNECTE TO fbp_identifiant
           PERFORM LIRE-BULLETIN-EXERCICE
           IF WBulletinTrouve = 0
               DISPLAY "Bulletin de paie non trouve"
           ELSE
               PERFORM AFFICHER-MON-BULLETIN
           END-IF
       END-IF
       CLOSE fbulletinsPaie
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       AFFICHER-MON-BULLETIN.
      *Affichage resume du bulletin courant de tamp_fbulletinsPaie
       DISPLAY SEPARATOR
       DISPLAY "Periode : " fbp_mois "/" fbp_annee
       MOVE fbp_heuresTravailles TO affichage-heures
       DISPLAY "Heures travaillees : " affichage-heures
       MOVE fbp_salaireBrut TO affichage_salaireBrut
       DISPLAY "Salaire brut : " affichage_salaireBrut
       MOVE fbp_cotisations TO affichage_salaireBrut
       DISPLAY "Cotisations sociales (CNSS/AMO) : "
           affichage_salaireBrut
       MOVE fbp_impotRevenu TO affichage_salaireBrut
       DISPLAY "Impot sur le revenu : " affichage_salaireBrut
       MOVE fbp_autresDeductions TO affichage_salaireBrut
       DISPLAY "Autres deductions : " affichage_salaireBrut
       MOVE fbp_salaireNet TO affichage_salaireBrut
       DISPLAY "Salaire net : " affichage_salaireBrut
       DISPLAY SEPARATOR.


       CONSULTER-MES-CONGES.
      *Espace personnel : solde de conges de l'employe rattache
       DISPLAY "Consultation de mon solde de conges"
       DISPLAY SEPARATOR
       IF EMPLOYE-CONNECTE = SPACES
           DISPLAY "Votre compte n'est rattache a aucun employe -",
           " contacter l'administrateur"
           PERFORM TRACER-ACCES-REFUSE
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       MOVE 0 TO Wtrouve
       PERFORM CONSULTER-CONGES-ARCHIVES

       OPEN INPUT fconges
       MOVE EMPLOYE-CONNECTE TO fco_identifiant
       START fconges, KEY IS = fco_identifiant
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fconges NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fco_identifiant NOT = EMPLOYE-CONNECTE
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE 1 TO Wtrouve
                           PERFORM AFFICHER-MON-CONGE
                       END-IF
               END-PERFORM
       END-START
       IF Wtrouve = 0
           DISPLAY "Aucun conge enregistre"
       END-IF
       CLOSE fconges
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CONSULTER-CONGES-ARCHIVES.
      *Conges de l'employe connecte dans les historiques des
      *exercices archives, du plus ancien au plus recent
       OPEN INPUT fexercices
       IF cr_fexercices = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fexercices NEXT
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   MOVE fex_annee TO arc_annee
                   PERFORM PREPARER-NOMS-HISTORIQUE
                   OPEN INPUT fhConges
                   IF cr_fhConges = 0
                       MOVE EMPLOYE-CONNECTE TO hco_identifiant
                       START fhConges, KEY IS = hco_identifiant
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 0 TO WfinArc2
                               PERFORM WITH TEST AFTER
                                   UNTIL WfinArc2 = 1
                                   READ fhConges NEXT
                                   AT END MOVE 1 TO WfinArc2
                                   NOT AT END
                                       IF hco_identifiant NOT =
                                           EMPLOYE-CONNECTE
                                           MOVE 1 TO WfinArc2
                                       ELSE
                                           MOVE 1 TO Wtrouve
                                           MOVE tamp_fhConges
                                               TO tamp_fconges
                                           PERFORM AFFICHER-MON-CONGE
                                       END-IF
                                   END-READ
                               END-PERFORM
                       END-START
                       CLOSE fhConges
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fexercices
       END-IF.


       AFFICHER-MON-CONGE.
      *Affichage du conge courant de tamp_fconges
       DISPLAY "Mois/Annee : " fco_mois "/" fco_annee
       MOVE fco_soldeConges TO affichage_joursConges
       DISPLAY "Solde acquis : " affichage_joursConges
       MOVE fco_joursPris TO affichage_joursConges
       DISPLAY "Jours pris : " affichage_joursConges
       DISPLAY SEPARATOR.


       DEPOSER-DEMANDE-CONGE.
      *Espace personnel : demande de conge de l'employe rattache
      *(dates dans un meme mois, nombre de jours, type C ou M),
      *controlee contre le solde disponible du mois diminue des
      *demandes deja en attente - la demande reste en attente (E)
      *jusqu'a la decision du directeur
       DISPLAY "Demande de conge"
       DISPLAY SEPARATOR
       IF EMPLOYE-CONNECTE = SPACES
           DISPLAY "Votre compte n'est rattache a aucun employe -",
           " contacter l'administrateur"
           PERFORM TRACER-ACCES-REFUSE
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       MOVE "Premier jour de conge" TO ct_invite
       MOVE 0 TO ct_dateFacultative
       PERFORM SAISIR-DATE-CONTRAT
       MOVE ct_dateSaisie TO dc_dateDebut
       MOVE dc_dateDebut TO ct_dateTexte
       PERFORM CONVERTIR-DATE-CONTRAT
       MOVE ct_dateNum TO dc_debutNum

       MOVE "Dernier jour de conge" TO ct_invite
       MOVE 0 TO Wtrouve1
       PERFORM WITH TEST AFTER UNTIL Wtrouve1 = 1
           PERFORM SAISIR-DATE-CONTRAT
           MOVE ct_dateSaisie TO ct_dateTexte
           PERFORM CONVERTIR-DATE-CONTRAT
           IF ct_dateNum < dc_debutNum
               DISPLAY "Le dernier jour precede le premier jour"
           ELSE
               IF ct_dateSaisie(4:7) NOT = dc_dateDebut(4:7)
                   DISPLAY "Les dates doivent etre dans le meme mois",
                   " - faire une demande par mois"
               ELSE
                   MOVE ct_dateSaisie TO dc_dateFin
                   MOVE ct_dateNum TO dc_finNum
                   MOVE 1 TO Wtrouve1
               END-IF
           END-IF
       END-PERFORM
       COMPUTE dc_joursCalendaires =
           FUNCTION INTEGER-OF-DATE(dc_finNum) -
           FUNCTION INTEGER-OF-DATE(dc_debutNum) + 1
       MOVE dc_dateDebut(4:2) TO dc_mois
       MOVE dc_dateDebut(7:4) TO dc_annee

       MOVE dc_mois TO temp_fp_mois
       MOVE dc_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeCloturee = 1
           DISPLAY "La periode " dc_mois "/" dc_annee,
           " est cloturee - demande impossible"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Nombre de jours de conge demandes ? format : XX,XX"
           ACCEPT saisie_joursDemande
           INSPECT saisie_joursDemande REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_joursDemande) TO
               vrai_joursDemande
           IF vrai_joursDemande <= 0 OR
               vrai_joursDemande > dc_joursCalendaires
               DISPLAY "Nombre de jours nul ou superieur a la duree",
               " de la demande"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM
       PERFORM SAISIR-TYPE-CONGE

       MOVE EMPLOYE-CONNECTE TO temp_fco_identifiant
       PERFORM CALCULER-SOLDE-DEMANDE
       IF dc_soldeTrouve = 0
           DISPLAY "Aucun droit a conges enregistre - demande",
           " impossible, contacter le service du personnel"
       ELSE
           MOVE dc_soldeDisponible TO affichage_joursConges
           DISPLAY "Solde disponible (demandes en attente deduites) : "
               affichage_joursConges
           IF vrai_joursDemande > dc_soldeDisponible
               DISPLAY "Refuse : les jours demandes depassent le",
               " solde disponible"
           ELSE
               PERFORM NUMEROTER-DEMANDE-CONGE
               PERFORM DATER-JOUR-RV
               OPEN I-O fdemandesConge
               MOVE temp_fdc_numero TO fdc_numero
               MOVE EMPLOYE-CONNECTE TO fdc_identifiant
               MOVE dc_dateDebut TO fdc_dateDebut
               MOVE dc_dateFin TO fdc_dateFin
               MOVE dc_mois TO fdc_mois
               MOVE dc_annee TO fdc_annee
               MOVE vrai_joursDemande TO fdc_nbJours
               MOVE temp_fco_typeConge TO fdc_typeConge
               MOVE "E" TO fdc_statut
               MOVE rv_dateJour TO fdc_dateDemande
               MOVE SPACES TO fdc_dateDecision
               MOVE SPACES TO fdc_decideur
               MOVE SPACES TO fdc_motifRefus
               WRITE tamp_fdemandesConge
               END-WRITE
               CLOSE fdemandesConge
               DISPLAY "Demande numero " temp_fdc_numero,
               " enregistree - en attente de validation"
               MOVE "DEMANDE CONGE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE vrai_joursDemande TO affichage_joursConges
               STRING "numero=" DELIMITED BY SIZE
                   temp_fdc_numero DELIMITED BY SIZE
                   " id=" DELIMITED BY SIZE
                   FUNCTION TRIM(EMPLOYE-CONNECTE) DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   dc_dateDebut DELIMITED BY SIZE
                   " au " DELIMITED BY SIZE
                   dc_dateFin DELIMITED BY SIZE
                   " jours=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_joursConges)
                   DELIMITED BY SIZE
                   " type=" DELIMITED BY SIZE
                   temp_fco_typeConge DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
           END-IF
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CALCULER-SOLDE-DEMANDE.
      *Solde disponible de temp_fco_identifiant pour le mois dc_mois /
      *dc_annee : solde du mois moins les jours deja pris, a defaut
      *reste du dernier mois connu anterieur, diminue des jours des
      *demandes encore en attente pour ce mois
       MOVE 0 TO dc_soldeTrouve
       MOVE 0 TO dc_soldeDisponible
       MOVE 0 TO dc_anneeMoisRetenu
       COMPUTE dc_anneeMois = dc_annee * 100 + dc_mois
       OPEN INPUT fconges
       MOVE temp_fco_identifiant TO fco_identifiant
       START fconges, KEY IS = fco_identifiant
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fconges NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fco_identifiant NOT = temp_fco_identifiant
                           MOVE 1 TO Wfin2
                       ELSE
                           COMPUTE dc_anneeMoisLu =
                               fco_annee * 100 + fco_mois
                           IF dc_anneeMoisLu <= dc_anneeMois AND
                               dc_anneeMoisLu >= dc_anneeMoisRetenu
                               MOVE dc_anneeMoisLu TO
                                   dc_anneeMoisRetenu
                               MOVE 1 TO dc_soldeTrouve
                               COMPUTE dc_soldeDisponible =
                                   fco_soldeConges - fco_joursPris
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fconges

       MOVE 0 TO dc_joursEnAttente
       OPEN INPUT fdemandesConge
       MOVE temp_fco_identifiant TO fdc_identifiant
       START fdemandesConge, KEY IS = fdc_identifiant
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fdemandesConge NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fdc_identifiant NOT = temp_fco_identifiant
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fdc_statut = "E" AND
                               fdc_mois = dc_mois AND
                               fdc_annee = dc_annee
                               COMPUTE dc_joursEnAttente =
                                   dc_joursEnAttente + fdc_nbJours
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fdemandesConge
       COMPUTE dc_soldeDisponible =
           dc_soldeDisponible - dc_joursEnAttente.


       NUMEROTER-DEMANDE-CONGE.
      *Numero de la nouvelle demande : dernier numero + 1
       MOVE 0 TO temp_fdc_numero
       OPEN INPUT fdemandesConge
       MOVE 0 TO Wfin2
       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
           READ fdemandesConge NEXT
           AT END MOVE 1 TO Wfin2
           NOT AT END MOVE fdc_numero TO temp_fdc_numero
           END-READ
       END-PERFORM
       CLOSE fdemandesConge
       ADD 1 TO temp_fdc_numero.


       SUIVRE-MES-DEMANDES-CONGE.
      *Espace personnel : statut des demandes de conge de l'employe
      *rattache
       DISPLAY "Suivi de mes demandes de conge"
       DISPLAY SEPARATOR
       IF EMPLOYE-CONNECTE = SPACES
           DISPLAY "Votre compte n'est rattache a aucun employe -",
           " contacter l'administrateur"
           PERFORM TRACER-ACCES-REFUSE
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       OPEN INPUT fdemandesConge
       MOVE EMPLOYE-CONNECTE TO fdc_identifiant
       MOVE 0 TO Wtrouve
       START fdemandesConge, KEY IS = fdc_identifiant
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdemandesConge NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fdc_identifiant NOT = EMPLOYE-CONNECTE
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE 1 TO Wtrouve
                           PERFORM AFFICHER-DEMANDE-CONGE
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       IF Wtrouve = 0
           DISPLAY "Aucune demande de conge"
       END-IF
       CLOSE fdemandesConge
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       AFFICHER-DEMANDE-CONGE.
       EVALUATE fdc_statut
           WHEN "E" MOVE "EN ATTENTE" TO dc_libelleStatut
           WHEN "A" MOVE "ACCEPTEE" TO dc_libelleStatut
           WHEN "R" MOVE "REFUSEE" TO dc_libelleStatut
           WHEN OTHER MOVE fdc_statut TO dc_libelleStatut
       END-EVALUATE
       MOVE fdc_nbJours TO affichage_joursConges
       DISPLAY "Demande " fdc_numero " - employe " fdc_identifiant
           " - deposee le " fdc_dateDemande
       DISPLAY "  du " fdc_dateDebut " au " fdc_dateFin
           " - jours : " affichage_joursConges
           " - type : " fdc_typeConge
       DISPLAY "  statut : " dc_libelleStatut
       IF fdc_statut NOT = "E"
           DISPLAY "  decision le " fdc_dateDecision " par "
               fdc_decideur
       END-IF
       IF fdc_statut = "R"
           DISPLAY "  motif : " fdc_motifRefus
       END-IF
       DISPLAY SEPARATOR.


       CONSULTER-MES-PRETS.
      *Espace personnel : solde restant des prets de l'employe
      *rattache
       DISPLAY "Consultation du solde de mes prets"
       DISPLAY SEPARATOR
       IF EMPLOYE-CONNECTE = SPACES
           DISPLAY "Votre compte n'est rattache a aucun employe -",
           " contacter l'administrateur"
           PERFORM TRACER-ACCES-REFUSE
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       OPEN INPUT fprets
       MOVE EMPLOYE-CONNECTE TO fpr_identifiant
       MOVE 0 TO fpr_numPret
       MOVE 0 TO Wtrouve
       START fprets, KEY IS >= fpr_clePret
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fprets NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fpr_identifiant NOT = EMPLOYE-CONNECTE
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE 1 TO Wtrouve
                           DISPLAY "Pret numero : " fpr_numPret
                           DISPLAY "Date d'accord : " fpr_dateAccord
                           MOVE fpr_mensualite TO affichage_pret
                           DISPLAY "Mensualite : " affichage_pret
                           MOVE fpr_soldeRestant TO affichage_pret
                           DISPLAY "Solde restant : " affichage_pret
                           DISPLAY SEPARATOR
                       END-IF
               END-PERFORM
       END-START
       IF Wtrouve = 0
           DISPLAY "Aucun pret enregistre"
       END-IF
       CLOSE fprets
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       TRACER-ACCES-REFUSE.
      *Trace dans le journal d'audit une tentative d'acces refusee
      *depuis l'espace personnel
       MOVE "ACCES REFUSE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "compte=" DELIMITED BY SIZE
           FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
           " employe rattache=" DELIMITED BY SIZE
           FUNCTION TRIM(EMPLOYE-CONNECTE) DELIMITED BY SIZE
           " tentative id=" DELIMITED BY SIZE
           FUNCTION TRIM(temp_fbp_identifiant) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       ANNULER-BULLETIN.
      *Circuit de regularisation : archive le bulletin errone dans
      *bulletinsAnnules.dat avec date et motif, le supprime de
      *bulletinsPaie.dat (l'employe redevient eligible a PRODUIRE-BP)
      *puis recalcule le rapport du mois s'il existe - un salaire deja
      *paye ou en virement complementaire demande une seconde
      *confirmation et son suivi est conserve, un virement emis ou
      *rejete est retire du suivi des paiements
       DISPLAY "Annulation d'un bulletin de paie"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant employe : "
       ACCEPT temp_fbp_identifiant
       DISPLAY "Mois du bulletin (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee du bulletin (AAAA) : "
       ACCEPT temp_fbp_annee

       MOVE temp_fbp_mois TO temp_fp_mois
       MOVE temp_fbp_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeCloturee = 1
           DISPLAY "La periode " temp_fbp_mois "/" temp_fbp_annee,
           " est cloturee - la reouvrir d'abord (gestion des",
           " periodes de paie)"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       OPEN I-O fbulletinsPaie
       MOVE temp_fbp_mois TO fbp_mois
       MOVE temp_fbp_annee TO fbp_annee
       MOVE temp_fbp_identifiant TO fbp_identifiant
       READ fbulletinsPaie
           INVALID KEY
               DISPLAY "Bulletin de paie non trouve"
           NOT INVALID KEY
               MOVE fbp_salaireNet TO affichage_salaireBrut
               DISPLAY "Bulletin trouve - salaire net : "
                   affichage_salaireBrut
               PERFORM LIRE-PAIEMENT-ANNULATION
               DISPLAY "Confirmer l'annulation de ce bulletin ?"
               DISPLAY "0. - oui"
               DISPLAY "1. - non"
               ACCEPT CHOICE
               IF CHOICE = 0 AND (WStatutPaiementAnnule = "P" OR
                   WStatutPaiementAnnule = "C")
                   DISPLAY "Le salaire de ce bulletin a deja ete vire"
                       " : l'ecart avec le bulletin reproduit sera a"
                       " regulariser hors virement"
                   DISPLAY "Annuler malgre le paiement ?"
                   DISPLAY "0. - oui"
                   DISPLAY "1. - non"
                   ACCEPT CHOICE
               END-IF
               IF CHOICE = 0
                   DISPLAY "Motif de l'annulation : "
                   ACCEPT temp_fba_motif

                   OPEN I-O fbulletinsAnnules
                   MOVE fbp_mois TO fba_mois
                   MOVE fbp_annee TO fba_annee
                   MOVE fbp_identifiant TO fba_identifiant
                   MOVE 0 TO Wtrouve
                   MOVE 1 TO fba_rang
                   PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                       READ fbulletinsAnnules
                           INVALID KEY
                               MOVE 1 TO Wtrouve
                           NOT INVALID KEY
                               MOVE fbp_mois TO fba_mois
                               MOVE fbp_annee TO fba_annee
                               MOVE fbp_identifiant TO fba_identifiant
                               COMPUTE fba_rang = fba_rang + 1
                       END-READ
                   END-PERFORM
                   STRING FUNCTION CURRENT-DATE(7:2)
                       DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(5:2)
                       DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(1:4)
                       DELIMITED BY SIZE
                       INTO fba_dateAnnulation
                   END-STRING
                   MOVE temp_fba_motif TO fba_motif
                   MOVE fbp_heuresTravailles TO fba_heuresTravailles
                   MOVE fbp_montantAvantages TO fba_montantAvantages
                   MOVE fbp_salaireBrut TO fba_salaireBrut
                   MOVE fbp_cotisations TO fba_cotisations
                   MOVE fbp_cotisationsPatronales TO
                       fba_cotisationsPatronales
                   MOVE fbp_impotRevenu TO fba_impotRevenu
                   MOVE fbp_autresDeductions TO fba_autresDeductions
                   MOVE fbp_salaireNet TO fba_salaireNet
                   WRITE tamp_fbulletinsAnnules
                   END-WRITE
                   CLOSE fbulletinsAnnules

                   DELETE fbulletinsPaie RECORD
                   PERFORM SUPPRIMER-LIGNES-BULLETIN
                   IF fbp_retenuePret > 0
                       PERFORM RECREDITER-PRET
                   END-IF
                   IF fbp_retenueReprise > 0 OR
                       fbp_retenueReportee > 0
                       PERFORM RETABLIR-RETENUES-REPORTEES
                   END-IF
                   IF WStatutPaiementAnnule = "V" OR
                       WStatutPaiementAnnule = "R"
                       PERFORM RETIRER-PAIEMENT-ANNULE
                   END-IF
                   DISPLAY "Bulletin annule et archive avec succes"
                   MOVE "ANNULATION BULLETIN" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   STRING "id=" DELIMITED BY SIZE
                       FUNCTION TRIM(temp_fbp_identifiant)
                       DELIMITED BY SIZE
                       " periode=" DELIMITED BY SIZE
                       temp_fbp_mois DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       temp_fbp_annee DELIMITED BY SIZE
                       " paiement=" DELIMITED BY SIZE
                       WStatutPaiementAnnule DELIMITED BY SIZE
                       " motif=" DELIMITED BY SIZE
                       FUNCTION TRIM(temp_fba_motif)
                       DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   PERFORM ECRIRE-JOURNAL
                   DISPLAY "Reproduire le bulletin avec les bonnes",
                   " valeurs via l'option Produire bulletins de paie"
               END-IF
       END-READ
       CLOSE fbulletinsPaie

       PERFORM RECALCULER-RAPPORT

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       LIRE-PAIEMENT-ANNULATION.
      *Statut du paiement du bulletin courant dans
      *WStatutPaiementAnnule, a blanc s'il n'y a aucun suivi
       MOVE SPACES TO WStatutPaiementAnnule
       OPEN INPUT fpaiements
       MOVE fbp_annee TO fpm_annee
       MOVE fbp_mois TO fpm_mois
       MOVE fbp_identifiant TO fpm_identifiant
       READ fpaiements
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE fpm_statut TO WStatutPaiementAnnule
               EVALUATE fpm_statut
                   WHEN "P"
                       DISPLAY "Attention : salaire paye selon le "
                           "retour bancaire du " fpm_dateRetour
                   WHEN "C"
                       DISPLAY "Attention : virement complementaire "
                           "emis le " fpm_dateVirement
                   WHEN "V"
                       DISPLAY "Virement emis le " fpm_dateVirement
                           " - il sera retire du suivi des paiements"
                   WHEN "R"
                       DISPLAY "Virement rejete - il sera retire du "
                           "suivi des paiements"
               END-EVALUATE
       END-READ
       CLOSE fpaiements.


       RETIRER-PAIEMENT-ANNULE.
      *Suppression du suivi de paiement du bulletin annule, pour que
      *le bulletin reproduit soit repris par le prochain virement
       OPEN I-O fpaiements
       MOVE temp_fbp_annee TO fpm_annee
       MOVE temp_fbp_mois TO fpm_mois
       MOVE temp_fbp_identifiant TO fpm_identifiant
       DELETE fpaiements RECORD
           INVALID KEY
               DISPLAY "erreur lors du retrait du paiement "
                   cr_fpaiements
       END-DELETE
       CLOSE fpaiements.


       RECALCULER-RAPPORT.
      *Recalcule les totaux du rapport du mois temp_fbp_mois /
      *temp_fbp_annee a partir des bulletins restants, pour que les
      *totaux redeviennent justes apres une annulation
       OPEN I-O frapportsPaie
       MOVE temp_fbp_mois TO fr_mois
       MOVE temp_fbp_annee TO fr_annee
       READ frapportsPaie
           INVALID KEY
               DISPLAY "Pas de rapport pour ce mois - rien a recalculer"
           NOT INVALID KEY
               MOVE 0 TO temp_fr_totalSalaires
               MOVE 0 TO temp_fr_totalCotisations
               MOVE 0 TO temp_fr_totalCotisationsPatronales
               MOVE 0 TO temp_fr_totalImpotRevenu
               MOVE 0 TO temp_fr_totalAutresDeductions

               OPEN INPUT fbulletinsPaie
               MOVE temp_fbp_annee TO fbp_annee
               START fbulletinsPaie, KEY IS = fbp_annee
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin2
                       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                           READ fbulletinsPaie NEXT
                           AT END MOVE 1 TO Wfin2
                           NOT AT END
                               IF fbp_annee NOT = temp_fbp_annee
                                   MOVE 1 TO Wfin2
                               ELSE
                                   IF fbp_mois = temp_fbp_mois
                                       COMPUTE temp_fr_totalSalaires =
                                           temp_fr_totalSalaires +
                                           fbp_salaireBrut
                                       COMPUTE temp_fr_totalCotisations
                                           = temp_fr_totalCotisations +
                                           fbp_cotisations
                                       COMPUTE
                                      temp_fr_totalCotisationsPatronales
                                           =
                                      temp_fr_totalCotisationsPatronales
                                           + fbp_cotisationsPatronales
                                       COMPUTE temp_fr_totalImpotRevenu
                                           = temp_fr_totalImpotRevenu +
                                           fbp_impotRevenu
                                       COMPUTE
                                        temp_fr_totalAutresDeductions =
                                        temp_fr_totalAutresDeductions +
                                           fbp_autresDeductions
                                   END-IF
                               END-IF
                       END-PERFORM
               END-START
               CLOSE fbulletinsPaie

               MOVE temp_fr_totalSalaires TO fr_totalSalaires
               MOVE temp_fr_totalCotisations TO fr_totalCotisations
               MOVE temp_fr_totalCotisationsPatronales TO
                   fr_totalCotisationsPatronales
               MOVE temp_fr_totalImpotRevenu TO fr_totalImpotRevenu
               MOVE temp_fr_totalAutresDeductions TO
                   fr_totalAutresDeductions
               REWRITE tamp_frapportsPaie
               DISPLAY "Rapport du mois recalcule"
       END-READ
       CLOSE frapportsPaie.


       PRODUIRE-RBP.
       DISPLAY "Production d'un rapport de paie"
       DISPLAY SEPARATOR

       OPEN I-O frapportsPaie
       OPEN INPUT fbulletinsPaie

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Pour quel mois vous souhaitez produire le rapport?",
           "format MM, exemple: 03"
           ACCEPT temp_fr_mois
           IF temp_fr_mois > 12 OR temp_fr_mois < 0 THEN
               DISPLAY "Mois invalide, reessayer"
           ELSE MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Pour quelle annee vous souhaitez",
           " produire le rapport? format AAAA, exemple: 2023"
               ACCEPT temp_fr_annee
               IF temp_fr_annee > FUNCTION CURRENT-DATE(7:4)
                   OR temp_fr_annee < 0 THEN
                   DISPLAY "Annee < 0 ou dans le futur, reessayer"
               ELSE MOVE 1 TO Wtrouve
               END-IF
       END-PERFORM

       MOVE temp_fr_mois TO fr_mois
       MOVE temp_fr_annee TO fr_annee

       MOVE 0 TO WRapportExiste
       READ frapportsPaie
       INVALID KEY DISPLAY "Verification existance Rapport : OK"
       NOT INVALID KEY
           MOVE 1 TO WRapportExiste
           DISPLAY "Un rapport de paie pour ce mois existe deja"
           DISPLAY "Voulez-vous le regenerer (apres regularisation",
           " d'un bulletin) ?"
           DISPLAY "0. - oui"
           DISPLAY "1. - non"
           ACCEPT CHOICE
           IF CHOICE NOT = 0
               CLOSE frapportsPaie
               CLOSE fbulletinsPaie
               PERFORM RETOUR-MENU
               STOP RUN
           END-IF
       END-READ

       MOVE fr_mois TO fbp_mois
       MOVE fr_annee TO fbp_annee

       MOVE 0 TO temp_fr_totalSalaires
       MOVE 0 TO temp_fr_totalCotisations
       MOVE 0 TO temp_fr_totalCotisationsPatronales
       MOVE 0 TO temp_fr_totalImpotRevenu
       MOVE 0 TO temp_fr_totalAutresDeductions

       MOVE 0 TO Wfin
       START fbulletinsPaie, KEY IS = fbp_annee
       INVALID KEY DISPLAY "Pas de bulletins cette annee"
       NOT INVALID KEY
           START fbulletinsPaie, KEY IS = fbp_mois
               INVALID KEY DISPLAY "Pas de bulletins ce mois"
               NOT INVALID KEY
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fbulletinsPaie NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
      *La lecture suit la cle alternative fbp_mois : on s'arrete des
      *que le mois change et on ne cumule que l'annee demandee
                         IF fbp_mois NOT = temp_fr_mois
                           MOVE 1 TO Wfin
                         ELSE
                          IF fbp_annee = temp_fr_annee
                           COMPUTE temp_fr_totalSalaires =
                               temp_fr_totalSalaires +fbp_salaireBrut
                           COMPUTE temp_fr_totalCotisations =
                               temp_fr_totalCotisations +
                               fbp_cotisations
                           COMPUTE temp_fr_totalCotisationsPatronales =
                               temp_fr_totalCotisationsPatronales +
                               fbp_cotisationsPatronales
                           COMPUTE temp_fr_totalImpotRevenu =
                               temp_fr_totalImpotRevenu +
                               fbp_impotRevenu

                           COMPUTE temp_fr_totalAutresDeductions =
                               temp_fr_totalAutresDeductions +
                               fbp_autresDeductions
                          END-IF
                         END-IF
                       END-READ
                    END-PERFORM
               END-START
       END-START

       MOVE temp_fr_totalSalaires TO fr_totalSalaires
       MOVE temp_fr_totalCotisations TO fr_totalCotisations
       MOVE temp_fr_totalCotisationsPatronales TO
           fr_totalCotisationsPatronales
       MOVE temp_fr_totalImpotRevenu TO fr_totalImpotRevenu
       MOVE temp_fr_totalAutresDeductions TO fr_totalAutresDeductions

       IF WRapportExiste = 1
           REWRITE tamp_frapportsPaie
           DISPLAY "Rapport du mois regenere"
       ELSE
           WRITE tamp_frapportsPaie
           END-WRITE
       END-IF
       CLOSE frapportsPaie
       CLOSE fbulletinsPaie

       MOVE "PRODUCTION RAPPORT" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       IF WRapportExiste = 1
           STRING "periode=" DELIMITED BY SIZE
               fr_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fr_annee DELIMITED BY SIZE
               " (regeneration)" DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       ELSE
           STRING "periode=" DELIMITED BY SIZE
               fr_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fr_annee DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       END-IF
       PERFORM ECRIRE-JOURNAL

       MOVE temp_fr_totalSalaires TO affichage_salaireBrut
       DISPLAY "Masse salariale du mois : "affichage_salaireBrut

       MOVE temp_fr_totalCotisations TO affichage_salaireBrut
       DISPLAY "Total cotisations sociales du mois : "
           affichage_salaireBrut

       MOVE temp_fr_totalCotisationsPatronales TO affichage_salaireBrut
       DISPLAY "Total cotisations patronales du mois : "
           affichage_salaireBrut

       MOVE temp_fr_totalImpotRevenu TO affichage_salaireBrut
       DISPLAY "Total impot sur le revenu du mois : "
           affichage_salaireBrut

       MOVE temp_fr_totalAutresDeductions TO affichage_salaireBrut
       DISPLAY "Total autres deductions : "affichage_salaireBrut

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CONSULTER-RBP.
       DISPLAY "Consulter un rapport de paie"
       DISPLAY "Voici la liste des rapports de paie existants par mois:"
       DISPLAY SEPARATOR
       OPEN INPUT frapportsPaie
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ frapportsPaie NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END DISPLAY "--" fr_mois, "/" fr_annee
       END-PERFORM

       DISPLAY SEPARATOR
       DISPLAY "Quel rapport vous voulez consulter? saisir L'ANNEE",
       " uniquement"

       ACCEPT temp_fr_annee

       DISPLAY "Quel rapport vous voulez consulter? saisir LE MOIS",
       " uniquement"

       ACCEPT temp_fr_mois

       MOVE temp_fr_mois TO fr_mois
       MOVE temp_fr_annee TO fr_annee

       READ frapportsPaie
           INVALID KEY DISPLAY "Rapport inexistant ou saisie maladroite"
           NOT INVALID KEY
              DISPLAY "La date du rapport est :",
              " ", fr_mois, "/", fr_annee

              DISPLAY "La masse salariale de l'entreprise est :"

              MOVE fr_totalSalaires TO affichage_salaireBrut
              DISPLAY affichage_salaireBrut

              DISPLAY "Le total des deductions sur salaire: "
              MOVE fr_totalAutresDeductions TO affichage_salaireBrut
              DISPLAY affichage_salaireBrut


              DISPLAY "Le total des cotisations sociales pour ce mois: "
              MOVE fr_totalCotisations TO affichage_salaireBrut
              DISPLAY affichage_salaireBrut

              DISPLAY "Le total des cotisations patronales pour ce",
              " mois: "
              MOVE fr_totalCotisationsPatronales TO
                  affichage_salaireBrut
              DISPLAY affichage_salaireBrut

              DISPLAY "Le total de l'impot sur le revenu pour ce mois: "
              MOVE fr_totalImpotRevenu TO affichage_salaireBrut
              DISPLAY affichage_salaireBrut
       END-READ
       CLOSE frapportsPaie
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       RAPPORT-CUMUL-ANNUEL.
       DISPLAY "Rapport de cumul annuel"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Cumul annuel d'un employe"
       DISPLAY "2. - Cumul annuel de l'entreprise"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM RAPPORT-ANNUEL-EMPLOYE
           WHEN 2 PERFORM RAPPORT-ANNUEL-ENTREPRISE
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       RAPPORT-ANNUEL-EMPLOYE.
       DISPLAY "Cumul annuel d'un employe"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT temp_ra_identifiant
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_ra_annee

       MOVE 0 TO cumul_ra_salaireBrut
       MOVE 0 TO cumul_ra_cotisations
       MOVE 0 TO cumul_ra_impotRevenu
       MOVE 0 TO cumul_ra_autresDeductions
       MOVE 0 TO cumul_ra_salaireNet

      *Lecture mois par mois, dans l'historique si l'exercice est
      *archive
       OPEN INPUT fbulletinsPaie
       MOVE 0 TO Wtrouve
       PERFORM VARYING arc_mois FROM 1 BY 1 UNTIL arc_mois > 12
           MOVE arc_mois TO fbp_mois
           MOVE temp_ra_annee TO fbp_annee
           MOVE temp_ra_identifiant TO fbp_identifiant
           PERFORM LIRE-BULLETIN-EXERCICE
           IF WBulletinTrouve = 1
               MOVE 1 TO Wtrouve
               COMPUTE cumul_ra_salaireBrut =
                   cumul_ra_salaireBrut + fbp_salaireBrut
               COMPUTE cumul_ra_cotisations =
                   cumul_ra_cotisations + fbp_cotisations
               COMPUTE cumul_ra_impotRevenu =
                   cumul_ra_impotRevenu + fbp_impotRevenu
               COMPUTE cumul_ra_autresDeductions =
                   cumul_ra_autresDeductions + fbp_autresDeductions
               COMPUTE cumul_ra_salaireNet =
                   cumul_ra_salaireNet + fbp_salaireNet
           END-IF
       END-PERFORM
       CLOSE fbulletinsPaie
       IF Wtrouve = 0
           DISPLAY "Aucun bulletin trouve pour cet employe"
       END-IF

       DISPLAY SEPARATOR
       DISPLAY "Cumul " temp_ra_annee " pour l'employe "
           temp_ra_identifiant
       MOVE cumul_ra_salaireBrut TO affichage_cumul_ra
       DISPLAY "Total salaire brut : " affichage_cumul_ra
       MOVE cumul_ra_cotisations TO affichage_cumul_ra
       DISPLAY "Total cotisations sociales : " affichage_cumul_ra
       MOVE cumul_ra_impotRevenu TO affichage_cumul_ra
       DISPLAY "Total impot sur le revenu : " affichage_cumul_ra
       MOVE cumul_ra_autresDeductions TO affichage_cumul_ra
       DISPLAY "Total autres deductions : " affichage_cumul_ra
       MOVE cumul_ra_salaireNet TO affichage_cumul_ra
       DISPLAY "Total salaire net : " affichage_cumul_ra

       STRING "cumul_annuel_" DELIMITED BY SIZE
           FUNCTION TRIM(temp_ra_identifiant) DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_ra_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc
       MOVE SPACES TO ligne-bulletin
       STRING "CUMUL ANNUEL " DELIMITED BY SIZE
           temp_ra_annee DELIMITED BY SIZE
           " - EMPLOYE " DELIMITED BY SIZE
           FUNCTION TRIM(temp_ra_identifiant) DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_salaireBrut TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total salaire brut : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_cotisations TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total cotisations sociales : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_impotRevenu TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total impot sur le revenu : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_autresDeductions TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total autres deductions : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_salaireNet TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total salaire net : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       CLOSE fbulletinDoc
       DISPLAY "Document imprimable genere : " WS-NOM-FICHIER-BULLETIN

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       RAPPORT-ANNUEL-ENTREPRISE.
       DISPLAY "Cumul annuel de l'entreprise"
       DISPLAY SEPARATOR
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_ra_annee

       MOVE 0 TO cumul_ra_salaireBrut
       MOVE 0 TO cumul_ra_cotisations
       MOVE 0 TO cumul_ra_impotRevenu
       MOVE 0 TO cumul_ra_autresDeductions
       MOVE 0 TO cumul_ra_salaireNet

       OPEN INPUT frapportsPaie
       MOVE temp_ra_annee TO fr_annee
       START frapportsPaie, KEY IS = fr_annee
           INVALID KEY
               DISPLAY "Aucun rapport mensuel trouve pour cette annee"
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frapportsPaie NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fr_annee NOT = temp_ra_annee
                           MOVE 1 TO Wfin
                       ELSE
                           COMPUTE cumul_ra_salaireBrut =
                               cumul_ra_salaireBrut + fr_totalSalaires
                           COMPUTE cumul_ra_cotisations =
                               cumul_ra_cotisations +
                               fr_totalCotisations
                           COMPUTE cumul_ra_impotRevenu =
                               cumul_ra_impotRevenu +
                               fr_totalImpotRevenu
                           COMPUTE cumul_ra_autresDeductions =
                               cumul_ra_autresDeductions +
                               fr_totalAutresDeductions
                       END-IF
               END-PERFORM
       END-START
       CLOSE frapportsPaie

      *Les cotisations complementaires ne figurent pas dans les
      *rapports mensuels : elles sont cumulees depuis les bulletins
       MOVE 0 TO cc_moisCumul
       MOVE temp_ra_annee TO cc_anneeCumul
       PERFORM TOTALISER-COTISATIONS-COMPL

       COMPUTE cumul_ra_salaireNet =
           cumul_ra_salaireBrut - cumul_ra_cotisations -
           cc_cumulSalariale -
           cumul_ra_impotRevenu - cumul_ra_autresDeductions

       DISPLAY SEPARATOR
       DISPLAY "Cumul " temp_ra_annee " pour l'entreprise"
       MOVE cumul_ra_salaireBrut TO affichage_cumul_ra
       DISPLAY "Masse salariale annuelle : " affichage_cumul_ra
       MOVE cumul_ra_cotisations TO affichage_cumul_ra
       DISPLAY "Total cotisations sociales : " affichage_cumul_ra
       MOVE cc_cumulSalariale TO affichage_cumul_ra
       DISPLAY "Total cotisations complementaires : "
           affichage_cumul_ra
       MOVE cumul_ra_impotRevenu TO affichage_cumul_ra
       DISPLAY "Total impot sur le revenu : " affichage_cumul_ra
       MOVE cumul_ra_autresDeductions TO affichage_cumul_ra
       DISPLAY "Total autres deductions : " affichage_cumul_ra
       MOVE cumul_ra_salaireNet TO affichage_cumul_ra
       DISPLAY "Total salaire net : " affichage_cumul_ra

       STRING "cumul_annuel_entreprise_" DELIMITED BY SIZE
           temp_ra_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc
       MOVE SPACES TO ligne-bulletin
       STRING "CUMUL ANNUEL ENTREPRISE " DELIMITED BY SIZE
           temp_ra_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_salaireBrut TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Masse salariale annuelle : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_cotisations TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total cotisations sociales : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cc_cumulSalariale TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total cotisations complementaires : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_impotRevenu TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total impot sur le revenu : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_autresDeductions TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total autres deductions : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cumul_ra_salaireNet TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total salaire net : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       CLOSE fbulletinDoc
       DISPLAY "Document imprimable genere : " WS-NOM-FICHIER-BULLETIN

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       REGULARISER-IR-ANNUEL.
      *Regularisation de fin d'annee de l'impot sur le revenu : l'IR
      *retenu mois par mois sur le bareme mensuel est compare a l'IR
      *du sur le revenu annuel reel (bareme applique au douzieme du
      *revenu imposable annuel, multiplie par douze) et l'ecart -
      *complement ou restitution - est impute sur le bulletin de
      *decembre - une attestation fiscale annuelle est produite pour
      *chaque employe
       DISPLAY "Regularisation annuelle de l'impot sur le revenu"
       DISPLAY SEPARATOR
       DISPLAY "Annee a regulariser (AAAA) : "
       ACCEPT temp_rif_annee

      *L'imputation modifie les bulletins de decembre : la periode de
      *decembre doit etre ouverte
       MOVE 12 TO temp_fp_mois
       MOVE temp_rif_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeOuverte NOT = 1
           DISPLAY "La periode 12/" temp_rif_annee " n'est pas",
           " ouverte - ouvrir ou reouvrir la periode avant de",
           " regulariser"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

      *Bareme IR en vigueur en fin d'annee
       COMPUTE WParamAnneeMois = temp_rif_annee * 100 + 12
       PERFORM CHARGER-PARAMETRES

       MOVE 0 TO rif_nbTraites
       MOVE 0 TO rif_nbImputes
       OPEN INPUT femployes
       OPEN I-O fbulletinsPaie
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ femployes NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               PERFORM REGULARISER-EMPLOYE-IR
           END-READ
       END-PERFORM
       CLOSE femployes
       CLOSE fbulletinsPaie

      *Les totaux du rapport de decembre ne sont plus justes apres
      *imputation : ils sont recalcules s'il existe
       MOVE 12 TO temp_fbp_mois
       MOVE temp_rif_annee TO temp_fbp_annee
       PERFORM RECALCULER-RAPPORT

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       DISPLAY SEPARATOR
       MOVE rif_nbTraites TO affichage_compteur
       DISPLAY "Employes traites : " affichage_compteur
       MOVE rif_nbImputes TO affichage_compteur
       DISPLAY "Bulletins de decembre ajustes : " affichage_compteur

       MOVE "REGULARISATION IR" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE rif_nbImputes TO affichage_compteur
       STRING "annee=" DELIMITED BY SIZE
           temp_rif_annee DELIMITED BY SIZE
           " bulletins ajustes=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       REGULARISER-EMPLOYE-IR.
      *Cumule les bulletins de l'annee pour l'employe courant de
      *femployes, calcule l'IR annuel du et impute l'ecart sur le
      *bulletin de decembre, puis produit l'attestation fiscale
       MOVE 0 TO rif_cumulBrut
       MOVE 0 TO rif_cumulCotisations
       MOVE 0 TO rif_cumulImposable
       MOVE 0 TO rif_cumulIRRetenu
       MOVE 0 TO rif_nbBulletins
       MOVE 0 TO rif_complement
       MOVE 0 TO rif_restitution
       MOVE 0 TO rif_montantImpute
       MOVE 0 TO rif_ecartRestant

       MOVE fe_numIdentification TO fbp_identifiant
       START fbulletinsPaie, KEY IS = fbp_identifiant
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fbp_identifiant NOT = fe_numIdentification
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fbp_annee = temp_rif_annee
                               ADD 1 TO rif_nbBulletins
                               COMPUTE rif_cumulBrut =
                                   rif_cumulBrut + fbp_salaireBrut
                               COMPUTE rif_cumulCotisations =
                                   rif_cumulCotisations +
                                   fbp_cotisations
                               COMPUTE rif_cumulImposable =
                                   rif_cumulImposable +
                                   fbp_baseImposable
                               COMPUTE rif_cumulIRRetenu =
                                   rif_cumulIRRetenu + fbp_impotRevenu
                           END-IF
                       END-IF
               END-PERFORM
       END-START

       IF rif_nbBulletins = 0
           CONTINUE
       ELSE
      *IR annuel du : bareme mensuel applique au revenu net
      *imposable mensuel moyen de l'annee (rubriques exonerees
      *exclues), multiplie par douze
           COMPUTE WBaseImposable ROUNDED = rif_cumulImposable / 12
           PERFORM APPLIQUER-BAREME-IR
           COMPUTE rif_irAnnuelDu = temp_fbp_impotRevenu * 12

           IF rif_irAnnuelDu > rif_cumulIRRetenu
               COMPUTE rif_complement =
                   rif_irAnnuelDu - rif_cumulIRRetenu
           ELSE
               COMPUTE rif_restitution =
                   rif_cumulIRRetenu - rif_irAnnuelDu
           END-IF

           IF rif_complement > 0 OR rif_restitution > 0
               PERFORM IMPUTER-ECART-IR
           END-IF

           ADD 1 TO rif_nbTraites
           PERFORM IMPRIMER-ATTESTATION-FISCALE
       END-IF.


       IMPUTER-ECART-IR.
      *Impute le complement ou la restitution d'IR sur le bulletin de
      *decembre de l'employe courant - le montant est plafonne pour
      *que ni l'IR ni le net de decembre ne deviennent negatifs, le
      *reste eventuel est signale sur l'attestation
       MOVE 12 TO fbp_mois
       MOVE temp_rif_annee TO fbp_annee
       MOVE fe_numIdentification TO fbp_identifiant
       READ fbulletinsPaie
           INVALID KEY
               DISPLAY "Pas de bulletin de decembre pour ",
                   fe_nom " - ecart d'IR non impute"
               IF rif_complement > 0
                   MOVE rif_complement TO rif_ecartRestant
               ELSE
                   MOVE rif_restitution TO rif_ecartRestant
               END-IF
           NOT INVALID KEY
               IF rif_complement > 0
                   IF rif_complement > fbp_salaireNet
                       MOVE fbp_salaireNet TO rif_montantImpute
                       COMPUTE rif_ecartRestant =
                           rif_complement - rif_montantImpute
                   ELSE
                       MOVE rif_complement TO rif_montantImpute
                   END-IF
                   COMPUTE fbp_impotRevenu =
                       fbp_impotRevenu + rif_montantImpute
                   COMPUTE fbp_salaireNet =
                       fbp_salaireNet - rif_montantImpute
               ELSE
                   IF rif_restitution > fbp_impotRevenu
                       MOVE fbp_impotRevenu TO rif_montantImpute
                       COMPUTE rif_ecartRestant =
                           rif_restitution - rif_montantImpute
                   ELSE
                       MOVE rif_restitution TO rif_montantImpute
                   END-IF
                   COMPUTE fbp_impotRevenu =
                       fbp_impotRevenu - rif_montantImpute
                   COMPUTE fbp_salaireNet =
                       fbp_salaireNet + rif_montantImpute
               END-IF
               REWRITE tamp_fbulletinsPaie
               ADD 1 TO rif_nbImputes
               IF rif_complement > 0
                   COMPUTE rif_cumulIRRetenu =
                       rif_irAnnuelDu - rif_ecartRestant
               ELSE
                   COMPUTE rif_cumulIRRetenu =
                       rif_irAnnuelDu + rif_ecartRestant
               END-IF
               MOVE rif_montantImpute TO affichage_rif
               IF rif_complement > 0
                   DISPLAY "Complement d'IR impute en decembre pour ",
                       fe_nom " : " affichage_rif
               ELSE
                   DISPLAY "Restitution d'IR imputee en decembre pour ",
                       fe_nom " : " affichage_rif
               END-IF
       END-READ.


       IMPRIMER-ATTESTATION-FISCALE.
      *Attestation fiscale annuelle remise au salarie pour sa
      *declaration : cumuls brut, cotisations et IR de l'annee
       STRING "attestation_fiscale_" DELIMITED BY SIZE
           FUNCTION TRIM(fe_numIdentification) DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_rif_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc
       MOVE SPACES TO ligne-bulletin
       STRING "ATTESTATION FISCALE " DELIMITED BY SIZE
           temp_rif_annee DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Identifiant employe : " DELIMITED BY SIZE
           fe_numIdentification DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE rif_cumulBrut TO affichage_rif
       MOVE SPACES TO ligne-bulletin
       STRING "Cumul salaire brut : " DELIMITED BY SIZE
           affichage_rif DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE rif_cumulCotisations TO affichage_rif
       MOVE SPACES TO ligne-bulletin
       STRING "Cumul cotisations sociales : " DELIMITED BY SIZE
           affichage_rif DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE rif_cumulImposable TO affichage_rif
       MOVE SPACES TO ligne-bulletin
       STRING "Cumul revenu net imposable : " DELIMITED BY SIZE
           affichage_rif DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE rif_irAnnuelDu TO affichage_rif
       MOVE SPACES TO ligne-bulletin
       STRING "Impot sur le revenu annuel du : " DELIMITED BY SIZE
           affichage_rif DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE rif_cumulIRRetenu TO affichage_rif
       MOVE SPACES TO ligne-bulletin
       STRING "Impot retenu (apres regularisation) : "
           DELIMITED BY SIZE
           affichage_rif DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       IF rif_ecartRestant > 0
           MOVE rif_ecartRestant TO affichage_rif
           MOVE SPACES TO ligne-bulletin
           STRING "Ecart non impute sur decembre : " DELIMITED BY SIZE
               affichage_rif DELIMITED BY SIZE
               INTO ligne-bulletin
           WRITE ligne-bulletin
       END-IF
       CLOSE fbulletinDoc
       DISPLAY "Attestation fiscale generee : "
           WS-NOM-FICHIER-BULLETIN.


       REEDITER-ATTESTATION-FISCALE.
      *Reedition de l'attestation fiscale annuelle d'un employe,
      *present ou sorti, a partir des bulletins de l'annee lus en
      *production ou dans l'historique de l'exercice archive - les
      *bulletins de decembre integrent deja la regularisation, l'IR
      *retenu est donc le cumul des bulletins
       DISPLAY "Reedition d'une attestation fiscale"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT arc_identifiant
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_rif_annee

       MOVE 0 TO Wtrouve
       OPEN INPUT femployes
       MOVE arc_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO Wtrouve
       END-READ
       CLOSE femployes
       IF Wtrouve = 0
           OPEN INPUT farchiveEmployes
           MOVE arc_identifiant TO fa_numIdentification
           READ farchiveEmployes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO Wtrouve
                   MOVE fa_numIdentification TO fe_numIdentification
                   MOVE fa_nom TO fe_nom
                   MOVE fa_prenom TO fe_prenom
           END-READ
           CLOSE farchiveEmployes
       END-IF
       IF Wtrouve = 0
           DISPLAY "Employe inconnu"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       MOVE 0 TO rif_cumulBrut
       MOVE 0 TO rif_cumulCotisations
       MOVE 0 TO rif_cumulImposable
       MOVE 0 TO rif_cumulIRRetenu
       MOVE 0 TO rif_nbBulletins
       MOVE 0 TO rif_ecartRestant
       OPEN INPUT fbulletinsPaie
       PERFORM VARYING arc_mois FROM 1 BY 1 UNTIL arc_mois > 12
           MOVE arc_mois TO fbp_mois
           MOVE temp_rif_annee TO fbp_annee
           MOVE arc_identifiant TO fbp_identifiant
           PERFORM LIRE-BULLETIN-EXERCICE
           IF WBulletinTrouve = 1
               ADD 1 TO rif_nbBulletins
               COMPUTE rif_cumulBrut =
                   rif_cumulBrut + fbp_salaireBrut
               COMPUTE rif_cumulCotisations =
                   rif_cumulCotisations + fbp_cotisations
               COMPUTE rif_cumulImposable =
                   rif_cumulImposable + fbp_baseImposable
               COMPUTE rif_cumulIRRetenu =
                   rif_cumulIRRetenu + fbp_impotRevenu
           END-IF
       END-PERFORM
       CLOSE fbulletinsPaie

       IF rif_nbBulletins = 0
           DISPLAY "Aucun bulletin pour cet employe en " temp_rif_annee
       ELSE
           COMPUTE WParamAnneeMois = temp_rif_annee * 100 + 12
           PERFORM CHARGER-PARAMETRES
           COMPUTE WBaseImposable ROUNDED = rif_cumulImposable / 12
           PERFORM APPLIQUER-BAREME-IR
           COMPUTE rif_irAnnuelDu = temp_fbp_impotRevenu * 12
           IF rif_irAnnuelDu > rif_cumulIRRetenu
               COMPUTE rif_ecartRestant =
                   rif_irAnnuelDu - rif_cumulIRRetenu
           ELSE
               COMPUTE rif_ecartRestant =
                   rif_cumulIRRetenu - rif_irAnnuelDu
           END-IF
           MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
           PERFORM IMPRIMER-ATTESTATION-FISCALE
           MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
           PERFORM CHARGER-PARAMETRES

           MOVE "REEDITION ATTESTATION" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           STRING "annee=" DELIMITED BY SIZE
               temp_rif_annee DELIMITED BY SIZE
               " employe=" DELIMITED BY SIZE
               FUNCTION TRIM(arc_identifiant) DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
       END-IF

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GENERER-VIREMENT.
       DISPLAY "Generation du fichier de virement bancaire"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       PERFORM GENERER-VIREMENT-CORE

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       GENERER-VIREMENT-CORE.
      *Genere le fichier de virement du mois temp_fbp_mois /
      *temp_fbp_annee - appele par l'option de menu et par la chaine
      *batch, WEtapeOK rend compte du resultat
       MOVE 0 TO WEtapeOK
       OPEN INPUT frapportsPaie
       MOVE temp_fbp_mois TO fr_mois
       MOVE temp_fbp_annee TO fr_annee
       READ frapportsPaie
           INVALID KEY
               DISPLAY "Aucun rapport de paie valide pour ce mois - ",
               "executer PRODUIRE-RBP avant de generer le virement"
               CLOSE frapportsPaie
           NOT INVALID KEY
               CLOSE frapportsPaie

               STRING "virement_" DELIMITED BY SIZE
                   temp_fbp_mois DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   temp_fbp_annee DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-BULLETIN
               END-STRING

               OPEN OUTPUT fbulletinDoc
               OPEN INPUT femployes
               OPEN INPUT fbulletinsPaie
               OPEN I-O fpaiements
               PERFORM DATER-JOUR-RV

               MOVE temp_fbp_annee TO fbp_annee
               START fbulletinsPaie, KEY IS = fbp_annee
                   INVALID KEY
                       DISPLAY "Aucun bulletin pour cette annee"
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fbulletinsPaie NEXT
                           AT END MOVE 1 TO Wfin
                           NOT AT END
                               IF fbp_annee NOT = temp_fbp_annee
                                   MOVE 1 TO Wfin
                               ELSE
                                   IF fbp_mois = temp_fbp_mois
                                       PERFORM VIRER-BULLETIN
                                   END-IF
                               END-IF
                       END-PERFORM
               END-START

               CLOSE femployes
               CLOSE fbulletinsPaie
               CLOSE fpaiements
               CLOSE fbulletinDoc
               DISPLAY "Fichier de virement genere : "
                   WS-NOM-FICHIER-BULLETIN
               MOVE 1 TO WEtapeOK
       END-READ.


       VIRER-BULLETIN.
      *Ligne de virement du bulletin courant, sauf si la banque en a
      *deja rendu compte (paye, rejete) ou si un virement
      *complementaire attend son retour - le suivi du paiement est
      *cree ou remis au statut V avec le RIB et le montant emis
       MOVE fbp_annee TO fpm_annee
       MOVE fbp_mois TO fpm_mois
       MOVE fbp_identifiant TO fpm_identifiant
       MOVE 1 TO WPaiementTrouve
       READ fpaiements
           INVALID KEY MOVE 0 TO WPaiementTrouve
       END-READ
       IF WPaiementTrouve = 1 AND fpm_statut NOT = "V"
           EVALUATE fpm_statut
               WHEN "P"
                   DISPLAY FUNCTION TRIM(fbp_identifiant)
                       " : salaire deja paye selon le retour bancaire"
               WHEN "R"
                   DISPLAY FUNCTION TRIM(fbp_identifiant)
                       " : virement rejete - passer par le virement "
                       "complementaire"
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(fbp_identifiant)
                       " : virement complementaire en attente de retour"
           END-EVALUATE
       ELSE
           MOVE fbp_identifiant TO fe_numIdentification
           READ femployes
               INVALID KEY
                   MOVE "EMPLOYE INCONNU" TO fe_nom
                   MOVE SPACES TO fe_rib
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE fbp_salaireNet TO affichage_salaireBrut
           PERFORM ECRIRE-LIGNE-VIREMENT

           MOVE "V" TO fpm_statut
           MOVE fbp_salaireNet TO fpm_montantVire
           MOVE fe_rib TO fpm_ribVire
           MOVE rv_dateJour TO fpm_dateVirement
           IF WPaiementTrouve = 1
               REWRITE tamp_fpaiements
           ELSE
               MOVE 0 TO fpm_montantRetour
               MOVE SPACES TO fpm_motifRejet
               MOVE SPACES TO fpm_dateRetour
               MOVE 0 TO fpm_nbComplementaires
               WRITE tamp_fpaiements
           END-IF
       END-IF.


       ECRIRE-LIGNE-VIREMENT.
      *Ligne identifiant,nom,rib,montant du fichier de virement pour
      *l'employe courant, montant dans affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING FUNCTION TRIM(fe_numIdentification) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(fe_rib) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(affichage_salaireBrut) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin.


       IMPORTER-RETOUR-BANCAIRE.
      *Rapprochement du fichier retour de la banque avec les bulletins
      *du mois : chaque bulletin est marque paye ou rejete dans
      *paiements.dat et les ecarts (montant different, ligne absente
      *du retour, ligne inconnue, rejets) sont listes dans
      *ecarts_virement_MM_AAAA.txt
       DISPLAY "Import du retour bancaire des virements"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       MOVE SPACES TO rb_nomFichier
       STRING "retour_virement_" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO rb_nomFichier
       END-STRING
       DISPLAY "Fichier retour de la banque (envoi = "
           FUNCTION TRIM(rb_nomFichier) ") : "
       MOVE SPACES TO WS-NOM-FICHIER-RETOUR
       ACCEPT WS-NOM-FICHIER-RETOUR
       IF WS-NOM-FICHIER-RETOUR = SPACES
           MOVE rb_nomFichier TO WS-NOM-FICHIER-RETOUR
       END-IF

       OPEN INPUT fretourBanque
       IF cr_fretourBanque NOT = 0
           DISPLAY "Fichier retour introuvable ou illisible : "
               WS-NOM-FICHIER-RETOUR
       ELSE
           MOVE 0 TO rb_nbLues
           MOVE 0 TO rb_nbPayes
           MOVE 0 TO rb_nbRejetes
           MOVE 0 TO rb_nbEcartsMontant
           MOVE 0 TO rb_nbInconnues
           MOVE 0 TO rb_nbAbsentes
           MOVE 0 TO rb_nbInvalides
           PERFORM DATER-JOUR-RV

           MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
           STRING "ecarts_virement_" DELIMITED BY SIZE
               temp_fbp_mois DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               temp_fbp_annee DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
           OPEN OUTPUT fbulletinDoc
           MOVE SPACES TO ligne-bulletin
           STRING "Rapprochement du retour bancaire - periode "
               DELIMITED BY SIZE
               temp_fbp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fbp_annee DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               rv_dateJour DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           STRING "Fichier : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOM-FICHIER-RETOUR) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SEPARATOR TO ligne-bulletin
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           STRING "Ecart;Identifiant;Nom;Montant bulletin;"
               DELIMITED BY SIZE
               "Montant retour;Motif" DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin

           OPEN I-O fpaiements
           OPEN INPUT fbulletinsPaie
           OPEN INPUT femployes
           MOVE 0 TO WfinRb
           PERFORM WITH TEST AFTER UNTIL WfinRb = 1
               READ fretourBanque
               AT END MOVE 1 TO WfinRb
               NOT AT END
      *            Lignes vides et commentaires de la banque ignores
                   IF ligne-retourBanque NOT = SPACES AND
                       ligne-retourBanque(1:1) NOT = "*"
                       ADD 1 TO rb_nbLues
                       PERFORM TRAITER-LIGNE-RETOUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fretourBanque

           PERFORM CONTROLER-ABSENTS-RETOUR

           CLOSE fpaiements
           CLOSE fbulletinsPaie
           CLOSE femployes

           MOVE SEPARATOR TO ligne-bulletin
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbLues TO affichage_compteur
           STRING "Lignes lues : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbPayes TO affichage_compteur
           STRING "Salaires payes : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbRejetes TO affichage_compteur
           STRING "Virements rejetes : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbEcartsMontant TO affichage_compteur
           STRING "Montants differents : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbAbsentes TO affichage_compteur
           STRING "Bulletins absents du retour : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbInconnues TO affichage_compteur
           STRING "Lignes inconnues : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           MOVE SPACES TO ligne-bulletin
           MOVE rb_nbInvalides TO affichage_compteur
           STRING "Lignes invalides : " DELIMITED BY SIZE
               affichage_compteur DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY FUNCTION TRIM(ligne-bulletin)
           CLOSE fbulletinDoc
           DISPLAY "Etat des ecarts : " WS-NOM-FICHIER-BULLETIN

           MOVE "IMPORT RETOUR BANCAIRE" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           STRING "periode=" DELIMITED BY SIZE
               temp_fbp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fbp_annee DELIMITED BY SIZE
               " payes=" DELIMITED BY SIZE
               rb_nbPayes DELIMITED BY SIZE
               " rejets=" DELIMITED BY SIZE
               rb_nbRejetes DELIMITED BY SIZE
               " ecarts=" DELIMITED BY SIZE
               rb_nbEcartsMontant DELIMITED BY SIZE
               " absents=" DELIMITED BY SIZE
               rb_nbAbsentes DELIMITED BY SIZE
               " inconnus=" DELIMITED BY SIZE
               rb_nbInconnues DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
       END-IF

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       TRAITER-LIGNE-RETOUR.
      *Une ligne identifiant;montant;statut;motif du retour : le
      *bulletin du mois doit exister et le statut etre PAYE ou REJET
      *- le statut de la banque est enregistre meme si le montant
      *differe du net du bulletin, l'ecart restant a traiter
       MOVE SPACES TO rb_identifiant
       MOVE SPACES TO rb_montantTexte
       MOVE SPACES TO rb_statutTexte
       MOVE SPACES TO rb_motif
       MOVE SPACES TO rb_typeEcart
       MOVE 0 TO rb_montantBulletin
       UNSTRING ligne-retourBanque DELIMITED BY ";"
           INTO rb_identifiant rb_montantTexte rb_statutTexte
               rb_motif
       END-UNSTRING
       MOVE FUNCTION TRIM(rb_identifiant) TO rb_identifiant
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rb_statutTexte))
           TO rb_statutTexte

      *Montant au format du fichier de virement (1,234.56) ou avec
      *la virgule decimale (1234,56)
       MOVE 0 TO rb_nbPoints
       INSPECT rb_montantTexte TALLYING rb_nbPoints FOR ALL "."
       IF rb_nbPoints > 0
           MOVE FUNCTION NUMVAL-C(rb_montantTexte) TO rb_montant
       ELSE
           INSPECT rb_montantTexte REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(rb_montantTexte) TO rb_montant
       END-IF

       EVALUATE rb_statutTexte
           WHEN "PAYE"
           WHEN "P"
           WHEN "OK"
           WHEN "EXECUTE"
               MOVE "P" TO rb_statut
           WHEN "REJET"
           WHEN "REJETE"
           WHEN "R"
           WHEN "KO"
               MOVE "R" TO rb_statut
           WHEN OTHER
               MOVE SPACE TO rb_statut
               MOVE "LIGNE INVALIDE" TO rb_typeEcart
               IF rb_motif = SPACES
                   MOVE "statut de paiement non reconnu" TO rb_motif
               END-IF
       END-EVALUATE

       MOVE rb_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY MOVE "EMPLOYE INCONNU" TO fe_nom
       END-READ

       IF rb_typeEcart = SPACES
           MOVE temp_fbp_mois TO fbp_mois
           MOVE temp_fbp_annee TO fbp_annee
           MOVE rb_identifiant TO fbp_identifiant
           READ fbulletinsPaie
               INVALID KEY
                   MOVE "LIGNE INCONNUE" TO rb_typeEcart
                   MOVE "aucun bulletin pour ce mois" TO rb_motif
               NOT INVALID KEY
                   MOVE fbp_salaireNet TO rb_montantBulletin
           END-READ
       END-IF

       IF rb_typeEcart = SPACES
           PERFORM MARQUER-PAIEMENT-RETOUR
           IF rb_statut = "P"
               ADD 1 TO rb_nbPayes
           ELSE
               ADD 1 TO rb_nbRejetes
               MOVE "REJET" TO rb_typeEcart
               PERFORM ECRIRE-ECART-RETOUR
               MOVE SPACES TO rb_typeEcart
           END-IF
           IF rb_montant NOT = rb_montantBulletin
               ADD 1 TO rb_nbEcartsMontant
               MOVE "MONTANT DIFFERENT" TO rb_typeEcart
               MOVE SPACES TO rb_motif
               PERFORM ECRIRE-ECART-RETOUR
           END-IF
       ELSE
           IF rb_typeEcart = "LIGNE INCONNUE"
               ADD 1 TO rb_nbInconnues
           ELSE
               ADD 1 TO rb_nbInvalides
           END-IF
           PERFORM ECRIRE-ECART-RETOUR
       END-IF.


       MARQUER-PAIEMENT-RETOUR.
      *Statut paye ou rejete du bulletin courant dans paiements.dat -
      *un bulletin vire hors du logiciel est suivi a partir du retour
       MOVE fbp_annee TO fpm_annee
       MOVE fbp_mois TO fpm_mois
       MOVE fbp_identifiant TO fpm_identifiant
       MOVE 1 TO WPaiementTrouve
       READ fpaiements
           INVALID KEY MOVE 0 TO WPaiementTrouve
       END-READ
       IF WPaiementTrouve = 0
           MOVE fbp_salaireNet TO fpm_montantVire
           MOVE SPACES TO fpm_ribVire
           MOVE SPACES TO fpm_dateVirement
           MOVE 0 TO fpm_nbComplementaires
       END-IF
       MOVE rb_statut TO fpm_statut
       MOVE rb_montant TO fpm_montantRetour
       MOVE rv_dateJour TO fpm_dateRetour
       IF rb_statut = "R"
           MOVE rb_motif TO fpm_motifRejet
       ELSE
           MOVE SPACES TO fpm_motifRejet
       END-IF
       IF WPaiementTrouve = 1
           REWRITE tamp_fpaiements
       ELSE
           WRITE tamp_fpaiements
       END-IF.


       ECRIRE-ECART-RETOUR.
       MOVE rb_montantBulletin TO affichage_rb
       MOVE rb_montant TO affichage_rb2
       MOVE SPACES TO ligne-bulletin
       STRING FUNCTION TRIM(rb_typeEcart) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(rb_identifiant) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rb) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rb2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(rb_motif) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin.


       CONTROLER-ABSENTS-RETOUR.
      *Bulletins du mois dont la banque n'a pas rendu compte : jamais
      *suivis, ou encore au statut vire / virement complementaire
       MOVE temp_fbp_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbp_annee NOT = temp_fbp_annee
                           MOVE 1 TO Wfin
                       ELSE
                           IF fbp_mois = temp_fbp_mois
                               PERFORM CONTROLER-ABSENT-RETOUR
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START.


       CONTROLER-ABSENT-RETOUR.
       MOVE fbp_annee TO fpm_annee
       MOVE fbp_mois TO fpm_mois
       MOVE fbp_identifiant TO fpm_identifiant
       MOVE 1 TO WPaiementTrouve
       READ fpaiements
           INVALID KEY MOVE 0 TO WPaiementTrouve
       END-READ
       IF WPaiementTrouve = 0 OR fpm_statut = "V" OR fpm_statut = "C"
           ADD 1 TO rb_nbAbsentes
           MOVE "ABSENT DU RETOUR" TO rb_typeEcart
           MOVE fbp_identifiant TO rb_identifiant
           MOVE fbp_salaireNet TO rb_montantBulletin
           MOVE 0 TO rb_montant
           IF WPaiementTrouve = 0
               MOVE "aucun virement emis par le logiciel" TO rb_motif
           ELSE
               MOVE "en attente du retour de la banque" TO rb_motif
           END-IF
           MOVE fbp_identifiant TO fe_numIdentification
           READ femployes
               INVALID KEY MOVE "EMPLOYE INCONNU" TO fe_nom
           END-READ
           PERFORM ECRIRE-ECART-RETOUR
       END-IF.


       GENERER-VIREMENT-COMPLEMENTAIRE.
      *Virement complementaire du mois ne reprenant que les salaires
      *rejetes par la banque dont le RIB a ete corrige dans
      *EDITER-EMPLOYE - le paiement passe au statut C en attendant le
      *retour de la banque
       DISPLAY "Generation du virement complementaire des rejets"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       MOVE 0 TO rb_nbVires
       MOVE 0 TO rb_nbNonCorriges
       MOVE 0 TO rb_totalVire
       PERFORM DATER-JOUR-RV

       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       STRING "virement_compl_" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING

       OPEN OUTPUT fbulletinDoc
       OPEN INPUT femployes
       OPEN INPUT fbulletinsPaie
       OPEN I-O fpaiements

       MOVE temp_fbp_annee TO fpm_annee
       MOVE temp_fbp_mois TO fpm_mois
       MOVE LOW-VALUES TO fpm_identifiant
       START fpaiements, KEY IS >= fpm_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRb
               PERFORM WITH TEST AFTER UNTIL WfinRb = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinRb
                   NOT AT END
                       IF fpm_annee NOT = temp_fbp_annee OR
                           fpm_mois NOT = temp_fbp_mois
                           MOVE 1 TO WfinRb
                       ELSE
                           IF fpm_statut = "R"
                               PERFORM VIRER-REJET
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START

       CLOSE fpaiements
       CLOSE fbulletinsPaie
       CLOSE femployes
       CLOSE fbulletinDoc

       MOVE rb_totalVire TO affichage_rb
       DISPLAY "Virements complementaires : " rb_nbVires
           " pour " FUNCTION TRIM(affichage_rb)
       DISPLAY "Rejets sans RIB corrige   : " rb_nbNonCorriges
       DISPLAY "Fichier de virement genere : " WS-NOM-FICHIER-BULLETIN

       MOVE "VIREMENT COMPLEMENTAIRE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "periode=" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           " vires=" DELIMITED BY SIZE
           rb_nbVires DELIMITED BY SIZE
           " montant=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rb) DELIMITED BY SIZE
           " non corriges=" DELIMITED BY SIZE
           rb_nbNonCorriges DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       VIRER-REJET.
      *Le rejet n'est repris que si le RIB de l'employe a change
      *depuis le virement rejete - le montant vire est le net du
      *bulletin en vigueur, qui a pu etre annule et reproduit depuis
      *le virement rejete
       MOVE fpm_mois TO fbp_mois
       MOVE fpm_annee TO fbp_annee
       MOVE fpm_identifiant TO fbp_identifiant
       MOVE 1 TO WBulletinTrouve
       READ fbulletinsPaie
           INVALID KEY MOVE 0 TO WBulletinTrouve
       END-READ
       MOVE fpm_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               MOVE "EMPLOYE INCONNU" TO fe_nom
               MOVE SPACES TO fe_rib
       END-READ
       EVALUATE TRUE
           WHEN WBulletinTrouve = 0
               DISPLAY FUNCTION TRIM(fpm_identifiant)
                   " : bulletin introuvable, rejet conserve"
           WHEN fe_rib = SPACES OR
               (fpm_ribVire NOT = SPACES AND fe_rib = fpm_ribVire)
               ADD 1 TO rb_nbNonCorriges
               DISPLAY FUNCTION TRIM(fpm_identifiant)
                   " : RIB non corrige, rejet conserve ("
                   FUNCTION TRIM(fpm_motifRejet) ")"
           WHEN OTHER
               MOVE fbp_salaireNet TO affichage_salaireBrut
               PERFORM ECRIRE-LIGNE-VIREMENT
               MOVE "C" TO fpm_statut
               MOVE fbp_salaireNet TO fpm_montantVire
               MOVE fe_rib TO fpm_ribVire
               MOVE rv_dateJour TO fpm_dateVirement
               ADD 1 TO fpm_nbComplementaires
               REWRITE tamp_fpaiements
               ADD 1 TO rb_nbVires
               ADD fbp_salaireNet TO rb_totalVire
       END-EVALUATE.


       SIGNALER-REJETS-RIB.
      *Rappel, apres correction du RIB, des virements rejetes de
      *l'employe a reprendre par le virement complementaire
       OPEN INPUT fpaiements
       MOVE fe_numIdentification TO fpm_identifiant
       START fpaiements, KEY IS = fpm_identifiant
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRb
               PERFORM WITH TEST AFTER UNTIL WfinRb = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinRb
                   NOT AT END
                       IF fpm_identifiant NOT = fe_numIdentification
                           MOVE 1 TO WfinRb
                       ELSE
                           IF fpm_statut = "R"
                               DISPLAY "Virement rejete de "
                                   fpm_mois "/" fpm_annee " ("
                                   FUNCTION TRIM(fpm_motifRejet)
                                   ") : a reprendre par le virement "
                                   "complementaire"
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fpaiements.


       AFFICHER-STATUT-PAIEMENT.
      *Statut du paiement du bulletin courant selon le suivi des
      *virements et le retour de la banque
       OPEN INPUT fpaiements
       MOVE fbp_annee TO fpm_annee
       MOVE fbp_mois TO fpm_mois
       MOVE fbp_identifiant TO fpm_identifiant
       READ fpaiements
           INVALID KEY
               DISPLAY "Paiement : aucun virement suivi"
           NOT INVALID KEY
               EVALUATE fpm_statut
                   WHEN "V"
                       DISPLAY "Paiement : vire le " fpm_dateVirement
                           ", retour de la banque attendu"
                   WHEN "P"
                       DISPLAY "Paiement : paye (retour du "
                           fpm_dateRetour ")"
                   WHEN "R"
                       DISPLAY "Paiement : rejete par la banque - "
                           FUNCTION TRIM(fpm_motifRejet)
                   WHEN OTHER
                       DISPLAY "Paiement : virement complementaire "
                           "emis le " fpm_dateVirement
               END-EVALUATE
       END-READ
       CLOSE fpaiements.


       GENERER-DECLARATION-CNSS.
      *Fichier de declaration CNSS du mois : une ligne par employe
      *(base cotisable, part salariale, part patronale) plus une ligne
      *de totaux, pret a deposer au teleservice
       DISPLAY "Generation de la declaration CNSS mensuelle"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       PERFORM GENERER-DECLARATION-CNSS-CORE

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       GENERER-DECLARATION-CNSS-CORE.
      *Genere la declaration CNSS du mois temp_fbp_mois /
      *temp_fbp_annee - appele par l'option de menu et par la chaine
      *batch
       MOVE 0 TO WEtapeOK
       STRING "cnss_" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING

       MOVE 0 TO cnss_totalBase
       MOVE 0 TO cnss_totalSalariale
       MOVE 0 TO cnss_totalPatronale

       OPEN OUTPUT fbulletinDoc
       OPEN INPUT femployes
       OPEN INPUT fbulletinsPaie

       MOVE SPACES TO ligne-bulletin
       STRING "DECLARATION CNSS - " DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Identifiant;Numero CNSS;Nom;Base cotisable;"
           DELIMITED BY SIZE
           "Part salariale;Part patronale" DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE temp_fbp_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               DISPLAY "Aucun bulletin pour cette annee"
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbp_annee NOT = temp_fbp_annee
                           MOVE 1 TO Wfin
                       ELSE
                           IF fbp_mois = temp_fbp_mois
                               MOVE fbp_identifiant TO
                                   fe_numIdentification
                               READ femployes
                                   INVALID KEY
                                       MOVE "EMPLOYE INCONNU"
                                           TO fe_nom
                                       MOVE SPACES TO fe_numCNSS
                                   NOT INVALID KEY
                                       CONTINUE
                               END-READ
                               COMPUTE cnss_totalBase =
                                   cnss_totalBase + fbp_baseCotisable
                               COMPUTE cnss_totalSalariale =
                                   cnss_totalSalariale +
                                   fbp_cotisations
                               COMPUTE cnss_totalPatronale =
                                   cnss_totalPatronale +
                                   fbp_cotisationsPatronales
                               MOVE fbp_baseCotisable TO cnss_affBase
                               MOVE fbp_cotisations TO
                                   cnss_affSalariale
                               MOVE fbp_cotisationsPatronales TO
                                   cnss_affPatronale
                               MOVE SPACES TO ligne-bulletin
                               STRING
                                 FUNCTION TRIM(fbp_identifiant)
                                 DELIMITED BY SIZE
                                 ";" DELIMITED BY SIZE
                                 FUNCTION TRIM(fe_numCNSS)
                                 DELIMITED BY SIZE
                                 ";" DELIMITED BY SIZE
                                 FUNCTION TRIM(fe_nom)
                                 DELIMITED BY SIZE
                                 ";" DELIMITED BY SIZE
                                 FUNCTION TRIM(cnss_affBase)
                                 DELIMITED BY SIZE
                                 ";" DELIMITED BY SIZE
                                 FUNCTION TRIM(cnss_affSalariale)
                                 DELIMITED BY SIZE
                                 ";" DELIMITED BY SIZE
                                 FUNCTION TRIM(cnss_affPatronale)
                                 DELIMITED BY SIZE
                                 INTO ligne-bulletin
                               END-STRING
                               WRITE ligne-bulletin
                           END-IF
                       END-IF
               END-PERFORM
       END-START

       MOVE cnss_totalBase TO cnss_affBase
       MOVE cnss_totalSalariale TO cnss_affSalariale
       MOVE cnss_totalPatronale TO cnss_affPatronale
       MOVE SPACES TO ligne-bulletin
       STRING "TOTAUX;;;" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affBase) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affSalariale) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affPatronale) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin

       CLOSE femployes
       CLOSE fbulletinsPaie
       CLOSE fbulletinDoc
       DISPLAY "Fichier de declaration CNSS genere : "
           WS-NOM-FICHIER-BULLETIN
       MOVE 1 TO WEtapeOK.


       GENERER-DECLARATIONS-ORGANISMES.
      *Declarations mensuelles de retraite complementaire et de
      *mutuelle : un fichier par organisme, sur le modele de la
      *declaration CNSS
       DISPLAY "Generation des declarations CIMR / mutuelle"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       PERFORM GENERER-DECLARATIONS-ORG-CORE

       MOVE "DECLARATIONS ORGANISMES" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE cc_nbDeclarations TO affichage_compteur
       STRING "periode=" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           " fichiers=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       GENERER-DECLARATIONS-ORG-CORE.
      *Genere les declarations du mois temp_fbp_mois /
      *temp_fbp_annee pour chaque organisme du referentiel ayant des
      *cotisations ce mois-la - appele par l'option de menu et par la
      *chaine batch
       MOVE 0 TO WEtapeOK
       MOVE 0 TO cc_nbDeclarations
       OPEN INPUT forganismes
       OPEN INPUT femployes
       MOVE LOW-VALUES TO forg_code
       START forganismes, KEY IS >= forg_code
           INVALID KEY
               DISPLAY "Aucun organisme enregistre"
           NOT INVALID KEY
               MOVE 0 TO WfinOrg
               PERFORM WITH TEST AFTER UNTIL WfinOrg = 1
                   READ forganismes NEXT
                   AT END MOVE 1 TO WfinOrg
                   NOT AT END
                       PERFORM GENERER-DECLARATION-ORGANISME
                   END-READ
               END-PERFORM
       END-START
       CLOSE femployes
       CLOSE forganismes
       MOVE cc_nbDeclarations TO affichage_compteur
       DISPLAY "Declarations d'organismes generees : "
           affichage_compteur
       MOVE 1 TO WEtapeOK.


       GENERER-DECLARATION-ORGANISME.
      *Declaration de l'organisme courant de forganismes : une ligne
      *par adherent cotisant du mois plus une ligne de totaux - rien
      *n'est produit si aucun bulletin du mois ne cotise a l'organisme
       MOVE 0 TO cc_nbAdherents
       MOVE 0 TO cc_cumulBase
       MOVE 0 TO cc_cumulSalariale
       MOVE 0 TO cc_cumulPatronale
       OPEN INPUT fcotisationsBulletin
       MOVE temp_fbp_annee TO fcb_annee
       MOVE temp_fbp_mois TO fcb_mois
       MOVE LOW-VALUES TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = temp_fbp_annee OR
                           fcb_mois NOT = temp_fbp_mois
                           MOVE 1 TO WfinCc
                       ELSE
                           IF fcb_codeOrganisme = forg_code
                               PERFORM ECRIRE-LIGNE-DECLARATION-ORG
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fcotisationsBulletin

       IF cc_nbAdherents > 0
           MOVE cc_cumulBase TO cnss_affBase
           MOVE cc_cumulSalariale TO cnss_affSalariale
           MOVE cc_cumulPatronale TO cnss_affPatronale
           MOVE SPACES TO ligne-bulletin
           STRING "TOTAUX;;;" DELIMITED BY SIZE
               FUNCTION TRIM(cnss_affBase) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(cnss_affSalariale) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(cnss_affPatronale) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           CLOSE fbulletinDoc
           ADD 1 TO cc_nbDeclarations
           DISPLAY "Declaration " forg_code " generee : "
               WS-NOM-FICHIER-BULLETIN
       END-IF.


       ECRIRE-LIGNE-DECLARATION-ORG.
      *Ligne de l'adherent courant de fcotisationsBulletin - le
      *fichier de declaration est ouvert a la premiere ligne
       IF cc_nbAdherents = 0
           MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
           STRING "decl_" DELIMITED BY SIZE
               FUNCTION TRIM(forg_code) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               temp_fbp_mois DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               temp_fbp_annee DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
           OPEN OUTPUT fbulletinDoc
           MOVE SPACES TO ligne-bulletin
           STRING "DECLARATION " DELIMITED BY SIZE
               FUNCTION TRIM(forg_libelle) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               temp_fbp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fbp_annee DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           STRING "Organisme;" DELIMITED BY SIZE
               FUNCTION TRIM(forg_code) DELIMITED BY SIZE
               ";Affiliation entreprise;" DELIMITED BY SIZE
               FUNCTION TRIM(forg_numAffiliation) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           STRING "Identifiant;Numero adherent;Nom;Base cotisable;"
               DELIMITED BY SIZE
               "Part salariale;Part patronale" DELIMITED BY SIZE
               INTO ligne-bulletin
           WRITE ligne-bulletin
       END-IF

       MOVE fcb_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               MOVE "EMPLOYE INCONNU" TO fe_nom
           NOT INVALID KEY
               CONTINUE
       END-READ
       ADD 1 TO cc_nbAdherents
       COMPUTE cc_cumulBase = cc_cumulBase + fcb_base
       COMPUTE cc_cumulSalariale = cc_cumulSalariale +
           fcb_partSalariale
       COMPUTE cc_cumulPatronale = cc_cumulPatronale +
           fcb_partPatronale
       MOVE fcb_base TO cnss_affBase
       MOVE fcb_partSalariale TO cnss_affSalariale
       MOVE fcb_partPatronale TO cnss_affPatronale
       MOVE SPACES TO ligne-bulletin
       STRING FUNCTION TRIM(fcb_identifiant) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(fcb_numAdherent) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affBase) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affSalariale) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(cnss_affPatronale) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin.


       TABLEAU-MASSE-SALARIALE.
      *Tableau de bord de la direction sur les 12 mois glissants se
      *terminant au mois demande : par domaine puis par metier,
      *effectif paye, entrees, sorties, brut, part des heures
      *supplementaires, charges patronales (CNSS et organismes
      *complementaires), cout employeur, cout moyen par tete et
      *variation du cout d'un mois sur l'autre - etat imprimable
      *masse_salariale_MM_AAAA.txt et fichier
      *masse_salariale_MM_AAAA.csv
      *Le metier retenu est celui de la fiche employe (ou de la fiche
      *archivee pour un employe sorti)
       DISPLAY "Tableau de bord de la masse salariale"
       DISPLAY SEPARATOR
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Dernier mois du tableau (MM) : "
           ACCEPT tb_moisRef
           IF tb_moisRef < 1 OR tb_moisRef > 12
               DISPLAY "mois au mauvais format, reessayer "
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM
       DISPLAY "Annee (AAAA) : "
       ACCEPT tb_anneeRef

       COMPUTE tb_rangDebut = tb_anneeRef * 12 + tb_moisRef - 12
       COMPUTE tb_anneeDebut = tb_anneeRef - 1

       PERFORM CHARGER-METIERS-TABLEAU

       OPEN INPUT femployes
       OPEN INPUT farchiveEmployes
       OPEN INPUT fbulletinsPaie
       OPEN INPUT fcotisationsBulletin
       PERFORM CUMULER-BULLETINS-TABLEAU
       PERFORM CUMULER-MOUVEMENTS-TABLEAU
       CLOSE femployes
       CLOSE farchiveEmployes
       CLOSE fbulletinsPaie
       CLOSE fcotisationsBulletin

       IF tb_nbHorsTableau > 0
           DISPLAY "Attention : " tb_nbHorsTableau
               " metier(s) au-dela de la capacite du tableau (40),"
               " non repris"
       END-IF

       MOVE SPACES TO WS-NOM-FICHIER-TABLEAU
       STRING "masse_salariale_" DELIMITED BY SIZE
           tb_moisRef DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           tb_anneeRef DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-TABLEAU
       END-STRING
       MOVE "E" TO tb_sortie
       PERFORM EDITER-TABLEAU-MASSE
       DISPLAY "Etat genere : " WS-NOM-FICHIER-TABLEAU

       MOVE SPACES TO WS-NOM-FICHIER-TABLEAU
       STRING "masse_salariale_" DELIMITED BY SIZE
           tb_moisRef DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           tb_anneeRef DELIMITED BY SIZE
           ".csv" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-TABLEAU
       END-STRING
       MOVE "C" TO tb_sortie
       PERFORM EDITER-TABLEAU-MASSE
       DISPLAY "Fichier CSV genere : " WS-NOM-FICHIER-TABLEAU

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       CHARGER-METIERS-TABLEAU.
      *Metiers de metiers.dat dans l'ordre des domaines (cle
      *alternative fm_domaine), compteurs a zero
       MOVE 0 TO tb_nbMetiers
       MOVE 0 TO tb_nbHorsTableau
       OPEN INPUT fmetiers
       MOVE SPACES TO fm_domaine
       START fmetiers, KEY IS >= fm_domaine
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinTb
               PERFORM WITH TEST AFTER UNTIL WfinTb = 1
                   READ fmetiers NEXT
                   AT END MOVE 1 TO WfinTb
                   NOT AT END
                       MOVE fm_nomMetier TO tb_nomRecherche
                       MOVE fm_domaine TO tb_libelleDomaine
                       PERFORM AJOUTER-METIER-TABLEAU
                   END-READ
               END-PERFORM
       END-START
       CLOSE fmetiers.


       AJOUTER-METIER-TABLEAU.
      *Nouvelle ligne tb_nomRecherche / tb_libelleDomaine, rendue
      *dans WIdxTbTrouve (0 si le tableau est plein)
       MOVE 0 TO WIdxTbTrouve
       IF tb_nbMetiers < 40
           ADD 1 TO tb_nbMetiers
           MOVE tb_nbMetiers TO WIdxTbTrouve
           MOVE tb_nomRecherche TO tb_nomMetier(WIdxTbTrouve)
           MOVE tb_libelleDomaine TO tb_domaine(WIdxTbTrouve)
           PERFORM VARYING WIdxTbMois FROM 1 BY 1
               UNTIL WIdxTbMois > 13
               MOVE 0 TO tb_effectif(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_entrees(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_sorties(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_brut(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_heuresTrav(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_heuresSup(WIdxTbTrouve, WIdxTbMois)
               MOVE 0 TO tb_charges(WIdxTbTrouve, WIdxTbMois)
           END-PERFORM
       ELSE
           ADD 1 TO tb_nbHorsTableau
       END-IF.


       TROUVER-METIER-TABLEAU.
      *Ligne du metier tb_nomRecherche dans WIdxTbTrouve - un metier
      *inconnu de metiers.dat est ajoute sous le domaine NON CLASSE
       MOVE 0 TO WIdxTbTrouve
       PERFORM VARYING WIdxTb FROM 1 BY 1
           UNTIL WIdxTb > tb_nbMetiers OR WIdxTbTrouve > 0
           IF tb_nomMetier(WIdxTb) = tb_nomRecherche
               MOVE WIdxTb TO WIdxTbTrouve
           END-IF
       END-PERFORM
       IF WIdxTbTrouve = 0
           MOVE "NON CLASSE" TO tb_libelleDomaine
           PERFORM AJOUTER-METIER-TABLEAU
       END-IF.


       CUMULER-BULLETINS-TABLEAU.
      *Bulletins des 13 mois, parcourus par la cle alternative
      *fbp_annee a partir de l'annee precedant le mois demande, puis
      *bulletins des exercices archives de la periode, lus dans leur
      *historique
       MOVE tb_anneeDebut TO fbp_annee
       START fbulletinsPaie, KEY IS >= fbp_annee
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinTb
               PERFORM WITH TEST AFTER UNTIL WfinTb = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO WfinTb
                   NOT AT END
                       IF fbp_annee > tb_anneeRef
                           MOVE 1 TO WfinTb
                       ELSE
                           COMPUTE tb_rang = fbp_annee * 12 + fbp_mois
                           IF tb_rang >= tb_rangDebut AND
                               tb_rang <= tb_rangDebut + 12
                               PERFORM CUMULER-BULLETIN-TABLEAU
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       MOVE tb_anneeDebut TO arc_annee
       PERFORM CUMULER-HISTORIQUE-TABLEAU
       MOVE tb_anneeRef TO arc_annee
       PERFORM CUMULER-HISTORIQUE-TABLEAU.


       CUMULER-HISTORIQUE-TABLEAU.
      *Bulletins de la periode dans l'historique de l'exercice
      *arc_annee s'il est archive - un bulletin encore present en
      *production (archivage interrompu) y a deja ete compte
       PERFORM CHERCHER-EXERCICE-ARCHIVE
       IF WExerciceArchive = 1
           OPEN INPUT fhBulletins
           IF cr_fhBulletins = 0
               MOVE 0 TO WfinArc
               PERFORM WITH TEST AFTER UNTIL WfinArc = 1
                   READ fhBulletins NEXT
                   AT END MOVE 1 TO WfinArc
                   NOT AT END
                       COMPUTE tb_rang = hbp_annee * 12 + hbp_mois
                       IF tb_rang >= tb_rangDebut AND
                           tb_rang <= tb_rangDebut + 12
                           MOVE hbp_cleBP TO fbp_cleBP
                           READ fbulletinsPaie
                               INVALID KEY
                                   MOVE tamp_fhBulletins TO
                                       tamp_fbulletinsPaie
                                   PERFORM CUMULER-BULLETIN-TABLEAU
                           END-READ
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fhBulletins
           END-IF
       END-IF.


       CUMULER-BULLETIN-TABLEAU.
       MOVE fbp_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               MOVE fbp_identifiant TO fa_numIdentification
               READ farchiveEmployes
                   INVALID KEY
                       MOVE "INCONNU" TO tb_nomRecherche
                   NOT INVALID KEY
                       MOVE fa_metier TO tb_nomRecherche
               END-READ
           NOT INVALID KEY
               MOVE fe_metier TO tb_nomRecherche
       END-READ
       PERFORM TROUVER-METIER-TABLEAU
       COMPUTE WIdxTbMois = tb_rang - tb_rangDebut + 1
       IF WIdxTbTrouve > 0
           PERFORM CHARGES-BULLETIN-TABLEAU
           ADD 1 TO tb_effectif(WIdxTbTrouve, WIdxTbMois)
           ADD fbp_salaireBrut TO tb_brut(WIdxTbTrouve, WIdxTbMois)
           ADD fbp_heuresTravailles TO
               tb_heuresTrav(WIdxTbTrouve, WIdxTbMois)
           ADD fbp_heuresSupplementaires TO
               tb_heuresSup(WIdxTbTrouve, WIdxTbMois)
           ADD tb_chargesBulletin TO
               tb_charges(WIdxTbTrouve, WIdxTbMois)
       END-IF.


       CHARGES-BULLETIN-TABLEAU.
      *Part patronale CNSS du bulletin plus parts patronales des
      *organismes complementaires enregistrees pour ce bulletin
       MOVE fbp_cotisationsPatronales TO tb_chargesBulletin
       MOVE fbp_annee TO fcb_annee
       MOVE fbp_mois TO fcb_mois
       MOVE fbp_identifiant TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = fbp_annee OR
                           fcb_mois NOT = fbp_mois OR
                           fcb_identifiant NOT = fbp_identifiant
                           MOVE 1 TO WfinCc
                       ELSE
                           ADD fcb_partPatronale TO tb_chargesBulletin
                       END-IF
                   END-READ
               END-PERFORM
       END-START.


       CUMULER-MOUVEMENTS-TABLEAU.
      *Entrees d'apres la date d'embauche des employes presents et
      *archives, sorties d'apres la date de sortie des archives
       MOVE LOW-VALUES TO fe_numIdentification
       START femployes, KEY IS >= fe_numIdentification
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinTb
               PERFORM WITH TEST AFTER UNTIL WfinTb = 1
                   READ femployes NEXT
                   AT END MOVE 1 TO WfinTb
                   NOT AT END
                       MOVE fe_metier TO tb_nomRecherche
                       MOVE fe_dateEmbauche TO tb_dateTexte
                       MOVE "E" TO tb_typeMouvement
                       PERFORM COMPTER-MOUVEMENT-TABLEAU
                   END-READ
               END-PERFORM
       END-START

       MOVE LOW-VALUES TO fa_numIdentification
       START farchiveEmployes, KEY IS >= fa_numIdentification
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinTb
               PERFORM WITH TEST AFTER UNTIL WfinTb = 1
                   READ farchiveEmployes NEXT
                   AT END MOVE 1 TO WfinTb
                   NOT AT END
                       MOVE fa_metier TO tb_nomRecherche
                       MOVE fa_dateEmbauche TO tb_dateTexte
                       MOVE "E" TO tb_typeMouvement
                       PERFORM COMPTER-MOUVEMENT-TABLEAU
                       MOVE fa_metier TO tb_nomRecherche
                       MOVE fa_dateSortie TO tb_dateTexte
                       MOVE "S" TO tb_typeMouvement
                       PERFORM COMPTER-MOUVEMENT-TABLEAU
                   END-READ
               END-PERFORM
       END-START.


       COMPTER-MOUVEMENT-TABLEAU.
      *Date tb_dateTexte au format JJ/MM/AAAA - une date illisible
      *ou hors des 13 mois est ignoree
       IF tb_dateTexte(4:2) IS NUMERIC AND
           tb_dateTexte(7:4) IS NUMERIC
           MOVE tb_dateTexte(4:2) TO tb_mois
           MOVE tb_dateTexte(7:4) TO tb_annee
           COMPUTE tb_rang = tb_annee * 12 + tb_mois
           IF tb_rang >= tb_rangDebut AND
               tb_rang <= tb_rangDebut + 12
               PERFORM TROUVER-METIER-TABLEAU
               COMPUTE WIdxTbMois = tb_rang - tb_rangDebut + 1
               IF WIdxTbTrouve > 0
                   IF tb_typeMouvement = "E"
                       ADD 1 TO tb_entrees(WIdxTbTrouve, WIdxTbMois)
                   ELSE
                       ADD 1 TO tb_sorties(WIdxTbTrouve, WIdxTbMois)
                   END-IF
               END-IF
           END-IF
       END-IF.


       EDITER-TABLEAU-MASSE.
      *Edition du tableau dans WS-NOM-FICHIER-TABLEAU : etat
      *imprimable (tb_sortie = E) ou CSV (tb_sortie = C) - un bloc
      *par metier ayant eu un mouvement ou un bulletin, un total par
      *domaine, puis le total entreprise
       OPEN OUTPUT ftableauBord
       IF tb_sortie = "E"
           MOVE SPACES TO ligne-tableauBord
           STRING "TABLEAU DE BORD DE LA MASSE SALARIALE - 12 mois "
               DELIMITED BY SIZE
               "au " DELIMITED BY SIZE
               tb_moisRef DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               tb_anneeRef DELIMITED BY SIZE
               INTO ligne-tableauBord
           END-STRING
           WRITE ligne-tableauBord
           MOVE SEPARATOR TO ligne-tableauBord
           WRITE ligne-tableauBord
       ELSE
           MOVE SPACES TO ligne-tableauBord
           STRING "Domaine;Metier;Mois;Effectif;Entrees;Sorties;"
               DELIMITED BY SIZE
               "Brut;Part heures sup %;Charges patronales;"
               DELIMITED BY SIZE
               "Cout employeur;Cout moyen;Variation %"
               DELIMITED BY SIZE
               INTO ligne-tableauBord
           END-STRING
           WRITE ligne-tableauBord
       END-IF

       PERFORM VARYING WIdxTbMois FROM 1 BY 1 UNTIL WIdxTbMois > 13
           MOVE 0 TO tb_tEffectif(WIdxTbMois)
           MOVE 0 TO tb_tEntrees(WIdxTbMois)
           MOVE 0 TO tb_tSorties(WIdxTbMois)
           MOVE 0 TO tb_tBrut(WIdxTbMois)
           MOVE 0 TO tb_tHeuresTrav(WIdxTbMois)
           MOVE 0 TO tb_tHeuresSup(WIdxTbMois)
           MOVE 0 TO tb_tCharges(WIdxTbMois)
       END-PERFORM

       PERFORM VARYING WIdxTb FROM 1 BY 1 UNTIL WIdxTb > tb_nbMetiers
           IF WIdxTb = 1
               PERFORM RAZ-DOMAINE-TABLEAU
           ELSE
               IF tb_domaine(WIdxTb) NOT = tb_domaine(WIdxTb - 1)
                   PERFORM RAZ-DOMAINE-TABLEAU
               END-IF
           END-IF

           PERFORM CHARGER-BLOC-METIER-TABLEAU
           IF WIdxTbTrouve > 0
               MOVE tb_domaine(WIdxTb) TO tb_niveau
               MOVE tb_nomMetier(WIdxTb) TO tb_libelleLigne
               MOVE SPACES TO tb_titre
               STRING "Domaine : " DELIMITED BY SIZE
                   FUNCTION TRIM(tb_domaine(WIdxTb)) DELIMITED BY SIZE
                   " - Metier : " DELIMITED BY SIZE
                   FUNCTION TRIM(tb_nomMetier(WIdxTb))
                   DELIMITED BY SIZE
                   INTO tb_titre
               END-STRING
               PERFORM ECRIRE-BLOC-TABLEAU
           END-IF

           IF WIdxTb = tb_nbMetiers
               PERFORM ECRIRE-TOTAL-DOMAINE-TABLEAU
           ELSE
               IF tb_domaine(WIdxTb) NOT = tb_domaine(WIdxTb + 1)
                   PERFORM ECRIRE-TOTAL-DOMAINE-TABLEAU
               END-IF
           END-IF
       END-PERFORM

       PERFORM VARYING WIdxTbMois FROM 1 BY 1 UNTIL WIdxTbMois > 13
           MOVE tb_tEffectif(WIdxTbMois) TO tb_bEffectif(WIdxTbMois)
           MOVE tb_tEntrees(WIdxTbMois) TO tb_bEntrees(WIdxTbMois)
           MOVE tb_tSorties(WIdxTbMois) TO tb_bSorties(WIdxTbMois)
           MOVE tb_tBrut(WIdxTbMois) TO tb_bBrut(WIdxTbMois)
           MOVE tb_tHeuresTrav(WIdxTbMois) TO
               tb_bHeuresTrav(WIdxTbMois)
           MOVE tb_tHeuresSup(WIdxTbMois) TO
               tb_bHeuresSup(WIdxTbMois)
           MOVE tb_tCharges(WIdxTbMois) TO tb_bCharges(WIdxTbMois)
       END-PERFORM
       MOVE "TOUS" TO tb_niveau
       MOVE "TOTAL ENTREPRISE" TO tb_libelleLigne
       MOVE "TOTAL ENTREPRISE" TO tb_titre
       PERFORM ECRIRE-BLOC-TABLEAU

       CLOSE ftableauBord.


       RAZ-DOMAINE-TABLEAU.
       PERFORM VARYING WIdxTbMois FROM 1 BY 1 UNTIL WIdxTbMois > 13
           MOVE 0 TO tb_dEffectif(WIdxTbMois)
           MOVE 0 TO tb_dEntrees(WIdxTbMois)
           MOVE 0 TO tb_dSorties(WIdxTbMois)
           MOVE 0 TO tb_dBrut(WIdxTbMois)
           MOVE 0 TO tb_dHeuresTrav(WIdxTbMois)
           MOVE 0 TO tb_dHeuresSup(WIdxTbMois)
           MOVE 0 TO tb_dCharges(WIdxTbMois)
       END-PERFORM.


       CHARGER-BLOC-METIER-TABLEAU.
      *Copie du metier WIdxTb dans le bloc d'edition et cumul dans le
      *domaine et l'entreprise - WIdxTbTrouve a 0 si le metier n'a eu
      *ni bulletin ni mouvement sur les 13 mois
       MOVE 0 TO WIdxTbTrouve
       PERFORM VARYING WIdxTbMois FROM 1 BY 1 UNTIL WIdxTbMois > 13
           MOVE tb_effectif(WIdxTb, WIdxTbMois) TO
               tb_bEffectif(WIdxTbMois)
           MOVE tb_entrees(WIdxTb, WIdxTbMois) TO
               tb_bEntrees(WIdxTbMois)
           MOVE tb_sorties(WIdxTb, WIdxTbMois) TO
               tb_bSorties(WIdxTbMois)
           MOVE tb_brut(WIdxTb, WIdxTbMois) TO tb_bBrut(WIdxTbMois)
           MOVE tb_heuresTrav(WIdxTb, WIdxTbMois) TO
               tb_bHeuresTrav(WIdxTbMois)
           MOVE tb_heuresSup(WIdxTb, WIdxTbMois) TO
               tb_bHeuresSup(WIdxTbMois)
           MOVE tb_charges(WIdxTb, WIdxTbMois) TO
               tb_bCharges(WIdxTbMois)
           IF tb_bEffectif(WIdxTbMois) > 0 OR
               tb_bEntrees(WIdxTbMois) > 0 OR
               tb_bSorties(WIdxTbMois) > 0
               MOVE WIdxTb TO WIdxTbTrouve
           END-IF

           ADD tb_bEffectif(WIdxTbMois) TO tb_dEffectif(WIdxTbMois)
           ADD tb_bEntrees(WIdxTbMois) TO tb_dEntrees(WIdxTbMois)
           ADD tb_bSorties(WIdxTbMois) TO tb_dSorties(WIdxTbMois)
           ADD tb_bBrut(WIdxTbMois) TO tb_dBrut(WIdxTbMois)
           ADD tb_bHeuresTrav(WIdxTbMois) TO
               tb_dHeuresTrav(WIdxTbMois)
           ADD tb_bHeuresSup(WIdxTbMois) TO tb_dHeuresSup(WIdxTbMois)
           ADD tb_bCharges(WIdxTbMois) TO tb_dCharges(WIdxTbMois)

           ADD tb_bEffectif(WIdxTbMois) TO tb_tEffectif(WIdxTbMois)
           ADD tb_bEntrees(WIdxTbMois) TO tb_tEntrees(WIdxTbMois)
           ADD tb_bSorties(WIdxTbMois) TO tb_tSorties(WIdxTbMois)
           ADD tb_bBrut(WIdxTbMois) TO tb_tBrut(WIdxTbMois)
           ADD tb_bHeuresTrav(WIdxTbMois) TO
               tb_tHeuresTrav(WIdxTbMois)
           ADD tb_bHeuresSup(WIdxTbMois) TO tb_tHeuresSup(WIdxTbMois)
           ADD tb_bCharges(WIdxTbMois) TO tb_tCharges(WIdxTbMois)
       END-PERFORM.


       ECRIRE-TOTAL-DOMAINE-TABLEAU.
       PERFORM VARYING WIdxTbMois FROM 1 BY 1 UNTIL WIdxTbMois > 13
           MOVE tb_dEffectif(WIdxTbMois) TO tb_bEffectif(WIdxTbMois)
           MOVE tb_dEntrees(WIdxTbMois) TO tb_bEntrees(WIdxTbMois)
           MOVE tb_dSorties(WIdxTbMois) TO tb_bSorties(WIdxTbMois)
           MOVE tb_dBrut(WIdxTbMois) TO tb_bBrut(WIdxTbMois)
           MOVE tb_dHeuresTrav(WIdxTbMois) TO
               tb_bHeuresTrav(WIdxTbMois)
           MOVE tb_dHeuresSup(WIdxTbMois) TO
               tb_bHeuresSup(WIdxTbMois)
           MOVE tb_dCharges(WIdxTbMois) TO tb_bCharges(WIdxTbMois)
       END-PERFORM
       MOVE tb_domaine(WIdxTb) TO tb_niveau
       MOVE "TOTAL DOMAINE" TO tb_libelleLigne
       MOVE SPACES TO tb_titre
       STRING "TOTAL DOMAINE " DELIMITED BY SIZE
           FUNCTION TRIM(tb_domaine(WIdxTb)) DELIMITED BY SIZE
           INTO tb_titre
       END-STRING
       PERFORM ECRIRE-BLOC-TABLEAU.


       ECRIRE-BLOC-TABLEAU.
      *Les 12 mois du bloc tb_bloc (le rang 1 ne sert qu'a la
      *variation du premier mois) - tb_niveau et tb_libelleLigne
      *alimentent les deux premieres colonnes du CSV
       IF tb_sortie = "E"
           MOVE SPACES TO ligne-tableauBord
           WRITE ligne-tableauBord
           MOVE tb_titre TO ligne-tableauBord
           WRITE ligne-tableauBord
           MOVE SPACES TO ligne-tableauBord
           STRING "  Mois   " DELIMITED BY SIZE
               "  Eff." DELIMITED BY SIZE
               " Entr." DELIMITED BY SIZE
               " Sort." DELIMITED BY SIZE
               "            Brut" DELIMITED BY SIZE
               "    % HS" DELIMITED BY SIZE
               "   Charges patr." DELIMITED BY SIZE
               "  Cout employeur" DELIMITED BY SIZE
               "    Cout moyen" DELIMITED BY SIZE
               "     Var. %" DELIMITED BY SIZE
               INTO ligne-tableauBord
           END-STRING
           WRITE ligne-tableauBord
       END-IF

       COMPUTE tb_coutPrecedent = tb_bBrut(1) + tb_bCharges(1)
       PERFORM VARYING WIdxTbMois FROM 2 BY 1 UNTIL WIdxTbMois > 13
           PERFORM ECRIRE-MOIS-TABLEAU
           MOVE tb_cout TO tb_coutPrecedent
       END-PERFORM.


       ECRIRE-MOIS-TABLEAU.
       COMPUTE tb_rang = tb_rangDebut + WIdxTbMois - 1
       COMPUTE tb_annee = (tb_rang - 1) / 12
       COMPUTE tb_mois = tb_rang - tb_annee * 12
       MOVE SPACES TO tb_libelleMois
       STRING tb_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           tb_annee DELIMITED BY SIZE
           INTO tb_libelleMois
       END-STRING

       COMPUTE tb_cout = tb_bBrut(WIdxTbMois) + tb_bCharges(WIdxTbMois)
       MOVE 0 TO tb_partHS
       IF tb_bHeuresTrav(WIdxTbMois) > 0
           COMPUTE tb_partHS ROUNDED = tb_bHeuresSup(WIdxTbMois) * 100
               / tb_bHeuresTrav(WIdxTbMois)
       END-IF
       MOVE 0 TO tb_coutMoyen
       IF tb_bEffectif(WIdxTbMois) > 0
           COMPUTE tb_coutMoyen ROUNDED =
               tb_cout / tb_bEffectif(WIdxTbMois)
       END-IF
       MOVE 0 TO tb_variation
       IF tb_coutPrecedent > 0
           COMPUTE tb_variation ROUNDED =
               (tb_cout - tb_coutPrecedent) * 100 / tb_coutPrecedent
       END-IF

       MOVE tb_bEffectif(WIdxTbMois) TO affichage_tbEffectif
       MOVE tb_bEntrees(WIdxTbMois) TO affichage_tbEntrees
       MOVE tb_bSorties(WIdxTbMois) TO affichage_tbSorties
       MOVE tb_partHS TO affichage_tbPart
       MOVE tb_variation TO affichage_tbVariation
       MOVE SPACES TO ligne-tableauBord
       IF tb_sortie = "E"
           MOVE tb_bBrut(WIdxTbMois) TO affichage_tbBrut
           MOVE tb_bCharges(WIdxTbMois) TO affichage_tbCharges
           MOVE tb_cout TO affichage_tbCout
           MOVE tb_coutMoyen TO affichage_tbMoyen
           STRING "  " DELIMITED BY SIZE
               tb_libelleMois DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               affichage_tbEffectif DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               affichage_tbEntrees DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               affichage_tbSorties DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               affichage_tbBrut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               affichage_tbPart DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               affichage_tbCharges DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               affichage_tbCout DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               affichage_tbMoyen DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO ligne-tableauBord
           END-STRING
           IF tb_coutPrecedent > 0
               MOVE affichage_tbVariation TO ligne-tableauBord(100:9)
           ELSE
               MOVE "     n.s." TO ligne-tableauBord(100:9)
           END-IF
       ELSE
           MOVE tb_bBrut(WIdxTbMois) TO csv_tbBrut
           MOVE tb_bCharges(WIdxTbMois) TO csv_tbCharges
           MOVE tb_cout TO csv_tbCout
           MOVE tb_coutMoyen TO csv_tbMoyen
           MOVE SPACES TO csv_tbVariation
           IF tb_coutPrecedent > 0
               MOVE FUNCTION TRIM(affichage_tbVariation) TO
                   csv_tbVariation
           END-IF
           STRING FUNCTION TRIM(tb_niveau) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(tb_libelleLigne) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               tb_libelleMois DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_tbEffectif) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_tbEntrees) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_tbSorties) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(csv_tbBrut) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_tbPart) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(csv_tbCharges) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(csv_tbCout) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(csv_tbMoyen) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               csv_tbVariation DELIMITED BY SPACE
               INTO ligne-tableauBord
           END-STRING
       END-IF
       WRITE ligne-tableauBord.


       LIVRE-DE-PAIE.
      *Livre de paie obligatoire : etat imprimable listant pour un
      *mois donne chaque employe (nom, prenom, metier, heures, brut,
      *cotisations, impot, autres deductions, net) avec totaux en pied
       DISPLAY "Livre de paie mensuel"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fbp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fbp_annee

       PERFORM LIVRE-DE-PAIE-CORE

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       LIVRE-DE-PAIE-CORE.
      *Genere le livre de paie du mois temp_fbp_mois / temp_fbp_annee
      *- appele par l'option de menu et par la chaine batch
       MOVE 0 TO WEtapeOK
       STRING "livre_paie_" DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING

       MOVE 0 TO lp_totalBrut
       MOVE 0 TO lp_totalCotisations
       MOVE 0 TO lp_totalImpot
       MOVE 0 TO lp_totalAutresDeductions
       MOVE 0 TO lp_totalNet
       MOVE 0 TO lp_nbEmployes
       MOVE 0 TO lp_totalComplSalariale
       MOVE 0 TO lp_totalComplPatronale

       OPEN OUTPUT fbulletinDoc
       OPEN INPUT femployes
       OPEN INPUT fbulletinsPaie

       MOVE SPACES TO ligne-bulletin
       STRING "LIVRE DE PAIE - " DELIMITED BY SIZE
           temp_fbp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fbp_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE temp_fbp_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               DISPLAY "Aucun bulletin pour cette annee"
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbp_annee NOT = temp_fbp_annee
                           MOVE 1 TO Wfin
                       ELSE
                           IF fbp_mois = temp_fbp_mois
                               PERFORM ECRIRE-LIGNE-LIVRE
                           END-IF
                       END-IF
               END-PERFORM
       END-START

       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       MOVE lp_nbEmployes TO affichage_compteur
       STRING "TOTAUX DU MOIS - employes : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalBrut TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total salaire brut : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalCotisations TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total cotisations sociales : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalComplSalariale TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total cotisations complementaires : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalComplPatronale TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total part patronale complementaire : "
           DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalImpot TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total impot sur le revenu : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalAutresDeductions TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total autres deductions : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE lp_totalNet TO affichage_cumul_ra
       MOVE SPACES TO ligne-bulletin
       STRING "Total salaire net : " DELIMITED BY SIZE
           affichage_cumul_ra DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       CLOSE femployes
       CLOSE fbulletinsPaie
       CLOSE fbulletinDoc
       DISPLAY "Livre de paie genere : " WS-NOM-FICHIER-BULLETIN
       MOVE 1 TO WEtapeOK.


       ECRIRE-LIGNE-LIVRE.
      *Bloc du livre de paie pour le bulletin courant, joint a la
      *fiche employe pour le nom, le prenom et le metier
       MOVE fbp_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               MOVE "EMPLOYE INCONNU" TO fe_nom
               MOVE SPACES TO fe_prenom
               MOVE SPACES TO fe_metier
           NOT INVALID KEY
               CONTINUE
       END-READ

       ADD 1 TO lp_nbEmployes
       COMPUTE lp_totalBrut = lp_totalBrut + fbp_salaireBrut
       COMPUTE lp_totalCotisations =
           lp_totalCotisations + fbp_cotisations
       COMPUTE lp_totalImpot = lp_totalImpot + fbp_impotRevenu
       COMPUTE lp_totalAutresDeductions =
           lp_totalAutresDeductions + fbp_autresDeductions
       COMPUTE lp_totalNet = lp_totalNet + fbp_salaireNet

       MOVE SPACES TO ligne-bulletin
       STRING FUNCTION TRIM(fbp_identifiant) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(fe_metier) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin

       MOVE fbp_heuresNormales TO affichage-heures
       MOVE SPACES TO ligne-bulletin
       STRING "  Heures normales : " DELIMITED BY SIZE
           affichage-heures DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE fbp_heuresSupplementaires TO affichage-heures
       MOVE SPACES TO ligne-bulletin
       STRING "  Heures supplementaires : " DELIMITED BY SIZE
           affichage-heures DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       MOVE fbp_primeAnciennete TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Prime d'anciennete : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       PERFORM IMPRIMER-RUBRIQUES-BULLETIN

       MOVE fbp_salaireBrut TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Salaire brut : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE fbp_cotisations TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Cotisations sociales : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       PERFORM CHARGER-COTISATIONS-BULLETIN
       IF cc_nbLignes > 0
           COMPUTE lp_totalComplSalariale =
               lp_totalComplSalariale + cc_totalSalariale
           COMPUTE lp_totalComplPatronale =
               lp_totalComplPatronale + cc_totalPatronale
           MOVE cc_totalSalariale TO affichage_salaireBrut
           MOVE SPACES TO ligne-bulletin
           STRING "  Cotisations complementaires : " DELIMITED BY SIZE
               affichage_salaireBrut DELIMITED BY SIZE
               INTO ligne-bulletin
           WRITE ligne-bulletin
           PERFORM IMPRIMER-COTISATIONS-BULLETIN
       END-IF
       MOVE fbp_impotRevenu TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Impot sur le revenu : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE fbp_autresDeductions TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Autres deductions : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE fbp_salaireNet TO affichage_salaireBrut
       MOVE SPACES TO ligne-bulletin
       STRING "  Salaire net : " DELIMITED BY SIZE
           affichage_salaireBrut DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       WRITE ligne-bulletin.


       EXPORTER-ECRITURES.
      *Export de l'ecriture comptable de paie d'un mois valide dans
      *rapportspaie.dat : debit des comptes de charges (salaires
      *bruts, part patronale), credit des comptes de tiers (CNSS
      *salariale plus patronale, IR a reverser, net a payer, retenues
      *sur prets, autres retenues), avec ligne de controle reprenant
      *les totaux du rapport - le fichier est equilibre debit/credit
       DISPLAY "Export des ecritures comptables de paie"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_ecr_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_ecr_annee

       OPEN INPUT frapportsPaie
       MOVE temp_ecr_mois TO fr_mois
       MOVE temp_ecr_annee TO fr_annee
       READ frapportsPaie
           INVALID KEY
               DISPLAY "Aucun rapport de paie valide pour ce mois - ",
               "executer PRODUIRE-RBP avant d'exporter les ecritures"
               CLOSE frapportsPaie
               DISPLAY "--fin, toucher envoi pour retourner au menu--"
               ACCEPT CHOICE
               PERFORM RETOUR-MENU
               STOP RUN
           NOT INVALID KEY
               CLOSE frapportsPaie
       END-READ

      *Comptes comptables en vigueur pour le mois exporte
       COMPUTE WParamAnneeMois = temp_ecr_annee * 100 + temp_ecr_mois
       PERFORM CHARGER-PARAMETRES

      *Le net a payer et les retenues ventilees ne figurent pas dans
      *le rapport : ils sont cumules depuis les bulletins du mois -
      *fbp_retenuePret porte l'echeance planifiee (mensualites plus
      *reports representes) alors que fbp_autresDeductions porte la
      *retenue reellement appliquee apres plafonnement a la quotite
      *saisissable : la part prets reellement retenue est donc le
      *minimum des deux, le reste des deductions appliquees allant
      *aux autres retenues, ce qui garde le fichier equilibre
       MOVE 0 TO ecr_totalNet
       MOVE 0 TO ecr_totalPrets
       MOVE 0 TO ecr_autresHorsPret
       OPEN INPUT fbulletinsPaie
       MOVE temp_ecr_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fbp_annee NOT = temp_ecr_annee
                           MOVE 1 TO Wfin
                       ELSE
                           IF fbp_mois = temp_ecr_mois
                               COMPUTE ecr_totalNet =
                                   ecr_totalNet + fbp_salaireNet
                               IF fbp_retenuePret >
                                   fbp_autresDeductions
                                   MOVE fbp_autresDeductions TO
                                       ecr_pretApplique
                               ELSE
                                   MOVE fbp_retenuePret TO
                                       ecr_pretApplique
                               END-IF
                               COMPUTE ecr_totalPrets =
                                   ecr_totalPrets + ecr_pretApplique
                               COMPUTE ecr_autresHorsPret =
                                   ecr_autresHorsPret +
                                   fbp_autresDeductions -
                                   ecr_pretApplique
                           END-IF
                       END-IF
               END-PERFORM
       END-START
       CLOSE fbulletinsPaie

      *Gains du mois cumules par code et debites en lignes
      *distinctes, la ligne des salaires bruts ne portant plus que le
      *brut hors gains - les retenues (absences...) sont deja
      *deduites du brut : salaire non du, elles ne donnent lieu a
      *aucune ecriture
       PERFORM CUMULER-RUBRIQUES-ECRITURES

      *Cotisations complementaires du mois cumulees par organisme :
      *part patronale debitee en charges, parts salariale et
      *patronale creditees au compte de tiers de l'organisme
       PERFORM CUMULER-COTISATIONS-ECRITURES

       COMPUTE ecr_creditCNSS =
           fr_totalCotisations + fr_totalCotisationsPatronales

       STRING "ecritures_" DELIMITED BY SIZE
           temp_ecr_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_ecr_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc

       MOVE SPACES TO ligne-bulletin
       STRING "ECRITURES COMPTABLES PAIE - " DELIMITED BY SIZE
           temp_ecr_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_ecr_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       MOVE "Sens;Compte;Libelle;Montant" TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE 0 TO ecr_totalDebit
       MOVE 0 TO ecr_totalCredit

      *Un brut ramene a zero par les retenues peut rendre cette
      *ligne negative : elle passe alors au credit
       COMPUTE ecr_brutHorsGains = fr_totalSalaires - ecr_totalGains
       IF ecr_brutHorsGains < 0
           MOVE "C" TO ecr_sens
       ELSE
           MOVE "D" TO ecr_sens
       END-IF
       MOVE COMPTE-SALAIRES TO ecr_compte
       MOVE "Salaires bruts hors gains" TO ecr_libelle
       MOVE ecr_brutHorsGains TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       PERFORM VARYING WIdxEcr FROM 1 BY 1
           UNTIL WIdxEcr > ecr_nbRubriques
           IF ecr_rubSens(WIdxEcr) = "G"
               MOVE "D" TO ecr_sens
               MOVE COMPTE-SALAIRES TO ecr_compte
               MOVE ecr_rubLibelle(WIdxEcr) TO ecr_libelle
               MOVE ecr_rubMontant(WIdxEcr) TO ecr_montant
               PERFORM ECRIRE-LIGNE-ECRITURE
           END-IF
       END-PERFORM

       MOVE "D" TO ecr_sens
       MOVE COMPTE-CHARGES-PATRONALES TO ecr_compte
       MOVE "Charges patronales CNSS" TO ecr_libelle
       MOVE fr_totalCotisationsPatronales TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       PERFORM VARYING WIdxEcr FROM 1 BY 1
           UNTIL WIdxEcr > ecr_nbOrganismes
           IF ecr_orgPatronale(WIdxEcr) > 0
               MOVE "D" TO ecr_sens
               MOVE COMPTE-CHARGES-PATRONALES TO ecr_compte
               MOVE SPACES TO ecr_libelle
               STRING "Charges patronales " DELIMITED BY SIZE
                   FUNCTION TRIM(ecr_orgCode(WIdxEcr))
                   DELIMITED BY SIZE
                   INTO ecr_libelle
               END-STRING
               MOVE ecr_orgPatronale(WIdxEcr) TO ecr_montant
               PERFORM ECRIRE-LIGNE-ECRITURE
           END-IF
       END-PERFORM
       IF ecr_horsTablePatronale > 0
           MOVE "D" TO ecr_sens
           MOVE COMPTE-CHARGES-PATRONALES TO ecr_compte
           MOVE "Charges patronales autres org." TO ecr_libelle
           MOVE ecr_horsTablePatronale TO ecr_montant
           PERFORM ECRIRE-LIGNE-ECRITURE
       END-IF

       MOVE "C" TO ecr_sens
       MOVE COMPTE-CNSS TO ecr_compte
       MOVE "CNSS salariale + patronale" TO ecr_libelle
       MOVE ecr_creditCNSS TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       PERFORM VARYING WIdxEcr FROM 1 BY 1
           UNTIL WIdxEcr > ecr_nbOrganismes
           MOVE "C" TO ecr_sens
           MOVE ecr_orgCompte(WIdxEcr) TO ecr_compte
           MOVE ecr_orgLibelle(WIdxEcr) TO ecr_libelle
           COMPUTE ecr_montant = ecr_orgSalariale(WIdxEcr) +
               ecr_orgPatronale(WIdxEcr)
           PERFORM ECRIRE-LIGNE-ECRITURE
       END-PERFORM
       IF ecr_horsTableSalariale > 0 OR ecr_horsTablePatronale > 0
           MOVE "C" TO ecr_sens
           MOVE COMPTE-AUTRES-RETENUES TO ecr_compte
           MOVE "Cotisations autres organismes" TO ecr_libelle
           COMPUTE ecr_montant =
               ecr_horsTableSalariale + ecr_horsTablePatronale
           PERFORM ECRIRE-LIGNE-ECRITURE
       END-IF

       MOVE "C" TO ecr_sens
       MOVE COMPTE-IR TO ecr_compte
       MOVE "Impot sur le revenu a reverser" TO ecr_libelle
       MOVE fr_totalImpotRevenu TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       MOVE "C" TO ecr_sens
       MOVE COMPTE-NET-A-PAYER TO ecr_compte
       MOVE "Net a payer au personnel" TO ecr_libelle
       MOVE ecr_totalNet TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       MOVE "C" TO ecr_sens
       MOVE COMPTE-PRETS TO ecr_compte
       MOVE "Retenues sur prets" TO ecr_libelle
       MOVE ecr_totalPrets TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       MOVE "C" TO ecr_sens
       MOVE COMPTE-AUTRES-RETENUES TO ecr_compte
       MOVE "Autres retenues" TO ecr_libelle
       MOVE ecr_autresHorsPret TO ecr_montant
       PERFORM ECRIRE-LIGNE-ECRITURE

       MOVE ecr_totalDebit TO affichage_ecr
       MOVE ecr_totalCredit TO affichage_ecr2
       MOVE SPACES TO ligne-bulletin
       STRING "TOTAUX;DEBIT;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr) DELIMITED BY SIZE
           ";CREDIT;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr2) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin

       MOVE fr_totalSalaires TO affichage_ecr
       MOVE fr_totalCotisations TO affichage_ecr2
       MOVE fr_totalImpotRevenu TO affichage_ecr3
       MOVE SPACES TO ligne-bulletin
       STRING "CONTROLE RAPPORT;BRUT;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr) DELIMITED BY SIZE
           ";COTISATIONS;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr2) DELIMITED BY SIZE
           ";IR;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr3) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin

       IF ecr_totalDebit = ecr_totalCredit
           MOVE "EQUILIBRE;OK" TO ligne-bulletin
           WRITE ligne-bulletin
           DISPLAY "Ecritures equilibrees debit/credit"
       ELSE
           MOVE "EQUILIBRE;ECART DEBIT/CREDIT - A VERIFIER"
               TO ligne-bulletin
           WRITE ligne-bulletin
           DISPLAY "ATTENTION : ecritures non equilibrees -",
           " rapprocher le rapport et les bulletins du mois"
       END-IF

       CLOSE fbulletinDoc
       DISPLAY "Fichier d'ecritures genere : " WS-NOM-FICHIER-BULLETIN

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       MOVE "EXPORT ECRITURES" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "periode=" DELIMITED BY SIZE
           temp_ecr_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_ecr_annee DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CUMULER-RUBRIQUES-ECRITURES.
      *Cumul par code des lignes de gains des bulletins du mois
      *temp_ecr_mois / temp_ecr_annee - au-dela de 30 codes distincts
      *le montant reste dans la ligne des salaires bruts
       MOVE 0 TO ecr_nbRubriques
       MOVE 0 TO ecr_totalGains
       OPEN INPUT flignesBulletin
       MOVE temp_ecr_mois TO flb_mois
       MOVE temp_ecr_annee TO flb_annee
       MOVE LOW-VALUES TO flb_identifiant
       MOVE 0 TO flb_numLigne
       START flignesBulletin, KEY IS >= flb_cleLigne
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRub
               PERFORM WITH TEST AFTER UNTIL WfinRub = 1
                   READ flignesBulletin NEXT
                   AT END MOVE 1 TO WfinRub
                   NOT AT END
                       IF flb_mois NOT = temp_ecr_mois OR
                           flb_annee NOT = temp_ecr_annee
                           MOVE 1 TO WfinRub
                       ELSE
                           IF flb_sens = "G"
                               PERFORM CUMULER-LIGNE-RUBRIQUE-ECR
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE flignesBulletin.


       CUMULER-LIGNE-RUBRIQUE-ECR.
       MOVE 0 TO Wtrouve2
       PERFORM VARYING WIdxEcr FROM 1 BY 1
           UNTIL WIdxEcr > ecr_nbRubriques OR Wtrouve2 = 1
           IF ecr_rubCode(WIdxEcr) = flb_code
               MOVE 1 TO Wtrouve2
               ADD flb_montant TO ecr_rubMontant(WIdxEcr)
           END-IF
       END-PERFORM
       IF Wtrouve2 = 0 AND ecr_nbRubriques < 30
           ADD 1 TO ecr_nbRubriques
           MOVE flb_code TO ecr_rubCode(ecr_nbRubriques)
           MOVE flb_libelle TO ecr_rubLibelle(ecr_nbRubriques)
           MOVE flb_sens TO ecr_rubSens(ecr_nbRubriques)
           MOVE flb_montant TO ecr_rubMontant(ecr_nbRubriques)
           MOVE 1 TO Wtrouve2
       END-IF
       IF Wtrouve2 = 1
           ADD flb_montant TO ecr_totalGains
       END-IF.


       CUMULER-COTISATIONS-ECRITURES.
      *Cumul par organisme des cotisations complementaires des
      *bulletins du mois temp_ecr_mois / temp_ecr_annee - au-dela de
      *10 organismes, les montants sont regroupes sur le compte des
      *autres retenues
       MOVE 0 TO ecr_nbOrganismes
       MOVE 0 TO ecr_horsTableSalariale
       MOVE 0 TO ecr_horsTablePatronale
       OPEN INPUT fcotisationsBulletin
       OPEN INPUT forganismes
       MOVE temp_ecr_annee TO fcb_annee
       MOVE temp_ecr_mois TO fcb_mois
       MOVE LOW-VALUES TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = temp_ecr_annee OR
                           fcb_mois NOT = temp_ecr_mois
                           MOVE 1 TO WfinCc
                       ELSE
                           PERFORM CUMULER-LIGNE-COTISATION-ECR
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE forganismes
       CLOSE fcotisationsBulletin.


       CUMULER-LIGNE-COTISATION-ECR.
       MOVE 0 TO Wtrouve2
       PERFORM VARYING WIdxEcr FROM 1 BY 1
           UNTIL WIdxEcr > ecr_nbOrganismes OR Wtrouve2 = 1
           IF ecr_orgCode(WIdxEcr) = fcb_codeOrganisme
               MOVE 1 TO Wtrouve2
               ADD fcb_partSalariale TO ecr_orgSalariale(WIdxEcr)
               ADD fcb_partPatronale TO ecr_orgPatronale(WIdxEcr)
           END-IF
       END-PERFORM
       IF Wtrouve2 = 0 AND ecr_nbOrganismes < 10
           ADD 1 TO ecr_nbOrganismes
           MOVE fcb_codeOrganisme TO ecr_orgCode(ecr_nbOrganismes)
           MOVE fcb_libelle TO ecr_orgLibelle(ecr_nbOrganismes)
           MOVE COMPTE-AUTRES-RETENUES TO
               ecr_orgCompte(ecr_nbOrganismes)
           MOVE fcb_codeOrganisme TO forg_code
           READ forganismes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF forg_compte NOT = SPACES
                       MOVE forg_compte TO
                           ecr_orgCompte(ecr_nbOrganismes)
                   END-IF
           END-READ
           MOVE fcb_partSalariale TO
               ecr_orgSalariale(ecr_nbOrganismes)
           MOVE fcb_partPatronale TO
               ecr_orgPatronale(ecr_nbOrganismes)
           MOVE 1 TO Wtrouve2
       END-IF
       IF Wtrouve2 = 0
           ADD fcb_partSalariale TO ecr_horsTableSalariale
           ADD fcb_partPatronale TO ecr_horsTablePatronale
       END-IF.


       ECRIRE-LIGNE-ECRITURE.
      *Ligne d'ecriture comptable D/C et cumul des totaux de controle
       IF ecr_sens = "D"
           COMPUTE ecr_totalDebit = ecr_totalDebit + ecr_montant
       ELSE
           COMPUTE ecr_totalCredit = ecr_totalCredit + ecr_montant
       END-IF
       MOVE ecr_montant TO affichage_ecr
       MOVE SPACES TO ligne-bulletin
       STRING ecr_sens DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(ecr_compte) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(ecr_libelle) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecr) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin.


       TRAITEMENT-BATCH.
      *Chaine de paie mensuelle non interactive : le fichier de
      *commande paiebatch.txt donne la periode a traiter, les etapes
      *a executer (SIMULATION, BP, RBP, VIREMENT, CNSS, ORGANISMES,
      *LIVRE) et le fichier de
      *pointage source - un compte rendu global est ecrit et le code
      *de fin vaut 8 des qu'une etape echoue, les suivantes n'etant
      *alors pas executees
       MOVE "batch" TO USERNAME
       MOVE 0 TO batch_periodeLue
       MOVE 0 TO batch_etapeSimulation
       MOVE 0 TO batch_etapeBP
       MOVE 0 TO batch_etapeRBP
       MOVE 0 TO batch_etapeVirement
       MOVE 0 TO batch_etapeCNSS
       MOVE 0 TO batch_etapeOrganismes
       MOVE 0 TO batch_etapeLivre
       MOVE 0 TO batch_echec
       MOVE "pointage.txt" TO WS-NOM-FICHIER-POINTAGE

       OPEN INPUT fbatch
       IF cr_fbatch NOT = 0
           DISPLAY "Fichier de commande paiebatch.txt introuvable"
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fbatch
               AT END MOVE 1 TO Wfin
               NOT AT END
                   PERFORM TRAITER-LIGNE-BATCH
               END-READ
           END-PERFORM
           CLOSE fbatch
           IF batch_periodeLue NOT = 1
               DISPLAY "PERIODE=MM/AAAA absente ou invalide dans",
               " paiebatch.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EXECUTER-CHAINE-BATCH
           END-IF
       END-IF.


       TRAITER-LIGNE-BATCH.
      *Ligne du fichier de commande : CLE=VALEUR, lignes vides et
      *lignes commencant par * ignorees
       IF tamp_fbatch = SPACES OR tamp_fbatch(1:1) = "*"
           CONTINUE
       ELSE
           MOVE SPACES TO batch_cle
           MOVE SPACES TO batch_valeur
           UNSTRING tamp_fbatch DELIMITED BY "="
               INTO batch_cle batch_valeur
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(batch_cle))
               WHEN "PERIODE"
                   IF batch_valeur(1:2) IS NUMERIC AND
                       batch_valeur(4:4) IS NUMERIC
                       MOVE batch_valeur(1:2) TO batch_mois
                       MOVE batch_valeur(4:4) TO batch_annee
                       MOVE 1 TO batch_periodeLue
                   END-IF
               WHEN "ETAPES"
                   MOVE SPACES TO batch_etapes
                   UNSTRING batch_valeur DELIMITED BY ","
                       INTO batch_etapeToken(1) batch_etapeToken(2)
                       batch_etapeToken(3) batch_etapeToken(4)
                       batch_etapeToken(5) batch_etapeToken(6)
                       batch_etapeToken(7) batch_etapeToken(8)
                   END-UNSTRING
                   PERFORM VARYING WIdxEtape FROM 1 BY 1
                       UNTIL WIdxEtape > 8
                       EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           batch_etapeToken(WIdxEtape)))
                           WHEN "SIMULATION"
                               MOVE 1 TO batch_etapeSimulation
                           WHEN "BP" MOVE 1 TO batch_etapeBP
                           WHEN "RBP" MOVE 1 TO batch_etapeRBP
                           WHEN "VIREMENT" MOVE 1 TO batch_etapeVirement
                           WHEN "CNSS" MOVE 1 TO batch_etapeCNSS
                           WHEN "ORGANISMES"
                               MOVE 1 TO batch_etapeOrganismes
                           WHEN "LIVRE" MOVE 1 TO batch_etapeLivre
                       END-EVALUATE
                   END-PERFORM
               WHEN "POINTAGE"
                   IF batch_valeur NOT = SPACES
                       MOVE batch_valeur(1:40) TO
                           WS-NOM-FICHIER-POINTAGE
                   END-IF
           END-EVALUATE
       END-IF.


       EXECUTER-CHAINE-BATCH.
       STRING "paiebatch_cr_" DELIMITED BY SIZE
           batch_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           batch_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-CR
       END-STRING
       OPEN OUTPUT fcrbatch

       MOVE SPACES TO ligne-crbatch
       STRING "CHAINE DE PAIE BATCH - " DELIMITED BY SIZE
           batch_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           batch_annee DELIMITED BY SIZE
           " - lancee le " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           INTO ligne-crbatch
       END-STRING
       WRITE ligne-crbatch

       IF batch_etapeSimulation = 1 AND batch_echec = 0
           PERFORM BATCH-ETAPE-SIMULATION
       END-IF
       IF batch_etapeBP = 1 AND batch_echec = 0
           PERFORM BATCH-ETAPE-BP
       END-IF
       IF batch_etapeRBP = 1 AND batch_echec = 0
           PERFORM BATCH-ETAPE-RBP
       END-IF
       IF batch_etapeVirement = 1 AND batch_echec = 0
           MOVE batch_mois TO temp_fbp_mois
           MOVE batch_annee TO temp_fbp_annee
           PERFORM GENERER-VIREMENT-CORE
           IF WEtapeOK = 1
               MOVE SPACES TO ligne-crbatch
               STRING "VIREMENT;OK;fichier=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-BULLETIN)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE "VIREMENT;ECHEC;pas de rapport de paie valide"
                   TO ligne-crbatch
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF
       IF batch_etapeCNSS = 1 AND batch_echec = 0
           MOVE batch_mois TO temp_fbp_mois
           MOVE batch_annee TO temp_fbp_annee
           PERFORM GENERER-DECLARATION-CNSS-CORE
           IF WEtapeOK = 1
               MOVE SPACES TO ligne-crbatch
               STRING "CNSS;OK;fichier=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-BULLETIN)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE "CNSS;ECHEC" TO ligne-crbatch
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF
       IF batch_etapeOrganismes = 1 AND batch_echec = 0
           MOVE batch_mois TO temp_fbp_mois
           MOVE batch_annee TO temp_fbp_annee
           PERFORM GENERER-DECLARATIONS-ORG-CORE
           IF WEtapeOK = 1
               MOVE cc_nbDeclarations TO affichage_compteur
               MOVE SPACES TO ligne-crbatch
               STRING "ORGANISMES;OK;declarations=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_compteur)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE "ORGANISMES;ECHEC" TO ligne-crbatch
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF
       IF batch_etapeLivre = 1 AND batch_echec = 0
           MOVE batch_mois TO temp_fbp_mois
           MOVE batch_annee TO temp_fbp_annee
           PERFORM LIVRE-DE-PAIE-CORE
           IF WEtapeOK = 1
               MOVE SPACES TO ligne-crbatch
               STRING "LIVRE;OK;fichier=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-BULLETIN)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE "LIVRE;ECHEC" TO ligne-crbatch
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF

       IF batch_echec = 1
           MOVE SPACES TO ligne-crbatch
           STRING "CHAINE INTERROMPUE - les etapes suivantes"
               DELIMITED BY SIZE
               " n'ont pas ete executees" DELIMITED BY SIZE
               INTO ligne-crbatch
           END-STRING
           WRITE ligne-crbatch
           MOVE "FIN;ECHEC" TO ligne-crbatch
           WRITE ligne-crbatch
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE "FIN;OK" TO ligne-crbatch
           WRITE ligne-crbatch
           MOVE 0 TO RETURN-CODE
       END-IF
       CLOSE fcrbatch
       DISPLAY "Compte rendu batch : " WS-NOM-FICHIER-CR

       MOVE "TRAITEMENT BATCH" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       IF batch_echec = 1
           STRING "periode=" DELIMITED BY SIZE
               batch_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               batch_annee DELIMITED BY SIZE
               " resultat=ECHEC" DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       ELSE
           STRING "periode=" DELIMITED BY SIZE
               batch_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               batch_annee DELIMITED BY SIZE
               " resultat=OK" DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
       END-IF
       PERFORM ECRIRE-JOURNAL.


       BATCH-ETAPE-BP.
      *Production des bulletins depuis le fichier de pointage, sans
      *saisie - la periode doit etre ouverte
       MOVE 0 TO WEtapeOK
       MOVE batch_mois TO temp_fp_mois
       MOVE batch_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeOuverte NOT = 1
           MOVE "BP;ECHEC;periode inexistante ou cloturee"
               TO ligne-crbatch
           WRITE ligne-crbatch
           MOVE 1 TO batch_echec
       ELSE
           COMPUTE WParamAnneeMois = batch_annee * 100 + batch_mois
           PERFORM CHARGER-PARAMETRES

           OPEN I-O femployes
           OPEN INPUT fmetiers
           OPEN I-O fbulletinsPaie
           OPEN INPUT fconges
           OPEN I-O fprets
           OPEN I-O fretenues

           MOVE batch_mois TO fbp_mois
           MOVE batch_annee TO fbp_annee
           MOVE FUNCTION CURRENT-DATE(7:2) TO fbp_jour

           MOVE "PRODUCTION BULLETINS" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           STRING "periode=" DELIMITED BY SIZE
               fbp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               fbp_annee DELIMITED BY SIZE
               " mode=batch pointage" DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL

           PERFORM IMPORTER-POINTAGE
           CLOSE femployes fmetiers fbulletinsPaie fconges fprets
               fretenues

           MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
           PERFORM CHARGER-PARAMETRES

           IF WEtapeOK = 1
               MOVE nb_lignesLues TO batch_affLues
               MOVE nb_bulletinsProduits TO batch_affProduits
               MOVE nb_lignesRejetees TO batch_affRejets
               MOVE SPACES TO ligne-crbatch
               STRING "BP;OK;lues=" DELIMITED BY SIZE
                   FUNCTION TRIM(batch_affLues) DELIMITED BY SIZE
                   ";produits=" DELIMITED BY SIZE
                   FUNCTION TRIM(batch_affProduits) DELIMITED BY SIZE
                   ";rejetees=" DELIMITED BY SIZE
                   FUNCTION TRIM(batch_affRejets) DELIMITED BY SIZE
                   ";rejets=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-REJETS)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE SPACES TO ligne-crbatch
               STRING "BP;ECHEC;fichier de pointage illisible : "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-POINTAGE)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF.


       BATCH-ETAPE-SIMULATION.
      *Paie a blanc de la periode depuis le fichier de pointage,
      *avant la production reelle - aucun fichier de paie modifie
       MOVE 0 TO WEtapeOK
       MOVE batch_mois TO temp_fp_mois
       MOVE batch_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeOuverte NOT = 1
           MOVE "SIMULATION;ECHEC;periode inexistante ou cloturee"
               TO ligne-crbatch
           WRITE ligne-crbatch
           MOVE 1 TO batch_echec
       ELSE
           MOVE 1 TO pab_modePointage
           PERFORM PAIE-A-BLANC-CORE
           IF WEtapeOK = 1
               MOVE pab_nbSimules TO batch_affProduits
               MOVE nb_lignesRejetees TO batch_affRejets
               MOVE SPACES TO ligne-crbatch
               STRING "SIMULATION;OK;simules=" DELIMITED BY SIZE
                   FUNCTION TRIM(batch_affProduits) DELIMITED BY SIZE
                   ";rejetees=" DELIMITED BY SIZE
                   FUNCTION TRIM(batch_affRejets) DELIMITED BY SIZE
                   ";etat=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-SIMULATION)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
           ELSE
               MOVE SPACES TO ligne-crbatch
               STRING "SIMULATION;ECHEC;" DELIMITED BY SIZE
                   "fichier de pointage illisible : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOM-FICHIER-POINTAGE)
                   DELIMITED BY SIZE
                   INTO ligne-crbatch
               END-STRING
               WRITE ligne-crbatch
               MOVE 1 TO batch_echec
           END-IF
       END-IF.


       BATCH-ETAPE-RBP.
      *Production (ou regeneration) du rapport mensuel de paie a
      *partir des bulletins du mois, sans saisie ni confirmation
       MOVE 0 TO WEtapeOK
       OPEN I-O frapportsPaie
       MOVE batch_mois TO fr_mois
       MOVE batch_annee TO fr_annee
       MOVE 0 TO WRapportExiste
       READ frapportsPaie
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO WRapportExiste
       END-READ

       MOVE 0 TO temp_fr_totalSalaires
       MOVE 0 TO temp_fr_totalCotisations
       MOVE 0 TO temp_fr_totalCotisationsPatronales
       MOVE 0 TO temp_fr_totalImpotRevenu
       MOVE 0 TO temp_fr_totalAutresDeductions

       OPEN INPUT fbulletinsPaie
       MOVE batch_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin2
               PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO Wfin2
                   NOT AT END
                       IF fbp_annee NOT = batch_annee
                           MOVE 1 TO Wfin2
                       ELSE
                           IF fbp_mois = batch_mois
                               COMPUTE temp_fr_totalSalaires =
                                   temp_fr_totalSalaires +
                                   fbp_salaireBrut
                               COMPUTE temp_fr_totalCotisations =
                                   temp_fr_totalCotisations +
                                   fbp_cotisations
                               COMPUTE
                                   temp_fr_totalCotisationsPatronales =
                                   temp_fr_totalCotisationsPatronales +
                                   fbp_cotisationsPatronales
                               COMPUTE temp_fr_totalImpotRevenu =
                                   temp_fr_totalImpotRevenu +
                                   fbp_impotRevenu
                               COMPUTE temp_fr_totalAutresDeductions =
                                   temp_fr_totalAutresDeductions +
                                   fbp_autresDeductions
                           END-IF
                       END-IF
               END-PERFORM
       END-START
       CLOSE fbulletinsPaie

       MOVE batch_mois TO fr_mois
       MOVE batch_annee TO fr_annee
       MOVE temp_fr_totalSalaires TO fr_totalSalaires
       MOVE temp_fr_totalCotisations TO fr_totalCotisations
       MOVE temp_fr_totalCotisationsPatronales TO
           fr_totalCotisationsPatronales
       MOVE temp_fr_totalImpotRevenu TO fr_totalImpotRevenu
       MOVE temp_fr_totalAutresDeductions TO fr_totalAutresDeductions
       IF WRapportExiste = 1
           REWRITE tamp_frapportsPaie
       ELSE
           WRITE tamp_frapportsPaie
           END-WRITE
       END-IF
       CLOSE frapportsPaie

       MOVE "PRODUCTION RAPPORT" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "periode=" DELIMITED BY SIZE
           batch_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           batch_annee DELIMITED BY SIZE
           " (mode batch)" DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       MOVE 1 TO WEtapeOK
       IF WRapportExiste = 1
           MOVE "RBP;OK;rapport mensuel regenere" TO ligne-crbatch
       ELSE
           MOVE "RBP;OK;rapport mensuel cree" TO ligne-crbatch
       END-IF
       WRITE ligne-crbatch.


       EDITER-METIER.
       DISPLAY "Edition des informations sur les metiers des employes"
       DISPLAY SEPARATOR
       OPEN I-O fmetiers
       PERFORM UNTIL CHOICE = 0
        DISPLAY "Nom du metier a modifier? : "
        ACCEPT temp_fm_nomMetier
        MOVE temp_fm_nomMetier TO fm_nomMetier
        MOVE 0 TO Wtrouve
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR Wfin = 1
            READ fmetiers KEY IS fm_nomMetier
                INVALID KEY
                    MOVE 1 TO Wfin
                    DISPLAY "Metier non trouve"
                NOT INVALID KEY
                    DISPLAY "Metier trouve"
                    DISPLAY "Nom metier : " fm_nomMetier
                    DISPLAY "Domaine : " fm_domaine
                    MOVE fm_salaireBase TO journal_montantAvant
                    MOVE fm_salaireBase TO hm_ancienSalaireBase
                    MOVE fm_tauxsupplementaire TO hm_ancienTauxSupp

                    DISPLAY "Nouveau domaine du metier? : "
                    ACCEPT temp_fm_domaine
                    MOVE temp_fm_domaine TO fm_domaine

                    PERFORM WITH TEST AFTER UNTIL fm_salaireBase > 0
                        DISPLAY "Nouveau salaire de base? XX.XX:  "
                        ACCEPT saisie_salaireBase
                        INSPECT saisie_salaireBase REPLACING ALL ','
                        BY '.'
                        MOVE FUNCTION NUMVAL(saisie_salaireBase) TO
                            vrai_salaireBase
                        MOVE vrai_salaireBase TO fm_salaireBase
                        MOVE vrai_salaireBase TO affichage_salaireBase
                        DISPLAY "saisie : " affichage_salaireBase
                    END-PERFORM

                    PERFORM WITH TEST AFTER UNTIL
                       fm_tauxsupplementaire > 0
                        DISPLAY "Nouveau taux supplementaire? XX.XX : "
                        ACCEPT saisie_tauxsupplementaire
                        INSPECT saisie_tauxsupplementaire
                        REPLACING ALL ',' BY '.'
                        MOVE FUNCTION
                            NUMVAL(saisie_tauxsupplementaire) TO
                            vrai_tauxSupplementaire
                        MOVE vrai_tauxSupplementaire
                            TO fm_tauxsupplementaire
                        MOVE vrai_tauxSupplementaire
                            TO affichage_taux_supplementaire
                        DISPLAY "saisie : "
                        affichage_taux_supplementaire
                    END-PERFORM

      *Les nouveaux taux prennent effet a un mois donne et sont
      *conserves dans l'historique : les bulletins des mois
      *anterieurs, meme recalcules, gardent les taux de leur mois
                    MOVE 0 TO WPeriodeCloturee
                    PERFORM WITH TEST AFTER UNTIL
                       temp_fp_mois >= 1 AND temp_fp_mois <= 12 AND
                       WPeriodeCloturee = 0
                        DISPLAY "Mois de prise d'effet (MM) : "
                        ACCEPT temp_fp_mois
                        DISPLAY "Annee de prise d'effet (AAAA) : "
                        ACCEPT temp_fp_annee
                        PERFORM VERIFIER-PERIODE
                        IF WPeriodeCloturee = 1
                            DISPLAY "Periode cloturee - choisir un ",
                            "mois de prise d'effet ulterieur"
                        END-IF
                    END-PERFORM
                    COMPUTE hm_dateEffet =
                        temp_fp_annee * 100 + temp_fp_mois
                    MOVE fm_salaireBase TO hm_nouveauSalaireBase
                    MOVE fm_tauxsupplementaire TO hm_nouveauTauxSupp
                    MOVE "E" TO hm_origine
                    MOVE 0 TO hm_numRevalorisation
                    PERFORM ENREGISTRER-TAUX-METIER

                    MOVE 1 TO Wtrouve
                    REWRITE tamp_fmetiers
                    DISPLAY "Metier modifie avec succes"
                    MOVE "MODIFICATION METIER" TO temp_fj_operation
                    MOVE SPACES TO temp_fj_details
                    MOVE journal_montantAvant TO journal_affAvant
                    MOVE vrai_salaireBase TO journal_affApres
                    STRING "metier=" DELIMITED BY SIZE
                        FUNCTION TRIM(temp_fm_nomMetier)
                        DELIMITED BY SIZE
                        " salaireBase avant=" DELIMITED BY SIZE
                        FUNCTION TRIM(journal_affAvant)
                        DELIMITED BY SIZE
                        " apres=" DELIMITED BY SIZE
                        FUNCTION TRIM(journal_affApres)
                        DELIMITED BY SIZE
                        " effet=" DELIMITED BY SIZE
                        temp_fp_mois DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        temp_fp_annee DELIMITED BY SIZE
                        INTO temp_fj_details
                    END-STRING
                    PERFORM ECRIRE-JOURNAL

                    OPEN I-O femployes
                    PERFORM WITH TEST AFTER UNTIL Wfin = 1
                        READ femployes NEXT
                        AT END
                            MOVE 1 TO Wfin
                        NOT AT END
                            IF fe_metier = temp_fm_nomMetier
                                MOVE temp_fm_nomMetier TO fe_metier
                                REWRITE tamp_femployes
                                DISPLAY "Employe " fe_nom " mis a jour"
                            END-IF
                        END-READ
                    END-PERFORM
                    CLOSE femployes
            END-READ
        END-PERFORM
        DISPLAY "Voulez-vous modifier "-
        "un autre metier (Oui : 1/Non : 0)? : "
        ACCEPT CHOICE
       END-PERFORM
       CLOSE fmetiers
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       PERFORM RETOUR-MENU.


       MAJ-TAUX-CS.
      *Le nouveau taux est persiste dans parametres.dat avec une date
      *d'effet : le calcul d'un mois donne utilise le taux en vigueur
      *ce mois-la
       DISPLAY "Mise a jour du taux des cotisations sociales"
       DISPLAY "Mois de prise d'effet (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee de prise d'effet (AAAA) : "
       ACCEPT temp_fp_annee
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
       DISPLAY "Nouveau Taux de cotisations sociales ?: XX.XX"
       ACCEPT temp_taux_cs
       IF temp_taux_cs < 0 OR temp_taux_cs > 1 THEN
           DISPLAY "taux invalide X>0 et X<1"
       ELSE
           MOVE TAUX-CS TO journal_montantAvant
           MOVE temp_taux_cs TO TAUX-CS
           PERFORM ENREGISTRER-PARAMETRES
           DISPLAY "taux modifie avec succes"
           MOVE "MAJ TAUX COTISATIONS" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           MOVE journal_montantAvant TO journal_affAvant
           MOVE temp_taux_cs TO journal_affApres
           STRING "taux avant=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
               " apres=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
               " effet=" DELIMITED BY SIZE
               temp_fp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fp_annee DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE 1 TO Wtrouve
       END-PERFORM

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       DISPLAY "--fin--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       MAJ-SEUIL-HEURES.
      *Le nouveau seuil est persiste dans parametres.dat avec une
      *date d'effet, comme le taux de cotisations
       DISPLAY "Mise a jour du seuil mensuel d'heures normales"
       DISPLAY "Mois de prise d'effet (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee de prise d'effet (AAAA) : "
       ACCEPT temp_fp_annee
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
       DISPLAY "Nouveau seuil mensuel d'heures normales ?: XXX.XX"
       ACCEPT temp_seuil_heures
       IF temp_seuil_heures <= 0 THEN
           DISPLAY "seuil invalide, doit etre positif"
       ELSE
           MOVE SEUIL-HEURES-NORMALES TO journal_montantAvant
           MOVE temp_seuil_heures TO SEUIL-HEURES-NORMALES
           PERFORM ENREGISTRER-PARAMETRES
           DISPLAY "seuil modifie avec succes"
           MOVE "MAJ SEUIL HEURES" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           MOVE journal_montantAvant TO journal_affAvant
           MOVE temp_seuil_heures TO journal_affApres
           STRING "seuil avant=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
               " apres=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
               " effet=" DELIMITED BY SIZE
               temp_fp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fp_annee DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
           MOVE 1 TO Wtrouve
       END-PERFORM

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       DISPLAY "--fin--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       CHANGER-MOT-DE-PASSE.
       DISPLAY "Changer mon mot de passe"
       DISPLAY SEPARATOR
       DISPLAY "Mot de passe actuel : "
       ACCEPT temp_fc_motDePasse
       OPEN I-O fcomptes
       MOVE USERNAME TO fc_identifiant
       READ fcomptes
           INVALID KEY
               DISPLAY "Compte introuvable"
           NOT INVALID KEY
               MOVE temp_fc_motDePasse TO sec_motDePasse
               PERFORM VERIFIER-MOT-DE-PASSE
               IF WMdpCorrect = 0
                   DISPLAY "Mot de passe actuel incorrect"
               ELSE
                   MOVE 1 TO sec_controleAncien
                   PERFORM SAISIR-NOUVEAU-MDP
                   REWRITE tamp_fcomptes
                   DISPLAY "Mot de passe modifie avec succes"
                   MOVE "CHANGEMENT MOT DE PASSE" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   STRING "compte=" DELIMITED BY SIZE
                       FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   PERFORM ECRIRE-JOURNAL
               END-IF
       END-READ
       CLOSE fcomptes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       GERER-COMPTES.
       DISPLAY "Gestion des comptes utilisateurs"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Creer un compte"
       DISPLAY "2. - Lister les comptes"
       DISPLAY "3. - Rattacher un compte a un employe"
       DISPLAY "4. - Deverrouiller un compte"
       DISPLAY "5. - Reinitialiser le mot de passe d'un compte"
       DISPLAY "6. - Etat des comptes inactifs ou verrouilles"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM CREER-COMPTE
           WHEN 2 PERFORM LISTER-COMPTES
           WHEN 3 PERFORM RATTACHER-COMPTE
           WHEN 4 PERFORM DEVERROUILLER-COMPTE
           WHEN 5 PERFORM REINITIALISER-MDP-COMPTE
           WHEN 6 PERFORM ETAT-SECURITE-COMPTES
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       CREER-COMPTE.
       DISPLAY "Creation d'un compte utilisateur"
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 0
           DISPLAY "Identifiant du nouveau compte : "
           ACCEPT temp_fc_identifiant
           OPEN INPUT fcomptes
           MOVE temp_fc_identifiant TO fc_identifiant
           READ fcomptes
               INVALID KEY MOVE 0 TO Wtrouve
               NOT INVALID KEY
                   DISPLAY "Un compte avec cet identifiant existe deja"
                   MOVE 1 TO Wtrouve
           END-READ
           CLOSE fcomptes
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Niveau d'acces (A-Admin/B-Directeur/C-Employe) : "
           ACCEPT temp_fc_niveauAcces
           IF temp_fc_niveauAcces = "A" OR temp_fc_niveauAcces = "B"
               OR temp_fc_niveauAcces = "C"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Niveau invalide, saisir A, B ou C"
           END-IF
       END-PERFORM

      *Un compte de niveau C est rattache a un employe : son espace
      *personnel ne montrera que les donnees de cet employe
       MOVE SPACES TO temp_fc_numEmploye
       IF temp_fc_niveauAcces = "C"
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Identifiant de l'employe a rattacher : "
               ACCEPT temp_fc_numEmploye
               OPEN INPUT femployes
               MOVE temp_fc_numEmploye TO fe_numIdentification
               READ femployes
                   INVALID KEY
                       DISPLAY "Employe inexistant, reessayer"
                   NOT INVALID KEY
                       DISPLAY "Compte rattache a " fe_nom " "
                           fe_prenom
                       MOVE 1 TO Wtrouve
               END-READ
               CLOSE femployes
           END-PERFORM
       END-IF

      *Mot de passe initial soumis aux regles de la politique, a
      *changer par l'utilisateur a sa premiere connexion
       MOVE temp_fc_identifiant TO fc_identifiant
       DISPLAY "Mot de passe initial du nouveau compte"
       MOVE 0 TO sec_controleAncien
       PERFORM SAISIR-NOUVEAU-MDP
       PERFORM RAZ-SECURITE-COMPTE

       OPEN I-O fcomptes
       MOVE temp_fc_niveauAcces TO fc_niveauAcces
       MOVE temp_fc_numEmploye TO fc_numEmploye
       WRITE tamp_fcomptes
       END-WRITE
       CLOSE fcomptes
       DISPLAY "Compte cree avec succes"
       MOVE "CREATION COMPTE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "compte=" DELIMITED BY SIZE
           FUNCTION TRIM(temp_fc_identifiant) DELIMITED BY SIZE
           " niveau=" DELIMITED BY SIZE
           temp_fc_niveauAcces DELIMITED BY SIZE
           " employe=" DELIMITED BY SIZE
           FUNCTION TRIM(temp_fc_numEmploye) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       LISTER-COMPTES.
       DISPLAY "Liste des comptes utilisateurs"
       DISPLAY SEPARATOR
       OPEN INPUT fcomptes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcomptes NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   DISPLAY "Identifiant : " fc_identifiant
                   DISPLAY "Niveau d'acces : " fc_niveauAcces
                   IF fc_numEmploye NOT = SPACES
                       DISPLAY "Employe rattache : " fc_numEmploye
                   END-IF
                   IF fc_verrouille = "O"
                       MOVE fc_dateVerrouillage TO sec_dateNum
                       PERFORM FORMATER-DATE-SECURITE
                       DISPLAY "VERROUILLE depuis le " sec_dateTexte
                   END-IF
                   IF fc_derniereConnexion = 0
                       DISPLAY "Derniere connexion : jamais"
                   ELSE
                       MOVE fc_derniereConnexion TO sec_dateNum
                       PERFORM FORMATER-DATE-SECURITE
                       DISPLAY "Derniere connexion : " sec_dateTexte
                   END-IF
                   DISPLAY SEPARATOR
           END-READ
       END-PERFORM
       CLOSE fcomptes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       RATTACHER-COMPTE.
      *Rattache (ou re-rattache) un compte existant a un employe -
      *necessaire pour les comptes crees avant le rattachement
       DISPLAY "Rattacher un compte a un employe"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant du compte : "
       ACCEPT temp_fc_identifiant
       OPEN I-O fcomptes
       MOVE temp_fc_identifiant TO fc_identifiant
       READ fcomptes
           INVALID KEY
               DISPLAY "Compte introuvable"
           NOT INVALID KEY
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                   DISPLAY "Identifiant de l'employe a rattacher : "
                   ACCEPT temp_fc_numEmploye
                   OPEN INPUT femployes
                   MOVE temp_fc_numEmploye TO fe_numIdentification
                   READ femployes
                       INVALID KEY
                           DISPLAY "Employe inexistant, reessayer"
                       NOT INVALID KEY
                           DISPLAY "Compte rattache a " fe_nom " "
                               fe_prenom
                           MOVE 1 TO Wtrouve
                   END-READ
                   CLOSE femployes
               END-PERFORM
               MOVE temp_fc_numEmploye TO fc_numEmploye
               REWRITE tamp_fcomptes
               DISPLAY "Rattachement enregistre"
               MOVE "RATTACHEMENT COMPTE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "compte=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fc_identifiant)
                   DELIMITED BY SIZE
                   " employe=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fc_numEmploye)
                   DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-READ
       CLOSE fcomptes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       DEVERROUILLER-COMPTE.
      *Seul un administrateur leve le verrouillage d'un compte : le
      *compteur d'echecs est remis a zero et le mot de passe peut
      *etre reinitialise dans la foulee
       DISPLAY "Deverrouiller un compte"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant du compte : "
       ACCEPT temp_fc_identifiant
       OPEN I-O fcomptes
       MOVE temp_fc_identifiant TO fc_identifiant
       READ fcomptes
           INVALID KEY
               DISPLAY "Compte introuvable"
           NOT INVALID KEY
               IF fc_verrouille NOT = "O"
                   DISPLAY "Ce compte n'est pas verrouille"
               ELSE
                   MOVE "N" TO fc_verrouille
                   MOVE 0 TO fc_nbEchecs
                   MOVE 0 TO fc_dateVerrouillage
                   DISPLAY "Reinitialiser aussi le mot de passe?"
                   DISPLAY "0. - oui"
                   DISPLAY "1. - non"
                   ACCEPT CHOICE
                   IF CHOICE = 0
                       MOVE 0 TO sec_controleAncien
                       PERFORM SAISIR-NOUVEAU-MDP
                       MOVE "O" TO fc_changementRequis
                   END-IF
                   REWRITE tamp_fcomptes
                   END-REWRITE
                   DISPLAY "Compte deverrouille"
                   MOVE "DEVERROUILLAGE COMPTE" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   STRING "compte=" DELIMITED BY SIZE
                       FUNCTION TRIM(temp_fc_identifiant)
                       DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   IF CHOICE = 0
                       STRING FUNCTION TRIM(temp_fj_details)
                           DELIMITED BY SIZE
                           " mot de passe reinitialise"
                           DELIMITED BY SIZE
                           INTO temp_fj_details
                       END-STRING
                   END-IF
                   PERFORM ECRIRE-JOURNAL
               END-IF
       END-READ
       CLOSE fcomptes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       REINITIALISER-MDP-COMPTE.
      *Mot de passe provisoire fixe par l'administrateur (oubli), a
      *changer par l'utilisateur a sa prochaine connexion - le
      *verrouillage eventuel n'est pas leve ici
       DISPLAY "Reinitialiser le mot de passe d'un compte"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant du compte : "
       ACCEPT temp_fc_identifiant
       OPEN I-O fcomptes
       MOVE temp_fc_identifiant TO fc_identifiant
       READ fcomptes
           INVALID KEY
               DISPLAY "Compte introuvable"
           NOT INVALID KEY
               MOVE 0 TO sec_controleAncien
               PERFORM SAISIR-NOUVEAU-MDP
               MOVE "O" TO fc_changementRequis
               REWRITE tamp_fcomptes
               END-REWRITE
               DISPLAY "Mot de passe reinitialise - a changer a la",
               " prochaine connexion"
               IF fc_verrouille = "O"
                   DISPLAY "Le compte reste verrouille - le",
                   " deverrouiller pour permettre la connexion"
               END-IF
               MOVE "REINIT MOT DE PASSE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "compte=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fc_identifiant) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-READ
       CLOSE fcomptes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       ETAT-SECURITE-COMPTES.
      *Etat des comptes verrouilles, inactifs (aucune connexion
      *depuis DELAI-INACTIVITE jours, ou jamais connectes) et des
      *mots de passe a changer - etat_comptes_AAAAMMJJ.txt
       DISPLAY "Etat des comptes inactifs ou verrouilles"
       DISPLAY SEPARATOR
       MOVE FUNCTION CURRENT-DATE(1:8) TO sec_dateJour
       MOVE 0 TO sec_nbComptes
       MOVE 0 TO sec_nbVerrouilles
       MOVE 0 TO sec_nbInactifs
       MOVE 0 TO sec_nbExpires
       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       STRING "etat_comptes_" DELIMITED BY SIZE
           sec_dateJour DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc
       MOVE sec_dateJour TO sec_dateNum
       PERFORM FORMATER-DATE-SECURITE
       MOVE SPACES TO ligne-bulletin
       STRING "ETAT DES COMPTES INACTIFS OU VERROUILLES AU "
           DELIMITED BY SIZE
           sec_dateTexte DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       MOVE DELAI-INACTIVITE TO affichage_secNombre
       STRING "Inactif : sans connexion depuis plus de "
           DELIMITED BY SIZE
           FUNCTION TRIM(affichage_secNombre) DELIMITED BY SIZE
           " jours" DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       OPEN INPUT fcomptes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcomptes NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   ADD 1 TO sec_nbComptes
                   PERFORM CONTROLER-COMPTE-ETAT
           END-READ
       END-PERFORM
       CLOSE fcomptes

       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE sec_nbComptes TO affichage_secNombre
       MOVE SPACES TO ligne-bulletin
       STRING "Comptes examines : " DELIMITED BY SIZE
           affichage_secNombre DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE sec_nbVerrouilles TO affichage_secNombre
       MOVE SPACES TO ligne-bulletin
       STRING "Comptes verrouilles : " DELIMITED BY SIZE
           affichage_secNombre DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE sec_nbInactifs TO affichage_secNombre
       MOVE SPACES TO ligne-bulletin
       STRING "Comptes inactifs : " DELIMITED BY SIZE
           affichage_secNombre DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE sec_nbExpires TO affichage_secNombre
       MOVE SPACES TO ligne-bulletin
       STRING "Mots de passe a changer : " DELIMITED BY SIZE
           affichage_secNombre DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       CLOSE fbulletinDoc

       MOVE sec_nbVerrouilles TO affichage_secNombre
       DISPLAY "Comptes verrouilles : " affichage_secNombre
       MOVE sec_nbInactifs TO affichage_secNombre
       DISPLAY "Comptes inactifs : " affichage_secNombre
       MOVE sec_nbExpires TO affichage_secNombre
       DISPLAY "Mots de passe a changer : " affichage_secNombre
       DISPLAY "Document imprimable genere : " WS-NOM-FICHIER-BULLETIN
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       CONTROLER-COMPTE-ETAT.
      *Ligne de l'etat pour le compte courant de tamp_fcomptes s'il
      *est verrouille, inactif ou si son mot de passe est a changer
       MOVE 0 TO WCompteSignale
       IF fc_verrouille = "O"
           ADD 1 TO sec_nbVerrouilles
           MOVE 1 TO WCompteSignale
           MOVE fc_dateVerrouillage TO sec_dateNum
           PERFORM FORMATER-DATE-SECURITE
           MOVE SPACES TO ligne-bulletin
           STRING FUNCTION TRIM(fc_identifiant) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               fc_niveauAcces DELIMITED BY SIZE
               ") - VERROUILLE depuis le " DELIMITED BY SIZE
               sec_dateTexte DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY ligne-bulletin
       END-IF

       IF fc_derniereConnexion = 0
           ADD 1 TO sec_nbInactifs
           MOVE 1 TO WCompteSignale
           MOVE SPACES TO ligne-bulletin
           STRING FUNCTION TRIM(fc_identifiant) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               fc_niveauAcces DELIMITED BY SIZE
               ") - INACTIF : jamais connecte" DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           DISPLAY ligne-bulletin
       ELSE
           COMPUTE sec_jours =
               FUNCTION INTEGER-OF-DATE(sec_dateJour) -
               FUNCTION INTEGER-OF-DATE(fc_derniereConnexion)
           IF sec_jours > DELAI-INACTIVITE
               ADD 1 TO sec_nbInactifs
               MOVE 1 TO WCompteSignale
               MOVE fc_derniereConnexion TO sec_dateNum
               PERFORM FORMATER-DATE-SECURITE
               MOVE SPACES TO ligne-bulletin
               STRING FUNCTION TRIM(fc_identifiant) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   fc_niveauAcces DELIMITED BY SIZE
                   ") - INACTIF : derniere connexion le "
                   DELIMITED BY SIZE
                   sec_dateTexte DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
               WRITE ligne-bulletin
               DISPLAY ligne-bulletin
           END-IF
       END-IF

       PERFORM CALCULER-EXPIRATION-MDP
       IF WMdpExpire = 1
           ADD 1 TO sec_nbExpires
           IF WCompteSignale = 1
               MOVE SPACES TO ligne-bulletin
               STRING "    mot de passe a changer a la prochaine",
                   " connexion" DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
               WRITE ligne-bulletin
           END-IF
       END-IF.


       SAISIR-NOUVEAU-MDP.
      *Saisie confirmee d'un nouveau mot de passe pour le compte de
      *tamp_fcomptes, controlee contre les regles de la politique (et
      *contre le mot de passe actuel si sec_controleAncien = 1), puis
      *enregistrement de son empreinte dans tamp_fcomptes - la
      *reecriture est faite par l'appelant
       MOVE 0 TO WMdpSaisi
       PERFORM WITH TEST AFTER UNTIL WMdpSaisi = 1
           DISPLAY "Nouveau mot de passe : "
           ACCEPT temp_fc_motDePasse
           DISPLAY "Confirmer le nouveau mot de passe : "
           ACCEPT temp_fc_motDePasse2
           IF temp_fc_motDePasse NOT = temp_fc_motDePasse2
               DISPLAY "Les deux saisies ne correspondent pas,",
               " reessayez"
           ELSE
               MOVE temp_fc_motDePasse TO sec_motDePasse
               PERFORM CONTROLER-REGLES-MDP
               IF WMdpValide = 1 AND sec_controleAncien = 1
                   PERFORM VERIFIER-MOT-DE-PASSE
                   IF WMdpCorrect = 1
                       DISPLAY "Le nouveau mot de passe doit etre",
                       " different de l'actuel"
                       MOVE 0 TO WMdpValide
                   END-IF
               END-IF
               IF WMdpValide = 1
                   MOVE temp_fc_motDePasse TO sec_motDePasse
                   PERFORM ENREGISTRER-MOT-DE-PASSE
                   MOVE 1 TO WMdpSaisi
               END-IF
           END-IF
       END-PERFORM.


       CONTROLER-REGLES-MDP.
      *Regles minimales : au moins LONGUEUR-MIN-MDP caracteres sans
      *espace, au moins une lettre et un chiffre, different de
      *l'identifiant du compte - WMdpValide = 1 si respectees
       MOVE 1 TO WMdpValide
       MOVE 0 TO sec_longueur
       MOVE 0 TO sec_nbCaracteres
       MOVE 0 TO sec_nbLettres
       MOVE 0 TO sec_nbChiffres
       PERFORM VARYING sec_pos FROM 1 BY 1 UNTIL sec_pos > 20
           IF sec_motDePasse(sec_pos:1) NOT = SPACE
               MOVE sec_pos TO sec_longueur
               ADD 1 TO sec_nbCaracteres
               IF sec_motDePasse(sec_pos:1) IS NUMERIC
                   ADD 1 TO sec_nbChiffres
               ELSE
                   IF sec_motDePasse(sec_pos:1) IS ALPHABETIC
                       ADD 1 TO sec_nbLettres
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF sec_longueur < LONGUEUR-MIN-MDP
           DISPLAY "Mot de passe trop court : au moins ",
           LONGUEUR-MIN-MDP " caracteres"
           MOVE 0 TO WMdpValide
       ELSE
           IF sec_nbCaracteres NOT = sec_longueur
               OR sec_nbLettres = 0 OR sec_nbChiffres = 0
               DISPLAY "Le mot de passe doit contenir au moins une",
               " lettre et un chiffre, sans espace"
               MOVE 0 TO WMdpValide
           ELSE
               IF FUNCTION UPPER-CASE(sec_motDePasse) =
                   FUNCTION UPPER-CASE(fc_identifiant)
                   DISPLAY "Le mot de passe ne doit pas reprendre",
                   " l'identifiant"
                   MOVE 0 TO WMdpValide
               END-IF
           END-IF
       END-IF.


       ENREGISTRER-MOT-DE-PASSE.
      *Nouveau grain de sel et empreinte de sec_motDePasse pour le
      *compte de tamp_fcomptes, date du changement = aujourd'hui
       MOVE FUNCTION CURRENT-DATE(9:8) TO sec_sel
       MOVE fc_identifiant TO sec_identifiant
       PERFORM CALCULER-EMPREINTE
       MOVE sec_sel TO fc_sel
       MOVE sec_empreinte TO fc_empreinte
       MOVE FUNCTION CURRENT-DATE(1:8) TO fc_dateMotDePasse
       MOVE "N" TO fc_changementRequis.


       VERIFIER-MOT-DE-PASSE.
      *WMdpCorrect = 1 si sec_motDePasse correspond a l'empreinte du
      *compte de tamp_fcomptes
       MOVE 0 TO WMdpCorrect
       MOVE fc_sel TO sec_sel
       MOVE fc_identifiant TO sec_identifiant
       PERFORM CALCULER-EMPREINTE
       IF sec_empreinte = fc_empreinte
           MOVE 1 TO WMdpCorrect
       END-IF.


       CALCULER-EMPREINTE.
      *Empreinte non reversible de sec_motDePasse : deux hachages
      *polynomiaux modulo des nombres premiers, sur le grain de sel,
      *l'identifiant et le mot de passe, repetes 500 fois pour
      *ralentir les essais en masse
       MOVE sec_sel TO sec_texteSel
       MOVE sec_identifiant TO sec_texteId
       MOVE sec_motDePasse TO sec_texteMdp
       MOVE sec_sel TO sec_empreinte1
       MOVE 0 TO sec_empreinte2
       PERFORM VARYING sec_tour FROM 1 BY 1 UNTIL sec_tour > 500
           PERFORM VARYING sec_pos FROM 1 BY 1 UNTIL sec_pos > 48
               COMPUTE sec_code = FUNCTION ORD(sec_texte(sec_pos:1))
               COMPUTE sec_empreinte1 = FUNCTION MOD(
                   sec_empreinte1 * 131 + sec_code + sec_tour,
                   999999999989)
               COMPUTE sec_empreinte2 = FUNCTION MOD(
                   sec_empreinte2 * 257 + sec_code * sec_pos +
                   FUNCTION MOD(sec_empreinte1, 1000), 99999999977)
           END-PERFORM
       END-PERFORM.


       INITIALISER-SECURITE-COMPTE.
      *Empreinte de sec_motDePasse pour un compte cree ou converti,
      *avec changement impose a la premiere connexion
       PERFORM ENREGISTRER-MOT-DE-PASSE
       PERFORM RAZ-SECURITE-COMPTE.


       RAZ-SECURITE-COMPTE.
       MOVE "O" TO fc_changementRequis
       MOVE 0 TO fc_nbEchecs
       MOVE "N" TO fc_verrouille
       MOVE 0 TO fc_dateVerrouillage
       MOVE 0 TO fc_derniereConnexion.


       FORMATER-DATE-SECURITE.
      *sec_dateNum (AAAAMMJJ) en sec_dateTexte (JJ/MM/AAAA)
       MOVE SPACES TO sec_dateTexte
       STRING sec_dateNum(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           sec_dateNum(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           sec_dateNum(1:4) DELIMITED BY SIZE
           INTO sec_dateTexte
       END-STRING.


       CONTROLER-FORMAT-COMPTES.
      *comptes.dat a l'ancien format (mots de passe en clair, statut
      *39 a l'ouverture) est renomme comptes_ancien.dat puis converti
      *- si comptes_ancien.dat est encore present, une conversion a
      *ete interrompue et elle est refaite entierement depuis ce
      *fichier, qui fait foi
       OPEN INPUT fcomptesAncien
       IF cr_fcomptesAncien = 0
           CLOSE fcomptesAncien
           DISPLAY "Reprise de la conversion de comptes.dat"
           PERFORM MIGRER-COMPTES
       ELSE
           OPEN I-O fcomptes
           IF cr_fcomptes = 39
               MOVE SPACES TO svg_commande
               MOVE "mv comptes.dat comptes_ancien.dat"
                   TO svg_commande
               CALL "SYSTEM" USING svg_commande
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "Conversion de comptes.dat impossible -",
                   " renommage refuse, fichier laisse en l'etat"
                   STOP RUN
               END-IF
               PERFORM MIGRER-COMPTES
           ELSE
               IF cr_fcomptes = 0
                   CLOSE fcomptes
               END-IF
           END-IF
       END-IF.


       MIGRER-COMPTES.
      *Conversion de comptes_ancien.dat : chaque mot de passe est
      *remplace par son empreinte et devra etre change a la prochaine
      *connexion - l'ancien fichier n'est supprime qu'une fois la
      *conversion complete ; en cas d'echec il redevient comptes.dat
       OPEN INPUT fcomptesAncien
       IF cr_fcomptesAncien NOT = 0
           MOVE SPACES TO svg_commande
           MOVE "mv comptes_ancien.dat comptes.dat" TO svg_commande
           CALL "SYSTEM" USING svg_commande
           MOVE 0 TO RETURN-CODE
           DISPLAY "Conversion de comptes.dat impossible - fichier",
           " comptes_ancien.dat illisible, code " cr_fcomptesAncien
           DISPLAY "comptes.dat est remis en place a l'ancien format"
           STOP RUN
       END-IF
       OPEN OUTPUT fcomptes
       MOVE 0 TO sec_nbConvertis
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fcomptesAncien NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   MOVE fca_identifiant TO fc_identifiant
                   MOVE fca_motDePasse TO sec_motDePasse
                   PERFORM INITIALISER-SECURITE-COMPTE
                   MOVE fca_niveauAcces TO fc_niveauAcces
                   MOVE fca_numEmploye TO fc_numEmploye
                   WRITE tamp_fcomptes
                   END-WRITE
                   ADD 1 TO sec_nbConvertis
           END-READ
       END-PERFORM
       CLOSE fcomptesAncien
       CLOSE fcomptes
       MOVE SPACES TO svg_commande
       MOVE "rm -f comptes_ancien.dat" TO svg_commande
       CALL "SYSTEM" USING svg_commande
       MOVE 0 TO RETURN-CODE
       MOVE sec_nbConvertis TO affichage_secNombre
       DISPLAY "Comptes convertis au nouveau format : "
           affichage_secNombre
       MOVE "MIGRATION COMPTES" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "comptes convertis=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_secNombre) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       CONTROLER-FORMAT-BULLETINS.
      *bulletinsPaie.dat a l'ancien format (enregistrement sans
      *fbp_baseImposable, statut 39 a l'ouverture) : meme conversion
      *en deux temps que comptes.dat, via bulletinsPaie_ancien.dat
       OPEN INPUT fbulletinsAncien
       IF cr_fbulletinsAncien = 0
           CLOSE fbulletinsAncien
           DISPLAY "Reprise de la conversion de bulletinsPaie.dat"
           PERFORM MIGRER-BULLETINS
       ELSE
           OPEN I-O fbulletinsPaie
           IF cr_fbulletinsPaie = 39
               MOVE SPACES TO svg_commande
               MOVE "mv bulletinsPaie.dat bulletinsPaie_ancien.dat"
                   TO svg_commande
               CALL "SYSTEM" USING svg_commande
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "Conversion de bulletinsPaie.dat",
                   " impossible - renommage refuse, fichier laisse",
                   " en l'etat"
                   STOP RUN
               END-IF
               PERFORM MIGRER-BULLETINS
           ELSE
               IF cr_fbulletinsPaie = 0
                   CLOSE fbulletinsPaie
               END-IF
           END-IF
       END-IF.


       MIGRER-BULLETINS.
      *Conversion de bulletinsPaie_ancien.dat : la base imposable,
      *absente de l'ancien format, est reconstituee comme elle etait
      *calculee alors (salaire brut moins cotisations salariales,
      *tous les gains etant imposables avant les rubriques)
       OPEN INPUT fbulletinsAncien
       IF cr_fbulletinsAncien NOT = 0
           MOVE SPACES TO svg_commande
           MOVE "mv bulletinsPaie_ancien.dat bulletinsPaie.dat"
               TO svg_commande
           CALL "SYSTEM" USING svg_commande
           MOVE 0 TO RETURN-CODE
           DISPLAY "Conversion de bulletinsPaie.dat impossible -",
           " fichier bulletinsPaie_ancien.dat illisible, code "
           cr_fbulletinsAncien
           DISPLAY "bulletinsPaie.dat est remis en place a l'ancien",
           " format"
           STOP RUN
       END-IF
       OPEN OUTPUT fbulletinsPaie
       MOVE 0 TO WNbBulletinsConvertis
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbulletinsAncien NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   MOVE tamp_fbulletinsAncien TO tamp_fbulletinsPaie
                   IF fbp_salaireBrut > fbp_cotisations
                       COMPUTE fbp_baseImposable =
                           fbp_salaireBrut - fbp_cotisations
                   ELSE
                       MOVE 0 TO fbp_baseImposable
                   END-IF
                   WRITE tamp_fbulletinsPaie
                   END-WRITE
                   ADD 1 TO WNbBulletinsConvertis
           END-READ
       END-PERFORM
       CLOSE fbulletinsAncien
       CLOSE fbulletinsPaie
       MOVE SPACES TO svg_commande
       MOVE "rm -f bulletinsPaie_ancien.dat" TO svg_commande
       CALL "SYSTEM" USING svg_commande
       MOVE 0 TO RETURN-CODE
       MOVE WNbBulletinsConvertis TO affichage_arcNombre
       DISPLAY "Bulletins convertis au nouveau format : "
           affichage_arcNombre
       MOVE "MIGRATION BULLETINS" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "bulletins convertis=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_arcNombre) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       GERER-CONGES.
       DISPLAY "Gestion des conges et absences"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Saisir un conge pour un employe"
       DISPLAY "2. - Consulter les conges d'un employe"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM SAISIR-CONGE
           WHEN 2 PERFORM CONSULTER-CONGES
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       SAISIR-CONGE.
       DISPLAY "Saisie d'un conge/absence"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT temp_fco_identifiant

       DISPLAY "Mois concerne (MM) : "
       ACCEPT temp_fco_mois
       DISPLAY "Annee concernee (AAAA) : "
       ACCEPT temp_fco_annee

       MOVE temp_fco_mois TO temp_fp_mois
       MOVE temp_fco_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeCloturee = 1
           DISPLAY "La periode " temp_fco_mois "/" temp_fco_annee,
           " est cloturee - aucune ecriture possible sur les conges",
           " de ce mois"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

      *Le solde du mois est normalement genere a l'ouverture de la
      *periode (report du mois precedent plus droit mensuel) : il
      *n'est plus ressaisi, et les jours pris ne peuvent depasser le
      *solde disponible
       OPEN I-O fconges
       MOVE temp_fco_identifiant TO fco_identifiant
       MOVE temp_fco_mois TO fco_mois
       MOVE temp_fco_annee TO fco_annee
       READ fconges
           INVALID KEY
               DISPLAY "Aucun droit a conges genere pour ce mois",
               " (periode non ouverte ?) - saisir le solde acquis"
               DISPLAY "Solde de conges acquis (jours) ? format :",
               " XX,XX"
               ACCEPT saisie_soldeConges
               INSPECT saisie_soldeConges REPLACING ALL ',' BY '.'
               MOVE FUNCTION NUMVAL(saisie_soldeConges) TO
                   temp_fco_soldeConges
               PERFORM SAISIR-JOURS-PRIS-CONGE
               PERFORM SAISIR-TYPE-CONGE
               MOVE temp_fco_identifiant TO fco_identifiant
               MOVE temp_fco_mois TO fco_mois
               MOVE temp_fco_annee TO fco_annee
               MOVE temp_fco_soldeConges TO fco_soldeConges
               MOVE temp_fco_joursPris TO fco_joursPris
               MOVE temp_fco_typeConge TO fco_typeConge
               WRITE tamp_fconges
               END-WRITE
               DISPLAY "Conge enregistre avec succes"
               MOVE "CREATION CONGE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE temp_fco_joursPris TO journal_affApres
               STRING "id=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fco_identifiant)
                   DELIMITED BY SIZE
                   " periode=" DELIMITED BY SIZE
                   temp_fco_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   temp_fco_annee DELIMITED BY SIZE
                   " jours pris=" DELIMITED BY SIZE
                   FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
           NOT INVALID KEY
               MOVE fco_soldeConges TO temp_fco_soldeConges
               MOVE fco_soldeConges TO affichage_joursConges
               DISPLAY "Solde disponible ce mois : "
                   affichage_joursConges
               PERFORM SAISIR-JOURS-PRIS-CONGE
               PERFORM SAISIR-TYPE-CONGE
               MOVE fco_joursPris TO journal_montantAvant
               MOVE temp_fco_joursPris TO fco_joursPris
               MOVE temp_fco_typeConge TO fco_typeConge
               REWRITE tamp_fconges
               DISPLAY "Conge mis a jour avec succes"
               MOVE "MODIFICATION CONGE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE journal_montantAvant TO journal_affAvant
               MOVE temp_fco_joursPris TO journal_affApres
               STRING "id=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_fco_identifiant)
                   DELIMITED BY SIZE
                   " periode=" DELIMITED BY SIZE
                   temp_fco_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   temp_fco_annee DELIMITED BY SIZE
                   " jours pris avant=" DELIMITED BY SIZE
                   FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
                   " apres=" DELIMITED BY SIZE
                   FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-READ
       CLOSE fconges
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       SAISIR-JOURS-PRIS-CONGE.
      *Saisie des jours pris, refusee au-dela du solde disponible
      *(temp_fco_soldeConges)
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Nombre de jours pris ce mois ? format : XX,XX"
           ACCEPT saisie_joursPris
           INSPECT saisie_joursPris REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_joursPris) TO temp_fco_joursPris
           IF temp_fco_joursPris > temp_fco_soldeConges
               MOVE temp_fco_soldeConges TO affichage_joursConges
               DISPLAY "Refuse : les jours pris depassent le solde",
               " disponible (" affichage_joursConges ")"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM.


       SAISIR-TYPE-CONGE.
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Type (C-Conge paye/M-Maladie) : "
           ACCEPT temp_fco_typeConge
           IF temp_fco_typeConge = "C" OR temp_fco_typeConge = "M"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Type invalide, saisir C ou M"
           END-IF
       END-PERFORM.


       CONSULTER-CONGES.
       DISPLAY "Consultation des conges d'un employe"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT temp_fco_identifiant

       OPEN INPUT fconges
       MOVE temp_fco_identifiant TO fco_identifiant
       START fconges, KEY IS = fco_identifiant
           INVALID KEY
               DISPLAY "Aucun conge enregistre pour cet employe"
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fconges NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fco_identifiant NOT = temp_fco_identifiant
                           MOVE 1 TO Wfin
                       ELSE
                           DISPLAY "Mois/Annee : " fco_mois "/"
                               fco_annee
                           MOVE fco_soldeConges TO affichage_joursConges
                           DISPLAY "Solde acquis : "
                               affichage_joursConges
                           MOVE fco_joursPris TO affichage_joursConges
                           DISPLAY "Jours pris : "
                               affichage_joursConges
                           DISPLAY "Type : " fco_typeConge
                           DISPLAY SEPARATOR
                       END-IF
               END-PERFORM
       END-START
       CLOSE fconges
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       TRAITER-DEMANDES-CONGE.
      *Decision du directeur sur les demandes de conge en attente :
      *seule l'acceptation met a jour conges.dat pour le mois
      *concerne, le refus est motive - chaque decision est tracee
      *dans le journal
       DISPLAY "Demandes de conge en attente de decision"
       DISPLAY SEPARATOR
       MOVE 0 TO dc_nbEnAttente
       OPEN INPUT fdemandesConge
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fdemandesConge NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               IF fdc_statut = "E"
                   ADD 1 TO dc_nbEnAttente
                   PERFORM AFFICHER-DEMANDE-CONGE
               END-IF
           END-READ
       END-PERFORM
       CLOSE fdemandesConge
       IF dc_nbEnAttente = 0
           DISPLAY "Aucune demande en attente"
       ELSE
           DISPLAY "Numero de la demande a traiter (0 = aucune) : "
           ACCEPT temp_fdc_numero
           IF temp_fdc_numero > 0
               PERFORM DECIDER-DEMANDE-CONGE
           END-IF
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       DECIDER-DEMANDE-CONGE.
       OPEN I-O fdemandesConge
       MOVE temp_fdc_numero TO fdc_numero
       READ fdemandesConge
           INVALID KEY
               DISPLAY "Demande inexistante"
           NOT INVALID KEY
               IF fdc_statut NOT = "E"
                   DISPLAY "Cette demande a deja ete traitee"
               ELSE
                   DISPLAY "Decision : A (accepter), R (refuser), ",
                       "vide = abandon : "
                   MOVE SPACES TO temp_fdc_decision
                   ACCEPT temp_fdc_decision
                   MOVE FUNCTION UPPER-CASE(temp_fdc_decision) TO
                       temp_fdc_decision
                   EVALUATE temp_fdc_decision
                       WHEN "A" PERFORM ACCEPTER-DEMANDE-CONGE
                       WHEN "R" PERFORM REFUSER-DEMANDE-CONGE
                       WHEN OTHER DISPLAY "Aucune decision enregistree"
                   END-EVALUATE
               END-IF
       END-READ
       CLOSE fdemandesConge.


       ACCEPTER-DEMANDE-CONGE.
      *Les jours acceptes s'ajoutent aux jours pris du mois dans
      *conges.dat, dans la limite du solde du mois (periode ouverte et
      *droits generes)
       MOVE fdc_mois TO temp_fp_mois
       MOVE fdc_annee TO temp_fp_annee
       PERFORM VERIFIER-PERIODE
       IF WPeriodeCloturee = 1
           DISPLAY "La periode " fdc_mois "/" fdc_annee,
           " est cloturee - acceptation impossible"
       ELSE
           MOVE 0 TO Wtrouve1
           OPEN I-O fconges
           MOVE fdc_identifiant TO fco_identifiant
           MOVE fdc_mois TO fco_mois
           MOVE fdc_annee TO fco_annee
           READ fconges
               INVALID KEY
                   DISPLAY "Aucun droit a conges genere pour ce mois",
                   " (periode non ouverte ?) - demande laissee en",
                   " attente"
               NOT INVALID KEY
                   IF fco_joursPris + fdc_nbJours > fco_soldeConges
                       MOVE fco_soldeConges TO affichage_joursConges
                       DISPLAY "Les jours demandes depassent le solde",
                       " du mois (" affichage_joursConges ") -",
                       " demande laissee en attente"
                   ELSE
                       MOVE fco_joursPris TO journal_montantAvant
                       COMPUTE fco_joursPris =
                           fco_joursPris + fdc_nbJours
                       MOVE fdc_typeConge TO fco_typeConge
                       REWRITE tamp_fconges
                       MOVE 1 TO Wtrouve1
                   END-IF
           END-READ
           CLOSE fconges

           IF Wtrouve1 = 1
               PERFORM DATER-JOUR-RV
               MOVE "A" TO fdc_statut
               MOVE rv_dateJour TO fdc_dateDecision
               MOVE USERNAME TO fdc_decideur
               REWRITE tamp_fdemandesConge
               DISPLAY "Demande acceptee - conges du mois mis a jour"
               MOVE "ACCEPTATION DEMANDE CONGE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE journal_montantAvant TO journal_affAvant
               MOVE fco_joursPris TO journal_affApres
               STRING "numero=" DELIMITED BY SIZE
                   fdc_numero DELIMITED BY SIZE
                   " id=" DELIMITED BY SIZE
                   FUNCTION TRIM(fdc_identifiant) DELIMITED BY SIZE
                   " periode=" DELIMITED BY SIZE
                   fdc_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   fdc_annee DELIMITED BY SIZE
                   " jours pris avant=" DELIMITED BY SIZE
                   FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
                   " apres=" DELIMITED BY SIZE
                   FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
           END-IF
       END-IF.


       REFUSER-DEMANDE-CONGE.
       MOVE SPACES TO temp_fdc_motifRefus
       PERFORM WITH TEST AFTER UNTIL temp_fdc_motifRefus NOT = SPACES
           DISPLAY "Motif du refus (obligatoire) : "
           ACCEPT temp_fdc_motifRefus
       END-PERFORM
       PERFORM DATER-JOUR-RV
       MOVE "R" TO fdc_statut
       MOVE rv_dateJour TO fdc_dateDecision
       MOVE USERNAME TO fdc_decideur
       MOVE temp_fdc_motifRefus TO fdc_motifRefus
       REWRITE tamp_fdemandesConge
       DISPLAY "Demande refusee"
       MOVE "REFUS DEMANDE CONGE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "numero=" DELIMITED BY SIZE
           fdc_numero DELIMITED BY SIZE
           " id=" DELIMITED BY SIZE
           FUNCTION TRIM(fdc_identifiant) DELIMITED BY SIZE
           " motif=" DELIMITED BY SIZE
           FUNCTION TRIM(temp_fdc_motifRefus) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       GERER-PRETS.
       DISPLAY "Gestion des acomptes et prets au personnel"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Accorder un acompte/pret"
       DISPLAY "2. - Consulter les prets d'un employe"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM SAISIR-PRET
           WHEN 2 PERFORM CONSULTER-PRETS
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       SAISIR-PRET.
       DISPLAY "Accord d'un acompte/pret au personnel"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT temp_fpr_identifiant
       OPEN INPUT femployes
       MOVE temp_fpr_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               DISPLAY "Employe inexistant"
               CLOSE femployes
               PERFORM RETOUR-MENU
               STOP RUN
           NOT INVALID KEY
               DISPLAY "Employe : " fe_nom " " fe_prenom
       END-READ
       CLOSE femployes

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Montant accorde ? format : XXX,XX"
           ACCEPT saisie_montantPret
           INSPECT saisie_montantPret REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_montantPret) TO
               vrai_montantPret
           MOVE vrai_montantPret TO affichage_pret
           DISPLAY "saisie : " affichage_pret
           IF vrai_montantPret <= 0
               DISPLAY "Le montant doit etre positif"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Mensualite a retenir chaque mois ? format : XXX,XX"
           ACCEPT saisie_mensualitePret
           INSPECT saisie_mensualitePret REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_mensualitePret) TO
               vrai_mensualitePret
           MOVE vrai_mensualitePret TO affichage_pret
           DISPLAY "saisie : " affichage_pret
           IF vrai_mensualitePret <= 0
               DISPLAY "La mensualite doit etre positive"
           ELSE
               IF vrai_mensualitePret > vrai_montantPret
                   DISPLAY "La mensualite ne peut depasser le montant",
                   " accorde"
               ELSE
                   MOVE 1 TO Wtrouve
               END-IF
           END-IF
       END-PERFORM

       OPEN I-O fprets
       MOVE temp_fpr_identifiant TO fpr_identifiant
       MOVE 0 TO Wtrouve
       MOVE 1 TO fpr_numPret
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           READ fprets
               INVALID KEY
                   MOVE 1 TO Wtrouve
               NOT INVALID KEY
                   MOVE temp_fpr_identifiant TO fpr_identifiant
                   COMPUTE fpr_numPret = fpr_numPret + 1
           END-READ
       END-PERFORM
       STRING FUNCTION CURRENT-DATE(7:2)
           DELIMITED BY SIZE "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2)
           DELIMITED BY SIZE "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:4)
           DELIMITED BY SIZE
           INTO fpr_dateAccord
       END-STRING
       MOVE vrai_montantPret TO fpr_montantAccorde
       MOVE vrai_mensualitePret TO fpr_mensualite
       MOVE vrai_montantPret TO fpr_soldeRestant
       WRITE tamp_fprets
       END-WRITE
       CLOSE fprets
       IF cr_fprets = "00" THEN
           DISPLAY "Pret enregistre avec succes - la mensualite sera",
           " retenue automatiquement sur la paie"
           MOVE "CREATION PRET" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           MOVE vrai_montantPret TO journal_affAvant
           MOVE vrai_mensualitePret TO journal_affApres
           STRING "id=" DELIMITED BY SIZE
               FUNCTION TRIM(temp_fpr_identifiant) DELIMITED BY SIZE
               " montant=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
               " mensualite=" DELIMITED BY SIZE
               FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
       ELSE
           DISPLAY "erreur lors de l'enregistrement du pret"
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CONSULTER-PRETS.
       DISPLAY "Consultation des prets d'un employe"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       ACCEPT temp_fpr_identifiant

       OPEN INPUT fprets
       MOVE temp_fpr_identifiant TO fpr_identifiant
       MOVE 0 TO fpr_numPret
       MOVE 0 TO Wtrouve
       START fprets, KEY IS >= fpr_clePret
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fprets NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fpr_identifiant NOT = temp_fpr_identifiant
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE 1 TO Wtrouve
                           DISPLAY "Pret numero : " fpr_numPret
                           DISPLAY "Date d'accord : " fpr_dateAccord
                           MOVE fpr_montantAccorde TO affichage_pret
                           DISPLAY "Montant accorde : " affichage_pret
                           MOVE fpr_mensualite TO affichage_pret
                           DISPLAY "Mensualite : " affichage_pret
                           MOVE fpr_soldeRestant TO affichage_pret
                           DISPLAY "Solde restant : " affichage_pret
                           DISPLAY SEPARATOR
                       END-IF
               END-PERFORM
       END-START
       IF Wtrouve = 0
           DISPLAY "Aucun pret enregistre pour cet employe"
       END-IF
       CLOSE fprets
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GERER-PERIODES.
       DISPLAY "Gestion des periodes de paie"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Ouvrir une periode de paie"
       DISPLAY "2. - Cloturer une periode de paie"
       DISPLAY "3. - Lister les periodes de paie"
       DISPLAY "4. - Rapport de controle des variations avant cloture"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM OUVRIR-PERIODE
           WHEN 2 PERFORM CLOTURER-PERIODE
           WHEN 3 PERFORM LISTER-PERIODES
           WHEN 4 PERFORM CONTROLE-VARIATIONS
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       OUVRIR-PERIODE.
       DISPLAY "Ouverture d'une periode de paie"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fp_annee
      *Un exercice archive est en lecture seule
       MOVE temp_fp_annee TO arc_annee
       PERFORM CHERCHER-EXERCICE-ARCHIVE
       IF WExerciceArchive = 1
           DISPLAY "L'exercice " temp_fp_annee " est archive - ses",
           " periodes ne peuvent plus etre ouvertes"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF
       OPEN I-O fperiodes
       MOVE temp_fp_mois TO fp_mois
       MOVE temp_fp_annee TO fp_annee
       READ fperiodes
           INVALID KEY
               MOVE "O" TO fp_statut
               MOVE "N" TO fp_controleVariations
               WRITE tamp_fperiodes
               END-WRITE
               DISPLAY "Periode " fp_mois "/" fp_annee " ouverte"
               MOVE "OUVERTURE PERIODE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "periode=" DELIMITED BY SIZE
                   temp_fp_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   temp_fp_annee DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
               PERFORM GENERER-DROITS-CONGES
           NOT INVALID KEY
               IF fp_statut = "C"
                   DISPLAY "Cette periode est cloturee"
                   DISPLAY "Voulez-vous la reouvrir (regularisation)?"
                   DISPLAY "0. - oui"
                   DISPLAY "1. - non"
                   ACCEPT CHOICE
                   IF CHOICE = 0
                       MOVE "O" TO fp_statut
                       MOVE "N" TO fp_controleVariations
                       REWRITE tamp_fperiodes
                       DISPLAY "Periode " fp_mois "/" fp_annee,
                       " reouverte"
                       MOVE "REOUVERTURE PERIODE" TO temp_fj_operation
                       MOVE SPACES TO temp_fj_details
                       STRING "periode=" DELIMITED BY SIZE
                           temp_fp_mois DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           temp_fp_annee DELIMITED BY SIZE
                           INTO temp_fj_details
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
                       PERFORM GENERER-DROITS-CONGES
                   END-IF
               ELSE
                   DISPLAY "Cette periode est deja ouverte"
               END-IF
       END-READ
       CLOSE fperiodes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CLOTURER-PERIODE.
       DISPLAY "Cloture d'une periode de paie"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fp_annee
       MOVE 0 TO Wtrouve
       OPEN I-O fperiodes
       MOVE temp_fp_mois TO fp_mois
       MOVE temp_fp_annee TO fp_annee
       READ fperiodes
           INVALID KEY
               DISPLAY "Periode inexistante"
           NOT INVALID KEY
               IF fp_statut = "C"
                   DISPLAY "Cette periode est deja cloturee"
               ELSE
                   IF fp_controleVariations NOT = "O"
                       DISPLAY "AVERTISSEMENT : le rapport de controle",
                       " des variations n'a pas ete produit pour",
                       " cette periode"
                       DISPLAY "Il est recommande de le lancer avant",
                       " la cloture (gestion des periodes de paie)"
                   END-IF
                   DISPLAY "Apres cloture, plus aucune ecriture de",
                   " bulletin ni de conge ne sera acceptee pour ce mois"
                   DISPLAY "Vous etes sur/e? "
                   DISPLAY "0. - oui"
                   DISPLAY "1. - non"
                   ACCEPT CHOICE
                   IF CHOICE = 0
                       MOVE "C" TO fp_statut
                       REWRITE tamp_fperiodes
                       DISPLAY "Periode " fp_mois "/" fp_annee,
                       " cloturee"
                       MOVE "CLOTURE PERIODE" TO temp_fj_operation
                       MOVE SPACES TO temp_fj_details
                       STRING "periode=" DELIMITED BY SIZE
                           temp_fp_mois DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           temp_fp_annee DELIMITED BY SIZE
                           INTO temp_fj_details
                       END-STRING
                       PERFORM ECRIRE-JOURNAL
                       MOVE 1 TO Wtrouve
                   END-IF
               END-IF
       END-READ
       CLOSE fperiodes

      *Sauvegarde automatique pour figer l'etat de la paie du mois
      *cloture
       IF Wtrouve = 1
           DISPLAY "Sauvegarde automatique de fin de periode :"
           PERFORM SAUVEGARDER-FICHIERS
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GENERER-DROITS-CONGES.
      *Acquisition automatique des droits a conges a l'ouverture de
      *la periode temp_fp_mois/temp_fp_annee : pour chaque employe
      *actif sans enregistrement de conges ce mois, le solde du mois
      *precedent (moins les jours pris) est reporte et le droit
      *mensuel parametrable est ajoute
       IF temp_fp_mois = 1
           MOVE 12 TO temp_fco_moisPrecedent
           COMPUTE temp_fco_anneePrecedente = temp_fp_annee - 1
       ELSE
           COMPUTE temp_fco_moisPrecedent = temp_fp_mois - 1
           MOVE temp_fp_annee TO temp_fco_anneePrecedente
       END-IF

      *Le droit mensuel applique est celui en vigueur pour la periode
      *ouverte, pas celui du jour : une ouverture retroactive credite
      *le droit de son mois
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES

       MOVE 0 TO temp_fco_nbGeneres
       OPEN INPUT femployes
       OPEN I-O fconges
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ femployes NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE fe_numIdentification TO fco_identifiant
               MOVE temp_fp_mois TO fco_mois
               MOVE temp_fp_annee TO fco_annee
               READ fconges
                   INVALID KEY
                       PERFORM CREER-DROIT-CONGE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-READ
       END-PERFORM
       CLOSE femployes
       CLOSE fconges

       MOVE temp_fco_nbGeneres TO affichage_compteur
       DISPLAY "Droits a conges generes pour " affichage_compteur,
           " employe(s)"
       MOVE "GENERATION DROITS CONGES" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "periode=" DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           " employes=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES.


       CREER-DROIT-CONGE.
      *Cree l'enregistrement de conges du mois pour l'employe courant
      *a partir du solde restant du mois precedent
       MOVE 0 TO temp_fco_soldePrecedent
       MOVE fe_numIdentification TO fco_identifiant
       MOVE temp_fco_moisPrecedent TO fco_mois
       MOVE temp_fco_anneePrecedente TO fco_annee
       MOVE 0 TO WCongeTrouve
       READ fconges
           INVALID KEY
               PERFORM LIRE-CONGE-HISTORIQUE
           NOT INVALID KEY
               MOVE 1 TO WCongeTrouve
       END-READ
       IF WCongeTrouve = 1
           IF fco_soldeConges > fco_joursPris
               COMPUTE temp_fco_soldePrecedent =
                   fco_soldeConges - fco_joursPris
           END-IF
       END-IF

       MOVE fe_numIdentification TO fco_identifiant
       MOVE temp_fp_mois TO fco_mois
       MOVE temp_fp_annee TO fco_annee
       COMPUTE fco_soldeConges =
           temp_fco_soldePrecedent + DROIT-CONGES-MENSUEL
       MOVE 0 TO fco_joursPris
       MOVE "C" TO fco_typeConge
       WRITE tamp_fconges
       END-WRITE
       ADD 1 TO temp_fco_nbGeneres.


       LISTER-PERIODES.
       DISPLAY "Liste des periodes de paie"
       DISPLAY SEPARATOR
       OPEN INPUT fperiodes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fperiodes NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               IF fp_statut = "C"
                   DISPLAY fp_mois "/" fp_annee " - cloturee"
               ELSE
                   DISPLAY fp_mois "/" fp_annee " - ouverte"
               END-IF
           END-READ
       END-PERFORM
       CLOSE fperiodes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GERER-SAUVEGARDES.
       DISPLAY "Sauvegarde et restauration des fichiers de donnees"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Sauvegarder les fichiers (jeu date)"
       DISPLAY "2. - Restaurer un jeu de sauvegarde"
       DISPLAY "3. - Lister les jeux de sauvegarde"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM SAUVEGARDER-FICHIERS
               DISPLAY "--fin, toucher envoi pour retourner au menu--"
               ACCEPT CHOICE
               PERFORM RETOUR-MENU
           WHEN 2 PERFORM RESTAURER-FICHIERS
           WHEN 3 PERFORM LISTER-SAUVEGARDES
               DISPLAY "--fin, toucher envoi pour retourner au menu--"
               ACCEPT CHOICE
               PERFORM RETOUR-MENU
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       SAUVEGARDER-FICHIERS.
      *Exporte l'ensemble des fichiers de donnees (*.dat, journal
      *compris) vers un jeu de copies date et horodate, pour pouvoir
      *repartir d'un etat sain apres une corruption (file status 39
      *ou 98) ou une coupure pendant un REWRITE
       MOVE SPACES TO svg_nomJeu
       STRING "sauvegarde_" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
           INTO svg_nomJeu
       END-STRING

       MOVE SPACES TO svg_commande
       STRING "mkdir -p " DELIMITED BY SIZE
           FUNCTION TRIM(svg_nomJeu) DELIMITED BY SIZE
           INTO svg_commande
       END-STRING
       CALL "SYSTEM" USING svg_commande

       MOVE SPACES TO svg_commande
       STRING "cp *.dat " DELIMITED BY SIZE
           FUNCTION TRIM(svg_nomJeu) DELIMITED BY SIZE
           INTO svg_commande
       END-STRING
       CALL "SYSTEM" USING svg_commande

      *La sauvegarde n'est declaree reussie - et tracee au journal -
      *qu'apres constat que la copie s'est bien passee : code retour
      *de la commande et presence d'un fichier temoin dans le jeu
       MOVE 0 TO svg_reussie
       IF RETURN-CODE = 0
           MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
           STRING FUNCTION TRIM(svg_nomJeu) DELIMITED BY SIZE
               "/employes.dat" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-BULLETIN
           END-STRING
           OPEN INPUT fbulletinDoc
           IF cr_fbulletinDoc = 0
               CLOSE fbulletinDoc
               MOVE 1 TO svg_reussie
           END-IF
       END-IF
       MOVE 0 TO RETURN-CODE

       IF svg_reussie = 1
           DISPLAY "Sauvegarde effectuee dans : " svg_nomJeu
           MOVE "SAUVEGARDE FICHIERS" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           STRING "jeu=" DELIMITED BY SIZE
               FUNCTION TRIM(svg_nomJeu) DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
       ELSE
           DISPLAY "ECHEC DE LA SAUVEGARDE : le jeu "
               FUNCTION TRIM(svg_nomJeu)
           DISPLAY "est absent ou incomplet - verifier l'espace",
           " disque et les droits, puis relancer la sauvegarde"
       END-IF.


       LISTER-SAUVEGARDES.
       DISPLAY "Jeux de sauvegarde disponibles :"
       MOVE SPACES TO svg_commande
       MOVE "ls -d sauvegarde_* 2>/dev/null" TO svg_commande
       CALL "SYSTEM" USING svg_commande
       MOVE 0 TO RETURN-CODE.


       RESTAURER-FICHIERS.
      *Recharge un jeu de sauvegarde apres confirmation - les
      *fichiers courants sont ecrases par les copies du jeu choisi
       DISPLAY "Restauration d'un jeu de sauvegarde"
       DISPLAY SEPARATOR
       PERFORM LISTER-SAUVEGARDES
       DISPLAY "Nom du jeu a restaurer (sauvegarde_AAAAMMJJ_HHMMSS) : "
       ACCEPT temp_svg_nomJeu

      *Le nom saisi est interpole dans une commande shell : seul le
      *format exact sauvegarde_AAAAMMJJ_HHMMSS est accepte, ce qui
      *exclut tout metacaractere
       IF temp_svg_nomJeu(1:11) NOT = "sauvegarde_" OR
           temp_svg_nomJeu(12:8) IS NOT NUMERIC OR
           temp_svg_nomJeu(20:1) NOT = "_" OR
           temp_svg_nomJeu(21:6) IS NOT NUMERIC OR
           temp_svg_nomJeu(27:14) NOT = SPACES
           DISPLAY "Nom de jeu invalide - restauration abandonnee"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

      *Existence du jeu verifiee sur un fichier temoin avant toute
      *confirmation
       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       STRING FUNCTION TRIM(temp_svg_nomJeu) DELIMITED BY SIZE
           "/employes.dat" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN INPUT fbulletinDoc
       IF cr_fbulletinDoc NOT = 0
           DISPLAY "Jeu de sauvegarde introuvable : "
               FUNCTION TRIM(temp_svg_nomJeu)
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF
       CLOSE fbulletinDoc

       DISPLAY "ATTENTION : les fichiers courants seront ecrases par",
       " ceux du jeu " FUNCTION TRIM(temp_svg_nomJeu)
       DISPLAY "Vous etes sur/e? "
       DISPLAY "0. - oui"
       DISPLAY "1. - non"
       ACCEPT CHOICE
       IF CHOICE = 0
           MOVE SPACES TO svg_commande
           STRING "cp " DELIMITED BY SIZE
               FUNCTION TRIM(temp_svg_nomJeu) DELIMITED BY SIZE
               "/*.dat ." DELIMITED BY SIZE
               INTO svg_commande
           END-STRING
           CALL "SYSTEM" USING svg_commande
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "Restauration effectuee depuis : "
                   temp_svg_nomJeu
               MOVE "RESTAURATION FICHIERS" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "jeu=" DELIMITED BY SIZE
                   FUNCTION TRIM(temp_svg_nomJeu) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
      *Un jeu ancien peut etre a l'ancien format des comptes et des
      *bulletins : il est converti tout de suite
               PERFORM CONTROLER-FORMAT-COMPTES
               PERFORM CONTROLER-FORMAT-BULLETINS
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "ECHEC DE LA RESTAURATION : la copie depuis ",
                   FUNCTION TRIM(temp_svg_nomJeu) " a echoue"
               DISPLAY "Les fichiers courants peuvent etre dans un",
               " etat partiel - verifier avant toute operation"
           END-IF
       ELSE
           DISPLAY "Restauration abandonnee"
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       ARCHIVER-EXERCICE.
      *Archivage d'un exercice clos : les bulletins, conges, bulletins
      *annules et lignes de journal de l'annee sont deplaces vers des
      *fichiers d'historique par annee (repertoire historique/), lus
      *ensuite en lecture seule par les consultations - l'exercice
      *doit etre entierement cloture et l'IR regularise, et une
      *sauvegarde complete est faite avant tout deplacement
       DISPLAY "Archivage d'un exercice clos"
       DISPLAY SEPARATOR
       DISPLAY "Annee a archiver (AAAA) : "
       ACCEPT arc_annee

       MOVE SPACES TO arc_statutExercice
       OPEN INPUT fexercices
       MOVE arc_annee TO fex_annee
       READ fexercices
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE fex_statut TO arc_statutExercice
       END-READ
       CLOSE fexercices
       IF arc_statutExercice = "A"
           DISPLAY "L'exercice " arc_annee " est deja archive"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

      *Toutes les periodes de l'annee doivent etre cloturees
       MOVE 0 TO arc_nombre
       PERFORM VARYING arc_mois FROM 1 BY 1 UNTIL arc_mois > 12
           MOVE arc_mois TO temp_fp_mois
           MOVE arc_annee TO temp_fp_annee
           PERFORM VERIFIER-PERIODE
           IF WPeriodeCloturee NOT = 1
               DISPLAY "Periode " arc_mois "/" arc_annee,
               " non cloturee"
               ADD 1 TO arc_nombre
           END-IF
       END-PERFORM
       IF arc_nombre > 0
           DISPLAY "Archivage impossible : toutes les periodes de",
           " l'annee doivent etre cloturees"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

      *La regularisation IR de l'annee doit figurer au journal - a la
      *reprise d'un archivage interrompu (statut E), la ligne a pu
      *deja etre deplacee dans l'historique du journal
       IF arc_statutExercice NOT = "E"
           PERFORM CHERCHER-REGULARISATION-IR
           IF Wtrouve = 0
               DISPLAY "Archivage impossible : la regularisation IR",
               " de " arc_annee " n'a pas ete faite"
               DISPLAY "--fin, toucher envoi pour retourner au menu--"
               ACCEPT CHOICE
               PERFORM RETOUR-MENU
               STOP RUN
           END-IF
       ELSE
           DISPLAY "Reprise de l'archivage interrompu de " arc_annee
       END-IF

       DISPLAY "Les enregistrements de " arc_annee " seront retires",
       " des fichiers de production"
       DISPLAY "Vous etes sur/e? "
       DISPLAY "0. - oui"
       DISPLAY "1. - non"
       ACCEPT CHOICE
       IF CHOICE NOT = 0
           DISPLAY "Archivage abandonne"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       PERFORM SAUVEGARDER-FICHIERS
       IF svg_reussie = 0
           DISPLAY "Archivage abandonne : aucune donnee n'a ete",
           " deplacee"
           DISPLAY "--fin, toucher envoi pour retourner au menu--"
           ACCEPT CHOICE
           PERFORM RETOUR-MENU
           STOP RUN
       END-IF

       PERFORM ARCHIVER-EXERCICE-CORE

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CHERCHER-REGULARISATION-IR.
      *Wtrouve = 1 si le journal contient la regularisation IR de
      *l'annee arc_annee
       MOVE 0 TO Wtrouve
       OPEN INPUT fjournal
       IF cr_fjournal = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fjournal
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   IF fj_operation = "REGULARISATION IR" AND
                       fj_details(1:6) = "annee=" AND
                       fj_details(7:4) = arc_annee
                       MOVE 1 TO Wtrouve
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal
       END-IF.


       ARCHIVER-EXERCICE-CORE.
      *Deplacement des enregistrements de arc_annee - l'exercice est
      *marque E (en cours) avant le premier deplacement et ne passe a
      *A (archive) que si plus rien ne reste en production : en cas
      *d'interruption, la relance reprend sans doublon (les copies
      *deja faites sont reconnues par leur cle)
       PERFORM PREPARER-NOMS-HISTORIQUE
       MOVE SPACES TO svg_commande
       MOVE "mkdir -p historique" TO svg_commande
       CALL "SYSTEM" USING svg_commande
       MOVE 0 TO RETURN-CODE
       PERFORM DATER-JOUR-RV

       OPEN I-O fexercices
       MOVE arc_annee TO fex_annee
       READ fexercices
           INVALID KEY
               MOVE "E" TO fex_statut
               MOVE rv_dateJour TO fex_dateArchivage
               MOVE USERNAME TO fex_utilisateur
               MOVE 0 TO fex_nbBulletins
               MOVE 0 TO fex_totalBrut
               MOVE 0 TO fex_totalNet
               MOVE 0 TO fex_nbConges
               MOVE 0 TO fex_nbAnnules
               MOVE 0 TO fex_nbJournal
               WRITE tamp_fexercices
               END-WRITE
           NOT INVALID KEY
               CONTINUE
       END-READ
       CLOSE fexercices

       PERFORM ARCHIVER-BULLETINS-EXERCICE
       PERFORM ARCHIVER-CONGES-EXERCICE
       PERFORM ARCHIVER-ANNULES-EXERCICE
       PERFORM ARCHIVER-JOURNAL-EXERCICE

       IF arc_nbBpRestants = 0 AND arc_nbCoRestants = 0 AND
           arc_nbBaRestants = 0
           MOVE "A" TO arc_statutExercice
       ELSE
           MOVE "E" TO arc_statutExercice
       END-IF

       OPEN I-O fexercices
       MOVE arc_annee TO fex_annee
       READ fexercices
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE arc_statutExercice TO fex_statut
               MOVE rv_dateJour TO fex_dateArchivage
               MOVE USERNAME TO fex_utilisateur
               MOVE arc_nbBpHisto TO fex_nbBulletins
               MOVE arc_totalBrut TO fex_totalBrut
               MOVE arc_totalNet TO fex_totalNet
               MOVE arc_nbCoHisto TO fex_nbConges
               MOVE arc_nbBaHisto TO fex_nbAnnules
               ADD arc_nbJoDeplaces TO fex_nbJournal
               REWRITE tamp_fexercices
               END-REWRITE
       END-READ
       CLOSE fexercices

       PERFORM EDITER-ETAT-ARCHIVAGE

       IF arc_statutExercice = "A"
           DISPLAY "Exercice " arc_annee " archive"
       ELSE
           DISPLAY "ATTENTION : des enregistrements de " arc_annee,
           " restent en production - relancer l'archivage"
       END-IF

       MOVE "ARCHIVAGE EXERCICE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE arc_nbBpHisto TO affichage_arcNombre
       STRING "annee=" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           " statut=" DELIMITED BY SIZE
           arc_statutExercice DELIMITED BY SIZE
           " bulletins=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_arcNombre) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       ARCHIVER-BULLETINS-EXERCICE.
      *Copie des bulletins de l'annee dans l'historique, puis
      *suppression en production de chaque bulletin present dans
      *l'historique - les totaux de controle portent sur l'historique
       MOVE 0 TO arc_nbBpCopies
       MOVE 0 TO arc_nbBpSupprimes
       MOVE 0 TO arc_nbBpHisto
       MOVE 0 TO arc_nbBpRestants
       MOVE 0 TO arc_totalBrut
       MOVE 0 TO arc_totalNet
       MOVE 0 TO arc_totalIR

       OPEN I-O fhBulletins
       IF cr_fhBulletins = 35
           OPEN OUTPUT fhBulletins
       END-IF
       OPEN INPUT fbulletinsPaie
       MOVE arc_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinArc
               PERFORM WITH TEST AFTER UNTIL WfinArc = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO WfinArc
                   NOT AT END
                       IF fbp_annee NOT = arc_annee
                           MOVE 1 TO WfinArc
                       ELSE
                           MOVE tamp_fbulletinsPaie TO tamp_fhBulletins
                           WRITE tamp_fhBulletins
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO arc_nbBpCopies
                           END-WRITE
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fbulletinsPaie
       CLOSE fhBulletins

       OPEN INPUT fhBulletins
       OPEN I-O fbulletinsPaie
       IF cr_fhBulletins = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fhBulletins NEXT
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   ADD 1 TO arc_nbBpHisto
                   MOVE tamp_fhBulletins TO tamp_fbulletinsPaie
                   COMPUTE arc_totalBrut =
                       arc_totalBrut + fbp_salaireBrut
                   COMPUTE arc_totalNet =
                       arc_totalNet + fbp_salaireNet
                   COMPUTE arc_totalIR =
                       arc_totalIR + fbp_impotRevenu
                   DELETE fbulletinsPaie
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO arc_nbBpSupprimes
                   END-DELETE
               END-READ
           END-PERFORM
           CLOSE fhBulletins
       END-IF

       MOVE arc_annee TO fbp_annee
       START fbulletinsPaie, KEY IS = fbp_annee
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinArc
               PERFORM WITH TEST AFTER UNTIL WfinArc = 1
                   READ fbulletinsPaie NEXT
                   AT END MOVE 1 TO WfinArc
                   NOT AT END
                       IF fbp_annee NOT = arc_annee
                           MOVE 1 TO WfinArc
                       ELSE
                           ADD 1 TO arc_nbBpRestants
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fbulletinsPaie.


       ARCHIVER-CONGES-EXERCICE.
      *Meme traitement pour les droits et jours de conges de l'annee
      *(parcours complet, la cle alternative etant l'identifiant)
       MOVE 0 TO arc_nbCoCopies
       MOVE 0 TO arc_nbCoSupprimes
       MOVE 0 TO arc_nbCoHisto
       MOVE 0 TO arc_nbCoRestants
       MOVE 0 TO arc_totalJoursPris

       OPEN I-O fhConges
       IF cr_fhConges = 35
           OPEN OUTPUT fhConges
       END-IF
       OPEN INPUT fconges
       MOVE 0 TO WfinArc
       PERFORM WITH TEST AFTER UNTIL WfinArc = 1
           READ fconges NEXT
           AT END MOVE 1 TO WfinArc
           NOT AT END
               IF fco_annee = arc_annee
                   MOVE tamp_fconges TO tamp_fhConges
                   WRITE tamp_fhConges
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO arc_nbCoCopies
                   END-WRITE
               END-IF
           END-READ
       END-PERFORM
       CLOSE fconges
       CLOSE fhConges

       OPEN INPUT fhConges
       OPEN I-O fconges
       IF cr_fhConges = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fhConges NEXT
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   ADD 1 TO arc_nbCoHisto
                   MOVE tamp_fhConges TO tamp_fconges
                   COMPUTE arc_totalJoursPris =
                       arc_totalJoursPris + fco_joursPris
                   DELETE fconges
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO arc_nbCoSupprimes
                   END-DELETE
               END-READ
           END-PERFORM
           CLOSE fhConges
       END-IF
       CLOSE fconges

       OPEN INPUT fconges
       MOVE 0 TO WfinArc
       PERFORM WITH TEST AFTER UNTIL WfinArc = 1
           READ fconges NEXT
           AT END MOVE 1 TO WfinArc
           NOT AT END
               IF fco_annee = arc_annee
                   ADD 1 TO arc_nbCoRestants
               END-IF
           END-READ
       END-PERFORM
       CLOSE fconges.


       ARCHIVER-ANNULES-EXERCICE.
      *Meme traitement pour les bulletins annules de l'annee
       MOVE 0 TO arc_nbBaCopies
       MOVE 0 TO arc_nbBaSupprimes
       MOVE 0 TO arc_nbBaHisto
       MOVE 0 TO arc_nbBaRestants
       MOVE 0 TO arc_totalNetAnnule

       OPEN I-O fhAnnules
       IF cr_fhAnnules = 35
           OPEN OUTPUT fhAnnules
       END-IF
       OPEN INPUT fbulletinsAnnules
       MOVE 0 TO WfinArc
       PERFORM WITH TEST AFTER UNTIL WfinArc = 1
           READ fbulletinsAnnules NEXT
           AT END MOVE 1 TO WfinArc
           NOT AT END
               IF fba_annee = arc_annee
                   MOVE tamp_fbulletinsAnnules TO tamp_fhAnnules
                   WRITE tamp_fhAnnules
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO arc_nbBaCopies
                   END-WRITE
               END-IF
           END-READ
       END-PERFORM
       CLOSE fbulletinsAnnules
       CLOSE fhAnnules

       OPEN INPUT fhAnnules
       OPEN I-O fbulletinsAnnules
       IF cr_fhAnnules = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fhAnnules NEXT
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   ADD 1 TO arc_nbBaHisto
                   MOVE tamp_fhAnnules TO tamp_fbulletinsAnnules
                   COMPUTE arc_totalNetAnnule =
                       arc_totalNetAnnule + fba_salaireNet
                   DELETE fbulletinsAnnules
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO arc_nbBaSupprimes
                   END-DELETE
               END-READ
           END-PERFORM
           CLOSE fhAnnules
       END-IF
       CLOSE fbulletinsAnnules

       OPEN INPUT fbulletinsAnnules
       MOVE 0 TO WfinArc
       PERFORM WITH TEST AFTER UNTIL WfinArc = 1
           READ fbulletinsAnnules NEXT
           AT END MOVE 1 TO WfinArc
           NOT AT END
               IF fba_annee = arc_annee
                   ADD 1 TO arc_nbBaRestants
               END-IF
           END-READ
       END-PERFORM
       CLOSE fbulletinsAnnules.


       ARCHIVER-JOURNAL-EXERCICE.
      *Les lignes du journal datees de l'annee sont ajoutees a
      *l'historique du journal, les autres sont recopiees dans
      *journal.tmp qui remplace ensuite journal.dat
      *Le nouvel historique est constitue dans
      *historique/journal_AAAA.tmp, substitue a l'ancien par mv avant
      *le remplacement de journal.dat : journal.tmp present sans
      *historique provisoire signale une interruption entre les deux,
      *les lignes de l'annee deja historisees sont alors seulement
      *retirees de journal.dat
      *Une REGULARISATION IR passee en debut d'annee pour l'exercice
      *precedent reste dans journal.dat tant que cet exercice n'est
      *pas archive : ARCHIVER-EXERCICE l'y cherche
       MOVE 0 TO arc_nbJoDeplaces
       MOVE 0 TO arc_nbJoConserves
       MOVE 0 TO arc_journalHistorise
       OPEN INPUT fjournalTravail
       IF cr_fjournalTravail = 0
           CLOSE fjournalTravail
           OPEN INPUT fhJournalTravail
           IF cr_fhJournalTravail = 0
               CLOSE fhJournalTravail
           ELSE
               MOVE 1 TO arc_journalHistorise
           END-IF
       END-IF
       OPEN INPUT fjournal
       IF cr_fjournal NOT = 0
           CONTINUE
       ELSE
           IF arc_journalHistorise = 0
               PERFORM COPIER-HISTORIQUE-JOURNAL
           END-IF
           OPEN OUTPUT fjournalTravail
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fjournal
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   MOVE 0 TO arc_ligneConservee
                   IF fj_dateHeure(7:4) NOT = arc_annee
                       MOVE 1 TO arc_ligneConservee
                   ELSE
                       IF fj_operation = "REGULARISATION IR"
                           PERFORM CONTROLER-REGULARISATION-ARCHIVEE
                       END-IF
                   END-IF
                   IF arc_ligneConservee = 0
                       IF arc_journalHistorise = 0
                           MOVE tamp_fjournal TO ligne-hJournalTravail
                           WRITE ligne-hJournalTravail
                       END-IF
                       ADD 1 TO arc_nbJoDeplaces
                   ELSE
                       MOVE tamp_fjournal TO ligne-journalTravail
                       WRITE ligne-journalTravail
                       ADD 1 TO arc_nbJoConserves
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fjournal
           CLOSE fjournalTravail

           IF arc_journalHistorise = 0
               CLOSE fhJournalTravail
               IF arc_nbJoDeplaces > 0
                   MOVE SPACES TO svg_commande
                   STRING "mv " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOM-HISTO-JOURNAL-TMP)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOM-HISTO-JOURNAL)
                       DELIMITED BY SIZE
                       INTO svg_commande
                   END-STRING
                   CALL "SYSTEM" USING svg_commande
                   IF RETURN-CODE = 0
                       MOVE 1 TO arc_journalHistorise
                   ELSE
                       DISPLAY "erreur lors de la mise a jour de "
                           FUNCTION TRIM(WS-NOM-HISTO-JOURNAL)
                       MOVE 0 TO arc_nbJoDeplaces
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

      *journal.tmp n'est supprime que si journal.dat a ete remplace
      *ou n'avait pas a l'etre
           IF arc_journalHistorise = 1
               MOVE SPACES TO svg_commande
               MOVE "mv journal.tmp journal.dat" TO svg_commande
               CALL "SYSTEM" USING svg_commande
               IF RETURN-CODE NOT = 0
                   DISPLAY "erreur lors du remplacement de journal.dat"
                       " - relancer l'archivage"
               END-IF
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE SPACES TO svg_commande
               MOVE "rm -f journal.tmp" TO svg_commande
               CALL "SYSTEM" USING svg_commande
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO svg_commande
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOM-HISTO-JOURNAL-TMP)
               DELIMITED BY SIZE
               INTO svg_commande
           END-STRING
           CALL "SYSTEM" USING svg_commande
           MOVE 0 TO RETURN-CODE
       END-IF.


       CONTROLER-REGULARISATION-ARCHIVEE.
      *arc_ligneConservee = 1 si la REGULARISATION IR courante du
      *journal porte sur un autre exercice, pas encore archive
       IF fj_details(1:6) = "annee=" AND fj_details(7:4) IS NUMERIC
           AND fj_details(7:4) NOT = arc_annee
           MOVE 1 TO arc_ligneConservee
           OPEN INPUT fexercices
           IF cr_fexercices = 0
               MOVE fj_details(7:4) TO fex_annee
               READ fexercices
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fex_statut = "A"
                           MOVE 0 TO arc_ligneConservee
                       END-IF
               END-READ
               CLOSE fexercices
           END-IF
       END-IF.


       COPIER-HISTORIQUE-JOURNAL.
      *Historique provisoire du journal ouvert en sortie, amorce avec
      *les lignes deja presentes dans l'historique de l'exercice
       OPEN OUTPUT fhJournalTravail
       OPEN INPUT fhJournal
       IF cr_fhJournal = 0
           MOVE 0 TO WfinArc
           PERFORM WITH TEST AFTER UNTIL WfinArc = 1
               READ fhJournal
               AT END MOVE 1 TO WfinArc
               NOT AT END
                   MOVE ligne-hJournal TO ligne-hJournalTravail
                   WRITE ligne-hJournalTravail
               END-READ
           END-PERFORM
           CLOSE fhJournal
       END-IF.


       EDITER-ETAT-ARCHIVAGE.
      *Etat de controle archivage_AAAA.txt : nombres et totaux
      *deplaces par fichier et enregistrements restant en production
       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       STRING "archivage_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc
       MOVE SPACES TO ligne-bulletin
       STRING "ETAT DE CONTROLE DE L'ARCHIVAGE DE L'EXERCICE "
           DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Date : " DELIMITED BY SIZE
           rv_dateJour DELIMITED BY SIZE
           "   Utilisateur : " DELIMITED BY SIZE
           FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE "BULLETINS DE PAIE" TO arc_libelle
       PERFORM ECRIRE-TITRE-ARCHIVAGE
       MOVE "Copies dans l'historique ce passage" TO arc_libelle
       MOVE arc_nbBpCopies TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Presents dans l'historique" TO arc_libelle
       MOVE arc_nbBpHisto TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Supprimes de la production" TO arc_libelle
       MOVE arc_nbBpSupprimes TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Restant en production" TO arc_libelle
       MOVE arc_nbBpRestants TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Total salaire brut" TO arc_libelle
       MOVE arc_totalBrut TO affichage_arc
       PERFORM ECRIRE-MONTANT-ARCHIVAGE
       MOVE "Total impot sur le revenu" TO arc_libelle
       MOVE arc_totalIR TO affichage_arc
       PERFORM ECRIRE-MONTANT-ARCHIVAGE
       MOVE "Total salaire net" TO arc_libelle
       MOVE arc_totalNet TO affichage_arc
       PERFORM ECRIRE-MONTANT-ARCHIVAGE

       MOVE "CONGES" TO arc_libelle
       PERFORM ECRIRE-TITRE-ARCHIVAGE
       MOVE "Copies dans l'historique ce passage" TO arc_libelle
       MOVE arc_nbCoCopies TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Presents dans l'historique" TO arc_libelle
       MOVE arc_nbCoHisto TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Supprimes de la production" TO arc_libelle
       MOVE arc_nbCoSupprimes TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Restant en production" TO arc_libelle
       MOVE arc_nbCoRestants TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Total jours pris" TO arc_libelle
       MOVE arc_totalJoursPris TO affichage_arc
       PERFORM ECRIRE-MONTANT-ARCHIVAGE

       MOVE "BULLETINS ANNULES" TO arc_libelle
       PERFORM ECRIRE-TITRE-ARCHIVAGE
       MOVE "Copies dans l'historique ce passage" TO arc_libelle
       MOVE arc_nbBaCopies TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Presents dans l'historique" TO arc_libelle
       MOVE arc_nbBaHisto TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Supprimes de la production" TO arc_libelle
       MOVE arc_nbBaSupprimes TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Restant en production" TO arc_libelle
       MOVE arc_nbBaRestants TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Total net annule" TO arc_libelle
       MOVE arc_totalNetAnnule TO affichage_arc
       PERFORM ECRIRE-MONTANT-ARCHIVAGE

       MOVE "JOURNAL" TO arc_libelle
       PERFORM ECRIRE-TITRE-ARCHIVAGE
       MOVE "Lignes deplacees ce passage" TO arc_libelle
       MOVE arc_nbJoDeplaces TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE
       MOVE "Lignes conservees en production" TO arc_libelle
       MOVE arc_nbJoConserves TO arc_nombre
       PERFORM ECRIRE-NOMBRE-ARCHIVAGE

       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       IF arc_statutExercice = "A"
           MOVE "Exercice archive - historiques en lecture seule"
               TO ligne-bulletin
       ELSE
           MOVE "ARCHIVAGE INCOMPLET - relancer l'archivage"
               TO ligne-bulletin
       END-IF
       WRITE ligne-bulletin
       CLOSE fbulletinDoc
       DISPLAY "Etat de controle genere : " WS-NOM-FICHIER-BULLETIN.


       ECRIRE-TITRE-ARCHIVAGE.
       MOVE SPACES TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE arc_libelle TO ligne-bulletin
       WRITE ligne-bulletin.


       ECRIRE-NOMBRE-ARCHIVAGE.
       MOVE arc_nombre TO affichage_arcNombre
       MOVE SPACES TO ligne-bulletin
       MOVE arc_libelle TO ligne-bulletin(3:40)
       MOVE affichage_arcNombre TO ligne-bulletin(55:7)
       WRITE ligne-bulletin.


       ECRIRE-MONTANT-ARCHIVAGE.
       MOVE SPACES TO ligne-bulletin
       MOVE arc_libelle TO ligne-bulletin(3:40)
       MOVE affichage_arc TO ligne-bulletin(44:18)
       WRITE ligne-bulletin.


       PREPARER-NOMS-HISTORIQUE.
      *Noms des fichiers d'historique de l'exercice arc_annee
       MOVE SPACES TO WS-NOM-HISTO-BULLETINS
       STRING "historique/bulletinsPaie_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-NOM-HISTO-BULLETINS
       END-STRING
       MOVE SPACES TO WS-NOM-HISTO-CONGES
       STRING "historique/conges_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-NOM-HISTO-CONGES
       END-STRING
       MOVE SPACES TO WS-NOM-HISTO-ANNULES
       STRING "historique/bulletinsAnnules_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-NOM-HISTO-ANNULES
       END-STRING
       MOVE SPACES TO WS-NOM-HISTO-JOURNAL
       STRING "historique/journal_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-NOM-HISTO-JOURNAL
       END-STRING
       MOVE SPACES TO WS-NOM-HISTO-JOURNAL-TMP
       STRING "historique/journal_" DELIMITED BY SIZE
           arc_annee DELIMITED BY SIZE
           ".tmp" DELIMITED BY SIZE
           INTO WS-NOM-HISTO-JOURNAL-TMP
       END-STRING.


       CHERCHER-EXERCICE-ARCHIVE.
      *WExerciceArchive = 1 si l'exercice arc_annee a ete archive,
      *meme partiellement (statut E) : ses enregistrements sont alors
      *a chercher aussi dans les historiques, dont les noms sont
      *prepares
       MOVE 0 TO WExerciceArchive
       MOVE SPACES TO arc_statutExercice
       OPEN INPUT fexercices
       IF cr_fexercices = 0
           MOVE arc_annee TO fex_annee
           READ fexercices
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WExerciceArchive
                   MOVE fex_statut TO arc_statutExercice
           END-READ
           CLOSE fexercices
       END-IF
       IF WExerciceArchive = 1
           PERFORM PREPARER-NOMS-HISTORIQUE
       END-IF.


       LIRE-BULLETIN-EXERCICE.
      *Lecture du bulletin de cle fbp_mois/fbp_annee/fbp_identifiant,
      *fbulletinsPaie etant ouvert par l'appelant - a defaut en
      *production, le bulletin est lu dans l'historique de l'exercice
      *s'il est archive ; WBulletinTrouve = 1 si le bulletin existe
       MOVE 0 TO WBulletinTrouve
       MOVE fbp_cleBP TO hbp_cleBP
       READ fbulletinsPaie
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO WBulletinTrouve
       END-READ
       IF WBulletinTrouve = 0
           MOVE hbp_annee TO arc_annee
           PERFORM CHERCHER-EXERCICE-ARCHIVE
           IF WExerciceArchive = 1
               OPEN INPUT fhBulletins
               IF cr_fhBulletins = 0
                   READ fhBulletins
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE tamp_fhBulletins TO tamp_fbulletinsPaie
                           MOVE 1 TO WBulletinTrouve
                   END-READ
                   CLOSE fhBulletins
               END-IF
           END-IF
       END-IF.


       LIRE-CONGE-HISTORIQUE.
      *Lecture dans l'historique de l'exercice archive du conge de
      *cle fco_identifiant/fco_mois/fco_annee ; WCongeTrouve = 1 si
      *l'enregistrement existe
       MOVE 0 TO WCongeTrouve
       MOVE fco_cleConge TO hco_cleConge
       MOVE hco_annee TO arc_annee
       PERFORM CHERCHER-EXERCICE-ARCHIVE
       IF WExerciceArchive = 1
           OPEN INPUT fhConges
           IF cr_fhConges = 0
               READ fhConges
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE tamp_fhConges TO tamp_fconges
                       MOVE 1 TO WCongeTrouve
               END-READ
               CLOSE fhConges
           END-IF
       END-IF.


       CONTROLE-VARIATIONS.
      *Etat de controle avant cloture : compare employe par employe
      *le bulletin du mois a celui du mois precedent (heures, brut,
      *retenues, net) et signale tout ecart depassant un seuil en
      *pourcentage ou en montant, les employes payes le mois dernier
      *sans bulletin ce mois-ci et les nouveaux bulletins sans
      *historique - la periode est marquee controlee pour la cloture
       DISPLAY "Rapport de controle des variations de paie"
       DISPLAY SEPARATOR
       DISPLAY "Mois a controler (MM) : "
       ACCEPT temp_cv_mois
       DISPLAY "Annee a controler (AAAA) : "
       ACCEPT temp_cv_annee

       IF temp_cv_mois = 1
           MOVE 12 TO cv_moisPrecedent
           COMPUTE cv_anneePrecedente = temp_cv_annee - 1
       ELSE
           COMPUTE cv_moisPrecedent = temp_cv_mois - 1
           MOVE temp_cv_annee TO cv_anneePrecedente
       END-IF

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Seuil d'ecart en pourcentage ? format : XX,XX",
           " (exemple : 25,00)"
           ACCEPT saisie_seuilCV
           INSPECT saisie_seuilCV REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_seuilCV) TO cv_seuilPourcent
           IF cv_seuilPourcent <= 0
               DISPLAY "Le seuil doit etre positif"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Seuil d'ecart en montant ? format : XXX,XX"
           ACCEPT saisie_seuilCV
           INSPECT saisie_seuilCV REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_seuilCV) TO cv_seuilMontant
           IF cv_seuilMontant <= 0
               DISPLAY "Le seuil doit etre positif"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       STRING "controle_variations_" DELIMITED BY SIZE
           temp_cv_mois DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           temp_cv_annee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING

       MOVE 0 TO cv_nbEcarts
       MOVE 0 TO cv_nbSansBulletin
       MOVE 0 TO cv_nbSansHistorique

       OPEN OUTPUT fbulletinDoc
       OPEN INPUT femployes
       OPEN INPUT fbulletinsPaie

       MOVE SPACES TO ligne-bulletin
       STRING "CONTROLE DES VARIATIONS DE PAIE - " DELIMITED BY SIZE
           temp_cv_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_cv_annee DELIMITED BY SIZE
           " (reference " DELIMITED BY SIZE
           cv_moisPrecedent DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           cv_anneePrecedente DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE cv_seuilPourcent TO affichage_pourcentCV
       MOVE cv_seuilMontant TO affichage_ecartCV
       MOVE SPACES TO ligne-bulletin
       STRING "Seuils : " DELIMITED BY SIZE
           FUNCTION TRIM(affichage_pourcentCV) DELIMITED BY SIZE
           " % ou " DELIMITED BY SIZE
           FUNCTION TRIM(affichage_ecartCV) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ femployes NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               PERFORM CONTROLER-EMPLOYE-CV
           END-READ
       END-PERFORM

       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cv_nbEcarts TO affichage_compteur
       MOVE SPACES TO ligne-bulletin
       STRING "Ecarts signales : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cv_nbSansBulletin TO affichage_compteur
       MOVE SPACES TO ligne-bulletin
       STRING "Employes sans bulletin ce mois : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE cv_nbSansHistorique TO affichage_compteur
       MOVE SPACES TO ligne-bulletin
       STRING "Nouveaux bulletins sans historique : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin

       CLOSE femployes
       CLOSE fbulletinsPaie
       CLOSE fbulletinDoc
       DISPLAY "Rapport de controle genere : " WS-NOM-FICHIER-BULLETIN
       MOVE cv_nbEcarts TO affichage_compteur
       DISPLAY "Ecarts signales : " affichage_compteur
       MOVE cv_nbSansBulletin TO affichage_compteur
       DISPLAY "Employes sans bulletin ce mois : " affichage_compteur
       MOVE cv_nbSansHistorique TO affichage_compteur
       DISPLAY "Nouveaux bulletins sans historique : "
           affichage_compteur

      *La periode est marquee controlee : la cloture n'affichera plus
      *d'avertissement
       OPEN I-O fperiodes
       MOVE temp_cv_mois TO fp_mois
       MOVE temp_cv_annee TO fp_annee
       READ fperiodes
           INVALID KEY
               DISPLAY "Periode inexistante - le controle ne sera pas",
               " memorise pour la cloture"
           NOT INVALID KEY
               MOVE "O" TO fp_controleVariations
               REWRITE tamp_fperiodes
       END-READ
       CLOSE fperiodes

       MOVE "CONTROLE VARIATIONS" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE cv_nbEcarts TO affichage_compteur
       STRING "periode=" DELIMITED BY SIZE
           temp_cv_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_cv_annee DELIMITED BY SIZE
           " ecarts=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_compteur) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CONTROLER-EMPLOYE-CV.
      *Compare les bulletins du mois controle et du mois precedent
      *pour l'employe courant de femployes - les lectures se font par
      *cle primaire et ne deplacent pas le curseur de femployes
       MOVE 0 TO cv_bulletinMoisTrouve
       MOVE temp_cv_mois TO fbp_mois
       MOVE temp_cv_annee TO fbp_annee
       MOVE fe_numIdentification TO fbp_identifiant
       READ fbulletinsPaie
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO cv_bulletinMoisTrouve
               MOVE fbp_heuresTravailles TO cv_heuresMois
               MOVE fbp_salaireBrut TO cv_brutMois
               MOVE fbp_salaireNet TO cv_netMois
               COMPUTE cv_retenuesMois = fbp_cotisations +
                   fbp_impotRevenu + fbp_autresDeductions
       END-READ

       MOVE 0 TO cv_bulletinPrecTrouve
       MOVE cv_moisPrecedent TO fbp_mois
       MOVE cv_anneePrecedente TO fbp_annee
       MOVE fe_numIdentification TO fbp_identifiant
       PERFORM LIRE-BULLETIN-EXERCICE
       IF WBulletinTrouve = 1
           MOVE 1 TO cv_bulletinPrecTrouve
           MOVE fbp_heuresTravailles TO cv_heuresPrecedentes
           MOVE fbp_salaireBrut TO cv_brutPrecedent
           MOVE fbp_salaireNet TO cv_netPrecedent
           COMPUTE cv_retenuesPrecedentes = fbp_cotisations +
               fbp_impotRevenu + fbp_autresDeductions
       END-IF

       EVALUATE TRUE
           WHEN cv_bulletinMoisTrouve = 1 AND cv_bulletinPrecTrouve = 1
               MOVE "Heures travaillees" TO cv_libelleValeur
               MOVE cv_heuresMois TO cv_valeurMois
               MOVE cv_heuresPrecedentes TO cv_valeurPrecedente
               PERFORM COMPARER-VALEUR-CV
               MOVE "Salaire brut" TO cv_libelleValeur
               MOVE cv_brutMois TO cv_valeurMois
               MOVE cv_brutPrecedent TO cv_valeurPrecedente
               PERFORM COMPARER-VALEUR-CV
               MOVE "Retenues" TO cv_libelleValeur
               MOVE cv_retenuesMois TO cv_valeurMois
               MOVE cv_retenuesPrecedentes TO cv_valeurPrecedente
               PERFORM COMPARER-VALEUR-CV
               MOVE "Salaire net" TO cv_libelleValeur
               MOVE cv_netMois TO cv_valeurMois
               MOVE cv_netPrecedent TO cv_valeurPrecedente
               PERFORM COMPARER-VALEUR-CV
           WHEN cv_bulletinMoisTrouve = 0 AND cv_bulletinPrecTrouve = 1
               ADD 1 TO cv_nbSansBulletin
               MOVE SPACES TO ligne-bulletin
               STRING "SANS BULLETIN CE MOIS - " DELIMITED BY SIZE
                   FUNCTION TRIM(fe_numIdentification)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
                   " (paye le mois precedent)" DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
               WRITE ligne-bulletin
           WHEN cv_bulletinMoisTrouve = 1 AND cv_bulletinPrecTrouve = 0
               ADD 1 TO cv_nbSansHistorique
               MOVE SPACES TO ligne-bulletin
               STRING "NOUVEAU BULLETIN SANS HISTORIQUE - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(fe_numIdentification)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
                   INTO ligne-bulletin
               END-STRING
               WRITE ligne-bulletin
           WHEN OTHER
               CONTINUE
       END-EVALUATE.


       COMPARER-VALEUR-CV.
      *Signale l'ecart entre cv_valeurMois et cv_valeurPrecedente si
      *il depasse le seuil en montant ou le seuil en pourcentage
       IF cv_valeurMois > cv_valeurPrecedente
           COMPUTE cv_ecartMontant =
               cv_valeurMois - cv_valeurPrecedente
       ELSE
           COMPUTE cv_ecartMontant =
               cv_valeurPrecedente - cv_valeurMois
       END-IF
       MOVE 0 TO cv_ecartPourcent
       IF cv_valeurPrecedente > 0
           COMPUTE cv_ecartPourcent = cv_ecartMontant * 100 /
               cv_valeurPrecedente
       END-IF
       IF cv_ecartMontant > cv_seuilMontant OR
           (cv_valeurPrecedente > 0 AND
           cv_ecartPourcent > cv_seuilPourcent)
           ADD 1 TO cv_nbEcarts
           MOVE SPACES TO ligne-bulletin
           STRING "ECART " DELIMITED BY SIZE
               FUNCTION TRIM(cv_libelleValeur) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(fe_numIdentification) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fe_prenom) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           MOVE cv_valeurPrecedente TO affichage_ecartCV
           MOVE cv_valeurMois TO affichage_moisCV
           STRING "  mois precedent : " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_ecartCV) DELIMITED BY SIZE
               "  ce mois : " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_moisCV) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
           MOVE SPACES TO ligne-bulletin
           MOVE cv_ecartMontant TO affichage_ecartCV
           MOVE cv_ecartPourcent TO affichage_pourcentCV
           STRING "  ecart : " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_ecartCV) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_pourcentCV) DELIMITED BY SIZE
               " %)" DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
       END-IF.


       VERIFIER-COHERENCE.
      *Controle global de coherence entre les fichiers : chaque
      *anomalie est ecrite avec sa gravite dans un fichier compte
      *rendu, sur le modele du fichier de rejets du pointage -
      *bulletins orphelins, metiers disparus, conges et prets sur des
      *identifiants inconnus, soldes de prets aberrants, RIB ou
      *numero CNSS a blanc pour des employes payes, totaux de
      *rapports decales par rapport a la somme des bulletins
       DISPLAY "Verification de coherence des fichiers"
       DISPLAY SEPARATOR

       STRING "coherence_anomalies_" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-REJETS
       END-STRING
       OPEN OUTPUT frejets
       MOVE 0 TO vc_nbMajeures
       MOVE 0 TO vc_nbMineures

       PERFORM CONTROLER-BULLETINS-VC
       PERFORM CONTROLER-EMPLOYES-VC
       PERFORM CONTROLER-CONGES-VC
       PERFORM CONTROLER-PRETS-VC
       PERFORM CONTROLER-RAPPORTS-VC

       MOVE SPACES TO ligne-rejet
       MOVE vc_nbMajeures TO affichage_compteur
       STRING "Anomalies majeures : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-rejet
       WRITE ligne-rejet
       MOVE SPACES TO ligne-rejet
       MOVE vc_nbMineures TO affichage_compteur
       STRING "Anomalies mineures : " DELIMITED BY SIZE
           affichage_compteur DELIMITED BY SIZE
           INTO ligne-rejet
       WRITE ligne-rejet
       CLOSE frejets

       DISPLAY SEPARATOR
       MOVE vc_nbMajeures TO affichage_compteur
       DISPLAY "Anomalies majeures : " affichage_compteur
       MOVE vc_nbMineures TO affichage_compteur
       DISPLAY "Anomalies mineures : " affichage_compteur
       DISPLAY "Etat des anomalies : " WS-NOM-FICHIER-REJETS

       MOVE "VERIFICATION COHERENCE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE vc_nbMajeures TO vc_affMajeures
       MOVE vc_nbMineures TO vc_affMineures
       STRING "majeures=" DELIMITED BY SIZE
           FUNCTION TRIM(vc_affMajeures) DELIMITED BY SIZE
           " mineures=" DELIMITED BY SIZE
           FUNCTION TRIM(vc_affMineures) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       ECRIRE-ANOMALIE-VC.
      *Ligne d'anomalie au format gravite;cle;motif, comme les lignes
      *du fichier de rejets du pointage
       IF vc_gravite = "MAJEURE"
           ADD 1 TO vc_nbMajeures
       ELSE
           ADD 1 TO vc_nbMineures
       END-IF
       MOVE SPACES TO ligne-rejet
       STRING FUNCTION TRIM(vc_gravite) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(vc_cle) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(vc_motif) DELIMITED BY SIZE
           INTO ligne-rejet
       END-STRING
       WRITE ligne-rejet.


       CHERCHER-IDENTIFIANT-VC.
      *Positionne vc_identifiantConnu selon que fe_numIdentification
      *existe dans employes.dat ou dans archiveEmployes.dat - les deux
      *fichiers doivent etre ouverts en INPUT par l'appelant
       MOVE 0 TO vc_identifiantConnu
       READ femployes
           INVALID KEY
               MOVE fe_numIdentification TO fa_numIdentification
               READ farchiveEmployes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO vc_identifiantConnu
               END-READ
           NOT INVALID KEY
               MOVE 1 TO vc_identifiantConnu
       END-READ.


       CONTROLER-BULLETINS-VC.
      *Bulletins dont l'identifiant n'existe ni dans employes.dat ni
      *dans archiveEmployes.dat
       OPEN INPUT fbulletinsPaie
       OPEN INPUT femployes
       OPEN INPUT farchiveEmployes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbulletinsPaie NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE fbp_identifiant TO fe_numIdentification
               PERFORM CHERCHER-IDENTIFIANT-VC
               IF vc_identifiantConnu = 0
                   MOVE "MAJEURE" TO vc_gravite
                   MOVE SPACES TO vc_cle
                   STRING FUNCTION TRIM(fbp_identifiant)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       fbp_mois DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       fbp_annee DELIMITED BY SIZE
                       INTO vc_cle
                   END-STRING
                   MOVE "bulletin sans employe connu ni archive"
                       TO vc_motif
                   PERFORM ECRIRE-ANOMALIE-VC
               END-IF
           END-READ
       END-PERFORM
       CLOSE fbulletinsPaie
       CLOSE femployes
       CLOSE farchiveEmployes.


       CONTROLER-EMPLOYES-VC.
      *Employes dont le metier n'existe plus dans metiers.dat, et
      *employes payes (au moins un bulletin) avec RIB ou numero CNSS
      *a blanc - le virement et la declaration CNSS sortiraient des
      *lignes inutilisables
       OPEN INPUT femployes
       OPEN INPUT fmetiers
       OPEN INPUT fbulletinsPaie
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ femployes NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE fe_metier TO fm_nomMetier
               READ fmetiers
                   INVALID KEY
                       MOVE "MAJEURE" TO vc_gravite
                       MOVE fe_numIdentification TO vc_cle
                       MOVE SPACES TO vc_motif
                       STRING "metier inexistant dans metiers.dat : "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(fe_metier) DELIMITED BY SIZE
                           INTO vc_motif
                       END-STRING
                       PERFORM ECRIRE-ANOMALIE-VC
                   NOT INVALID KEY
                       CONTINUE
               END-READ

               MOVE 0 TO vc_employePaye
               MOVE fe_numIdentification TO fbp_identifiant
               START fbulletinsPaie, KEY IS = fbp_identifiant
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fbulletinsPaie NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF fbp_identifiant = fe_numIdentification
                               MOVE 1 TO vc_employePaye
                           END-IF
                       END-READ
               END-START
               IF vc_employePaye = 1
                   IF fe_rib = SPACES
                       MOVE "MAJEURE" TO vc_gravite
                       MOVE fe_numIdentification TO vc_cle
                       MOVE "RIB a blanc pour un employe paye"
                           TO vc_motif
                       PERFORM ECRIRE-ANOMALIE-VC
                   END-IF
                   IF fe_numCNSS = SPACES
                       MOVE "MAJEURE" TO vc_gravite
                       MOVE fe_numIdentification TO vc_cle
                       MOVE "numero CNSS a blanc pour un employe paye"
                           TO vc_motif
                       PERFORM ECRIRE-ANOMALIE-VC
                   END-IF
               END-IF
           END-READ
       END-PERFORM
       CLOSE femployes
       CLOSE fmetiers
       CLOSE fbulletinsPaie.


       CONTROLER-CONGES-VC.
      *Conges rattaches a des identifiants inconnus
       OPEN INPUT fconges
       OPEN INPUT femployes
       OPEN INPUT farchiveEmployes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fconges NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE fco_identifiant TO fe_numIdentification
               PERFORM CHERCHER-IDENTIFIANT-VC
               IF vc_identifiantConnu = 0
                   MOVE "MINEURE" TO vc_gravite
                   MOVE SPACES TO vc_cle
                   STRING FUNCTION TRIM(fco_identifiant)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       fco_mois DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       fco_annee DELIMITED BY SIZE
                       INTO vc_cle
                   END-STRING
                   MOVE "conge rattache a un identifiant inconnu"
                       TO vc_motif
                   PERFORM ECRIRE-ANOMALIE-VC
               END-IF
           END-READ
       END-PERFORM
       CLOSE fconges
       CLOSE femployes
       CLOSE farchiveEmployes.


       CONTROLER-PRETS-VC.
      *Prets rattaches a des identifiants inconnus et prets dont le
      *solde restant depasse le montant accorde
       OPEN INPUT fprets
       OPEN INPUT femployes
       OPEN INPUT farchiveEmployes
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fprets NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE fpr_identifiant TO fe_numIdentification
               PERFORM CHERCHER-IDENTIFIANT-VC
               IF vc_identifiantConnu = 0
                   MOVE "MAJEURE" TO vc_gravite
                   MOVE SPACES TO vc_cle
                   STRING FUNCTION TRIM(fpr_identifiant)
                       DELIMITED BY SIZE
                       " pret " DELIMITED BY SIZE
                       fpr_numPret DELIMITED BY SIZE
                       INTO vc_cle
                   END-STRING
                   MOVE "pret rattache a un identifiant inconnu"
                       TO vc_motif
                   PERFORM ECRIRE-ANOMALIE-VC
               END-IF
               IF fpr_soldeRestant > fpr_montantAccorde
                   MOVE "MAJEURE" TO vc_gravite
                   MOVE SPACES TO vc_cle
                   STRING FUNCTION TRIM(fpr_identifiant)
                       DELIMITED BY SIZE
                       " pret " DELIMITED BY SIZE
                       fpr_numPret DELIMITED BY SIZE
                       INTO vc_cle
                   END-STRING
                   MOVE "solde restant superieur au montant accorde"
                       TO vc_motif
                   PERFORM ECRIRE-ANOMALIE-VC
               END-IF
           END-READ
       END-PERFORM
       CLOSE fprets
       CLOSE femployes
       CLOSE farchiveEmployes.


       CONTROLER-RAPPORTS-VC.
      *Totaux de rapportspaie.dat qui ne correspondent plus a la
      *somme des bulletins du mois (bulletin annule ou produit apres
      *la generation du rapport)
       OPEN INPUT frapportsPaie
       OPEN INPUT fbulletinsPaie
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ frapportsPaie NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               MOVE 0 TO temp_fr_totalSalaires
               MOVE 0 TO temp_fr_totalCotisations
               MOVE 0 TO temp_fr_totalCotisationsPatronales
               MOVE 0 TO temp_fr_totalImpotRevenu
               MOVE 0 TO temp_fr_totalAutresDeductions
               MOVE fr_annee TO fbp_annee
               START fbulletinsPaie, KEY IS = fbp_annee
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin2
                       PERFORM WITH TEST AFTER UNTIL Wfin2 = 1
                           READ fbulletinsPaie NEXT
                           AT END MOVE 1 TO Wfin2
                           NOT AT END
                               IF fbp_annee NOT = fr_annee
                                   MOVE 1 TO Wfin2
                               ELSE
                                   IF fbp_mois = fr_mois
                                       COMPUTE temp_fr_totalSalaires =
                                           temp_fr_totalSalaires +
                                           fbp_salaireBrut
                                       COMPUTE temp_fr_totalCotisations
                                           = temp_fr_totalCotisations +
                                           fbp_cotisations
                                       COMPUTE
                                      temp_fr_totalCotisationsPatronales
                                           =
                                      temp_fr_totalCotisationsPatronales
                                           + fbp_cotisationsPatronales
                                       COMPUTE temp_fr_totalImpotRevenu
                                           = temp_fr_totalImpotRevenu +
                                           fbp_impotRevenu
                                       COMPUTE
                                        temp_fr_totalAutresDeductions =
                                        temp_fr_totalAutresDeductions +
                                           fbp_autresDeductions
                                   END-IF
                               END-IF
                       END-PERFORM
               END-START
               MOVE 0 TO vc_ecartTotaux
               IF fr_totalSalaires NOT = temp_fr_totalSalaires OR
                   fr_totalCotisations NOT = temp_fr_totalCotisations
                   OR fr_totalCotisationsPatronales NOT =
                   temp_fr_totalCotisationsPatronales OR
                   fr_totalImpotRevenu NOT = temp_fr_totalImpotRevenu
                   OR fr_totalAutresDeductions NOT =
                   temp_fr_totalAutresDeductions
                   MOVE 1 TO vc_ecartTotaux
               END-IF
      *Les bulletins d'un exercice archive ne sont plus en
      *production : ses totaux ont ete controles a l'archivage
               MOVE fr_annee TO arc_annee
               PERFORM CHERCHER-EXERCICE-ARCHIVE
               IF WExerciceArchive = 1
                   MOVE 0 TO vc_ecartTotaux
               END-IF
               IF vc_ecartTotaux = 1
                   MOVE "MAJEURE" TO vc_gravite
                   MOVE SPACES TO vc_cle
                   STRING "rapport " DELIMITED BY SIZE
                       fr_mois DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       fr_annee DELIMITED BY SIZE
                       INTO vc_cle
                   END-STRING
                   MOVE "totaux differents de la somme des bulletins"
                       TO vc_motif
                   PERFORM ECRIRE-ANOMALIE-VC
               END-IF
           END-READ
       END-PERFORM
       CLOSE frapportsPaie
       CLOSE fbulletinsPaie.


       ECRIRE-JOURNAL.
      *Trace une operation sensible dans le journal d'audit avec
      *date/heure et utilisateur connecte - temp_fj_operation et
      *temp_fj_details sont renseignes par l'appelant
       OPEN EXTEND fjournal
       IF cr_fjournal = 35
           OPEN OUTPUT fjournal
       END-IF
       MOVE SPACES TO fj_dateHeure
       STRING FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(11:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
           INTO fj_dateHeure
       END-STRING
       MOVE USERNAME TO fj_utilisateur
       MOVE temp_fj_operation TO fj_operation
       MOVE temp_fj_details TO fj_details
       WRITE tamp_fjournal
       CLOSE fjournal.


       CONSULTER-JOURNAL.
      *Consultation du journal d'audit, filtrable par date et par
      *utilisateur - accessible par le menu du niveau d'acces A
       DISPLAY "Consultation du journal d'audit"
       DISPLAY SEPARATOR
       DISPLAY "Filtrer sur une date (JJ/MM/AAAA, vide = toutes) : "
       ACCEPT filtre_dateJournal
       DISPLAY "Filtrer sur un utilisateur (vide = tous) : "
       ACCEPT filtre_utilisateur
       OPEN INPUT fjournal
       IF cr_fjournal NOT = 0
           DISPLAY "Journal d'audit vide ou inexistant"
       ELSE
           MOVE 0 TO Wfin
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fjournal
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF (filtre_dateJournal = SPACES OR
                       fj_dateHeure(1:10) = filtre_dateJournal) AND
                       (filtre_utilisateur = SPACES OR
                       fj_utilisateur = filtre_utilisateur)
                       MOVE 1 TO Wtrouve
                       DISPLAY fj_dateHeure " " fj_utilisateur
                       DISPLAY "Operation : " fj_operation
                       DISPLAY "Details : " fj_details
                       DISPLAY SEPARATOR
                   END-IF
               END-READ
           END-PERFORM
           IF Wtrouve = 0
               DISPLAY "Aucune entree ne correspond aux filtres"
           END-IF
           CLOSE fjournal
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GERER-PARAMETRES.
       DISPLAY "Gestion des parametres de paie"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Consulter les parametres en vigueur pour un mois"
       DISPLAY "2. - Saisir un jeu de parametres a une date d'effet"
       DISPLAY "3. - Lister les dates d'effet enregistrees"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM CONSULTER-PARAMETRES-MOIS
           WHEN 2 PERFORM SAISIR-PARAMETRES
           WHEN 3 PERFORM LISTER-PARAMETRES
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       CONSULTER-PARAMETRES-MOIS.
       DISPLAY "Parametres en vigueur pour un mois donne"
       DISPLAY SEPARATOR
       DISPLAY "Mois (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee (AAAA) : "
       ACCEPT temp_fp_annee
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES
       PERFORM AFFICHER-PARAMETRES
       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       AFFICHER-PARAMETRES.
       DISPLAY "Parametres en vigueur pour " temp_fp_mois "/"
           temp_fp_annee " :"
       MOVE TAUX-CS TO affichage_param
       DISPLAY "Taux cotisations salariales : " affichage_param
       MOVE PLAFOND-CS TO affichage_param
       DISPLAY "Plafond cotisations salariales : " affichage_param
       MOVE TAUX-CS-PATRONAL TO affichage_param
       DISPLAY "Taux cotisations patronales : " affichage_param
       MOVE PLAFOND-CS-PATRONAL TO affichage_param
       DISPLAY "Plafond cotisations patronales : " affichage_param
       MOVE SEUIL-HEURES-NORMALES TO affichage_param
       DISPLAY "Seuil mensuel d'heures normales : " affichage_param
       MOVE SEUIL-HEURES-ALERTE TO affichage_param
       DISPLAY "Seuil d'alerte sur les heures : " affichage_param
       MOVE DROIT-CONGES-MENSUEL TO affichage_param
       DISPLAY "Droit a conges mensuel (jours) : " affichage_param
       MOVE QUOTITE-SAISISSABLE TO affichage_param
       DISPLAY "Quotite saisissable du net : " affichage_param
       DISPLAY "Bareme de l'impot sur le revenu :"
       PERFORM VARYING WIdxParam FROM 1 BY 1 UNTIL WIdxParam > 6
           MOVE BT-PLAFOND(WIdxParam) TO affichage_param
           MOVE BT-TAUX(WIdxParam) TO affichage_tauxTranche
           DISPLAY "Tranche " WIdxParam " - plafond : "
               affichage_param " taux : " affichage_tauxTranche
       END-PERFORM
       DISPLAY "Bareme de la prime d'anciennete :"
       PERFORM VARYING WIdxAnc FROM 1 BY 1 UNTIL WIdxAnc > 4
           MOVE BA-TAUX(WIdxAnc) TO affichage_tauxTranche
           DISPLAY "Tranche " WIdxAnc " - a partir de "
               BA-SEUIL-ANNEES(WIdxAnc) " ans - taux : "
               affichage_tauxTranche
       END-PERFORM
       DISPLAY "Comptes comptables de l'export des ecritures :"
       DISPLAY "Salaires bruts (debit) : " COMPTE-SALAIRES
       DISPLAY "Charges patronales (debit) : "
           COMPTE-CHARGES-PATRONALES
       DISPLAY "CNSS a reverser (credit) : " COMPTE-CNSS
       DISPLAY "IR a reverser (credit) : " COMPTE-IR
       DISPLAY "Net a payer (credit) : " COMPTE-NET-A-PAYER
       DISPLAY "Prets au personnel (credit) : " COMPTE-PRETS
       DISPLAY "Autres retenues (credit) : " COMPTE-AUTRES-RETENUES.


       SAISIR-PARAMETRES.
      *Saisie d'un jeu complet de parametres prenant effet a un mois
      *donne - les valeurs en vigueur a cette date sont proposees en
      *reference et le jeu saisi les remplace a partir de ce mois
       DISPLAY "Saisie d'un jeu de parametres de paie"
       DISPLAY SEPARATOR
       DISPLAY "Mois de prise d'effet (MM) : "
       ACCEPT temp_fp_mois
       DISPLAY "Annee de prise d'effet (AAAA) : "
       ACCEPT temp_fp_annee
       COMPUTE WParamAnneeMois = temp_fp_annee * 100 + temp_fp_mois
       PERFORM CHARGER-PARAMETRES
       PERFORM AFFICHER-PARAMETRES
       DISPLAY SEPARATOR

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Taux cotisations salariales ? XX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param < 0 OR vrai_param > 1
               DISPLAY "taux invalide X>0 et X<1"
           ELSE
               MOVE vrai_param TO TAUX-CS
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Plafond cotisations salariales ? XXXX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= 0
               DISPLAY "plafond invalide, doit etre positif"
           ELSE
               MOVE vrai_param TO PLAFOND-CS
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Taux cotisations patronales ? XX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param < 0 OR vrai_param > 1
               DISPLAY "taux invalide X>0 et X<1"
           ELSE
               MOVE vrai_param TO TAUX-CS-PATRONAL
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Plafond cotisations patronales ? XXXX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= 0
               DISPLAY "plafond invalide, doit etre positif"
           ELSE
               MOVE vrai_param TO PLAFOND-CS-PATRONAL
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Seuil mensuel d'heures normales ? XXX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= 0
               DISPLAY "seuil invalide, doit etre positif"
           ELSE
               MOVE vrai_param TO SEUIL-HEURES-NORMALES
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Seuil d'alerte sur les heures ? XXX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= SEUIL-HEURES-NORMALES
               DISPLAY "le seuil d'alerte doit depasser le seuil",
               " d'heures normales"
           ELSE
               MOVE vrai_param TO SEUIL-HEURES-ALERTE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Droit a conges mensuel ? en jours, XX.XX : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= 0
               DISPLAY "droit invalide, doit etre positif"
           ELSE
               MOVE vrai_param TO DROIT-CONGES-MENSUEL
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Quotite saisissable du net ? X.XX (exemple :",
           " 0,33 pour le tiers) : "
           ACCEPT saisie_param
           INSPECT saisie_param REPLACING ALL ',' BY '.'
           MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
           IF vrai_param <= 0 OR vrai_param > 1
               DISPLAY "quotite invalide X>0 et X<=1"
           ELSE
               MOVE vrai_param TO QUOTITE-SAISISSABLE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       DISPLAY "Bareme de l'impot sur le revenu (6 tranches) :"
       PERFORM VARYING WIdxParam FROM 1 BY 1 UNTIL WIdxParam > 6
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Plafond de la tranche " WIdxParam,
               " ? XXXX.XX : "
               ACCEPT saisie_param
               INSPECT saisie_param REPLACING ALL ',' BY '.'
               MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
               IF vrai_param <= 0
                   DISPLAY "plafond invalide, doit etre positif"
               ELSE
                   MOVE vrai_param TO BT-PLAFOND(WIdxParam)
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Taux de la tranche " WIdxParam " ? X.XXX : "
               ACCEPT saisie_param
               INSPECT saisie_param REPLACING ALL ',' BY '.'
               MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
               IF vrai_param < 0 OR vrai_param > 1
                   DISPLAY "taux invalide X>=0 et X<1"
               ELSE
                   MOVE vrai_param TO BT-TAUX(WIdxParam)
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
       END-PERFORM

       DISPLAY "Bareme de la prime d'anciennete (4 tranches, seuil 0",
       " = tranche inutilisee) :"
       PERFORM VARYING WIdxAnc FROM 1 BY 1 UNTIL WIdxAnc > 4
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Seuil d'anciennete de la tranche " WIdxAnc,
               " ? en annees (XX) : "
               ACCEPT saisie_param
               IF saisie_param(1:2) IS NUMERIC
                   MOVE saisie_param(1:2) TO BA-SEUIL-ANNEES(WIdxAnc)
                   MOVE 1 TO Wtrouve
               ELSE
                   DISPLAY "seuil invalide, format NN (exemple : 02)"
               END-IF
           END-PERFORM
           MOVE 0 TO Wtrouve
           PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
               DISPLAY "Taux de la tranche " WIdxAnc " ? X.XXX : "
               ACCEPT saisie_param
               INSPECT saisie_param REPLACING ALL ',' BY '.'
               MOVE FUNCTION NUMVAL(saisie_param) TO vrai_param
               IF vrai_param < 0 OR vrai_param > 1
                   DISPLAY "taux invalide X>=0 et X<1"
               ELSE
                   MOVE vrai_param TO BA-TAUX(WIdxAnc)
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
       END-PERFORM

       DISPLAY "Comptes comptables de l'export des ecritures",
       " (vide = conserver) :"
       DISPLAY "Salaires bruts (debit), actuel " COMPTE-SALAIRES " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-SALAIRES
       END-IF
       DISPLAY "Charges patronales (debit), actuel "
           COMPTE-CHARGES-PATRONALES " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-CHARGES-PATRONALES
       END-IF
       DISPLAY "CNSS a reverser (credit), actuel " COMPTE-CNSS " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-CNSS
       END-IF
       DISPLAY "IR a reverser (credit), actuel " COMPTE-IR " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-IR
       END-IF
       DISPLAY "Net a payer (credit), actuel " COMPTE-NET-A-PAYER
           " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-NET-A-PAYER
       END-IF
       DISPLAY "Prets au personnel (credit), actuel " COMPTE-PRETS
           " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-PRETS
       END-IF
       DISPLAY "Autres retenues (credit), actuel "
           COMPTE-AUTRES-RETENUES " : "
       ACCEPT saisie_param
       IF saisie_param NOT = SPACES
           MOVE saisie_param(1:8) TO COMPTE-AUTRES-RETENUES
       END-IF

       PERFORM ENREGISTRER-PARAMETRES
       DISPLAY "Jeu de parametres enregistre avec effet au ",
           temp_fp_mois "/" temp_fp_annee

       MOVE "MAJ PARAMETRES PAIE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "jeu complet, effet=" DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       LISTER-PARAMETRES.
       DISPLAY "Dates d'effet des jeux de parametres enregistres"
       DISPLAY SEPARATOR
       OPEN INPUT fparametres
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fparametres NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               IF fpa_dateEffet = 0
                   DISPLAY "000000 - jeu d'origine"
               ELSE
                   DISPLAY "Effet au " fpa_dateEffet " (AAAAMM)"
               END-IF
           END-READ
       END-PERFORM
       CLOSE fparametres
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GERER-RUBRIQUES.
       DISPLAY "Gestion des rubriques de paie"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Creer une rubrique"
       DISPLAY "2. - Lister les rubriques"
       DISPLAY "3. - Modifier une rubrique"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM CREER-RUBRIQUE
           WHEN 2 PERFORM LISTER-RUBRIQUES
           WHEN 3 PERFORM MODIFIER-RUBRIQUE
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       CREER-RUBRIQUE.
       DISPLAY "Creation d'une rubrique de paie"
       DISPLAY SEPARATOR
       OPEN I-O frubriques
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Code de la rubrique (6 caracteres max) : "
           MOVE SPACES TO temp_frb_code
           ACCEPT temp_frb_code
           MOVE FUNCTION UPPER-CASE(temp_frb_code) TO temp_frb_code
           IF temp_frb_code = SPACES OR temp_frb_code = "?"
               DISPLAY "Code invalide"
           ELSE
               MOVE temp_frb_code TO frb_code
               READ frubriques
                   INVALID KEY
                       MOVE 1 TO Wtrouve
                   NOT INVALID KEY
                       DISPLAY "Cette rubrique existe deja : "
                           frb_libelle
               END-READ
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Libelle de la rubrique : "
           ACCEPT temp_frb_libelle
           IF temp_frb_libelle = SPACES
               DISPLAY "Le libelle est obligatoire"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Sens : G (gain) ou R (retenue) : "
           ACCEPT temp_frb_sens
           MOVE FUNCTION UPPER-CASE(temp_frb_sens) TO temp_frb_sens
           IF temp_frb_sens = "G" OR temp_frb_sens = "R"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir G ou R"
           END-IF
       END-PERFORM

       MOVE SPACES TO frb_soumisCNSS frb_soumisIR
       MOVE 0 TO frb_plafondMensuel
       PERFORM SAISIR-ASSUJETTISSEMENT-RUB

       MOVE temp_frb_code TO frb_code
       MOVE temp_frb_libelle TO frb_libelle
       MOVE temp_frb_sens TO frb_sens
       MOVE temp_frb_soumisCNSS TO frb_soumisCNSS
       MOVE temp_frb_soumisIR TO frb_soumisIR
       MOVE vrai_montantRubrique TO frb_plafondMensuel
       WRITE tamp_frubriques
           INVALID KEY
               DISPLAY "Ecriture impossible - rubrique non creee"
           NOT INVALID KEY
               DISPLAY "Rubrique creee : " frb_code
               MOVE "CREATION RUBRIQUE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE frb_plafondMensuel TO affichage_rubrique
               STRING "code=" DELIMITED BY SIZE
                   FUNCTION TRIM(frb_code) DELIMITED BY SIZE
                   " sens=" DELIMITED BY SIZE
                   frb_sens DELIMITED BY SIZE
                   " cnss=" DELIMITED BY SIZE
                   frb_soumisCNSS DELIMITED BY SIZE
                   " ir=" DELIMITED BY SIZE
                   frb_soumisIR DELIMITED BY SIZE
                   " plafond=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_rubrique) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-WRITE
       CLOSE frubriques
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       SAISIR-ASSUJETTISSEMENT-RUB.
      *Saisie de l'assujettissement CNSS/IR et du plafond mensuel -
      *les valeurs de frb_soumisCNSS, frb_soumisIR et
      *frb_plafondMensuel sont conservees sur une saisie vide
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Soumise aux cotisations CNSS (O/N) ? "
               frb_soumisCNSS
           MOVE SPACES TO temp_frb_soumisCNSS
           ACCEPT temp_frb_soumisCNSS
           IF temp_frb_soumisCNSS = SPACES
               MOVE frb_soumisCNSS TO temp_frb_soumisCNSS
           END-IF
           MOVE FUNCTION UPPER-CASE(temp_frb_soumisCNSS) TO
               temp_frb_soumisCNSS
           IF temp_frb_soumisCNSS = "O" OR temp_frb_soumisCNSS = "N"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir O ou N"
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Soumise a l'impot sur le revenu (O/N) ? "
               frb_soumisIR
           MOVE SPACES TO temp_frb_soumisIR
           ACCEPT temp_frb_soumisIR
           IF temp_frb_soumisIR = SPACES
               MOVE frb_soumisIR TO temp_frb_soumisIR
           END-IF
           MOVE FUNCTION UPPER-CASE(temp_frb_soumisIR) TO
               temp_frb_soumisIR
           IF temp_frb_soumisIR = "O" OR temp_frb_soumisIR = "N"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir O ou N"
           END-IF
       END-PERFORM

       MOVE frb_plafondMensuel TO affichage_rubrique
       DISPLAY "Plafond mensuel (exoneration d'un gain non soumis, ",
           "maximum d'une retenue, 0 = aucun) ? XXX,XX - actuel "
           affichage_rubrique " : "
       ACCEPT saisie_montantRubrique
       IF saisie_montantRubrique = SPACES
           MOVE frb_plafondMensuel TO vrai_montantRubrique
       ELSE
           INSPECT saisie_montantRubrique REPLACING ALL ',' BY '.'
           IF FUNCTION NUMVAL(saisie_montantRubrique) < 0
               MOVE 0 TO vrai_montantRubrique
           ELSE
               MOVE FUNCTION NUMVAL(saisie_montantRubrique) TO
                   vrai_montantRubrique
           END-IF
       END-IF.


       LISTER-RUBRIQUES.
       DISPLAY "Rubriques de paie"
       DISPLAY SEPARATOR
       OPEN INPUT frubriques
       PERFORM AFFICHER-LISTE-RUBRIQUES
       CLOSE frubriques
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       AFFICHER-LISTE-RUBRIQUES.
      *Liste du referentiel - frubriques est ouvert par l'appelant
       MOVE LOW-VALUES TO frb_code
       START frubriques, KEY IS >= frb_code
           INVALID KEY
               DISPLAY "Aucune rubrique enregistree"
           NOT INVALID KEY
               MOVE 0 TO WfinRub
               PERFORM WITH TEST AFTER UNTIL WfinRub = 1
                   READ frubriques NEXT
                   AT END MOVE 1 TO WfinRub
                   NOT AT END
                       MOVE frb_plafondMensuel TO affichage_rubrique
                       DISPLAY frb_code " " frb_libelle " " frb_sens
                           " CNSS:" frb_soumisCNSS " IR:" frb_soumisIR
                           " plafond:" affichage_rubrique
                   END-READ
               END-PERFORM
       END-START.


       MODIFIER-RUBRIQUE.
      *Le code et le sens ne sont pas modifiables : les lignes des
      *bulletins deja produits conservent leur sens d'origine
       DISPLAY "Modification d'une rubrique de paie"
       DISPLAY SEPARATOR
       OPEN I-O frubriques
       DISPLAY "Code de la rubrique : "
       MOVE SPACES TO temp_frb_code
       ACCEPT temp_frb_code
       MOVE FUNCTION UPPER-CASE(temp_frb_code) TO frb_code
       READ frubriques
           INVALID KEY
               DISPLAY "Rubrique non trouvee"
           NOT INVALID KEY
               DISPLAY "Libelle actuel : " frb_libelle
               DISPLAY "Sens : " frb_sens
               DISPLAY "Nouveau libelle (vide = conserver) : "
               MOVE SPACES TO temp_frb_libelle
               ACCEPT temp_frb_libelle
               IF temp_frb_libelle NOT = SPACES
                   MOVE temp_frb_libelle TO frb_libelle
               END-IF
               PERFORM SAISIR-ASSUJETTISSEMENT-RUB
               MOVE temp_frb_soumisCNSS TO frb_soumisCNSS
               MOVE temp_frb_soumisIR TO frb_soumisIR
               MOVE vrai_montantRubrique TO frb_plafondMensuel
               REWRITE tamp_frubriques
               DISPLAY "Rubrique modifiee"
               MOVE "MODIFICATION RUBRIQUE" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE frb_plafondMensuel TO affichage_rubrique
               STRING "code=" DELIMITED BY SIZE
                   FUNCTION TRIM(frb_code) DELIMITED BY SIZE
                   " cnss=" DELIMITED BY SIZE
                   frb_soumisCNSS DELIMITED BY SIZE
                   " ir=" DELIMITED BY SIZE
                   frb_soumisIR DELIMITED BY SIZE
                   " plafond=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_rubrique) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-READ
       CLOSE frubriques
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       GERER-ORGANISMES.
       DISPLAY "Retraite complementaire et mutuelle"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Creer un organisme"
       DISPLAY "2. - Lister les organismes"
       DISPLAY "3. - Modifier un organisme"
       DISPLAY "4. - Inscrire un employe a un organisme"
       DISPLAY "5. - Mettre fin a une adhesion"
       DISPLAY "6. - Consulter les adhesions d'un employe"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM CREER-ORGANISME
           WHEN 2 PERFORM LISTER-ORGANISMES
           WHEN 3 PERFORM MODIFIER-ORGANISME
           WHEN 4 PERFORM AJOUTER-ADHESION
           WHEN 5 PERFORM CLORE-ADHESION
           WHEN 6 PERFORM CONSULTER-ADHESIONS
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       CREER-ORGANISME.
       DISPLAY "Creation d'un organisme (CIMR, mutuelle)"
       DISPLAY SEPARATOR
       OPEN I-O forganismes
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Code de l'organisme (6 caracteres max) : "
           MOVE SPACES TO temp_forg_code
           ACCEPT temp_forg_code
           MOVE FUNCTION UPPER-CASE(temp_forg_code) TO
               temp_forg_code
           IF temp_forg_code = SPACES
               DISPLAY "Code invalide"
           ELSE
               MOVE temp_forg_code TO forg_code
               READ forganismes
                   INVALID KEY
                       MOVE 1 TO Wtrouve
                   NOT INVALID KEY
                       DISPLAY "Cet organisme existe deja : "
                           forg_libelle
               END-READ
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Libelle de l'organisme : "
           MOVE SPACES TO temp_forg_libelle
           ACCEPT temp_forg_libelle
           IF temp_forg_libelle = SPACES
               DISPLAY "Le libelle est obligatoire"
           ELSE
               MOVE 1 TO Wtrouve
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Type : R (retraite complementaire) ou M ",
               "(mutuelle) : "
           MOVE SPACES TO temp_forg_type
           ACCEPT temp_forg_type
           MOVE FUNCTION UPPER-CASE(temp_forg_type) TO
               temp_forg_type
           IF temp_forg_type = "R" OR temp_forg_type = "M"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir R ou M"
           END-IF
       END-PERFORM

       MOVE temp_forg_code TO forg_code
       MOVE temp_forg_libelle TO forg_libelle
       MOVE temp_forg_type TO forg_type
       MOVE 0 TO forg_tauxSalarial
       MOVE 0 TO forg_tauxPatronal
       MOVE 0 TO forg_plafond
       MOVE "O" TO forg_deductibleIR
       MOVE SPACES TO forg_numAffiliation
       IF forg_type = "R"
           MOVE "44430000" TO forg_compte
       ELSE
           MOVE "44450000" TO forg_compte
       END-IF
       PERFORM SAISIR-CONDITIONS-ORGANISME

       WRITE tamp_forganismes
           INVALID KEY
               DISPLAY "Ecriture impossible - organisme non cree"
           NOT INVALID KEY
               DISPLAY "Organisme cree : " forg_code
               MOVE "CREATION ORGANISME" TO temp_fj_operation
               PERFORM JOURNALISER-ORGANISME
       END-WRITE
       CLOSE forganismes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       SAISIR-CONDITIONS-ORGANISME.
      *Saisie des taux, du plafond, de la deductibilite IR, du numero
      *d'affiliation et du compte de tiers de l'organisme courant -
      *les valeurs de tamp_forganismes sont conservees sur une saisie
      *vide
       MOVE forg_tauxSalarial TO vrai_tauxOrganisme
       DISPLAY "Taux salarial (fraction, ex. 0,06 pour 6 %)"
       PERFORM SAISIR-TAUX-ORGANISME
       MOVE vrai_tauxOrganisme TO forg_tauxSalarial

       MOVE forg_tauxPatronal TO vrai_tauxOrganisme
       DISPLAY "Taux patronal (fraction, ex. 0,06 pour 6 %)"
       PERFORM SAISIR-TAUX-ORGANISME
       MOVE vrai_tauxOrganisme TO forg_tauxPatronal

       MOVE forg_plafond TO affichage_cc
       DISPLAY "Plafond mensuel de l'assiette (0 = aucun) ? XXX,XX ",
           "- actuel " affichage_cc " : "
       MOVE SPACES TO saisie_plafondOrganisme
       ACCEPT saisie_plafondOrganisme
       IF saisie_plafondOrganisme NOT = SPACES
           INSPECT saisie_plafondOrganisme REPLACING ALL ',' BY '.'
           IF FUNCTION NUMVAL(saisie_plafondOrganisme) < 0
               MOVE 0 TO forg_plafond
           ELSE
               MOVE FUNCTION NUMVAL(saisie_plafondOrganisme) TO
                   forg_plafond
           END-IF
       END-IF

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Part salariale deductible de la base IR (O/N) ? "
               forg_deductibleIR
           MOVE SPACES TO temp_forg_deductibleIR
           ACCEPT temp_forg_deductibleIR
           IF temp_forg_deductibleIR = SPACES
               MOVE forg_deductibleIR TO temp_forg_deductibleIR
           END-IF
           MOVE FUNCTION UPPER-CASE(temp_forg_deductibleIR) TO
               temp_forg_deductibleIR
           IF temp_forg_deductibleIR = "O" OR
               temp_forg_deductibleIR = "N"
               MOVE temp_forg_deductibleIR TO forg_deductibleIR
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir O ou N"
           END-IF
       END-PERFORM

       DISPLAY "Numero d'affiliation de l'entreprise - actuel "
           forg_numAffiliation " : "
       MOVE SPACES TO temp_forg_numAffiliation
       ACCEPT temp_forg_numAffiliation
       IF temp_forg_numAffiliation NOT = SPACES
           MOVE temp_forg_numAffiliation TO forg_numAffiliation
       END-IF

       DISPLAY "Compte de tiers comptable - actuel " forg_compte " : "
       MOVE SPACES TO temp_forg_compte
       ACCEPT temp_forg_compte
       IF temp_forg_compte NOT = SPACES
           MOVE temp_forg_compte TO forg_compte
       END-IF.


       SAISIR-TAUX-ORGANISME.
      *Saisie d'un taux en fraction dans vrai_tauxOrganisme, conserve
      *sur une saisie vide
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           MOVE vrai_tauxOrganisme TO affichage_ccTaux
           DISPLAY "  actuel " affichage_ccTaux " : "
           MOVE SPACES TO saisie_tauxOrganisme
           ACCEPT saisie_tauxOrganisme
           IF saisie_tauxOrganisme = SPACES
               MOVE 1 TO Wtrouve
           ELSE
               INSPECT saisie_tauxOrganisme REPLACING ALL ',' BY '.'
               IF FUNCTION NUMVAL(saisie_tauxOrganisme) < 0 OR
                   FUNCTION NUMVAL(saisie_tauxOrganisme) >= 1
                   DISPLAY "taux invalide X>=0 et X<1"
               ELSE
                   MOVE FUNCTION NUMVAL(saisie_tauxOrganisme) TO
                       vrai_tauxOrganisme
                   MOVE 1 TO Wtrouve
               END-IF
           END-IF
       END-PERFORM.


       JOURNALISER-ORGANISME.
      *Trace au journal les conditions de l'organisme courant -
      *temp_fj_operation est renseigne par l'appelant
       MOVE SPACES TO temp_fj_details
       MOVE forg_tauxSalarial TO affichage_ccTaux
       MOVE forg_tauxPatronal TO affichage_ccTaux2
       MOVE forg_plafond TO affichage_cc
       STRING "code=" DELIMITED BY SIZE
           FUNCTION TRIM(forg_code) DELIMITED BY SIZE
           " type=" DELIMITED BY SIZE
           forg_type DELIMITED BY SIZE
           " sal=" DELIMITED BY SIZE
           affichage_ccTaux DELIMITED BY SIZE
           " pat=" DELIMITED BY SIZE
           affichage_ccTaux2 DELIMITED BY SIZE
           " plafond=" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_cc) DELIMITED BY SIZE
           " ir=" DELIMITED BY SIZE
           forg_deductibleIR DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       LISTER-ORGANISMES.
       DISPLAY "Organismes de retraite complementaire et mutuelle"
       DISPLAY SEPARATOR
       OPEN INPUT forganismes
       MOVE LOW-VALUES TO forg_code
       START forganismes, KEY IS >= forg_code
           INVALID KEY
               DISPLAY "Aucun organisme enregistre"
           NOT INVALID KEY
               MOVE 0 TO WfinOrg
               PERFORM WITH TEST AFTER UNTIL WfinOrg = 1
                   READ forganismes NEXT
                   AT END MOVE 1 TO WfinOrg
                   NOT AT END
                       MOVE forg_tauxSalarial TO affichage_ccTaux
                       MOVE forg_tauxPatronal TO affichage_ccTaux2
                       MOVE forg_plafond TO affichage_cc
                       DISPLAY forg_code " " forg_libelle " "
                           forg_type " sal:" affichage_ccTaux
                           " pat:" affichage_ccTaux2
                           " plafond:" affichage_cc
                           " IR:" forg_deductibleIR
                           " compte:" forg_compte
                   END-READ
               END-PERFORM
       END-START
       CLOSE forganismes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       MODIFIER-ORGANISME.
      *Le code et le type ne sont pas modifiables ; les nouvelles
      *conditions s'appliquent aux bulletins produits ensuite, les
      *lignes deja enregistrees conservant leurs taux
       DISPLAY "Modification d'un organisme"
       DISPLAY SEPARATOR
       OPEN I-O forganismes
       DISPLAY "Code de l'organisme : "
       MOVE SPACES TO temp_forg_code
       ACCEPT temp_forg_code
       MOVE FUNCTION UPPER-CASE(temp_forg_code) TO forg_code
       READ forganismes
           INVALID KEY
               DISPLAY "Organisme non trouve"
           NOT INVALID KEY
               DISPLAY "Libelle actuel : " forg_libelle
               DISPLAY "Type : " forg_type
               DISPLAY "Nouveau libelle (vide = conserver) : "
               MOVE SPACES TO temp_forg_libelle
               ACCEPT temp_forg_libelle
               IF temp_forg_libelle NOT = SPACES
                   MOVE temp_forg_libelle TO forg_libelle
               END-IF
               PERFORM SAISIR-CONDITIONS-ORGANISME
               REWRITE tamp_forganismes
               DISPLAY "Organisme modifie"
               MOVE "MODIFICATION ORGANISME" TO temp_fj_operation
               PERFORM JOURNALISER-ORGANISME
       END-READ
       CLOSE forganismes
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       AJOUTER-ADHESION.
      *Inscription d'un employe a un organisme a partir d'un mois
      *d'effet - une adhesion terminee peut etre reprise, elle est
      *alors remplacee
       DISPLAY "Inscription d'un employe a un organisme"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       MOVE SPACES TO temp_fad_identifiant
       ACCEPT temp_fad_identifiant
       OPEN INPUT femployes
       MOVE temp_fad_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY
               MOVE 0 TO Wtrouve
               DISPLAY "Employe non trouve"
           NOT INVALID KEY
               MOVE 1 TO Wtrouve
               DISPLAY "Employe : " fe_nom " " fe_prenom
       END-READ
       CLOSE femployes

       IF Wtrouve = 1
           DISPLAY "Code de l'organisme : "
           MOVE SPACES TO temp_forg_code
           ACCEPT temp_forg_code
           MOVE FUNCTION UPPER-CASE(temp_forg_code) TO
               temp_forg_code
           OPEN INPUT forganismes
           MOVE temp_forg_code TO forg_code
           READ forganismes
               INVALID KEY
                   MOVE 0 TO Wtrouve
                   DISPLAY "Organisme non trouve"
               NOT INVALID KEY
                   DISPLAY "Organisme : " forg_libelle
           END-READ
           CLOSE forganismes
       END-IF

       IF Wtrouve = 1
           OPEN I-O fadhesions
           MOVE temp_fad_identifiant TO fad_identifiant
           MOVE temp_forg_code TO fad_codeOrganisme
           READ fadhesions
               INVALID KEY
                   MOVE 0 TO Wtrouve1
               NOT INVALID KEY
                   MOVE 1 TO Wtrouve1
                   IF fad_dateFin = 0
                       MOVE 0 TO Wtrouve
                       DISPLAY "Adhesion deja en cours depuis "
                           fad_dateEffet(5:2) "/" fad_dateEffet(1:4)
                   END-IF
           END-READ
           IF Wtrouve = 1
               MOVE 0 TO WPeriodeCloturee
               PERFORM WITH TEST AFTER UNTIL
                  temp_fp_mois >= 1 AND temp_fp_mois <= 12 AND
                  WPeriodeCloturee = 0
                   DISPLAY "Premier mois cotise (MM) : "
                   ACCEPT temp_fp_mois
                   DISPLAY "Annee (AAAA) : "
                   ACCEPT temp_fp_annee
                   PERFORM VERIFIER-PERIODE
                   IF WPeriodeCloturee = 1
                       DISPLAY "Periode cloturee - choisir un mois ",
                       "ulterieur"
                   END-IF
               END-PERFORM
               DISPLAY "Numero d'adherent de l'employe : "
               MOVE SPACES TO temp_fad_numAdherent
               ACCEPT temp_fad_numAdherent

               MOVE temp_fad_identifiant TO fad_identifiant
               MOVE temp_forg_code TO fad_codeOrganisme
               COMPUTE fad_dateEffet =
                   temp_fp_annee * 100 + temp_fp_mois
               MOVE 0 TO fad_dateFin
               MOVE temp_fad_numAdherent TO fad_numAdherent
               IF Wtrouve1 = 1
                   REWRITE tamp_fadhesions
               ELSE
                   WRITE tamp_fadhesions
               END-IF
               DISPLAY "Adhesion enregistree"
               MOVE "ADHESION ORGANISME" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               STRING "id=" DELIMITED BY SIZE
                   FUNCTION TRIM(fad_identifiant) DELIMITED BY SIZE
                   " organisme=" DELIMITED BY SIZE
                   FUNCTION TRIM(fad_codeOrganisme) DELIMITED BY SIZE
                   " effet=" DELIMITED BY SIZE
                   temp_fp_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   temp_fp_annee DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
           END-IF
           CLOSE fadhesions
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CLORE-ADHESION.
      *Fin d'une adhesion en cours : le dernier mois cotise ne peut
      *preceder le mois d'effet ni tomber sur une periode cloturee
       DISPLAY "Fin d'une adhesion"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       MOVE SPACES TO temp_fad_identifiant
       ACCEPT temp_fad_identifiant
       DISPLAY "Code de l'organisme : "
       MOVE SPACES TO temp_forg_code
       ACCEPT temp_forg_code
       MOVE FUNCTION UPPER-CASE(temp_forg_code) TO temp_forg_code
       OPEN I-O fadhesions
       MOVE temp_fad_identifiant TO fad_identifiant
       MOVE temp_forg_code TO fad_codeOrganisme
       READ fadhesions
           INVALID KEY
               DISPLAY "Adhesion non trouvee"
           NOT INVALID KEY
               IF fad_dateFin NOT = 0
                   DISPLAY "Adhesion deja terminee au "
                       fad_dateFin(5:2) "/" fad_dateFin(1:4)
               ELSE
                   DISPLAY "Adhesion en cours depuis "
                       fad_dateEffet(5:2) "/" fad_dateEffet(1:4)
                   MOVE 0 TO Wtrouve
                   PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
                       DISPLAY "Dernier mois cotise (MM) : "
                       ACCEPT temp_fp_mois
                       DISPLAY "Annee (AAAA) : "
                       ACCEPT temp_fp_annee
                       COMPUTE cc_dateEffet =
                           temp_fp_annee * 100 + temp_fp_mois
                       PERFORM VERIFIER-PERIODE
                       IF temp_fp_mois < 1 OR temp_fp_mois > 12
                           DISPLAY "Mois invalide"
                       ELSE
                           IF cc_dateEffet < fad_dateEffet
                               DISPLAY "Le dernier mois precede le ",
                               "mois d'effet"
                           ELSE
                               IF WPeriodeCloturee = 1
                                   DISPLAY "Periode cloturee - ",
                                   "choisir un mois ulterieur"
                               ELSE
                                   MOVE 1 TO Wtrouve
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE cc_dateEffet TO fad_dateFin
                   REWRITE tamp_fadhesions
                   DISPLAY "Adhesion terminee"
                   MOVE "FIN ADHESION ORGANISME" TO temp_fj_operation
                   MOVE SPACES TO temp_fj_details
                   STRING "id=" DELIMITED BY SIZE
                       FUNCTION TRIM(fad_identifiant)
                       DELIMITED BY SIZE
                       " organisme=" DELIMITED BY SIZE
                       FUNCTION TRIM(fad_codeOrganisme)
                       DELIMITED BY SIZE
                       " dernier mois=" DELIMITED BY SIZE
                       temp_fp_mois DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       temp_fp_annee DELIMITED BY SIZE
                       INTO temp_fj_details
                   END-STRING
                   PERFORM ECRIRE-JOURNAL
               END-IF
       END-READ
       CLOSE fadhesions
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       CONSULTER-ADHESIONS.
       DISPLAY "Adhesions d'un employe"
       DISPLAY SEPARATOR
       DISPLAY "Identifiant de l'employe : "
       MOVE SPACES TO temp_fad_identifiant
       ACCEPT temp_fad_identifiant
       MOVE 0 TO Wtrouve
       OPEN INPUT fadhesions
       OPEN INPUT forganismes
       MOVE temp_fad_identifiant TO fad_identifiant
       MOVE LOW-VALUES TO fad_codeOrganisme
       START fadhesions, KEY IS >= fad_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fadhesions NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fad_identifiant NOT = temp_fad_identifiant
                           MOVE 1 TO WfinCc
                       ELSE
                           MOVE 1 TO Wtrouve
                           MOVE fad_codeOrganisme TO forg_code
                           READ forganismes
                               INVALID KEY
                                   MOVE "ORGANISME INCONNU" TO
                                       forg_libelle
                               NOT INVALID KEY
                                   CONTINUE
                           END-READ
                           IF fad_dateFin = 0
                               DISPLAY fad_codeOrganisme " "
                                   forg_libelle " adherent "
                                   fad_numAdherent " depuis "
                                   fad_dateEffet(5:2) "/"
                                   fad_dateEffet(1:4) " - en cours"
                           ELSE
                               DISPLAY fad_codeOrganisme " "
                                   forg_libelle " adherent "
                                   fad_numAdherent " du "
                                   fad_dateEffet(5:2) "/"
                                   fad_dateEffet(1:4) " au "
                                   fad_dateFin(5:2) "/"
                                   fad_dateFin(1:4)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE forganismes
       CLOSE fadhesions
       IF Wtrouve = 0
           DISPLAY "Aucune adhesion pour cet employe"
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       VERIFIER-PERIODE.
      *Positionne WPeriodeOuverte/WPeriodeCloturee pour la periode
      *temp_fp_mois/temp_fp_annee - une periode inexistante n'est ni
      *ouverte ni cloturee
       MOVE 0 TO WPeriodeOuverte
       MOVE 0 TO WPeriodeCloturee
       OPEN INPUT fperiodes
       MOVE temp_fp_mois TO fp_mois
       MOVE temp_fp_annee TO fp_annee
       READ fperiodes
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF fp_statut = "C"
                   MOVE 1 TO WPeriodeCloturee
               ELSE
                   MOVE 1 TO WPeriodeOuverte
               END-IF
       END-READ
       CLOSE fperiodes.


       CONSULTER-METIERS.
       DISPLAY "Consulter les metiers : "
       DISPLAY SEPARATOR
       OPEN INPUT fmetiers
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fmetiers NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               DISPLAY "Nom metier : " fm_nomMetier
               DISPLAY "Domaine : " fm_domaine

               MOVE FUNCTION NUMVAL(fm_salaireBase)
                   TO vrai_salaireBase
               DIVIDE vrai_salaireBase BY 100 GIVING vrai_salaireBase
               MOVE vrai_salaireBase TO affichage_salaireBase
           DISPLAY "Salaire Base : " affichage_salaireBase

           MOVE FUNCTION NUMVAL(fm_tauxsupplementaire)
                   TO vrai_tauxSupplementaire
               DIVIDE vrai_tauxSupplementaire BY
                   100 GIVING vrai_tauxSupplementaire
               MOVE vrai_tauxSupplementaire
                   TO affichage_taux_supplementaire

           DISPLAY "Taux Supplementaire : "affichage_taux_supplementaire
           DISPLAY SEPARATOR
           END-READ
       END-PERFORM
           CLOSE fmetiers.

       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.


       RETIRER-METIER.
       DISPLAY "Retirer un metier"
       DISPLAY SEPARATOR
       DISPLAY "ATTENTION, retirer un metier supprimera aussi",
       " les employes rattaches à ce metier "
       OPEN I-O fmetiers
       PERFORM UNTIL CHOICE = 0
        DISPLAY "Nom du metier a retirer? : "
        ACCEPT temp_fm_nomMetier
        MOVE temp_fm_nomMetier TO fm_nomMetier
        MOVE 0 TO Wtrouve
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wtrouve = 1 OR Wfin = 1
            READ fmetiers
                INVALID KEY
                    MOVE 1 TO Wfin
                    DISPLAY "Metier non trouve"
                NOT INVALID KEY
                   OPEN I-O femployes
                   OPEN I-O farchiveEmployes
                   MOVE 0 TO Wfin
                      PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ femployes NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fe_metier = fm_nomMetier THEN
                               DISPLAY "Employe " ,fe_nom, " retire"
                               MOVE fe_numIdentification TO
                                   fa_numIdentification
                               MOVE fe_nom TO fa_nom
                               MOVE fe_prenom TO fa_prenom
                               MOVE fe_dateEmbauche TO fa_dateEmbauche
                               MOVE fe_metier TO fa_metier
                               MOVE fe_cin TO fa_cin
                               MOVE fe_numCNSS TO fa_numCNSS
                               MOVE fe_rib TO fa_rib
                               MOVE fe_adresse TO fa_adresse
                               MOVE fe_situationFamiliale TO
                                   fa_situationFamiliale
                               MOVE fe_nbPersCharge TO fa_nbPersCharge
                               STRING FUNCTION CURRENT-DATE(7:2)
                                   DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   FUNCTION CURRENT-DATE(5:2)
                                   DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   FUNCTION CURRENT-DATE(1:4)
                                   DELIMITED BY SIZE
                                   INTO fa_dateSortie
                               END-STRING
                               WRITE tamp_farchiveEmployes
                               END-WRITE
                               DELETE femployes RECORD
                           END-IF
                       END-READ
                      END-PERFORM
                      CLOSE femployes
                      CLOSE farchiveEmployes
                            DELETE fmetiers
                            PERFORM SUPPRIMER-HISTORIQUE-METIER
                            DISPLAY "Metier retire avec succes"
                            MOVE "SUPPRESSION METIER" TO
                                temp_fj_operation
                            MOVE SPACES TO temp_fj_details
                            STRING "metier=" DELIMITED BY SIZE
                                FUNCTION TRIM(temp_fm_nomMetier)
                                DELIMITED BY SIZE
                                " avec archivage des employes rattaches"
                                DELIMITED BY SIZE
                                INTO temp_fj_details
                            END-STRING
                            PERFORM ECRIRE-JOURNAL
                            MOVE 1 TO Wtrouve
            END-READ
        END-PERFORM
        DISPLAY "Voulez-vous retirer un "-
           "autre metier (Oui : 1/Non : 0)? : "
        ACCEPT CHOICE
       END-PERFORM
       CLOSE fmetiers
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
           PERFORM RETOUR-MENU.



       SUPPRIMER-HISTORIQUE-METIER.
      *Supprime l'historique des taux du metier fm_nomMetier retire,
      *pour qu'un metier recree sous le meme nom reparte de ses taux
      *de saisie
       OPEN I-O fhistoMetiers
       MOVE fm_nomMetier TO fhm_nomMetier
       MOVE 0 TO fhm_dateEffet
       START fhistoMetiers, KEY IS >= fhm_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinHisto
               PERFORM WITH TEST AFTER UNTIL WfinHisto = 1
                   READ fhistoMetiers NEXT
                   AT END MOVE 1 TO WfinHisto
                   NOT AT END
                       IF fhm_nomMetier NOT = fm_nomMetier
                           MOVE 1 TO WfinHisto
                       ELSE
                           DELETE fhistoMetiers RECORD
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fhistoMetiers.


       GERER-REVALORISATIONS.
       DISPLAY "Revalorisations salariales"
       DISPLAY SEPARATOR
       DISPLAY "0. - Revenir au menu"
       DISPLAY "1. - Preparer une revalorisation (simulation)"
       DISPLAY "2. - Lister les revalorisations"
       DISPLAY "3. - Consulter l'historique des taux d'un metier"
       ACCEPT CHOICE
       EVALUATE CHOICE
           WHEN 1 PERFORM PREPARER-REVALORISATION
           WHEN 2 PERFORM LISTER-REVALORISATIONS
           WHEN 3 PERFORM HISTORIQUE-TAUX-METIER
           WHEN OTHER PERFORM RETOUR-MENU
       END-EVALUATE.


       PREPARER-REVALORISATION.
      *Saisie d'une revalorisation (perimetre, hausse, mois d'effet)
      *et simulation de son impact mensuel sur les bulletins du
      *dernier mois paye - la revalorisation reste en attente (statut
      *S) jusqu'a sa validation par la direction
       DISPLAY "Preparation d'une revalorisation salariale"
       DISPLAY SEPARATOR
       OPEN INPUT fmetiers
       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Domaine concerne (vide = tous les metiers) : "
           MOVE SPACES TO temp_frv_domaine
           ACCEPT temp_frv_domaine
           IF temp_frv_domaine = SPACES
               MOVE 1 TO Wtrouve
           ELSE
               MOVE temp_frv_domaine TO fm_domaine
               START fmetiers, KEY IS = fm_domaine
                   INVALID KEY
                       DISPLAY "Aucun metier dans ce domaine"
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-START
           END-IF
       END-PERFORM
       CLOSE fmetiers

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           DISPLAY "Type de hausse : P (pourcentage) ou M (montant ",
               "ajoute aux taux horaires) : "
           MOVE SPACES TO temp_frv_typeHausse
           ACCEPT temp_frv_typeHausse
           MOVE FUNCTION UPPER-CASE(temp_frv_typeHausse) TO
               temp_frv_typeHausse
           IF temp_frv_typeHausse = "P" OR temp_frv_typeHausse = "M"
               MOVE 1 TO Wtrouve
           ELSE
               DISPLAY "Saisir P ou M"
           END-IF
       END-PERFORM

       MOVE 0 TO Wtrouve
       PERFORM WITH TEST AFTER UNTIL Wtrouve = 1
           IF temp_frv_typeHausse = "P"
               DISPLAY "Pourcentage de hausse ? XX.XX : "
           ELSE
               DISPLAY "Hausse du taux horaire ? XX.XX : "
           END-IF
           ACCEPT saisie_valeurHausse
           INSPECT saisie_valeurHausse REPLACING ALL ',' BY '.'
           IF FUNCTION NUMVAL(saisie_valeurHausse) <= 0
               DISPLAY "La hausse doit etre positive"
           ELSE
               MOVE FUNCTION NUMVAL(saisie_valeurHausse) TO
                   vrai_valeurHausse
               IF temp_frv_typeHausse = "P" AND
                   vrai_valeurHausse > 100
                   DISPLAY "Pourcentage invalide (100 maximum)"
               ELSE
                   MOVE 1 TO Wtrouve
               END-IF
           END-IF
       END-PERFORM

       MOVE 0 TO WPeriodeCloturee
       PERFORM WITH TEST AFTER UNTIL
           temp_fp_mois >= 1 AND temp_fp_mois <= 12 AND
           WPeriodeCloturee = 0
           DISPLAY "Mois de prise d'effet (MM) : "
           ACCEPT temp_fp_mois
           DISPLAY "Annee de prise d'effet (AAAA) : "
           ACCEPT temp_fp_annee
           PERFORM VERIFIER-PERIODE
           IF WPeriodeCloturee = 1
               DISPLAY "Periode cloturee - choisir un mois de prise ",
               "d'effet ulterieur"
           END-IF
       END-PERFORM
       COMPUTE rv_dateEffet = temp_fp_annee * 100 + temp_fp_mois

       PERFORM CHERCHER-MOIS-REFERENCE-RV
       PERFORM NUMEROTER-REVALORISATION
       PERFORM SIMULER-REVALORISATION

       PERFORM DATER-JOUR-RV
       OPEN I-O frevalorisations
       MOVE temp_frv_numero TO frv_numero
       MOVE temp_frv_domaine TO frv_domaine
       MOVE temp_frv_typeHausse TO frv_typeHausse
       MOVE vrai_valeurHausse TO frv_valeur
       MOVE rv_dateEffet TO frv_dateEffet
       MOVE rv_moisReference TO frv_moisReference
       MOVE rv_anneeReference TO frv_anneeReference
       MOVE "S" TO frv_statut
       MOVE rv_dateJour TO frv_dateCreation
       MOVE USERNAME TO frv_auteur
       MOVE SPACES TO frv_dateDecision
       MOVE SPACES TO frv_decideur
       MOVE SPACES TO frv_motifRefus
       MOVE rv_nbBulletins TO frv_nbBulletins
       MOVE rv_nbMetiers TO frv_nbMetiers
       MOVE rv_totalEcartBrut TO frv_impactBrut
       MOVE rv_totalEcartCharges TO frv_impactCharges
       WRITE tamp_frevalorisations
           INVALID KEY
               DISPLAY "Ecriture impossible - revalorisation non "
                   "enregistree"
           NOT INVALID KEY
               PERFORM AFFICHER-REVALORISATION
               DISPLAY "Revalorisation en attente de validation par ",
                   "la direction"
               MOVE "SIMULATION REVALORISATION" TO temp_fj_operation
               MOVE SPACES TO temp_fj_details
               MOVE frv_valeur TO affichage_rvTaux
               MOVE frv_impactBrut TO affichage_rv
               STRING "no=" DELIMITED BY SIZE
                   frv_numero DELIMITED BY SIZE
                   " domaine=" DELIMITED BY SIZE
                   FUNCTION TRIM(frv_domaine) DELIMITED BY SIZE
                   " hausse=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_rvTaux) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   frv_typeHausse DELIMITED BY SIZE
                   " effet=" DELIMITED BY SIZE
                   temp_fp_mois DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   temp_fp_annee DELIMITED BY SIZE
                   " impact brut=" DELIMITED BY SIZE
                   FUNCTION TRIM(affichage_rv) DELIMITED BY SIZE
                   INTO temp_fj_details
               END-STRING
               PERFORM ECRIRE-JOURNAL
       END-WRITE
       CLOSE frevalorisations

       MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       PERFORM RETOUR-MENU.


       CHERCHER-MOIS-REFERENCE-RV.
      *Mois de reference de la simulation : le plus recent mois pour
      *lequel des bulletins de paie existent (0 si aucun bulletin)
       MOVE 0 TO rv_anneeMoisReference
       OPEN INPUT fbulletinsPaie
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbulletinsPaie NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               COMPUTE rv_anneeMoisBulletin =
                   fbp_annee * 100 + fbp_mois
               IF rv_anneeMoisBulletin > rv_anneeMoisReference
                   MOVE rv_anneeMoisBulletin TO rv_anneeMoisReference
               END-IF
           END-READ
       END-PERFORM
       CLOSE fbulletinsPaie
       COMPUTE rv_anneeReference = rv_anneeMoisReference / 100
       COMPUTE rv_moisReference =
           rv_anneeMoisReference - rv_anneeReference * 100.


       NUMEROTER-REVALORISATION.
      *Numero de la nouvelle revalorisation : dernier numero + 1
       MOVE 0 TO temp_frv_numero
       OPEN INPUT frevalorisations
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ frevalorisations NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END MOVE frv_numero TO temp_frv_numero
           END-READ
       END-PERFORM
       CLOSE frevalorisations
       ADD 1 TO temp_frv_numero.


       DATER-JOUR-RV.
       MOVE SPACES TO rv_dateJour
       STRING FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           INTO rv_dateJour
       END-STRING.


       SIMULER-REVALORISATION.
      *Etat de simulation : taux avant/apres pour chaque metier du
      *perimetre, puis ecart de brut et de charges patronales pour
      *chaque bulletin du mois de reference, chiffres avec les taux
      *et les parametres de paie du mois d'effet
       MOVE 0 TO rv_nbMetiers
       MOVE 0 TO rv_nbBulletins
       MOVE 0 TO rv_totalBrut
       MOVE 0 TO rv_totalEcartBrut
       MOVE 0 TO rv_totalEcartCharges
       MOVE rv_dateEffet TO WParamAnneeMois
       PERFORM CHARGER-PARAMETRES

       MOVE SPACES TO WS-NOM-FICHIER-BULLETIN
       STRING "simulation_revalorisation_" DELIMITED BY SIZE
           temp_frv_numero DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-NOM-FICHIER-BULLETIN
       END-STRING
       OPEN OUTPUT fbulletinDoc

       MOVE SPACES TO ligne-bulletin
       STRING "SIMULATION DE REVALORISATION SALARIALE NO "
           DELIMITED BY SIZE
           temp_frv_numero DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       IF temp_frv_domaine = SPACES
           MOVE "Perimetre : tous les metiers" TO ligne-bulletin
       ELSE
           STRING "Perimetre : domaine " DELIMITED BY SIZE
               FUNCTION TRIM(temp_frv_domaine) DELIMITED BY SIZE
               INTO ligne-bulletin
       END-IF
       WRITE ligne-bulletin
       MOVE vrai_valeurHausse TO affichage_rvTaux
       MOVE SPACES TO ligne-bulletin
       IF temp_frv_typeHausse = "P"
           STRING "Hausse : " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rvTaux) DELIMITED BY SIZE
               " % des taux horaires" DELIMITED BY SIZE
               INTO ligne-bulletin
       ELSE
           STRING "Hausse : " DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rvTaux) DELIMITED BY SIZE
               " par heure (taux normal et supplementaire)"
               DELIMITED BY SIZE
               INTO ligne-bulletin
       END-IF
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Prise d'effet : " DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       IF rv_anneeMoisReference = 0
           MOVE "Aucun bulletin de paie : impact non chiffre"
               TO ligne-bulletin
       ELSE
           STRING "Bulletins de reference : " DELIMITED BY SIZE
               rv_moisReference DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               rv_anneeReference DELIMITED BY SIZE
               INTO ligne-bulletin
       END-IF
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE SPACES TO ligne-bulletin
       STRING "Metier;Taux horaire;Nouveau taux horaire;"
           DELIMITED BY SIZE
           "Taux supplementaire;Nouveau taux supplementaire"
           DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       OPEN INPUT fmetiers
       PERFORM POSITIONNER-METIERS-RV
       IF WfinMetierRv = 0
           PERFORM WITH TEST AFTER UNTIL WfinMetierRv = 1
               READ fmetiers NEXT
               AT END MOVE 1 TO WfinMetierRv
               NOT AT END
                   IF temp_frv_domaine NOT = SPACES AND
                       fm_domaine NOT = temp_frv_domaine
                       MOVE 1 TO WfinMetierRv
                   ELSE
                       PERFORM ECRIRE-METIER-RV
                   END-IF
               END-READ
           END-PERFORM
       END-IF
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin

       MOVE SPACES TO ligne-bulletin
       STRING "Identifiant;Nom;Metier;Brut du mois;Ecart brut;"
           DELIMITED BY SIZE
           "Ecart charges patronales" DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       IF rv_anneeMoisReference > 0
           OPEN INPUT femployes
           OPEN INPUT fbulletinsPaie
           OPEN INPUT flignesBulletin
           OPEN INPUT fcotisationsBulletin
           OPEN INPUT forganismes
           MOVE rv_anneeReference TO fbp_annee
           START fbulletinsPaie, KEY IS = fbp_annee
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fbulletinsPaie NEXT
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                           IF fbp_annee NOT = rv_anneeReference
                               MOVE 1 TO Wfin
                           ELSE
                               IF fbp_mois = rv_moisReference
                                   PERFORM SIMULER-BULLETIN-RV
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
           END-START
           CLOSE forganismes
           CLOSE fcotisationsBulletin
           CLOSE flignesBulletin
           CLOSE fbulletinsPaie
           CLOSE femployes
       END-IF
       CLOSE fmetiers

       MOVE rv_totalBrut TO affichage_rv
       MOVE rv_totalEcartBrut TO affichage_rv2
       MOVE rv_totalEcartCharges TO affichage_rv3
       MOVE SPACES TO ligne-bulletin
       STRING "TOTAUX;" DELIMITED BY SIZE
           rv_nbBulletins DELIMITED BY SIZE
           " bulletins;;" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv3) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin
       MOVE SEPARATOR TO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Impact mensuel sur la masse brute : " DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv2) DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       MOVE SPACES TO ligne-bulletin
       STRING "Impact mensuel sur les charges patronales : "
           DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv3) DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       COMPUTE rv_ecartBrut = rv_totalEcartBrut + rv_totalEcartCharges
       MOVE rv_ecartBrut TO affichage_rv
       MOVE SPACES TO ligne-bulletin
       STRING "Surcout mensuel total pour l'employeur : "
           DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv) DELIMITED BY SIZE
           INTO ligne-bulletin
       WRITE ligne-bulletin
       CLOSE fbulletinDoc
       DISPLAY "Etat de simulation genere : " WS-NOM-FICHIER-BULLETIN.


       POSITIONNER-METIERS-RV.
      *Positionne fmetiers (ouvert par l'appelant) sur le premier
      *metier du perimetre : le domaine temp_frv_domaine, ou tous les
      *metiers s'il est a blanc - WfinMetierRv a 1 si aucun metier
       MOVE 0 TO WfinMetierRv
       IF temp_frv_domaine = SPACES
           MOVE SPACES TO fm_nomMetier
           START fmetiers, KEY IS >= fm_nomMetier
               INVALID KEY MOVE 1 TO WfinMetierRv
           END-START
       ELSE
           MOVE temp_frv_domaine TO fm_domaine
           START fmetiers, KEY IS = fm_domaine
               INVALID KEY MOVE 1 TO WfinMetierRv
           END-START
       END-IF.


       CALCULER-NOUVEAUX-TAUX-RV.
      *Taux revalorises a partir des taux fm_salaireBase et
      *fm_tauxsupplementaire : pourcentage applique aux deux taux, ou
      *montant ajoute a chacun des deux taux horaires
       IF temp_frv_typeHausse = "P"
           COMPUTE rv_nouveauSalaireBase ROUNDED =
               fm_salaireBase * (100 + vrai_valeurHausse) / 100
           COMPUTE rv_nouveauTauxSupp ROUNDED =
               fm_tauxsupplementaire * (100 + vrai_valeurHausse) / 100
       ELSE
           COMPUTE rv_nouveauSalaireBase =
               fm_salaireBase + vrai_valeurHausse
           COMPUTE rv_nouveauTauxSupp =
               fm_tauxsupplementaire + vrai_valeurHausse
       END-IF.


       ECRIRE-METIER-RV.
      *Ligne de l'etat de simulation pour le metier courant : taux en
      *vigueur au mois d'effet et taux revalorises
       MOVE rv_dateEffet TO WParamAnneeMois
       PERFORM CHARGER-TAUX-METIER
       PERFORM CALCULER-NOUVEAUX-TAUX-RV
       ADD 1 TO rv_nbMetiers
       MOVE fm_salaireBase TO affichage_rvTaux
       MOVE rv_nouveauSalaireBase TO affichage_rvTaux2
       MOVE fm_tauxsupplementaire TO affichage_rv
       MOVE rv_nouveauTauxSupp TO affichage_rv2
       MOVE SPACES TO ligne-bulletin
       STRING FUNCTION TRIM(fm_nomMetier) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rvTaux) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rvTaux2) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           FUNCTION TRIM(affichage_rv2) DELIMITED BY SIZE
           INTO ligne-bulletin
       END-STRING
       WRITE ligne-bulletin.


       SIMULER-BULLETIN-RV.
      *Impact de la revalorisation sur le bulletin courant du mois de
      *reference, si le metier de l'employe est dans le perimetre :
      *heures normales et supplementaires du bulletin valorisees a
      *l'ecart entre les taux de ce mois et les taux revalorises, prime
      *d'anciennete au prorata du nouveau taux horaire ; charges
      *patronales recalculees sur le brut soumis (hors part exoneree
      *des rubriques) : part CNSS au plafond et au taux du mois
      *d'effet, parts patronales des organismes complementaires du
      *bulletin au plafond de l'organisme et au taux du bulletin
       MOVE 0 TO rv_metierConcerne
       MOVE fbp_identifiant TO fe_numIdentification
       READ femployes
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE fe_metier TO fm_nomMetier
               READ fmetiers
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF temp_frv_domaine = SPACES OR
                           fm_domaine = temp_frv_domaine
                           MOVE 1 TO rv_metierConcerne
                       END-IF
               END-READ
       END-READ
       IF rv_metierConcerne = 1
           MOVE rv_anneeMoisReference TO WParamAnneeMois
           PERFORM CHARGER-TAUX-METIER
           MOVE fm_salaireBase TO rv_ancienSalaireBase
           MOVE fm_tauxsupplementaire TO rv_ancienTauxSupp
           MOVE rv_dateEffet TO WParamAnneeMois
           PERFORM CHARGER-TAUX-METIER
           PERFORM CALCULER-NOUVEAUX-TAUX-RV
           IF rv_ancienSalaireBase > 0
               COMPUTE rv_nouvellePrime ROUNDED =
                   fbp_primeAnciennete * rv_nouveauSalaireBase /
                   rv_ancienSalaireBase
           ELSE
               MOVE fbp_primeAnciennete TO rv_nouvellePrime
           END-IF
           COMPUTE rv_ecartBrut =
               fbp_heuresNormales *
               (rv_nouveauSalaireBase - rv_ancienSalaireBase) +
               fbp_heuresSupplementaires *
               (rv_nouveauTauxSupp - rv_ancienTauxSupp) +
               rv_nouvellePrime - fbp_primeAnciennete

           PERFORM CUMULER-HORS-ASSIETTE-RV
           COMPUTE rv_brutSoumis = fbp_salaireBrut + rv_ecartBrut -
               rv_horsAssietteCNSS
           IF rv_brutSoumis < 0
               MOVE 0 TO rv_brutSoumis
           END-IF
           MOVE rv_brutSoumis TO rv_brutSoumisCompl
           IF rv_brutSoumis > PLAFOND-CS-PATRONAL
               MOVE PLAFOND-CS-PATRONAL TO rv_brutSoumis
           END-IF
           COMPUTE rv_nouvellesCharges =
               rv_brutSoumis * TAUX-CS-PATRONAL
           COMPUTE rv_ecartCharges =
               rv_nouvellesCharges - fbp_cotisationsPatronales
           PERFORM ECART-COTISATIONS-COMPL-RV

           ADD 1 TO rv_nbBulletins
           ADD fbp_salaireBrut TO rv_totalBrut
           ADD rv_ecartBrut TO rv_totalEcartBrut
           ADD rv_ecartCharges TO rv_totalEcartCharges
           MOVE fbp_salaireBrut TO affichage_rv
           MOVE rv_ecartBrut TO affichage_rv2
           MOVE rv_ecartCharges TO affichage_rv3
           MOVE SPACES TO ligne-bulletin
           STRING FUNCTION TRIM(fbp_identifiant) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(fe_nom) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(fe_metier) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rv) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rv2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rv3) DELIMITED BY SIZE
               INTO ligne-bulletin
           END-STRING
           WRITE ligne-bulletin
       END-IF.


       ECART-COTISATIONS-COMPL-RV.
      *Ajoute a rv_ecartCharges l'ecart de part patronale de chaque
      *ligne de cotisation complementaire du bulletin courant
      *(fcotisationsBulletin et forganismes ouverts par l'appelant) :
      *nouveau brut soumis plafonne comme au calcul du bulletin
       MOVE fbp_annee TO fcb_annee
       MOVE fbp_mois TO fcb_mois
       MOVE fbp_identifiant TO fcb_identifiant
       MOVE LOW-VALUES TO fcb_codeOrganisme
       START fcotisationsBulletin, KEY IS >= fcb_cle
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinCc
               PERFORM WITH TEST AFTER UNTIL WfinCc = 1
                   READ fcotisationsBulletin NEXT
                   AT END MOVE 1 TO WfinCc
                   NOT AT END
                       IF fcb_annee NOT = fbp_annee OR
                           fcb_mois NOT = fbp_mois OR
                           fcb_identifiant NOT = fbp_identifiant
                           MOVE 1 TO WfinCc
                       ELSE
                           PERFORM ECART-LIGNE-COMPL-RV
                       END-IF
                   END-READ
               END-PERFORM
       END-START.


       ECART-LIGNE-COMPL-RV.
      *Organisme inconnu ou sans plafond : base = brut soumis entier
       MOVE rv_brutSoumisCompl TO rv_baseCompl
       MOVE fcb_codeOrganisme TO forg_code
       READ forganismes
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF forg_plafond > 0 AND
                   rv_brutSoumisCompl > forg_plafond
                   MOVE forg_plafond TO rv_baseCompl
               END-IF
       END-READ
       COMPUTE rv_chargesCompl = rv_baseCompl * fcb_tauxPatronal
       COMPUTE rv_ecartCharges = rv_ecartCharges +
           rv_chargesCompl - fcb_partPatronale.


       CUMULER-HORS-ASSIETTE-RV.
      *Part du brut du bulletin courant exoneree de CNSS, reconstituee
      *a partir des lignes de rubriques (flignesBulletin ouvert par
      *l'appelant) : gains en plus, retenues en moins
       MOVE 0 TO rv_horsAssietteCNSS
       MOVE fbp_mois TO flb_mois
       MOVE fbp_annee TO flb_annee
       MOVE fbp_identifiant TO flb_identifiant
       MOVE 0 TO flb_numLigne
       START flignesBulletin, KEY IS >= flb_cleLigne
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinRub
               PERFORM WITH TEST AFTER UNTIL WfinRub = 1
                   READ flignesBulletin NEXT
                   AT END MOVE 1 TO WfinRub
                   NOT AT END
                       IF flb_mois NOT = fbp_mois OR
                           flb_annee NOT = fbp_annee OR
                           flb_identifiant NOT = fbp_identifiant
                           MOVE 1 TO WfinRub
                       ELSE
                           IF flb_sens = "G"
                               COMPUTE rv_horsAssietteCNSS =
                                   rv_horsAssietteCNSS + flb_montant -
                                   flb_partSoumiseCNSS
                           ELSE
                               COMPUTE rv_horsAssietteCNSS =
                                   rv_horsAssietteCNSS - flb_montant +
                                   flb_partSoumiseCNSS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START.


       AFFICHER-REVALORISATION.
      *Affiche la revalorisation courante de frevalorisations
       MOVE frv_valeur TO affichage_rvTaux
       MOVE frv_impactBrut TO affichage_rv
       MOVE frv_impactCharges TO affichage_rv2
       DISPLAY SEPARATOR
       IF frv_domaine = SPACES
           DISPLAY "No " frv_numero " - statut " frv_statut
               " - tous les metiers"
       ELSE
           DISPLAY "No " frv_numero " - statut " frv_statut
               " - domaine " frv_domaine
       END-IF
       IF frv_typeHausse = "P"
           DISPLAY "  Hausse : " affichage_rvTaux " % - effet "
               frv_dateEffet(5:2) "/" frv_dateEffet(1:4)
       ELSE
           DISPLAY "  Hausse : " affichage_rvTaux " par heure - effet "
               frv_dateEffet(5:2) "/" frv_dateEffet(1:4)
       END-IF
       DISPLAY "  Impact mensuel brut : " affichage_rv
           " - charges patronales : " affichage_rv2
       DISPLAY "  Bulletins de reference : " frv_moisReference "/"
           frv_anneeReference " (" frv_nbBulletins " bulletins)"
       DISPLAY "  Preparee le " frv_dateCreation " par " frv_auteur
       IF frv_statut NOT = "S"
           DISPLAY "  Decision du " frv_dateDecision " par "
               frv_decideur
       END-IF
       IF frv_statut = "A"
           DISPLAY "  Metiers revalorises : " frv_nbMetiers
       END-IF
       IF frv_statut = "R"
           DISPLAY "  Motif du refus : " frv_motifRefus
       END-IF.


       LISTER-REVALORISATIONS.
       DISPLAY "Revalorisations salariales (S = en attente, "
           "A = appliquee, R = refusee)"
       OPEN INPUT frevalorisations
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ frevalorisations NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END PERFORM AFFICHER-REVALORISATION
           END-READ
       END-PERFORM
       CLOSE frevalorisations
       DISPLAY SEPARATOR
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       HISTORIQUE-TAUX-METIER.
       DISPLAY "Historique des taux d'un metier"
       DISPLAY SEPARATOR
       DISPLAY "Nom du metier ? : "
       ACCEPT temp_fm_nomMetier
       MOVE 0 TO WHistoTrouve
       OPEN INPUT fhistoMetiers
       MOVE temp_fm_nomMetier TO fhm_nomMetier
       MOVE 0 TO fhm_dateEffet
       START fhistoMetiers, KEY IS >= fhm_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 0 TO WfinHisto
               PERFORM WITH TEST AFTER UNTIL WfinHisto = 1
                   READ fhistoMetiers NEXT
                   AT END MOVE 1 TO WfinHisto
                   NOT AT END
                       IF fhm_nomMetier NOT = temp_fm_nomMetier
                           MOVE 1 TO WfinHisto
                       ELSE
                           MOVE 1 TO WHistoTrouve
                           MOVE fhm_salaireBase TO affichage_rvTaux
                           MOVE fhm_tauxsupplementaire TO
                               affichage_rvTaux2
                           IF fhm_dateEffet = 0
                               DISPLAY "Taux d'origine"
                           ELSE
                               DISPLAY "Effet au " fhm_dateEffet(5:2)
                                   "/" fhm_dateEffet(1:4)
                           END-IF
                           IF fhm_origine = "R"
                               DISPLAY "  taux horaire : "
                                   affichage_rvTaux " - taux supp. : "
                                   affichage_rvTaux2
                                   " - revalorisation no "
                                   fhm_numRevalorisation
                           ELSE
                               DISPLAY "  taux horaire : "
                                   affichage_rvTaux " - taux supp. : "
                                   affichage_rvTaux2 " - origine : "
                                   fhm_origine
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       END-START
       CLOSE fhistoMetiers
       IF WHistoTrouve = 0
           DISPLAY "Aucun historique : les taux de la fiche metier ",
               "s'appliquent a tous les mois"
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       VALIDER-REVALORISATION.
      *Decision de la direction sur une revalorisation simulee :
      *l'application inscrit les taux revalorises dans l'historique des
      *metiers a la date d'effet et met a jour metiers.dat, le refus
      *est motive - chaque decision est tracee dans le journal
       DISPLAY "Revalorisations salariales en attente de validation"
       MOVE 0 TO rv_nbEnAttente
       OPEN INPUT frevalorisations
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ frevalorisations NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
               IF frv_statut = "S"
                   ADD 1 TO rv_nbEnAttente
                   PERFORM AFFICHER-REVALORISATION
               END-IF
           END-READ
       END-PERFORM
       CLOSE frevalorisations
       DISPLAY SEPARATOR
       IF rv_nbEnAttente = 0
           DISPLAY "Aucune revalorisation en attente"
       ELSE
           DISPLAY "Numero de la revalorisation a traiter ",
               "(0 = aucune) : "
           ACCEPT temp_frv_numero
           IF temp_frv_numero > 0
               PERFORM DECIDER-REVALORISATION
           END-IF
       END-IF
       DISPLAY "--fin, toucher envoi pour retourner au menu--"
       ACCEPT CHOICE
       PERFORM RETOUR-MENU.


       DECIDER-REVALORISATION.
       OPEN I-O frevalorisations
       MOVE temp_frv_numero TO frv_numero
       READ frevalorisations
           INVALID KEY
               DISPLAY "Revalorisation inexistante"
           NOT INVALID KEY
               IF frv_statut NOT = "S"
                   DISPLAY "Cette revalorisation a deja ete traitee"
               ELSE
                   DISPLAY "Decision : A (appliquer), R (refuser), ",
                       "vide = abandon : "
                   MOVE SPACES TO temp_frv_decision
                   ACCEPT temp_frv_decision
                   MOVE FUNCTION UPPER-CASE(temp_frv_decision) TO
                       temp_frv_decision
                   EVALUATE temp_frv_decision
                       WHEN "A" PERFORM APPLIQUER-REVALORISATION
                       WHEN "R" PERFORM REFUSER-REVALORISATION
                       WHEN OTHER DISPLAY "Aucune decision enregistree"
                   END-EVALUATE
               END-IF
       END-READ
       CLOSE frevalorisations.


       APPLIQUER-REVALORISATION.
      *Application de la revalorisation courante de frevalorisations
      *(ouvert en I-O) a tous les metiers de son perimetre, sauf si
      *la periode du mois d'effet a ete cloturee entre-temps
       COMPUTE temp_fp_annee = frv_dateEffet / 100
       COMPUTE temp_fp_mois = frv_dateEffet - temp_fp_annee * 100
       PERFORM VERIFIER-PERIODE
       IF WPeriodeCloturee = 1
           DISPLAY "Periode du mois d'effet cloturee - revalorisation "
               "non appliquee (la refuser et la preparer de nouveau)"
       ELSE
           MOVE frv_domaine TO temp_frv_domaine
           MOVE frv_typeHausse TO temp_frv_typeHausse
           MOVE frv_valeur TO vrai_valeurHausse
           MOVE frv_dateEffet TO rv_dateEffet
           MOVE 0 TO rv_nbMetiers
           OPEN I-O fmetiers
           PERFORM POSITIONNER-METIERS-RV
           IF WfinMetierRv = 0
               PERFORM WITH TEST AFTER UNTIL WfinMetierRv = 1
                   READ fmetiers NEXT
                   AT END MOVE 1 TO WfinMetierRv
                   NOT AT END
                       IF temp_frv_domaine NOT = SPACES AND
                           fm_domaine NOT = temp_frv_domaine
                           MOVE 1 TO WfinMetierRv
                       ELSE
                           PERFORM REVALORISER-METIER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fmetiers
           MOVE FUNCTION CURRENT-DATE(1:6) TO WParamAnneeMois

           PERFORM DATER-JOUR-RV
           MOVE "A" TO frv_statut
           MOVE rv_dateJour TO frv_dateDecision
           MOVE USERNAME TO frv_decideur
           MOVE rv_nbMetiers TO frv_nbMetiers
           REWRITE tamp_frevalorisations
           DISPLAY "Revalorisation appliquee a " rv_nbMetiers
               " metier(s)"
           MOVE "REVALORISATION APPLIQUEE" TO temp_fj_operation
           MOVE SPACES TO temp_fj_details
           MOVE frv_valeur TO affichage_rvTaux
           STRING "no=" DELIMITED BY SIZE
               frv_numero DELIMITED BY SIZE
               " domaine=" DELIMITED BY SIZE
               FUNCTION TRIM(frv_domaine) DELIMITED BY SIZE
               " hausse=" DELIMITED BY SIZE
               FUNCTION TRIM(affichage_rvTaux) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               frv_typeHausse DELIMITED BY SIZE
               " effet=" DELIMITED BY SIZE
               temp_fp_mois DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               temp_fp_annee DELIMITED BY SIZE
               " metiers=" DELIMITED BY SIZE
               rv_nbMetiers DELIMITED BY SIZE
               INTO temp_fj_details
           END-STRING
           PERFORM ECRIRE-JOURNAL
       END-IF.


       REVALORISER-METIER.
      *Revalorisation du metier courant de fmetiers (ouvert en I-O) :
      *les taux en vigueur au mois d'effet sont augmentes et inscrits
      *dans l'historique a cette date, puis metiers.dat est mis a jour
       MOVE fm_salaireBase TO hm_ancienSalaireBase
       MOVE fm_tauxsupplementaire TO hm_ancienTauxSupp
       MOVE rv_dateEffet TO WParamAnneeMois
       PERFORM CHARGER-TAUX-METIER
       MOVE fm_salaireBase TO journal_montantAvant
       PERFORM CALCULER-NOUVEAUX-TAUX-RV
       MOVE rv_dateEffet TO hm_dateEffet
       MOVE rv_nouveauSalaireBase TO hm_nouveauSalaireBase
       MOVE rv_nouveauTauxSupp TO hm_nouveauTauxSupp
       MOVE "R" TO hm_origine
       MOVE frv_numero TO hm_numRevalorisation
       PERFORM ENREGISTRER-TAUX-METIER
       REWRITE tamp_fmetiers
       ADD 1 TO rv_nbMetiers
       DISPLAY "Metier " fm_nomMetier " revalorise"
       MOVE "REVALORISATION METIER" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       MOVE journal_montantAvant TO journal_affAvant
       MOVE rv_nouveauSalaireBase TO journal_affApres
       STRING "metier=" DELIMITED BY SIZE
           FUNCTION TRIM(fm_nomMetier) DELIMITED BY SIZE
           " salaireBase avant=" DELIMITED BY SIZE
           FUNCTION TRIM(journal_affAvant) DELIMITED BY SIZE
           " apres=" DELIMITED BY SIZE
           FUNCTION TRIM(journal_affApres) DELIMITED BY SIZE
           " effet=" DELIMITED BY SIZE
           temp_fp_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           temp_fp_annee DELIMITED BY SIZE
           " revalorisation=" DELIMITED BY SIZE
           frv_numero DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       REFUSER-REVALORISATION.
      *Refus motive de la revalorisation courante de frevalorisations
      *(ouvert en I-O) : les taux des metiers restent inchanges
       MOVE SPACES TO frv_motifRefus
       PERFORM WITH TEST AFTER UNTIL frv_motifRefus NOT = SPACES
           DISPLAY "Motif du refus : "
           ACCEPT frv_motifRefus
       END-PERFORM
       PERFORM DATER-JOUR-RV
       MOVE "R" TO frv_statut
       MOVE rv_dateJour TO frv_dateDecision
       MOVE USERNAME TO frv_decideur
       REWRITE tamp_frevalorisations
       DISPLAY "Revalorisation refusee"
       MOVE "REVALORISATION REFUSEE" TO temp_fj_operation
       MOVE SPACES TO temp_fj_details
       STRING "no=" DELIMITED BY SIZE
           frv_numero DELIMITED BY SIZE
           " domaine=" DELIMITED BY SIZE
           FUNCTION TRIM(frv_domaine) DELIMITED BY SIZE
           " motif=" DELIMITED BY SIZE
           FUNCTION TRIM(frv_motifRefus) DELIMITED BY SIZE
           INTO temp_fj_details
       END-STRING
       PERFORM ECRIRE-JOURNAL.


       VerifierDate.
