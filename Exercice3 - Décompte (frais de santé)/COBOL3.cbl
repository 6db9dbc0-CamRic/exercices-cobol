                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstPy.

       SELECT FILE-IBAN-REJETES ASSIGN TO DYNAMIC L-NomIbanRejetes
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstIr.

       SELECT STATUTS-PAIEMENTS ASSIGN TO DYNAMIC L-NomStatutsPay
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SP-CLE
                       FILE STATUS IS L-FstSt.

       SELECT INDUS-POLICES ASSIGN TO DYNAMIC L-NomIndus
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IP-CLE
                       FILE STATUS IS L-FstIp.

       SELECT FILE-RAPPORT-INDUS ASSIGN TO DYNAMIC L-NomRapIndus
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRi.

       SELECT FILE-INDUS-AGES ASSIGN TO DYNAMIC L-NomIndusAges
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstIa.

       SELECT FILE-ALERTES-PROF ASSIGN TO DYNAMIC L-NomAlertesProf
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstAp.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstBo.

       SELECT CONTRATS-MASTER ASSIGN TO DYNAMIC L-NomContratsMaster
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CM-CLE
                       FILE STATUS IS L-FstCm.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomTetesHisto
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TH-SEQ
                       FILE STATUS IS L-FstTh.

       SELECT SUSPENSIONS-CONTRATS ASSIGN TO DYNAMIC L-NomSuspensions
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SPC-CLE
                       FILE STATUS IS L-FstSc.

       SELECT FILE-INELIGIBLES ASSIGN TO DYNAMIC L-NomIneligibles
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstIe.

       SELECT FILE-PDT-ACCORD ASSIGN TO DYNAMIC L-NomPdtAccord
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstPa.

       SELECT FILE-ACCORDS ASSIGN TO DYNAMIC L-NomAccords
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstAc.

       SELECT FILE-RAPPORT-ACCORDS ASSIGN TO DYNAMIC L-NomRapAccords
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRa.

       SELECT FILE-PROFESSIONNELS ASSIGN TO DYNAMIC L-NomProfsSante
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstPs.

       SELECT FILE-DELAIS-FORCL ASSIGN TO DYNAMIC L-NomDelaisForcl
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstDf.

       SELECT FILE-FORCL-PROCHES ASSIGN TO DYNAMIC L-NomForclProches
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstFp.

       SELECT FILE-DOSSIERS-RECOURS ASSIGN TO DYNAMIC L-NomRecours
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstDr.

       SELECT FILE-RIBPROF ASSIGN TO DYNAMIC L-NomRibProf
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRf.

       SELECT FILE-REGLEMENTS-TP ASSIGN TO DYNAMIC L-NomReglementsTp
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstTp.

       SELECT FILE-ANOMALIES-TP ASSIGN TO DYNAMIC L-NomAnomaliesTp
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstTa.

       DATA DIVISION.

       FILE SECTION.
      *--   PROFESSIONNEL.
           05 FILLER       PIC A(1).
           05 E-CODEPROF   PIC X(8).
      *--   IDENTITE DE LA TETE ASSUREE (NOM, PRENOM, MEME IDENTITE
      *--   QUE DANS FICSOR ET TETES_HISTO.DAT), AJOUTEE EN FIN
      *--   D ENREGISTREMENT : A BLANC (FICHIERS HISTORIQUES), SEULES
      *--   LES DATES DU CONTRAT SONT CONTROLEES, PAS LA TETE.
           05 FILLER       PIC A(1).
           05 E-TETE-NOM   PIC X(20).
           05 E-TETE-PRN   PIC X(20).
      *--   MODE DE REGLEMENT, AJOUTE EN FIN D ENREGISTREMENT : BLANC
      *--   (FICHIERS HISTORIQUES) OU 'A' = REMBOURSEMENT A L ASSURE
      *--   PAR PAIEMENTS3.txt ; 'T' = TIERS PAYANT, LE PROFESSIONNEL
      *--   E-CODEPROF EST REGLE DIRECTEMENT PAR REGLEMENTS_TP3.txt ET
      *--   LA PRESTATION N EST PAS PAYEE A L ASSURE.
           05 FILLER       PIC A(1).
           05 E-MODE-REGL  PIC X(1).
               88 E-MODE-REGL-VALIDE VALUE ' ' 'A' 'T'.
               88 E-TIERS-PAYANT     VALUE 'T'.

       FD  OUTPUT-FILE.
       01  ENRECR                                   PIC X(110).
       01  S-REJET.
           05 S-REJET-LIGNE        PIC 9(6).
           05 S-REJET-SEP1         PIC X.
           05 S-REJET-DONNEES      PIC X(95).
           05 S-REJET-SEP2         PIC X.
           05 S-REJET-MOTIF        PIC X(40).

      *--  RAPPROCHEMENT COMPTABLE.
      *--  HP-CODEPDT (AJOUTE EN FIN D ENREGISTREMENT, HORS CLE) PORTE
      *--  LE CODE PRODUIT DE LA PRESTATION POUR LES ANALYSES DE
      *--  FREQUENCE PAR PRODUIT. HP-TYPE-ENR (AVOIR 'R'/'C', BLANC,
      *--  OU '*' SUR UNE PRESTATION CONVERTIE D UN ANCIEN DESSIN)
      *--  ET HP-REMB (MONTANT REMBOURSE, EN DEVISE DE REFERENCE)
      *--  ALIMENTENT LE RELEVE ANNUEL DES REMBOURSEMENTS (RELEVE3).
      *--  HP-RECOURS PORTE LA REFERENCE DU DOSSIER DE RECOURS CONTRE
      *--  TIERS AUQUEL LA PRESTATION EST RATTACHEE (A BLANC SINON),
      *--  EXPLOITEE PAR LE GRAND LIVRE DES RECOURS (RECOURS3).
      *--  UN HISTORIQUE A UN ANCIEN DESSIN (40, 42 OU 54 OCTETS) EST
      *--  REFUSE A L OUVERTURE (FS 39) ET DOIT ETRE CONVERTI PAR
      *--  HISTOCONV3.
       01  HP-ENREG.
           05 HP-CLE.
               10 HP-POLICE          PIC 9(12).
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
               88 HP-TYPE-AVOIR      VALUE 'R' 'C'.
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-JOURNAL-MST.
      *--  JOURNAL DES IMAGES AVANT DE L HISTORIQUE DES PRESTATIONS
      *--  BANCAIRE.
       01  S-PAIEMENT                                PIC X(70).

       FD  FILE-IBAN-REJETES.
      *--  POLICES DONT L IBAN DU REFERENTIEL EST REFUSE PAR LE
      *--  CONTROLE DE CLE (MODULE CTRLRIB) : AUCUN ORDRE 'P2' N EST
      *--  EMIS, LA GESTION CORRIGE RIB_POLICES.txt AVANT LE PROCHAIN
      *--  PASSAGE. UNE LIGNE PAR POLICE AVEC LE MOTIF ET LE MONTANT
      *--  RETENU.
       01  S-IBAN-REJETE                             PIC X(100).

       FD  STATUTS-PAIEMENTS.
      *--  STATUT PERSISTANT DES ORDRES DE VIREMENT 'P2' : UNE
      *--  ECRITURE PAR POLICE ET PAR TRAITEMENT EMETTEUR, CREEE 'E'
      *--  (EMIS) A L EMISSION, PASSEE 'I' (IMPAYE) PAR RETOURS3 SUR
      *--  RETOUR DE LA BANQUE, PUIS 'P' (REPRESENTE) QUAND LE MONTANT
      *--  EST REPRIS DANS UN ORDRE ULTERIEUR, UNE FOIS LES
      *--  COORDONNEES BANCAIRES CORRIGEES DANS RIB_POLICES.txt.
       01  SP-ENREG.
           05 SP-CLE.
               10 SP-POLICE          PIC 9(12).
               10 SP-RUNID           PIC X(10).
           05 SP-IBAN                PIC X(27).
           05 SP-MONTANT             PIC 9(9)V99.
           05 SP-STATUT              PIC X.
               88 SP-EMIS                       VALUE 'E'.
               88 SP-IMPAYE                     VALUE 'I'.
               88 SP-REPRESENTE                 VALUE 'P'.
           05 SP-DATE-EMISSION       PIC 9(8).
           05 SP-DATE-STATUT         PIC 9(8).
           05 SP-MOTIF               PIC X(4).
           05 SP-RUNID-REPRES        PIC X(10).

       FD  INDUS-POLICES.
      *--  GRAND LIVRE PERSISTANT DES INDUS : UNE ECRITURE PAR POLICE
      *--  ET PAR TRAITEMENT DONT LE NET REMBOURSE DU LOT (PRESTATIONS
      *--  MOINS AVOIRS) EST NEGATIF, C EST-A-DIRE UN AVOIR ARRIVE
      *--  APRES PAIEMENT. LE SOLDE EST IMPUTE SUR LES ORDRES 'P2'
      *--  SUIVANTS DE LA POLICE, DU PLUS ANCIEN AU PLUS RECENT. LE
      *--  DERNIER TRAITEMENT IMPUTEUR ET SON MONTANT SONT GARDES POUR
      *--  QU UNE RELANCE OU UNE REPRISE DU MEME TRAITEMENT PUISSE
      *--  ANNULER SES PROPRES MOUVEMENTS AVANT DE LES REFAIRE.
       01  IP-ENREG.
           05 IP-CLE.
               10 IP-POLICE          PIC 9(12).
               10 IP-RUNID           PIC X(10).
           05 IP-DATE-ORIGINE        PIC 9(8).
           05 IP-MONTANT             PIC 9(9)V99.
           05 IP-SOLDE               PIC 9(9)V99.
           05 IP-DATE-RECOUV         PIC 9(8).
           05 IP-RUNID-RECOUV        PIC X(10).
           05 IP-RECOUV-RUN          PIC 9(9)V99.

       FD  FILE-RAPPORT-INDUS.
      *--  MOUVEMENTS DU GRAND LIVRE DES INDUS DANS CE TRAITEMENT :
      *--  INDUS CONSTATES PUIS IMPUTATIONS SUR LES ORDRES 'P2'.
       01  S-RAPPORT-INDU                            PIC X(120).

       FD  FILE-INDUS-AGES.
      *--  INDUS NON RECOUVRES AU-DELA DU NOMBRE DE MOIS PARAMETRE,
      *--  POUR LES COURRIERS DE L EQUIPE RECOUVREMENT.
       01  S-INDU-AGE                                PIC X(120).

       FD  FILE-RECYCLE.
      *--  ENREGISTREMENTS REJETES PUIS CORRIGES A LA MAIN
      *--  (RECYCLAGE) : MEME DESSIN QUE DECOMPTE.txt, REVALIDES A
      *--  L IDENTIQUE - UNE LIGNE ENCORE FAUSSE REPART EN REJET.
       01  R-RECYCLE                                 PIC X(95).

       FD  CONTRATS-MASTER.
      *--  FICHIER MAITRE DES CONTRATS TENU PAR COBOLEX4 ET
      *--  CONTRATMVT, RELU ICI EN LECTURE SEULE POUR LES DATES D EFFET
      *--  ET DE RESILIATION (AAAAMMJJ, A BLANC SI INCONNUES) : UN SOIN
      *--  HORS DE LA PERIODE DE GARANTIE N EST PAS ADMISSIBLE.
       01  CM-ENREG.
           05 CM-CLE.
               10 CM-CODPRD          PIC XX.
               10 CM-NUMPOL          PIC 9(7).
           05 CM-SIT                 PIC X.
           05 CM-NBTET               PIC 9(3).
           05 CM-NBBEN               PIC 9(3).
           05 CM-EMPREINTE           PIC 9(9).
           05 CM-DATEFF              PIC X(8).
           05 CM-DATTERM             PIC X(8).
           05 CM-DATRENOUV           PIC X(8).

       FD  TETES-HISTO.
      *--  HISTORIQUE DES EVENEMENTS DE TETE TENU PAR COBOLEX4 ET
      *--  CONTRATMVT (AJOUT/RETRAIT/MODIF, DATE DU RUN), RELU ICI EN
      *--  LECTURE SEULE POUR SAVOIR SI LA TETE ETAIT COUVERTE A LA
      *--  DATE DU SOIN. L ENREGISTREMENT DE CLE 000000000 PORTE LE
      *--  COMPTEUR DE SEQUENCE ET N EST PAS UN EVENEMENT.
       01  TH-ENREG.
           05 TH-SEQ                 PIC 9(9).
           05 TH-CODPRD              PIC XX.
           05 TH-NUMPOL              PIC 9(7).
           05 TH-TIT                 PIC X(3).
           05 TH-NOM                 PIC X(20).
           05 TH-PRN                 PIC X(20).
           05 TH-EVENEMENT           PIC X(8).
           05 TH-DATERUN             PIC 9(8).
           05 TH-PGM                 PIC X(10).

       FD  SUSPENSIONS-CONTRATS.
      *--  PERIODES DE SUSPENSION DES CONTRATS POUR NON-PAIEMENT
      *--  TENUES PAR RECOUVREMENT (CLE CONTRAT + DATE DE DEBUT, DATE
      *--  DE FIN A ZERO TANT QUE LE CONTRAT EST SUSPENDU), RELUES ICI
      *--  EN LECTURE SEULE : UN SOIN DATE D UNE PERIODE DE
      *--  SUSPENSION N EST PAS PAYE, IL PART EN SUSPENS.
       01  SPC-ENREG.
           05 SPC-CLE.
               10 SPC-CODPRD         PIC XX.
               10 SPC-NUMPOL         PIC 9(7).
               10 SPC-DATDEB         PIC 9(8).
           05 SPC-DATFIN             PIC 9(8).
           05 SPC-STATUT             PIC X.
           05 SPC-RETARD             PIC 9(5).
           05 SPC-IMPAYE             PIC 9(9)V99.

       FD  FILE-INELIGIBLES.
      *--  PRESTATIONS NON ADMISSIBLES : SOIN AVANT LA DATE D EFFET OU
      *--  APRES LA RESILIATION DU CONTRAT, OU TETE NON COUVERTE A LA
      *--  DATE DU SOIN. ELLES SONT ECARTEES DES TOTAUX ET DU PAIEMENT,
      *--  UNE LIGNE PAR PRESTATION AVEC LE MOTIF.
       01  S-INELIGIBLE                              PIC X(180).

       FD  FILE-PDT-ACCORD.
      *--  CODES PRODUIT SOUMIS A ACCORD PREALABLE (OPTIQUE, PROTHESE
      *--  DENTAIRE, HOSPITALISATION...) : UN CODE PAR LIGNE, LIBELLE
      *--  LIBRE ENSUITE. FICHIER FACULTATIF : EN SON ABSENCE, AUCUN
      *--  PRODUIT N EXIGE D ACCORD.
       01  E-PDT-ACCORD.
           05 E-PDTACC-CODE          PIC XX.
           05 FILLER                 PIC X(38).

       FD  FILE-ACCORDS.
      *--  ACCORDS PREALABLES DELIVRES PAR LA GESTION : POLICE
      *--  COMPLETE, CODE PRODUIT, NUMERO D ACCORD, PERIODE DE
      *--  VALIDITE (AAAAMMJJ) ET PLAFOND ACCORDE SUR LE MONTANT DES
      *--  PRESTATIONS DE LA PERIODE (ZERO = PAS DE PLAFOND).
       01  E-ACCORD.
           05 E-ACC-POLICE           PIC 9(12).
           05 E-ACC-CODEPDT          PIC XX.
           05 E-ACC-NUMERO           PIC X(10).
           05 E-ACC-DATEDEB          PIC 9(8).
           05 E-ACC-DATEFIN          PIC 9(8).
           05 E-ACC-PLAFOND          PIC 9(9)V99.

       FD  FILE-RAPPORT-ACCORDS.
      *--  SUIVI DES ACCORDS PREALABLES : PRESTATIONS PLAFONNEES AU
      *--  MONTANT ACCORDE, PUIS ACCORDS EXPIRES OU PROCHES DE
      *--  L EXPIRATION SANS AVOIR ETE UTILISES.
       01  S-RAPPORT-ACCORD                          PIC X(150).

       FD  FILE-PROFESSIONNELS.
      *--  REPERTOIRE DES PROFESSIONNELS DE SANTE : CODE (CELUI PORTE
      *--  PAR E-CODEPROF), NOM, SPECIALITE, PERIODE D EXERCICE
      *--  (AAAAMMJJ, FIN A ZERO = EN COURS) ET STATUT ('A' ACTIF,
      *--  'R' RADIE - PRESTATIONS ACCEPTEES JUSQU A LA DATE DE FIN -,
      *--  'S' SUSPENDU - AUCUNE PRESTATION ACCEPTEE). FICHIER
      *--  FACULTATIF : EN SON ABSENCE LES CODES NE SONT PAS CONTROLES.
       01  E-PROF-SANTE.
           05 E-PS-CODE              PIC X(8).
           05 E-PS-NOM               PIC X(30).
           05 E-PS-SPECIALITE        PIC X(20).
           05 E-PS-DATEDEB           PIC 9(8).
           05 E-PS-DATEFIN           PIC 9(8).
           05 E-PS-STATUT            PIC X.

       FD  FILE-DELAIS-FORCL.
      *--  DELAI DE FORCLUSION PAR CODE PRODUIT : NOMBRE DE MOIS
      *--  ACCORDES APRES LA DATE DE SOIN POUR PRESENTER LA DEMANDE
      *--  (000 = PAS DE LIMITE POUR CE PRODUIT). UN PRODUIT ABSENT DE
      *--  LA TABLE PREND LE DELAI PAR DEFAUT (COBOL3_FORCL_DEFAUT,
      *--  24 MOIS). FICHIER FACULTATIF : EN SON ABSENCE, LA
      *--  FORCLUSION N EST PAS CONTROLEE.
       01  E-DELAI-FORCL.
           05 E-FOR-CODEPDT          PIC XX.
           05 FILLER                 PIC X.
           05 E-FOR-DELAI            PIC 9(3).

       FD  FILE-FORCL-PROCHES.
      *--  PRESTATIONS ACCEPTEES MAIS PRESENTEES A MOINS DE
      *--  COBOL3_FORCL_PREAVIS JOURS DE LA LIMITE DE FORCLUSION : LA
      *--  GESTION PREVIENT L ASSURE QUE LES SOINS DE LA MEME PERIODE
      *--  DOIVENT ETRE ENVOYES SANS TARDER.
       01  S-FORCL-PROCHE                            PIC X(120).

       FD  FILE-DOSSIERS-RECOURS.
      *--  DOSSIERS DE RECOURS CONTRE TIERS DECLARES PAR LA GESTION :
      *--  ACCIDENT CAUSE PAR UN TIERS SUR UNE POLICE, A PARTIR DE LA
      *--  DATE D ACCIDENT (ET JUSQU A LA DATE DE FIN, ZERO = SANS
      *--  FIN), ASSUREUR DU TIERS RESPONSABLE. LES PRESTATIONS DE LA
      *--  POLICE SOIGNEES DANS CETTE PERIODE SONT RATTACHEES AU
      *--  DOSSIER DANS L HISTORIQUE (HP-RECOURS). FICHIER FACULTATIF.
       01  E-DOSSIER-RECOURS.
           05 E-DRC-REFERENCE        PIC X(15).
           05 FILLER                 PIC X.
           05 E-DRC-POLICE           PIC 9(12).
           05 FILLER                 PIC X.
           05 E-DRC-DATEACC          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-DRC-DATEFIN          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-DRC-ASSUREUR         PIC X(30).

       FD  FILE-RIBPROF.
      *--  COORDONNEES BANCAIRES DES PROFESSIONNELS DE SANTE REGLES EN
      *--  TIERS PAYANT (REFERENTIEL TENU PAR LA GESTION) : CODE
      *--  PROFESSIONNEL (CELUI PORTE PAR E-CODEPROF) + IBAN. SANS
      *--  COORDONNEES, LE PROFESSIONNEL N EST PAS REGLE ET PART DANS
      *--  REGLEMENTS_TP_ANOMALIES3.txt.
       01  E-RIBPROF.
           05 E-RBP-CODEPROF         PIC X(8).
           05 E-RBP-IBAN             PIC X(27).

       FD  FILE-REGLEMENTS-TP.
      *--  FICHIER DE REGLEMENT DES PROFESSIONNELS EN TIERS PAYANT A
      *--  DESTINATION DE LA PASSERELLE BANCAIRE : EN-TETE 'T1'
      *--  (IDENTIFIANT DE TRAITEMENT), PAR PROFESSIONNEL UN ORDRE 'T2'
      *--  (NET DES PRESTATIONS MOINS AVOIRS EN TIERS PAYANT DU LOT)
      *--  SUIVI DE SON AVIS DE PAIEMENT, UNE LIGNE 'T3' PAR POLICE ET
      *--  DATE DE SOIN COUVERTE, PUIS TOTALISEUR 'T9' (NOMBRE D ORDRES,
      *--  NOMBRE DE LIGNES D AVIS, HASH DES MONTANTS DES ORDRES).
       01  S-REGLEMENT-TP                            PIC X(70).

       FD  FILE-ANOMALIES-TP.
      *--  PROFESSIONNELS EN TIERS PAYANT NON REGLES DANS CE LOT :
      *--  COORDONNEES BANCAIRES ABSENTES OU REFUSEES PAR CTRLRIB, NET
      *--  NUL OU NEGATIF (AVOIRS SUPERIEURS AUX PRESTATIONS).
       01  S-ANOMALIE-TP                             PIC X(100).

       FD  FILE-EXTRGL.
      *--  EXTRACT COMPTABLE A DESTINATION DE LA FINANCE : UN EN-TETE
       01 L-NomJournalMst        PIC X(40)
                                 VALUE 'JOURNAL_PRESTATIONS.txt'.
       01 L-FstJm                PIC 99.
       01 L-ImageHisto           PIC X(69).
       01 WS-JRN-LIGNE.
           05 WS-JRN-RUNID       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
       01 L-MotifSuspens         PIC X(20).
       01 L-NbrSuspens           PIC 9(5) VALUE 0.

      *-- ADMISSIBILITE DES PRESTATIONS : DATES DU CONTRAT LUES DANS
      *-- LE MAITRE DES CONTRATS, EVENEMENTS AJOUT/RETRAIT DES TETES
      *-- CHARGES DEPUIS TETES_HISTO.DAT (ORDRE DE SEQUENCE = ORDRE
      *-- CHRONOLOGIQUE). FICHIERS ABSENTS = PAS DE CONTROLE,
      *-- COMPORTEMENT HISTORIQUE.
       01 L-NomContratsMaster    PIC X(40)
                                 VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomTetesHisto        PIC X(40) VALUE 'TETES_HISTO.DAT'.
       01 L-NomIneligibles       PIC X(40) VALUE 'INELIGIBLES3.txt'.
       01 L-FstCm                PIC 99.
       01 L-FstTh                PIC 99.
       01 L-FstIe                PIC 99.
       01 L-MasterCtrDispo       PIC X VALUE 'N'.
       01 L-FinTetesHisto        PIC X.
       01 L-NbrEvtTetes          PIC 9(5) VALUE 0.
       01 L-NbrEvtNonCharges     PIC 9(5) VALUE 0.
       01 TABLE-EVT-TETES.
           05 L-EVT OCCURS 1 TO 10000 TIMES
                    DEPENDING ON L-NbrEvtTetes
                    INDEXED BY IND-EVT.
               10 EVT-NUMPOL             PIC 9(7).
               10 EVT-NOM                PIC X(20).
               10 EVT-PRN                PIC X(20).
               10 EVT-NATURE             PIC X.
                   88 EVT-AJOUT                     VALUE 'A'.
                   88 EVT-RETRAIT                   VALUE 'R'.
      *--       'M' = AJOUT PAR MOUVEMENT EN COURS DE VIE (CONTRATMVT) ;
      *--       UN AJOUT A LA CREATION DU CONTRAT (COBOLEX4) EST DATE
      *--       DU RUN DE CHARGEMENT, PAS DU DEBUT DE LA GARANTIE.
               10 EVT-ORIGINE            PIC X.
                   88 EVT-PAR-MOUVEMENT             VALUE 'M'.
               10 EVT-DATE               PIC 9(8).
       01 L-Admissible           PIC X.
       01 L-MotifIneligible      PIC X(30).
       01 L-DateSoinGreg         PIC 9(8).
       01 L-DateContrat          PIC 9(8).
       01 L-EtatTete             PIC X.
       01 L-NbrIneligibles       PIC 9(5) VALUE 0.

      *-- SUSPENSIONS POUR NON-PAIEMENT (SUSPENSIONS_CONTRATS.DAT DE
      *-- RECOUVREMENT) CHARGEES EN TABLE. FICHIER ABSENT = AUCUN
      *-- CONTRAT SUSPENDU.
       01 L-NomSuspensions       PIC X(40)
                                 VALUE 'SUSPENSIONS_CONTRATS.DAT'.
       01 L-FstSc                PIC 99.
       01 L-FinSuspensions       PIC X.
       01 L-NbrSuspCtr           PIC 9(4) VALUE 0.
       01 L-NbrSuspCtrNonCharges PIC 9(5) VALUE 0.
       01 TABLE-SUSP-CONTRATS.
           05 L-SPC OCCURS 1 TO 5000 TIMES
                    DEPENDING ON L-NbrSuspCtr
                    INDEXED BY IND-SPC.
               10 SPT-CODPRD             PIC XX.
               10 SPT-NUMPOL             PIC 9(7).
               10 SPT-DATDEB             PIC 9(8).
               10 SPT-DATFIN             PIC 9(8).
       01 L-CtrEnVigueur         PIC X.
       01 L-NbrSoinsSuspension   PIC 9(5) VALUE 0.

      *-- ACCORDS PREALABLES : PRODUITS SOUMIS A ACCORD, ACCORDS
      *-- DELIVRES AVEC LEUR CONSOMMATION (HISTORIQUE DES PRESTATIONS
      *-- DES RUNS PRECEDENTS PUIS LOT COURANT) ET PREAVIS EN JOURS
      *-- POUR LA LISTE DES ACCORDS QUI EXPIRENT SANS AVOIR SERVI.
       01 L-NomPdtAccord         PIC X(40)
                                 VALUE 'PRODUITS_ACCORD.txt'.
       01 L-NomAccords           PIC X(40)
                                 VALUE 'ACCORDS_PREALABLES.txt'.
       01 L-NomRapAccords        PIC X(40)
                                 VALUE 'RAPPORT_ACCORDS3.txt'.
       01 L-FstPa                PIC 99.
       01 L-FstAc                PIC 99.
       01 L-FstRa                PIC 99.
       01 L-FinAccords           PIC X.
       01 L-NbrPdtAccord         PIC 9(2) VALUE 0.
       01 TABLE-PDT-ACCORD.
           05 PACC-CODE OCCURS 50 TIMES              PIC XX.
       01 L-IndPdtAccord         PIC 9(2).
       01 L-NbrAccords           PIC 9(4) VALUE 0.
       01 TABLE-ACCORDS.
           05 L-ACCORD OCCURS 1 TO 5000 TIMES
                       DEPENDING ON L-NbrAccords
                       INDEXED BY IND-ACC.
               10 ACC-POLICE             PIC 9(12).
               10 ACC-CODEPDT            PIC XX.
               10 ACC-NUMERO             PIC X(10).
               10 ACC-DATEDEB            PIC 9(8).
               10 ACC-DATEFIN            PIC 9(8).
               10 ACC-PLAFOND            PIC 9(9)V99.
               10 ACC-CONSOMME           PIC 9(11)V99.
               10 ACC-UTILISE            PIC X.
       01 L-AccordRequis         PIC X.
       01 L-AccordOK             PIC X.
       01 L-IndAccord            PIC 9(4).
       01 L-ResteAccord          PIC S9(11)V99.
       01 L-MontantAvantPlafond  PIC 9(9)V99.
       01 L-MontantHisto         PIC 9(9)V99.
       01 L-DateHistoGreg        PIC 9(8).
       01 L-FinHistoPolice       PIC X.
       01 L-AccordPreavis        PIC 9(3) VALUE 30.
       01 L-DateRunAccord        PIC 9(8).
       01 L-DateLimiteAccord     PIC 9(8).
       01 L-NbrSansAccord        PIC 9(5) VALUE 0.
       01 L-NbrPlafonnesAccord   PIC 9(5) VALUE 0.
       01 L-NbrAccordsExpires    PIC 9(5) VALUE 0.

      *-- LIGNES DU RAPPORT DES ACCORDS PREALABLES
       01 WS-ACC-PLAF-LIGNE.
           05 FILLER             PIC X(9)  VALUE 'PLAFONNE '.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-ACP-POLICE      PIC 9(12).
           05 FILLER             PIC X(8)  VALUE ' ACCORD '.
           05 WS-ACP-NUMERO      PIC X(10).
           05 FILLER             PIC X(7)  VALUE ' DATE: '.
           05 WS-ACP-DATE        PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' PRODUIT: '.
           05 WS-ACP-PRODUIT     PIC X(2).
           05 FILLER             PIC X(10) VALUE ' RECLAME: '.
           05 WS-ACP-RECLAME     PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X(9)  VALUE ' RETENU: '.
           05 WS-ACP-RETENU      PIC Z.ZZZ.ZZ9,99.

       01 WS-ACC-EXP-LIGNE.
           05 FILLER             PIC X(9)  VALUE 'EXPIRE   '.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-ACE-POLICE      PIC 9(12).
           05 FILLER             PIC X(8)  VALUE ' ACCORD '.
           05 WS-ACE-NUMERO      PIC X(10).
           05 FILLER             PIC X(10) VALUE ' PRODUIT: '.
           05 WS-ACE-PRODUIT     PIC X(2).
           05 FILLER             PIC X(10) VALUE ' VALIDE: '.
           05 WS-ACE-DATEDEB     PIC 9(8).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 WS-ACE-DATEFIN     PIC 9(8).
           05 FILLER             PIC X(10) VALUE ' PLAFOND: '.
           05 WS-ACE-PLAFOND     PIC Z.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-ACE-STATUT      PIC X(24).

      *-- LIGNE DU RAPPORT DES PRESTATIONS NON ADMISSIBLES
       01 WS-INELIGIBLE-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-INE-POLICE      PIC 9(12).
           05 FILLER             PIC X(7)  VALUE ' DATE: '.
           05 WS-INE-DATE        PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' PRODUIT: '.
           05 WS-INE-PRODUIT     PIC X(2).
           05 FILLER             PIC X(10) VALUE ' MONTANT: '.
           05 WS-INE-MONTANT     PIC X(11).
           05 FILLER             PIC X(7)  VALUE ' TETE: '.
           05 WS-INE-NOM         PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-INE-PRN         PIC X(20).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-INE-MOTIF       PIC X(30).
           05 FILLER             PIC X(6)  VALUE ' RUN: '.
           05 WS-INE-RUN         PIC X(10).

      *-- LIGNE DU RAPPORT DE SUSPENS. WS-SUS-RUN PORTE LE RUN QUI A
      *-- CREE L ENTREE (CONSERVE AU FIL DES REPORTS, C EST LUI QUI
      *-- SERT AU VIEILLISSEMENT).
           05 WS-SUS-MOTIF       PIC X(20).
           05 FILLER             PIC X(6)  VALUE ' RUN: '.
           05 WS-SUS-RUN         PIC X(10).
           05 FILLER             PIC X(7)  VALUE ' PROF: '.
           05 WS-SUS-CODEPROF    PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-SUS-MODE-REGL   PIC X.

      *-- DECOUPAGE D UNE LIGNE DE SUSPENS RELUE (MEME DESSIN QUE
      *-- WS-SUSPENS-LIGNE ; LES LIGNES D AVANT L ESTAMPILLE RUN ONT
           05 WS-SIN-MOTIF       PIC X(20).
           05 FILLER             PIC X(6).
           05 WS-SIN-RUN         PIC X(10).
           05 FILLER             PIC X(7).
           05 WS-SIN-CODEPROF    PIC X(8).
           05 FILLER             PIC X.
           05 WS-SIN-MODE-REGL   PIC X.

      *-- CYCLE DE VIE DES SUSPENS : TABLE DES ENTREES DU RUN
      *-- PRECEDENT, PARAMETRE D AGE D ESCALADE (EN SEMAINES) ET
               10 SUS-MONTANT            PIC X(11).
               10 SUS-MOTIF              PIC X(20).
               10 SUS-RUN                PIC X(10).
               10 SUS-CODEPROF           PIC X(8).
               10 SUS-MODE-REGL          PIC X.
       01 L-AgeMaxSemaines       PIC 9(3) VALUE 8.
       01 L-AgeSemaines          PIC 9(4).
       01 L-DateRunSuspens       PIC 9(8).
       01 L-RunId                PIC X(10) VALUE SPACES.

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS (REJETS,
      *-- DOUBLONS, SUSPENS, REGULARISATIONS, DEVISES ECARTEES,
      *-- PRESTATIONS NON ADMISSIBLES),
      *-- 8 ECHEC DE CONTROLE (TOTALISEUR DE LOT), 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.
       01 L-Rerun                PIC X     VALUE 'N'.
           05 CKPT-Z-Annee          PIC 9(2).
           05 CKPT-Z-Cumul          PIC 9(9)V99.

      *-- PRESTATIONS EN TIERS PAYANT DU LOT (LE NOMBRE EST LE PLUS
      *-- GRAND RANG RELU)
       01 L-CKPT-TIERS-PAYANT.
           05 FILLER                PIC X VALUE 'B'.
           05 CKPT-B-Ind            PIC 9(4).
           05 CKPT-B-Codeprof       PIC X(8).
           05 CKPT-B-Police         PIC 9(12).
           05 CKPT-B-Datesoin       PIC 9(7).
           05 CKPT-B-Codepdt        PIC XX.
           05 CKPT-B-Type           PIC X.
           05 CKPT-B-Remb           PIC 9(9)V99.

      *-- COMPTEURS DE FORCLUSION ET DE RECOURS (L EN-TETE 'H' EST
      *-- PLEIN)
       01 L-CKPT-FORCLUSION.
           05 FILLER                PIC X VALUE 'K'.
           05 CKPT-K-NbrForclos     PIC 9(5).
           05 CKPT-K-MontantForclos PIC 9(11)V99.
           05 CKPT-K-NbrProches     PIC 9(5).
           05 CKPT-K-NbrRecours     PIC 9(5).
           05 CKPT-K-MontantRecours PIC 9(11)V99.

      *-- CONTROLE DES ENREGISTREMENTS (CODE PRODUIT, NUMERO DE
      *-- POLICE, DATE DE SOIN ET MONTANT) AVANT PRISE EN COMPTE
      *-- DANS LES TOTAUX MENSUELS.
       01 L-BaremeTrouve                          PIC X.
       01 L-NbrSansBareme                         PIC 9(5) VALUE 0.

      *-- REPERTOIRE DES PROFESSIONNELS DE SANTE ET CONTROLE DE
      *-- E-CODEPROF : CODE INCONNU, PROFESSIONNEL SUSPENDU OU SOIN
      *-- HORS DE SA PERIODE D EXERCICE = REJET ('R') OU SUSPENS
      *-- ('S', PAR DEFAUT) SELON COBOL3_PROF_ACTION.
       01 L-NomProfsSante        PIC X(40)
                                 VALUE 'PROFESSIONNELS_SANTE.txt'.
       01 L-FstPs                PIC 99.
       01 L-FinProfsSante        PIC X.
       01 L-ActionProf           PIC X VALUE 'S'.
           88 L-ActionProf-REJET          VALUE 'R'.
           88 L-ActionProf-SUSPENS        VALUE 'S'.
       01 L-NbrProfsSante        PIC 9(4) VALUE 0.
       01 TABLE-PROFS-SANTE.
           05 L-PSANTE OCCURS 1 TO 5000 TIMES
                       DEPENDING ON L-NbrProfsSante
                       INDEXED BY IND-PS.
               10 PS-CODE                PIC X(8).
               10 PS-NOM                 PIC X(30).
               10 PS-SPECIALITE          PIC X(20).
               10 PS-DATEDEB             PIC 9(8).
               10 PS-DATEFIN             PIC 9(8).
               10 PS-STATUT              PIC X.
       01 L-ProfConnu            PIC X.
       01 L-ProfOK               PIC X.
       01 L-MotifProf            PIC X(20).
       01 L-DateSoinProf         PIC 9(8).
       01 L-NbrProfRejets        PIC 9(5) VALUE 0.
       01 L-NbrProfSuspens       PIC 9(5) VALUE 0.

      *-- ANALYSE PAR PROFESSIONNEL DE SANTE : CUMUL DES PRESTATIONS
      *-- PAR CODE PROFESSIONNEL (LIGNES SANS CODE NON SUIVIES), AVEC
      *-- TOP-N PAR MONTANT ET SEUIL D ALERTE POUR LA CELLULE FRAUDE.
                     DEPENDING ON L-NbrProfs
                     INDEXED BY IND-PRO.
               10 PRO-CODE               PIC X(8).
               10 PRO-NOM                PIC X(30).
               10 PRO-SPECIALITE         PIC X(20).
               10 PRO-MONTANT            PIC 9(11)V99.
               10 PRO-NBR                PIC 9(5).
       01 L-ProfTrouve                            PIC X.
       01 L-ProfRangJ            PIC 9(3).
       01 WS-PROF-TEMP.
           05 WS-PROF-TEMP-CODE      PIC X(8).
           05 WS-PROF-TEMP-NOM       PIC X(30).
           05 WS-PROF-TEMP-SPEC      PIC X(20).
           05 WS-PROF-TEMP-MONTANT   PIC 9(11)V99.
           05 WS-PROF-TEMP-NBR       PIC 9(5).

       01 L-OUTFILE-PROF-HEADER                   PIC X(40)
                          VALUE 'DETAIL PAR PROFESSIONNEL DE SANTE'.
      *-- LIGNE PAR PROFESSIONNEL : NOM ET SPECIALITE DU REPERTOIRE
      *-- (TRONQUES A LA LARGEUR DE RESULT.txt)
       01 L-OUTFILE-PROF.
           05 FILLER            PIC X(6)  VALUE 'PROF. '.
           05 ECR-PRO-CODE      PIC X(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 ECR-PRO-NOM       PIC X(19).
           05 FILLER            PIC X     VALUE SPACE.
           05 ECR-PRO-SPEC      PIC X(15).
           05 FILLER            PIC X(10) VALUE ' MONTANT: '.
           05 ECR-PRO-MONTANT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(8)  VALUE ' ACTES: '.
           05 ECR-PRO-NBR       PIC Z(4)9.
           05 FILLER            PIC X(8)  VALUE ' MOYEN: '.
           05 ECR-PRO-MOYEN     PIC Z.ZZZ.ZZ9,99.

      *-- SOUS-TOTAUX PAR SPECIALITE (ORDRE DE PREMIERE APPARITION
      *-- DANS LE CLASSEMENT PAR MONTANT)
       01 L-NbrSpecialites       PIC 9(3) VALUE 0.
       01 TABLE-SPECIALITES.
           05 L-SPECIALITE OCCURS 1 TO 200 TIMES
                     DEPENDING ON L-NbrSpecialites
                     INDEXED BY IND-SPE.
               10 SPE-LIBELLE            PIC X(20).
               10 SPE-MONTANT            PIC 9(11)V99.
               10 SPE-NBR                PIC 9(5).
               10 SPE-NBPROFS            PIC 9(4).
       01 L-SpecTrouvee                           PIC X.
       01 L-SpecNonReferencee    PIC X(20) VALUE 'NON REFERENCE'.

       01 L-OUTFILE-SPEC-HEADER                   PIC X(40)
                          VALUE 'SOUS-TOTAUX PAR SPECIALITE'.
       01 L-OUTFILE-SPEC.
           05 FILLER            PIC X(11) VALUE 'SPECIALITE '.
           05 ECR-SPE-LIBELLE   PIC X(20).
           05 FILLER            PIC X(10) VALUE ' MONTANT: '.
           05 ECR-SPE-MONTANT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(8)  VALUE ' ACTES: '.
           05 ECR-SPE-NBR       PIC Z(4)9.
           05 FILLER            PIC X(17) VALUE ' PROFESSIONNELS: '.
           05 ECR-SPE-NBPROFS   PIC Z(3)9.

       01 L-OUTFILE-TOPPROF-HEADER.
           05 FILLER            PIC X(4)  VALUE 'TOP '.
           05 ECR-TOP-N         PIC ZZ9.
       01 L-NbrSansRib                            PIC 9(5) VALUE 0.
       01 L-HashPaiements                         PIC 9(13)V99 VALUE 0.

      *-- CONTROLE DES COORDONNEES BANCAIRES PAR LE MODULE COMMUN
      *-- CTRLRIB AVANT EMISSION DE L ORDRE
       01 L-NomIbanRejetes       PIC X(40) VALUE 'IBAN_REJETES.txt'.
       01 L-FstIr                PIC 99.
       01 L-ModeCtrlRib          PIC X VALUE '1'.
       01 L-IbanCtrl             PIC X(34).
       01 L-RetourCtrlRib        PIC X(2).
       01 L-CleCtrlRib           PIC 9(2).
       01 L-LibCtrlRib           PIC X(30).
       01 L-NbrIbanRejetes       PIC 9(5) VALUE 0.
       01 L-MontantIbanRejetes   PIC 9(11)V99 VALUE 0.

       01 WS-IBR-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-IBR-POLICE      PIC 9(12).
           05 FILLER             PIC X(6)  VALUE ' IBAN '.
           05 WS-IBR-IBAN        PIC X(27).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-IBR-CODE        PIC X(2).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-IBR-LIBELLE     PIC X(30).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-IBR-MONTANT     PIC Z(8)9,99.

      *-- STATUT DES ORDRES DE VIREMENT ET REPRESENTATION DES
      *-- IMPAYES (POLICES HORS LOT MEMORISEES AVANT EMISSION, LE
      *-- FICHIER NE POUVANT ETRE PARCOURU PENDANT QU ON L ALIMENTE)
       01 L-NomStatutsPay        PIC X(40)
                                 VALUE 'STATUTS_PAIEMENTS.DAT'.
       01 L-FstSt                PIC 99.
       01 L-FinStatuts           PIC X.
       01 L-PolicePaiement       PIC 9(12).
       01 L-ARepresenter         PIC X.
       01 L-DateRunPay           PIC 9(8).
       01 L-NbrStatutsAnnules    PIC 9(5) VALUE 0.
       01 L-NbrRepresentes       PIC 9(5) VALUE 0.
       01 L-MontantRepresente    PIC 9(11)V99 VALUE 0.
       01 L-NbrPolRepres         PIC 9(4) VALUE 0.
       01 TABLE-POL-REPRES.
           05 REP-POLICE OCCURS 1 TO 2000 TIMES
                         DEPENDING ON L-NbrPolRepres
                         INDEXED BY IND-REP      PIC 9(12).

      *-- GRAND LIVRE DES INDUS ET AGE DE RELANCE EN MOIS
       01 L-NomIndus             PIC X(40) VALUE 'INDUS_POLICES.DAT'.
       01 L-NomRapIndus          PIC X(40) VALUE 'INDUS3.txt'.
       01 L-NomIndusAges         PIC X(40) VALUE 'INDUS_AGES3.txt'.
       01 L-FstIp                PIC 99.
       01 L-FstRi                PIC 99.
       01 L-FstIa                PIC 99.
       01 L-FinIndus             PIC X.
       01 L-IndusMoisMax         PIC 9(3) VALUE 3.
       01 L-DateRunIndu          PIC 9(8).
       01 FILLER REDEFINES L-DateRunIndu.
           05 L-AnRunIndu        PIC 9(4).
           05 L-MoisRunIndu      PIC 99.
           05 L-JourRunIndu      PIC 99.
       01 L-DateLimiteIndu       PIC 9(8).
       01 FILLER REDEFINES L-DateLimiteIndu.
           05 L-AnLimiteIndu     PIC 9(4).
           05 L-MoisLimIndu      PIC 99.
           05 L-JourLimiteIndu   PIC 99.
       01 L-MoisLimiteIndu       PIC 9(6).
       01 L-AgeIndu              PIC 9(5).
       01 L-MontantIndu          PIC S9(9)V99.
       01 L-MontantImpute        PIC 9(9)V99.
       01 L-NbrIndusAnnules      PIC 9(5) VALUE 0.
       01 L-NbrIndusNouveaux     PIC 9(5) VALUE 0.
       01 L-TotIndusNouveaux     PIC 9(11)V99 VALUE 0.
       01 L-NbrImputations       PIC 9(5) VALUE 0.
       01 L-TotImputations       PIC 9(11)V99 VALUE 0.
       01 L-NbrIndusAges         PIC 9(5) VALUE 0.

       01 WS-IND-LIGNE.
           05 WS-IND-TYPE        PIC X(12).
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-IND-POLICE      PIC 9(12).
           05 FILLER             PIC X(9)  VALUE ' ORIGINE '.
           05 WS-IND-RUNID       PIC X(10).
           05 FILLER             PIC X(10) VALUE ' MONTANT: '.
           05 WS-IND-MONTANT     PIC Z(8)9,99.
           05 FILLER             PIC X(8)  VALUE ' SOLDE: '.
           05 WS-IND-SOLDE       PIC Z(8)9,99.

       01 WS-IAG-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-IAG-POLICE      PIC 9(12).
           05 FILLER             PIC X(9)  VALUE ' ORIGINE '.
           05 WS-IAG-RUNID       PIC X(10).
           05 FILLER             PIC X(4)  VALUE ' DU '.
           05 WS-IAG-DATE        PIC 9(8).
           05 FILLER             PIC X(8)  VALUE ' INDU: '.
           05 WS-IAG-MONTANT     PIC Z(8)9,99.
           05 FILLER             PIC X(8)  VALUE ' RESTE: '.
           05 WS-IAG-SOLDE       PIC Z(8)9,99.
           05 FILLER             PIC X(7)  VALUE ' AGE: '.
           05 WS-IAG-AGE         PIC Z(4)9.
           05 FILLER             PIC X(2)  VALUE ' J'.
           05 FILLER             PIC X(17) VALUE ' DERNIER RECOUV: '.
           05 WS-IAG-RECOUV      PIC 9(8).

       01 WS-PAY-HEADER.
           05 FILLER             PIC X(2)  VALUE 'P1'.
           05 WS-PAY-HDR-RUNID   PIC X(10).
           05 WS-PAY-NBR         PIC 9(6).
           05 WS-PAY-HASH        PIC 9(13)V99.

      *-- TIERS PAYANT : PRESTATIONS DU LOT A REGLER AU PROFESSIONNEL
      *-- (REMBOURSE EN DEVISE DE REFERENCE, AVOIRS MARQUES PAR LEUR
      *-- TYPE), COORDONNEES BANCAIRES DES PROFESSIONNELS ET CUMULS
      *-- PAR PROFESSIONNEL, TRIES PAR CODE, POUR LE REGLEMENT
       01 L-NomRibProf           PIC X(40)
                                 VALUE 'RIB_PROFESSIONNELS.txt'.
       01 L-NomReglementsTp      PIC X(40)
                                 VALUE 'REGLEMENTS_TP3.txt'.
       01 L-NomAnomaliesTp       PIC X(40)
                                 VALUE 'REGLEMENTS_TP_ANOMALIES3.txt'.
       01 L-FstRf                PIC 99.
       01 L-FstTp                PIC 99.
       01 L-FstTa                PIC 99.
       01 L-FinRibProf           PIC X.
       01 L-NbrRibProf           PIC 9(4) VALUE 0.
       01 TABLE-RIBPROF.
           05 L-RIBPROF OCCURS 1 TO 2000 TIMES
                        DEPENDING ON L-NbrRibProf
                        INDEXED BY IND-RBP.
               10 RBP-CODEPROF           PIC X(8).
               10 RBP-IBAN               PIC X(27).
       01 L-NbrTiersPayant       PIC 9(4) VALUE 0.
       01 TABLE-TIERS-PAYANT.
           05 L-TPY OCCURS 1 TO 9999 TIMES
                    DEPENDING ON L-NbrTiersPayant
                    INDEXED BY IND-TPY.
               10 TPY-CODEPROF           PIC X(8).
               10 TPY-POLICE             PIC 9(12).
               10 TPY-DATESOIN           PIC 9(7).
               10 TPY-CODEPDT            PIC X(2).
               10 TPY-TYPE-ENR           PIC X.
                   88 TPY-AVOIR          VALUE 'R' 'C'.
               10 TPY-REMB               PIC 9(9)V99.
       01 L-NbrProfsTp           PIC 9(4) VALUE 0.
       01 TABLE-REGL-PROF.
           05 L-RGP OCCURS 1 TO 2000 TIMES
                    DEPENDING ON L-NbrProfsTp
                    INDEXED BY IND-RGP.
               10 RGP-CODEPROF           PIC X(8).
               10 RGP-NET                PIC S9(11)V99.
               10 RGP-NBR                PIC 9(5).
       01 L-RgpPos               PIC 9(4).
       01 L-RgpI                 PIC 9(4).
       01 L-NbrPrestTp           PIC 9(4) VALUE 0.
       01 L-NbrAvoirsTp          PIC 9(4) VALUE 0.
       01 L-MontantTp            PIC 9(11)V99 VALUE 0.
       01 L-MontantAvoirsTp      PIC 9(11)V99 VALUE 0.
       01 L-NbrOrdresTp          PIC 9(6) VALUE 0.
       01 L-NbrLignesAvisTp      PIC 9(6) VALUE 0.
       01 L-HashReglementsTp     PIC 9(13)V99 VALUE 0.
       01 L-NbrAnomaliesTp       PIC 9(5) VALUE 0.
       01 L-MontantAnomaliesTp   PIC 9(11)V99 VALUE 0.
       01 L-DateSoinTp           PIC 9(8).

       01 WS-TP-HEADER.
           05 FILLER             PIC X(2)  VALUE 'T1'.
           05 WS-TP-HDR-RUNID    PIC X(10).

       01 WS-TP-ORDRE.
           05 FILLER             PIC X(2)  VALUE 'T2'.
           05 WS-TP-CODEPROF     PIC X(8).
           05 WS-TP-IBAN         PIC X(27).
           05 WS-TP-MONTANT      PIC 9(9)V99.
           05 WS-TP-NBR          PIC 9(5).

       01 WS-TP-AVIS.
           05 FILLER             PIC X(2)  VALUE 'T3'.
           05 WS-TPA-CODEPROF    PIC X(8).
           05 WS-TPA-POLICE      PIC 9(12).
           05 WS-TPA-DATESOIN    PIC 9(8).
           05 WS-TPA-CODEPDT     PIC X(2).
           05 WS-TPA-SENS        PIC X.
           05 WS-TPA-MONTANT     PIC 9(9)V99.

       01 WS-TP-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'T9'.
           05 WS-TP-NBR-ORDRES   PIC 9(6).
           05 WS-TP-NBR-LIGNES   PIC 9(6).
           05 WS-TP-HASH         PIC 9(13)V99.

       01 WS-TPANO-LIGNE.
           05 FILLER             PIC X(5)  VALUE 'PROF '.
           05 WS-TPANO-CODEPROF  PIC X(8).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-TPANO-MOTIF     PIC X(45).
           05 FILLER             PIC X(10) VALUE ' MONTANT: '.
           05 WS-TPANO-MONTANT   PIC -ZZZ.ZZZ.ZZ9,99.

      *-- SUIVI DU PLAFOND ANNUEL PAR POLICE/PRODUIT/ANNEE : CUMUL DES
      *-- REMBOURSEMENTS DEJA ACCORDES, BORNE PAR BAR-PLAFAN. LES
      *-- AVOIRS NE REDONNENT PAS DE DROITS (LE CUMUL N EST PAS
                                         PIC 9(9)V99 VALUE ZERO.
               10 POL-REMB-ANNEE         OCCURS 99 TIMES
                                         PIC 9(9)V99 VALUE ZERO.
      *--       PART DU REMBOURSE REGLEE AU PROFESSIONNEL EN TIERS
      *--       PAYANT (TOUTES ANNEES), RECALCULEE DEPUIS
      *--       TABLE-TIERS-PAYANT AVANT LES PAIEMENTS
               10 POL-REMB-TP            PIC 9(9)V99 VALUE ZERO.
       01 L-NbrPolices                            PIC 9(4) VALUE 0.
       01 L-PolTrouvee                            PIC X.
           88 L-PolTrouvee-OUI                    VALUE 'Y'.
                                         PIC 9(9)V99 VALUE ZERO.
               10 AVOIR-REMB-ANNEE       OCCURS 99 TIMES
                                         PIC 9(9)V99 VALUE ZERO.
               10 AVOIR-REMB-TP          PIC 9(9)V99 VALUE ZERO.
       01 L-NbrPolAvoirs                          PIC 9(4) VALUE 0.
       01 L-AvoirTrouve                           PIC X.
           88 L-AvoirTrouve-OUI                   VALUE 'Y'.
           05 FILLER            PIC X(13) VALUE ' PROJECTION: '.
           05 ECR-PJ-PROJECTION PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-- SECTION CONTROLES DE RESULT.txt (EN FIN DE RAPPORT, APRES
      *-- LA PROJECTION : RECONCIL3 NE LIT QUE LE DETAIL PAR MOIS)
       01 L-OUTFILE-CTL-HEADER                    PIC X(40)
                      VALUE 'CONTROLES DU TRAITEMENT'.
       01 L-OUTFILE-CTL.
           05 ECR-CTL-LIBELLE   PIC X(40).
           05 FILLER            PIC X(7)  VALUE ' NBRE: '.
           05 ECR-CTL-NBR       PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' MONTANT: '.
           05 ECR-CTL-MONTANT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-- FORCLUSION : DELAI DE PRESENTATION PAR PRODUIT (EN MOIS
      *-- APRES LA DATE DE SOIN), COMPARE A LA DATE DE TRAITEMENT
      *-- (DATE PORTEE PAR L IDENTIFIANT DE RUN S IL EN EST UNE, POUR
      *-- QU UNE RELANCE RENDE LES MEMES DECISIONS, SINON DATE DU
      *-- JOUR). UNE DEMANDE HORS DELAI EST REJETEE SOUS LE MOTIF
      *-- 'DEMANDE FORCLOSE' ; UNE DEMANDE A MOINS DE
      *-- L-ForclPreavis JOURS DE LA LIMITE EST LISTEE A PART.
       01 L-NomDelaisForcl       PIC X(40)
                                 VALUE 'DELAIS_FORCLUSION.txt'.
       01 L-NomForclProches      PIC X(40)
                                 VALUE 'FORCLUSION_PROCHE3.txt'.
       01 L-FstDf                PIC 99.
       01 L-FstFp                PIC 99.
       01 L-FinDelaisForcl       PIC X.
       01 L-ForclActive          PIC X VALUE 'N'.
       01 L-ForclDefaut          PIC 9(3) VALUE 24.
       01 L-ForclPreavis         PIC 9(3) VALUE 60.
       01 L-NbrDelaisForcl       PIC 9(3) VALUE 0.
       01 TABLE-DELAIS-FORCL.
           05 L-DFORCL OCCURS 1 TO 100 TIMES
                       DEPENDING ON L-NbrDelaisForcl
                       INDEXED BY IND-DFO.
               10 DFO-CODEPDT            PIC XX.
               10 DFO-DELAI              PIC 9(3).
       01 L-DateTraitement       PIC 9(8).
       01 L-JourTraitement       PIC 9(7).
       01 L-ForclDelai           PIC 9(3).
       01 L-ForclSoin            PIC 9(8).
       01 L-ForclSoin-R REDEFINES L-ForclSoin.
           05 L-ForclSoinAAAA    PIC 9(4).
           05 L-ForclSoinMM      PIC 9(2).
           05 L-ForclSoinJJ      PIC 9(2).
       01 L-ForclLimite          PIC 9(8).
       01 L-ForclLimite-R REDEFINES L-ForclLimite.
           05 L-ForclLimAAAA     PIC 9(4).
           05 L-ForclLimMM       PIC 9(2).
           05 L-ForclLimJJ       PIC 9(2).
       01 L-ForclMoisNum         PIC 9(6).
       01 L-ForclFinMois         PIC 9(8).
       01 L-ForclFinMois-R REDEFINES L-ForclFinMois.
           05 FILLER             PIC 9(6).
           05 L-ForclFinJJ       PIC 9(2).
       01 L-DateRunNum           PIC 9(8).
       01 L-JourLimite           PIC 9(7).
       01 L-ForclJoursRestants   PIC S9(7).
       01 L-ForclMontant         PIC 9(9)V99.
       01 L-NbrForclos           PIC 9(5) VALUE 0.
       01 L-MontantForclos       PIC 9(11)V99 VALUE 0.
       01 L-NbrForclProches      PIC 9(5) VALUE 0.

      *-- RECOURS CONTRE TIERS : DOSSIERS DECLARES, RATTACHEMENT DES
      *-- PRESTATIONS DE LA POLICE SOIGNEES DEPUIS L ACCIDENT (LE
      *-- DOSSIER LE PLUS RECENT L EMPORTE SI PLUSIEURS CONVIENNENT)
       01 L-NomRecours           PIC X(40)
                                 VALUE 'DOSSIERS_RECOURS.txt'.
       01 L-FstDr                PIC 99.
       01 L-FinRecours           PIC X.
       01 L-NbrDossiersRecours   PIC 9(4) VALUE 0.
       01 TABLE-RECOURS.
           05 L-RCS OCCURS 1 TO 2000 TIMES
                    DEPENDING ON L-NbrDossiersRecours
                    INDEXED BY IND-RCS.
               10 RCS-REFERENCE          PIC X(15).
               10 RCS-POLICE             PIC 9(12).
               10 RCS-DATEACC            PIC 9(8).
               10 RCS-DATEFIN            PIC 9(8).
       01 L-DateSoinRecours      PIC 9(8).
       01 L-DateAccRetenue       PIC 9(8).
       01 L-NbrRattachesRecours  PIC 9(5) VALUE 0.
       01 L-MontantRecours       PIC 9(11)V99 VALUE 0.

       01 WS-FORCL-PROCHE-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-FPR-POLICE      PIC 9(12).
           05 FILLER             PIC X(10) VALUE ' PRODUIT: '.
           05 WS-FPR-PRODUIT     PIC X(2).
           05 FILLER             PIC X(7)  VALUE ' SOIN: '.
           05 WS-FPR-SOIN        PIC 9(8).
           05 FILLER             PIC X(10) VALUE ' MONTANT: '.
           05 WS-FPR-MONTANT     PIC X(11).
           05 FILLER             PIC X(9)  VALUE ' LIMITE: '.
           05 WS-FPR-LIMITE      PIC 9(8).
           05 FILLER             PIC X(10) VALUE ' RESTANT: '.
           05 WS-FPR-JOURS       PIC ZZ9.
           05 FILLER             PIC X(7)  VALUE ' JOURS '.
           05 FILLER             PIC X(5)  VALUE 'RUN: '.
           05 WS-FPR-RUN         PIC X(10).

      *--  CONDITIONS BISSEXTILE
       01 BISSEXTILE                 PIC 9(3).
           88 B-JANVIER              VALUE 1 THRU 31.
      *>          FICHIER AMONT), ET COMPTES A PART.
           PERFORM TRAITE-RECYCLE

      *>          ACCORDS PREALABLES ARRIVANT A ECHEANCE SANS AVOIR
      *>          SERVI, UNE FOIS TOUT LE LOT CONSOMME
           PERFORM ECRITURE-ACCORDS-EXPIRES

           MOVE L-NbrAnnees TO L-INDANNEE-MAX

           PERFORM ECRITURE-FICHIER

           PERFORM ECRITURE-POSITION-NETTE

      *>          PART TIERS PAYANT DE CHAQUE POLICE : EXCLUE DU NET
      *>          PAYE A L ASSURE (INDUS COMPRIS), REGLEE AU
      *>          PROFESSIONNEL PAR ECRITURE-REGLEMENTS-TP
           PERFORM VENTILATION-TIERS-PAYANT

      *>          GRAND LIVRE DES INDUS : ANNULATION DES MOUVEMENTS
      *>          D UN PASSAGE ANTERIEUR DU MEME TRAITEMENT, PUIS
      *>          CONSTATATION DES NETS NEGATIFS DU LOT. LES SOLDES
      *>          SONT IMPUTES PAR ECRITURE-PAIEMENTS SUR LES ORDRES P2
           PERFORM TRAITE-INDUS

           PERFORM ECRITURE-PAIEMENTS

           PERFORM ECRITURE-REGLEMENTS-TP

           PERFORM ECRITURE-INDUS-AGES

           PERFORM ECRITURE-PRODUITS

           PERFORM ECRITURE-PROFESSIONNELS

           PERFORM ECRITURE-PROJECTION

           PERFORM ECRITURE-CONTROLES

      *>          TRAITEMENT TERMINE NORMALEMENT : LE CHECKPOINT NE
      *>          DOIT PLUS SERVIR A UNE REPRISE SUR LE PROCHAIN
      *>          FICHIER DECOMPTE.txt.
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-RunId(1:8)
           END-IF

      *>          DATE DE TRAITEMENT DU CONTROLE DE FORCLUSION : CELLE
      *>          DE L IDENTIFIANT DE RUN S IL EST DATE, SINON LE JOUR
           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           IF L-RunId(1:8) IS NUMERIC
               MOVE L-RunId(1:8) TO L-DateRunNum
               IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRunNum) = 0
                   MOVE L-DateRunNum TO L-DateTraitement
               END-IF
           END-IF
           COMPUTE L-JourTraitement =
               FUNCTION INTEGER-OF-DATE(L-DateTraitement)

           DISPLAY 'COBOL3_FORCLUSION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDelaisForcl
           END-IF

           DISPLAY 'COBOL3_FORCL_PROCHES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomForclProches
           END-IF

           DISPLAY 'COBOL3_RECOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRecours
           END-IF

           DISPLAY 'COBOL3_FORCL_DEFAUT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-ForclDefaut
           END-IF

           DISPLAY 'COBOL3_FORCL_PREAVIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-ForclPreavis
           END-IF

           PERFORM CHARGE-DELAIS-FORCLUSION

           OPEN OUTPUT FILE-FORCL-PROCHES
           IF L-FstFp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstFp '>'
              PERFORM ERREUR
           END-IF

           OPEN INPUT DECOMPTE
           IF L-Fst NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-Fst '>'
              OPEN I-O HISTO-PRESTATIONS
           END-IF
      *--   TOUT AUTRE ECHEC D OUVERTURE (39 = DESSIN INCOMPATIBLE,
      *--   PAR EXEMPLE UN HISTORIQUE A UN ANCIEN DESSIN SANS
      *--   HP-REMB, A CONVERTIR PAR HISTOCONV3 ; 9x = FICHIER
      *--   ALTERE...) EST BLOQUANT : SURTOUT NE PAS CONTINUER SUR UN
      *--   FICHIER NON OUVERT.
           IF L-FstHp NOT = ZERO
              PERFORM ERREUR
           END-IF

           OPEN I-O INDUS-POLICES
           IF L-FstIp = '35'
      *--      GRAND LIVRE DES INDUS PAS ENCORE CREE
              OPEN OUTPUT INDUS-POLICES
              CLOSE INDUS-POLICES
              OPEN I-O INDUS-POLICES
           END-IF
           IF L-FstIp NOT = ZERO
              DISPLAY 'Erreur ouverture indus FS =' L-FstIp '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT-INDUS
           IF L-FstRi NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRi '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-INDUS-AGES
           IF L-FstIa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstIa '>'
              PERFORM ERREUR
           END-IF

      *--   JOURNAL DES IMAGES AVANT, OUVERT EN EXTEND POUR CUMULER
      *--   LES RUNS (LE RETOUR ARRIERE FILTRE PAR IDENTIFIANT)
           OPEN EXTEND FILE-JOURNAL-MST
               MOVE L-EnvTemp TO L-NomPaiements
           END-IF

           DISPLAY 'COBOL3_RIB_PROF' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRibProf
           END-IF

           DISPLAY 'COBOL3_REGLEMENTS_TP' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomReglementsTp
           END-IF

           DISPLAY 'COBOL3_ANOMALIES_TP' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAnomaliesTp
           END-IF

           DISPLAY 'COBOL3_IBAN_REJETES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIbanRejetes
           END-IF

           DISPLAY 'COBOL3_STATUTS_PAIEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomStatutsPay
           END-IF

           DISPLAY 'COBOL3_INDUS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIndus
           END-IF

           DISPLAY 'COBOL3_RAPPORT_INDUS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapIndus
           END-IF

           DISPLAY 'COBOL3_INDUS_AGES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIndusAges
           END-IF

           DISPLAY 'COBOL3_INDU_MOIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-IndusMoisMax
           END-IF

           DISPLAY 'COBOL3_AGE_SUSPENS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomBordereau
           END-IF

           DISPLAY 'COBOL3_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
           END-IF

           DISPLAY 'COBOL3_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTetesHisto
           END-IF

           DISPLAY 'COBOL3_SUSPENSIONS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSuspensions
           END-IF

           DISPLAY 'COBOL3_INELIGIBLES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIneligibles
           END-IF

           OPEN OUTPUT FILE-INELIGIBLES
           IF L-FstIe NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstIe '>'
              PERFORM ERREUR
           END-IF

           DISPLAY 'COBOL3_PDT_ACCORD' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPdtAccord
           END-IF

           DISPLAY 'COBOL3_ACCORDS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAccords
           END-IF

           DISPLAY 'COBOL3_RAPPORT_ACCORDS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapAccords
           END-IF

           DISPLAY 'COBOL3_PROFESSIONNELS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomProfsSante
           END-IF

      *--   SORT D UNE PRESTATION AU PROFESSIONNEL INCONNU OU HORS
      *--   EXERCICE : 'R' REJET, 'S' SUSPENS (PAR DEFAUT)
           DISPLAY 'COBOL3_PROF_ACTION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:1) = 'R' OR L-EnvTemp(1:1) = 'S'
               MOVE L-EnvTemp(1:1) TO L-ActionProf
           END-IF

           DISPLAY 'COBOL3_ACCORD_PREAVIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-AccordPreavis
           END-IF

           OPEN OUTPUT FILE-RAPPORT-ACCORDS
           IF L-FstRa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRa '>'
              PERFORM ERREUR
           END-IF

      *--   MAITRE DES CONTRATS FACULTATIF, LU PAR CLE A CHAQUE
      *--   PRESTATION : ABSENT, LES DATES DU CONTRAT NE SONT PAS
      *--   CONTROLEES.
           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm = ZERO
               MOVE 'Y' TO L-MasterCtrDispo
           END-IF

           PERFORM CHARGE-CONTRATS
           PERFORM CHARGE-TETES-HISTO
           PERFORM CHARGE-SUSPENSIONS-CONTRATS
           PERFORM CHARGE-ACCORDS
           PERFORM CHARGE-PROFESSIONNELS
           PERFORM CHARGE-DOSSIERS-RECOURS
           PERFORM CHARGE-TAUX
           PERFORM CHARGE-BAREME
           PERFORM CHARGE-RIB-POLICES
           PERFORM CHARGE-RIB-PROFESSIONNELS
           PERFORM CHARGE-TRAITES

           IF L-NbrTraites > 0
           MOVE E-MONTANT-U   TO WS-SUS-MONTANT
           MOVE L-MotifSuspens TO WS-SUS-MOTIF
           MOVE L-RunId       TO WS-SUS-RUN
           MOVE E-CODEPROF    TO WS-SUS-CODEPROF
           MOVE E-MODE-REGL   TO WS-SUS-MODE-REGL
           WRITE S-SUSPENS FROM WS-SUSPENS-LIGNE
           .
      *----------------------------------------------------------------------------
       CHARGE-TETES-HISTO.
      *----------------------------------------------------------------
      *    CHARGE LES EVENEMENTS AJOUT ET RETRAIT DE TETES_HISTO.DAT
      *    DANS L ORDRE DE SEQUENCE (LES MODIFICATIONS NE CHANGENT
      *    PAS LA COUVERTURE). FICHIER FACULTATIF : EN SON ABSENCE,
      *    LA TETE N EST PAS CONTROLEE. TABLE PLEINE = LES EVENEMENTS
      *    SUIVANTS SONT IGNORES ET SIGNALES (CONTROLE DEGRADE PLUTOT
      *    QU ABANDON).
           OPEN INPUT TETES-HISTO
           IF L-FstTh NOT = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinTetesHisto
               MOVE ZEROS TO TH-SEQ
               START TETES-HISTO KEY NOT < TH-SEQ
               INVALID KEY
                   MOVE 'Y' TO L-FinTetesHisto
               END-START
               PERFORM UNTIL L-FinTetesHisto = 'Y'
                   READ TETES-HISTO NEXT
                   AT END
                       MOVE 'Y' TO L-FinTetesHisto
                   NOT AT END
                       IF TH-SEQ NOT = ZEROS
                          AND TH-DATERUN IS NUMERIC
                          AND (TH-EVENEMENT = 'AJOUT'
                               OR TH-EVENEMENT = 'RETRAIT')
                           PERFORM CHARGE-EVENEMENT-TETE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TETES-HISTO
               IF L-NbrEvtNonCharges > 0
                   DISPLAY 'AVERTISSEMENT: TABLE DES EVENEMENTS DE '
                           'TETE PLEINE, ' L-NbrEvtNonCharges
                           ' EVENEMENTS NON CONTROLES'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-EVENEMENT-TETE.
      *----------------------------------------------------------------
           IF L-NbrEvtTetes < 10000
               ADD 1 TO L-NbrEvtTetes
               SET IND-EVT TO L-NbrEvtTetes
               MOVE TH-NUMPOL   TO EVT-NUMPOL(IND-EVT)
               MOVE TH-NOM      TO EVT-NOM(IND-EVT)
               MOVE TH-PRN      TO EVT-PRN(IND-EVT)
               MOVE TH-DATERUN  TO EVT-DATE(IND-EVT)
               IF TH-EVENEMENT = 'AJOUT'
                   SET EVT-AJOUT(IND-EVT) TO TRUE
               ELSE
                   SET EVT-RETRAIT(IND-EVT) TO TRUE
               END-IF
               IF TH-PGM = 'CONTRATMVT'
                   SET EVT-PAR-MOUVEMENT(IND-EVT) TO TRUE
               ELSE
                   MOVE SPACE TO EVT-ORIGINE(IND-EVT)
               END-IF
           ELSE
               ADD 1 TO L-NbrEvtNonCharges
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-ADMISSIBILITE.
      *----------------------------------------------------------------
      *    LA DATE DE SOIN (JULIENNE, RAMENEE EN AAAAMMJJ) DOIT ETRE
      *    DANS LA PERIODE DE GARANTIE DU CONTRAT (CLE CODE PRODUIT +
      *    7 DERNIERS CHIFFRES DE LA POLICE, DATES A BLANC = BORNE NON
      *    CONTROLEE) ET, SI LA PRESTATION PORTE L IDENTITE DE LA
      *    TETE, LA TETE DOIT ETRE COUVERTE A CETTE DATE.
           MOVE 'Y' TO L-Admissible
           MOVE SPACES TO L-MotifIneligible
           COMPUTE L-DateSoinGreg = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))

           IF L-MasterCtrDispo = 'Y'
               MOVE E-CODEPDT        TO CM-CODPRD
               MOVE E-POLICENUM(6:7) TO CM-NUMPOL
               READ CONTRATS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-DATEFF IS NUMERIC
                       MOVE CM-DATEFF TO L-DateContrat
                       IF L-DateContrat > 0
                          AND L-DateSoinGreg < L-DateContrat
                           MOVE 'N' TO L-Admissible
                           MOVE 'SOIN AVANT EFFET DU CONTRAT'
                               TO L-MotifIneligible
                       END-IF
                   END-IF
                   IF L-Admissible = 'Y' AND CM-DATTERM IS NUMERIC
                       MOVE CM-DATTERM TO L-DateContrat
                       IF L-DateContrat > 0
                          AND L-DateSoinGreg > L-DateContrat
                           MOVE 'N' TO L-Admissible
                           MOVE 'SOIN APRES RESILIATION'
                               TO L-MotifIneligible
                       END-IF
                   END-IF
               END-READ
           END-IF

           IF L-Admissible = 'Y'
              AND L-NbrEvtTetes > 0
              AND (E-TETE-NOM NOT = SPACES OR E-TETE-PRN NOT = SPACES)
               PERFORM CONTROLE-TETE
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-TETE.
      *----------------------------------------------------------------
      *    REJOUE LES EVENEMENTS DE LA TETE DANS L ORDRE : LE DERNIER
      *    EVENEMENT DATE AU PLUS TARD DU JOUR DU SOIN DONNE SA
      *    SITUATION ('P' PRESENTE, 'R' RETIREE). SANS EVENEMENT
      *    ANTERIEUR, UN AJOUT PAR MOUVEMENT POSTERIEUR AU SOIN
      *    SIGNIFIE QUE LA TETE N ETAIT PAS ENCORE COUVERTE ('F').
      *    UNE TETE SANS AUCUN EVENEMENT (CONTRAT ANTERIEUR A
      *    L HISTORIQUE) N EST PAS CONTROLEE.
           MOVE SPACE TO L-EtatTete
           MOVE E-POLICENUM(6:7) TO L-ClePolice
           PERFORM VARYING IND-EVT FROM 1 BY 1
                   UNTIL IND-EVT > L-NbrEvtTetes
               IF EVT-NUMPOL(IND-EVT) = L-ClePolice
                  AND EVT-NOM(IND-EVT) = E-TETE-NOM
                  AND EVT-PRN(IND-EVT) = E-TETE-PRN
                   IF EVT-DATE(IND-EVT) <= L-DateSoinGreg
                       IF EVT-RETRAIT(IND-EVT)
                           MOVE 'R' TO L-EtatTete
                       ELSE
                           MOVE 'P' TO L-EtatTete
                       END-IF
                   ELSE
                       IF L-EtatTete = SPACE
                          AND EVT-AJOUT(IND-EVT)
                          AND EVT-PAR-MOUVEMENT(IND-EVT)
                           MOVE 'F' TO L-EtatTete
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE L-EtatTete
               WHEN 'R'
                   MOVE 'N' TO L-Admissible
                   MOVE 'TETE RETIREE DU CONTRAT' TO L-MotifIneligible
               WHEN 'F'
                   MOVE 'N' TO L-Admissible
                   MOVE 'TETE PAS ENCORE AJOUTEE' TO L-MotifIneligible
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       CHARGE-SUSPENSIONS-CONTRATS.
      *----------------------------------------------------------------
      *    CHARGE LES PERIODES DE SUSPENSION POUR NON-PAIEMENT DANS
      *    L ORDRE DE LA CLE. FICHIER FACULTATIF : EN SON ABSENCE,
      *    AUCUN SOIN N EST RETENU POUR SUSPENSION. TABLE PLEINE = LES
      *    PERIODES SUIVANTES SONT IGNOREES ET SIGNALEES.
           OPEN INPUT SUSPENSIONS-CONTRATS
           IF L-FstSc NOT = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinSuspensions
               MOVE LOW-VALUES TO SPC-CLE
               START SUSPENSIONS-CONTRATS KEY NOT < SPC-CLE
               INVALID KEY
                   MOVE 'Y' TO L-FinSuspensions
               END-START
               PERFORM UNTIL L-FinSuspensions = 'Y'
                   READ SUSPENSIONS-CONTRATS NEXT
                   AT END
                       MOVE 'Y' TO L-FinSuspensions
                   NOT AT END
                       IF L-NbrSuspCtr < 5000
                           ADD 1 TO L-NbrSuspCtr
                           SET IND-SPC TO L-NbrSuspCtr
                           MOVE SPC-CODPRD TO SPT-CODPRD(IND-SPC)
                           MOVE SPC-NUMPOL TO SPT-NUMPOL(IND-SPC)
                           MOVE SPC-DATDEB TO SPT-DATDEB(IND-SPC)
                           MOVE SPC-DATFIN TO SPT-DATFIN(IND-SPC)
                       ELSE
                           ADD 1 TO L-NbrSuspCtrNonCharges
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSIONS-CONTRATS
               IF L-NbrSuspCtrNonCharges > 0
                   DISPLAY 'AVERTISSEMENT: TABLE DES SUSPENSIONS '
                           'PLEINE, ' L-NbrSuspCtrNonCharges
                           ' PERIODES NON CONTROLEES'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-SUSPENSION-CONTRAT.
      *----------------------------------------------------------------
      *    LE SOIN EST-IL DATE D UNE PERIODE DE SUSPENSION DU CONTRAT
      *    (CODE PRODUIT + 7 DERNIERS CHIFFRES DE LA POLICE) ? LA
      *    PERIODE COURT DE SA DATE DE DEBUT A LA VEILLE DE LA REMISE
      *    EN VIGUEUR (DATE DE FIN A ZERO = TOUJOURS SUSPENDU). UN SOIN
      *    SUSPENDU RESTE EN SUSPENS MEME APRES LA REMISE EN VIGUEUR :
      *    SON SORT EST DECIDE PAR LA GESTION.
           MOVE 'Y' TO L-CtrEnVigueur
           IF L-NbrSuspCtr = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE L-DateSoinGreg = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           MOVE E-POLICENUM(6:7) TO L-ClePolice
           PERFORM VARYING IND-SPC FROM 1 BY 1
                   UNTIL IND-SPC > L-NbrSuspCtr
               IF SPT-NUMPOL(IND-SPC) = L-ClePolice
                  AND SPT-CODPRD(IND-SPC) = E-CODEPDT
                  AND L-DateSoinGreg >= SPT-DATDEB(IND-SPC)
                  AND (SPT-DATFIN(IND-SPC) = 0
                       OR L-DateSoinGreg < SPT-DATFIN(IND-SPC))
                   MOVE 'N' TO L-CtrEnVigueur
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-INELIGIBLE.
      *----------------------------------------------------------------
      *    PRESTATION NON ADMISSIBLE : ELLE EST ECARTEE DES TOTAUX, DE
      *    L HISTORIQUE ET DU PAIEMENT, ET LISTEE AVEC SON MOTIF POUR
      *    LA GESTION.
           ADD 1 TO L-NbrIneligibles
           MOVE E-POLICENUM       TO WS-INE-POLICE
           MOVE E-DATESOIN        TO WS-INE-DATE
           MOVE E-CODEPDT         TO WS-INE-PRODUIT
           MOVE E-MONTANT-U       TO WS-INE-MONTANT
           MOVE E-TETE-NOM        TO WS-INE-NOM
           MOVE E-TETE-PRN        TO WS-INE-PRN
           MOVE L-MotifIneligible TO WS-INE-MOTIF
           MOVE L-RunId           TO WS-INE-RUN
           WRITE S-INELIGIBLE FROM WS-INELIGIBLE-LIGNE
           .
      *----------------------------------------------------------------------------
       CHARGE-ACCORDS.
      *----------------------------------------------------------------
      *    CHARGE LES CODES PRODUIT SOUMIS A ACCORD PREALABLE ET LES
      *    ACCORDS DELIVRES (FICHIERS FACULTATIFS : SANS LISTE DE
      *    PRODUITS, AUCUN ACCORD N EST EXIGE), PUIS RECONSTITUE LA
      *    CONSOMMATION DE CHAQUE ACCORD DEPUIS L HISTORIQUE DES
      *    PRESTATIONS (LES ECRITURES DE NOTRE PROPRE IDENTIFIANT NE
      *    COMPTENT PAS EN RELANCE CORRECTIVE : LE LOT VA LES REJOUER).
           OPEN INPUT FILE-PDT-ACCORD
           IF L-FstPa = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinAccords
               PERFORM UNTIL L-FinAccords = 'Y'
                   READ FILE-PDT-ACCORD
                   AT END
                       MOVE 'Y' TO L-FinAccords
                   NOT AT END
                       IF E-PDTACC-CODE NOT = SPACES
                          AND L-NbrPdtAccord < 50
                           ADD 1 TO L-NbrPdtAccord
                           MOVE E-PDTACC-CODE
                               TO PACC-CODE(L-NbrPdtAccord)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-PDT-ACCORD
           END-IF

           IF L-NbrPdtAccord = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FILE-ACCORDS
           IF L-FstAc = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinAccords
               PERFORM UNTIL L-FinAccords = 'Y'
                   READ FILE-ACCORDS
                   AT END
                       MOVE 'Y' TO L-FinAccords
                   NOT AT END
                       IF E-ACC-POLICE IS NUMERIC
                          AND E-ACC-DATEDEB IS NUMERIC
                          AND E-ACC-DATEFIN IS NUMERIC
                          AND E-ACC-PLAFOND IS NUMERIC
                          AND L-NbrAccords < 5000
                           ADD 1 TO L-NbrAccords
                           SET IND-ACC TO L-NbrAccords
                           MOVE E-ACC-POLICE  TO ACC-POLICE(IND-ACC)
                           MOVE E-ACC-CODEPDT TO ACC-CODEPDT(IND-ACC)
                           MOVE E-ACC-NUMERO  TO ACC-NUMERO(IND-ACC)
                           MOVE E-ACC-DATEDEB TO ACC-DATEDEB(IND-ACC)
                           MOVE E-ACC-DATEFIN TO ACC-DATEFIN(IND-ACC)
                           MOVE E-ACC-PLAFOND TO ACC-PLAFOND(IND-ACC)
                           MOVE 0             TO ACC-CONSOMME(IND-ACC)
                           MOVE 'N'           TO ACC-UTILISE(IND-ACC)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-ACCORDS
           END-IF

           PERFORM VARYING IND-ACC FROM 1 BY 1
                   UNTIL IND-ACC > L-NbrAccords
               PERFORM CONSOMMATION-ACCORD
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONSOMMATION-ACCORD.
      *----------------------------------------------------------------
      *    PARCOURT LES PRESTATIONS DEJA TRAITEES DE LA POLICE DE
      *    L ACCORD IND-ACC (LA CLE DE L HISTORIQUE COMMENCE PAR LA
      *    POLICE) ET CUMULE CELLES DU MEME PRODUIT DATEES DANS LA
      *    PERIODE DE VALIDITE (MONTANT PRIS COMME DANS TRAITEMENT).
           MOVE 'N' TO L-FinHistoPolice
           MOVE ACC-POLICE(IND-ACC) TO HP-POLICE
           MOVE ZEROS TO HP-DATESOIN
           MOVE LOW-VALUES TO HP-MONTANT
           START HISTO-PRESTATIONS KEY NOT < HP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinHistoPolice
           END-START

           PERFORM UNTIL L-FinHistoPolice = 'Y'
               READ HISTO-PRESTATIONS NEXT
               AT END
                   MOVE 'Y' TO L-FinHistoPolice
               NOT AT END
                   IF HP-POLICE NOT = ACC-POLICE(IND-ACC)
                       MOVE 'Y' TO L-FinHistoPolice
                   ELSE
                       IF HP-CODEPDT = ACC-CODEPDT(IND-ACC)
                          AND HP-DATESOIN IS NUMERIC
                          AND HP-MONTANT(1:9) IS NUMERIC
                          AND (NOT L-Rerun-OUI
                               OR HP-RUNID NOT = L-RunId)
                           COMPUTE L-DateHistoGreg =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DAY(HP-DATESOIN))
                           IF L-DateHistoGreg >= ACC-DATEDEB(IND-ACC)
                              AND L-DateHistoGreg <=
                                  ACC-DATEFIN(IND-ACC)
                               MOVE HP-MONTANT(1:9) TO L-MontantHisto
                               COMPUTE L-MontantHisto =
                                   L-MontantHisto / 100
                               ADD L-MontantHisto
                                   TO ACC-CONSOMME(IND-ACC)
                               MOVE 'Y' TO ACC-UTILISE(IND-ACC)
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-ACCORD.
      *----------------------------------------------------------------
      *    UNE PRESTATION (HORS AVOIR) D UN PRODUIT SOUMIS A ACCORD
      *    PREALABLE DOIT ETRE COUVERTE PAR UN ACCORD DE LA POLICE
      *    POUR CE PRODUIT, VALIDE A LA DATE DU SOIN. EN SORTIE :
      *    L-AccordOK ET L-IndAccord (ZERO SI PAS D ACCORD EN JEU).
           MOVE 'Y' TO L-AccordOK
           MOVE 0 TO L-IndAccord
           IF L-NbrPdtAccord = 0 OR E-TYPE-AVOIR
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO L-AccordRequis
           PERFORM VARYING L-IndPdtAccord FROM 1 BY 1
                   UNTIL L-IndPdtAccord > L-NbrPdtAccord
               IF PACC-CODE(L-IndPdtAccord) = E-CODEPDT
                   MOVE 'Y' TO L-AccordRequis
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-AccordRequis = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE L-DateSoinGreg = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           PERFORM VARYING IND-ACC FROM 1 BY 1
                   UNTIL IND-ACC > L-NbrAccords
               IF ACC-POLICE(IND-ACC) = E-POLICENUM
                  AND ACC-CODEPDT(IND-ACC) = E-CODEPDT
                  AND ACC-DATEDEB(IND-ACC) <= L-DateSoinGreg
                  AND ACC-DATEFIN(IND-ACC) >= L-DateSoinGreg
                   SET L-IndAccord TO IND-ACC
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-IndAccord = 0
               MOVE 'N' TO L-AccordOK
           END-IF
           .
      *----------------------------------------------------------------------------
       APPLIQUE-PLAFOND-ACCORD.
      *----------------------------------------------------------------
      *    BORNE LE MONTANT RETENU (L-TMPMONT, EN DEVISE DE REFERENCE)
      *    PAR CE QUI RESTE DU PLAFOND DE L ACCORD L-IndAccord ET
      *    CUMULE LE MONTANT PRESENTE DANS SA CONSOMMATION. UNE
      *    PRESTATION PLAFONNEE EST SIGNALEE AU RAPPORT DES ACCORDS.
           SET IND-ACC TO L-IndAccord
           MOVE 'Y' TO ACC-UTILISE(IND-ACC)
           MOVE L-TMPMONT TO L-MontantAvantPlafond

           IF ACC-PLAFOND(IND-ACC) > 0
               COMPUTE L-ResteAccord =
                   ACC-PLAFOND(IND-ACC) - ACC-CONSOMME(IND-ACC)
               IF L-ResteAccord < 0
                   MOVE 0 TO L-ResteAccord
               END-IF
               IF L-TMPMONT > L-ResteAccord
                   MOVE L-ResteAccord TO L-TMPMONT
                   ADD 1 TO L-NbrPlafonnesAccord
                   MOVE E-POLICENUM          TO WS-ACP-POLICE
                   MOVE ACC-NUMERO(IND-ACC)  TO WS-ACP-NUMERO
                   MOVE E-DATESOIN           TO WS-ACP-DATE
                   MOVE E-CODEPDT            TO WS-ACP-PRODUIT
                   MOVE L-MontantAvantPlafond TO WS-ACP-RECLAME
                   MOVE L-TMPMONT            TO WS-ACP-RETENU
                   WRITE S-RAPPORT-ACCORD FROM WS-ACC-PLAF-LIGNE
               END-IF
           END-IF

           ADD L-MontantAvantPlafond TO ACC-CONSOMME(IND-ACC)
           .
      *----------------------------------------------------------------------------
       ECRITURE-ACCORDS-EXPIRES.
      *----------------------------------------------------------------
      *    LISTE LES ACCORDS JAMAIS UTILISES (NI DANS L HISTORIQUE NI
      *    DANS CE LOT) DONT LA VALIDITE EST ECHUE OU S ACHEVE DANS LE
      *    PREAVIS PARAMETRE : LA GESTION RELANCE L ASSURE OU PURGE
      *    L ACCORD.
           IF L-NbrAccords = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRunAccord
           COMPUTE L-DateLimiteAccord = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(L-DateRunAccord)
               + L-AccordPreavis)

           PERFORM VARYING IND-ACC FROM 1 BY 1
                   UNTIL IND-ACC > L-NbrAccords
               IF ACC-UTILISE(IND-ACC) = 'N'
                  AND ACC-DATEFIN(IND-ACC) <= L-DateLimiteAccord
                   ADD 1 TO L-NbrAccordsExpires
                   MOVE ACC-POLICE(IND-ACC)  TO WS-ACE-POLICE
                   MOVE ACC-NUMERO(IND-ACC)  TO WS-ACE-NUMERO
                   MOVE ACC-CODEPDT(IND-ACC) TO WS-ACE-PRODUIT
                   MOVE ACC-DATEDEB(IND-ACC) TO WS-ACE-DATEDEB
                   MOVE ACC-DATEFIN(IND-ACC) TO WS-ACE-DATEFIN
                   MOVE ACC-PLAFOND(IND-ACC) TO WS-ACE-PLAFOND
                   IF ACC-DATEFIN(IND-ACC) < L-DateRunAccord
                       MOVE 'EXPIRE SANS UTILISATION'
                           TO WS-ACE-STATUT
                   ELSE
                       MOVE 'EXPIRE SOUS PREAVIS'
                           TO WS-ACE-STATUT
                   END-IF
                   WRITE S-RAPPORT-ACCORD FROM WS-ACC-EXP-LIGNE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHARGE-SUSPENS-PRECEDENT.
      *----------------------------------------------------------------
      *    CHARGE LE SUSPENS DU RUN PRECEDENT EN TABLE (FICHIER ABSENT
      *    = PREMIER RUN, TABLE VIDE). LES LIGNES SANS ESTAMPILLE RUN
      *    (ANTERIEURES A SON AJOUT) SONT CHARGEES AVEC UN RUN A
      *    BLANC ET SERONT VIEILLIES COMME LES PLUS ANCIENNES.
           OPEN INPUT FILE-SUSPENS-PREC
           IF L-FstSp = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinSuspensPrec
               PERFORM UNTIL L-FinSuspensPrec = 'Y'
                   READ FILE-SUSPENS-PREC
                   AT END
                       MOVE 'Y' TO L-FinSuspensPrec
                   NOT AT END
                       MOVE E-SUSPENS-PREC TO WS-SUSPENS-IN
                       IF WS-SIN-POLICE IS NUMERIC
                          AND WS-SIN-DATE IS NUMERIC
                          AND L-NbrSuspensPrec < 2000
                           ADD 1 TO L-NbrSuspensPrec
                           SET IND-SUS TO L-NbrSuspensPrec
                           MOVE WS-SIN-POLICE
                               TO SUS-POLICE(IND-SUS)
                           MOVE WS-SIN-DATE
                               TO SUS-DATE(IND-SUS)
                           MOVE WS-SIN-PRODUIT
                               TO SUS-PRODUIT(IND-SUS)
                           MOVE WS-SIN-MONTANT
                               TO SUS-MONTANT(IND-SUS)
                           MOVE WS-SIN-MOTIF
                               TO SUS-MOTIF(IND-SUS)
                           MOVE WS-SIN-RUN
                               TO SUS-RUN(IND-SUS)
                           MOVE WS-SIN-CODEPROF
                               TO SUS-CODEPROF(IND-SUS)
                           MOVE WS-SIN-MODE-REGL
                               TO SUS-MODE-REGL(IND-SUS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-SUSPENS-PREC
           END-IF
           .
      *----------------------------------------------------------------------------
       TRAITE-SUSPENS-PRECEDENT.
      *----------------------------------------------------------------
      *    POUR CHAQUE ENTREE DU SUSPENS PRECEDENT : SI LE CONTRAT
      *    FIGURE DESORMAIS DANS LA BASE, L ENTREE EST REINJECTEE DANS
      *    LE TRAITEMENT (ELLE REJOINT LES TOTAUX COMME UN RECYCLE) ;
      *    SINON ELLE EST REPORTEE DANS LE NOUVEAU SUSPENS AVEC SON
      *    ESTAMPILLE D ORIGINE, VIEILLIE DANS LE RAPPORT D AGE ET
      *    ESCALADEE AU-DELA DE L AGE PARAMETRE.
           IF L-NbrSuspensPrec = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRunSuspens
           COMPUTE L-JourCourantNum =
               FUNCTION INTEGER-OF-DATE(L-DateRunSuspens)

               MOVE SUS-MONTANT(IND-SUS) TO E-MONTANT-U
               MOVE SPACE                TO E-TYPE-ENR
               MOVE SPACES               TO E-DEVISE
               MOVE SUS-CODEPROF(IND-SUS) TO E-CODEPROF
               MOVE SPACES               TO E-TETE-NOM
               MOVE SPACES               TO E-TETE-PRN
               MOVE SUS-MODE-REGL(IND-SUS) TO E-MODE-REGL

               MOVE 'Y' TO L-ContratOK
               IF L-NbrContratsBase > 0
                   MOVE 'N' TO L-ContratOK
               END-IF

      *--      SOIN DATE D UNE PERIODE DE SUSPENSION DU CONTRAT POUR
      *--      NON-PAIEMENT : L ENTREE RESTE EN SUSPENS SOUS CE MOTIF
               IF L-ContratOK = 'Y'
                   PERFORM CONTROLE-SUSPENSION-CONTRAT
                   IF L-CtrEnVigueur = 'N'
                       MOVE 'N' TO L-ContratOK
                       MOVE 'CONTRAT SUSPENDU'
                           TO SUS-MOTIF(IND-SUS)
                   END-IF
               END-IF

      *--      CONTRAT PRESENT MAIS ACCORD PREALABLE TOUJOURS ABSENT :
      *--      L ENTREE RESTE EN SUSPENS SOUS CE MOTIF, AVEC SON
      *--      ESTAMPILLE D ORIGINE
               IF L-ContratOK = 'Y'
                   PERFORM CONTROLE-ACCORD
                   IF L-AccordOK = 'N'
                       MOVE 'N' TO L-ContratOK
                       MOVE 'ACCORD PREAL. ABSENT'
                           TO SUS-MOTIF(IND-SUS)
                   END-IF
               END-IF

      *--      PROFESSIONNEL DE SANTE TOUJOURS INCONNU DU REPERTOIRE OU
      *--      HORS EXERCICE : L ENTREE RESTE EN SUSPENS (QUEL QUE SOIT
      *--      LE MODE REJET/SUSPENS DU LOT COURANT)
               IF L-ContratOK = 'Y'
                   PERFORM CONTROLE-PROFESSIONNEL
                   IF L-ProfOK = 'N'
                       MOVE 'N' TO L-ContratOK
                       MOVE L-MotifProf TO SUS-MOTIF(IND-SUS)
                   END-IF
               END-IF

               IF L-ContratOK = 'Y'
                   ADD 1 TO L-NbrSuspensLiberes
                   PERFORM TRAITEMENT
           MOVE SUS-MONTANT(IND-SUS) TO WS-SUS-MONTANT
           MOVE SUS-MOTIF(IND-SUS)   TO WS-SUS-MOTIF
           MOVE SUS-RUN(IND-SUS)     TO WS-SUS-RUN
           MOVE SUS-CODEPROF(IND-SUS) TO WS-SUS-CODEPROF
           MOVE SUS-MODE-REGL(IND-SUS) TO WS-SUS-MODE-REGL
           WRITE S-SUSPENS FROM WS-SUSPENS-LIGNE

           IF SUS-RUN(IND-SUS)(1:8) IS NUMERIC
                           MOVE CKPT-Z-Codepdt TO PLF-CODEPDT(IND-PLF)
                           MOVE CKPT-Z-Annee  TO PLF-INDANNEE(IND-PLF)
                           MOVE CKPT-Z-Cumul   TO PLF-CUMUL(IND-PLF)

                       WHEN 'B'
                           MOVE S-CHECKPOINT TO L-CKPT-TIERS-PAYANT
                           IF CKPT-B-Ind > L-NbrTiersPayant
                               MOVE CKPT-B-Ind TO L-NbrTiersPayant
                           END-IF
                           SET IND-TPY TO CKPT-B-Ind
                           MOVE CKPT-B-Codeprof TO TPY-CODEPROF(IND-TPY)
                           MOVE CKPT-B-Police   TO TPY-POLICE(IND-TPY)
                           MOVE CKPT-B-Datesoin TO TPY-DATESOIN(IND-TPY)
                           MOVE CKPT-B-Codepdt  TO TPY-CODEPDT(IND-TPY)
                           MOVE CKPT-B-Type     TO TPY-TYPE-ENR(IND-TPY)
                           MOVE CKPT-B-Remb     TO TPY-REMB(IND-TPY)

                       WHEN 'K'
                           MOVE S-CHECKPOINT TO L-CKPT-FORCLUSION
                           MOVE CKPT-K-NbrForclos TO L-NbrForclos
                           MOVE CKPT-K-MontantForclos
                               TO L-MontantForclos
                           MOVE CKPT-K-NbrProches TO L-NbrForclProches
                           MOVE CKPT-K-NbrRecours
                               TO L-NbrRattachesRecours
                           MOVE CKPT-K-MontantRecours
                               TO L-MontantRecours
                   END-EVALUATE
               END-READ
           END-PERFORM
               WRITE S-CHECKPOINT END-WRITE
           END-PERFORM

           PERFORM VARYING IND-TPY FROM 1 BY 1
                   UNTIL IND-TPY > L-NbrTiersPayant
               SET CKPT-B-Ind TO IND-TPY
               MOVE TPY-CODEPROF(IND-TPY) TO CKPT-B-Codeprof
               MOVE TPY-POLICE(IND-TPY)   TO CKPT-B-Police
               MOVE TPY-DATESOIN(IND-TPY) TO CKPT-B-Datesoin
               MOVE TPY-CODEPDT(IND-TPY)  TO CKPT-B-Codepdt
               MOVE TPY-TYPE-ENR(IND-TPY) TO CKPT-B-Type
               MOVE TPY-REMB(IND-TPY)     TO CKPT-B-Remb
               MOVE L-CKPT-TIERS-PAYANT TO S-CHECKPOINT
               WRITE S-CHECKPOINT END-WRITE
           END-PERFORM

           MOVE L-NbrForclos      TO CKPT-K-NbrForclos
           MOVE L-MontantForclos  TO CKPT-K-MontantForclos
           MOVE L-NbrForclProches TO CKPT-K-NbrProches
           MOVE L-NbrRattachesRecours TO CKPT-K-NbrRecours
           MOVE L-MontantRecours  TO CKPT-K-MontantRecours
           MOVE L-CKPT-FORCLUSION TO S-CHECKPOINT
           WRITE S-CHECKPOINT END-WRITE

           CLOSE CHECKPOINT-FILE
           .
      *----------------------------------------------------------------------------
                   MOVE 'MONTANT NON NUMERIQUE' TO WS-MOTIF-REJET
               END-IF
           END-IF

      *>          MODE DE REGLEMENT : UN TIERS PAYANT DOIT DESIGNER LE
      *>          PROFESSIONNEL A REGLER
           IF WS-ENR-VALIDE = 'Y'
               IF NOT E-MODE-REGL-VALIDE
                   MOVE 'N' TO WS-ENR-VALIDE
                   MOVE 'MODE DE REGLEMENT INCONNU' TO WS-MOTIF-REJET
               END-IF
           END-IF

           IF WS-ENR-VALIDE = 'Y'
               IF E-TIERS-PAYANT AND E-CODEPROF = SPACES
                   MOVE 'N' TO WS-ENR-VALIDE
                   MOVE 'TIERS PAYANT SANS PROFESSIONNEL'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF

      *>          DEMANDE PRESENTEE APRES LE DELAI DE FORCLUSION DU
      *>          PRODUIT : CATEGORIE DE REJET PROPRE, COMPTEE A PART
      *>          DANS LA SECTION CONTROLES DE RESULT.txt
           IF WS-ENR-VALIDE = 'Y' AND L-ForclActive = 'Y'
              AND NOT E-TYPE-AVOIR
               PERFORM CONTROLE-FORCLUSION
           END-IF

      *>          PROFESSIONNEL DE SANTE INCONNU OU HORS EXERCICE : REJET
      *>          SI LE PARAMETRE LE DEMANDE (EN MODE SUSPENS, LE
      *>          CONTROLE EST FAIT DANS TRAITEMENT)
           IF WS-ENR-VALIDE = 'Y' AND L-ActionProf-REJET
               PERFORM CONTROLE-PROFESSIONNEL
               IF L-ProfOK = 'N'
                   MOVE 'N' TO WS-ENR-VALIDE
                   MOVE L-MotifProf TO WS-MOTIF-REJET
                   ADD 1 TO L-NbrProfRejets
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-DELAIS-FORCLUSION.
      *----------------------------------------------------------------
      *    CHARGE LA TABLE DES DELAIS DE FORCLUSION PAR PRODUIT.
      *    FICHIER ABSENT : PAS DE CONTROLE DE FORCLUSION.
           OPEN INPUT FILE-DELAIS-FORCL
           IF L-FstDf = '35'
               EXIT PARAGRAPH
           END-IF
           IF L-FstDf NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstDf '>'
              PERFORM ERREUR
           END-IF

           MOVE 'Y' TO L-ForclActive
           MOVE 'N' TO L-FinDelaisForcl
           PERFORM UNTIL L-FinDelaisForcl = 'Y'
               READ FILE-DELAIS-FORCL
               AT END
                   MOVE 'Y' TO L-FinDelaisForcl
               NOT AT END
                   IF E-FOR-CODEPDT NOT = SPACES
                      AND E-FOR-DELAI IS NUMERIC
                      AND L-NbrDelaisForcl < 100
                       ADD 1 TO L-NbrDelaisForcl
                       SET IND-DFO TO L-NbrDelaisForcl
                       MOVE E-FOR-CODEPDT TO DFO-CODEPDT(IND-DFO)
                       MOVE E-FOR-DELAI   TO DFO-DELAI(IND-DFO)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DELAIS-FORCL
           .
      *----------------------------------------------------------------------------
       CONTROLE-FORCLUSION.
      *----------------------------------------------------------------
      *    LIMITE DE PRESENTATION = DATE DE SOIN + DELAI DU PRODUIT EN
      *    MOIS (JOUR RAMENE AU DERNIER DU MOIS SI BESOIN, 31/08 + 6
      *    MOIS = 28 OU 29/02). DATE DE TRAITEMENT POSTERIEURE A LA
      *    LIMITE : REJET. A MOINS DE L-ForclPreavis JOURS DE LA
      *    LIMITE : LA PRESTATION CONTINUE ET EST LISTEE POUR LA
      *    GESTION.
           MOVE L-ForclDefaut TO L-ForclDelai
           PERFORM VARYING IND-DFO FROM 1 BY 1
                   UNTIL IND-DFO > L-NbrDelaisForcl
               IF DFO-CODEPDT(IND-DFO) = E-CODEPDT
                   MOVE DFO-DELAI(IND-DFO) TO L-ForclDelai
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-ForclDelai = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE L-ForclSoin = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           COMPUTE L-ForclMoisNum = L-ForclSoinAAAA * 12
               + L-ForclSoinMM - 1 + L-ForclDelai
           COMPUTE L-ForclLimAAAA = L-ForclMoisNum / 12
           COMPUTE L-ForclLimMM =
               L-ForclMoisNum - L-ForclLimAAAA * 12 + 1
           MOVE L-ForclSoinJJ TO L-ForclLimJJ
           IF L-ForclLimJJ > 28
      *>          DERNIER JOUR DU MOIS LIMITE : VEILLE DU PREMIER DU
      *>          MOIS SUIVANT
               MOVE L-ForclLimite TO L-ForclFinMois
               MOVE 1 TO L-ForclFinJJ
               COMPUTE L-ForclFinMois = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(L-ForclFinMois) + 31)
               MOVE 1 TO L-ForclFinJJ
               COMPUTE L-ForclFinMois = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(L-ForclFinMois) - 1)
               IF L-ForclLimJJ > L-ForclFinJJ
                   MOVE L-ForclFinJJ TO L-ForclLimJJ
               END-IF
           END-IF
           COMPUTE L-JourLimite =
               FUNCTION INTEGER-OF-DATE(L-ForclLimite)
           COMPUTE L-ForclJoursRestants = L-JourLimite
               - L-JourTraitement

           MOVE E-MONTANT(1:9) TO L-ForclMontant
           COMPUTE L-ForclMontant = L-ForclMontant / 100

           IF L-ForclJoursRestants < 0
               MOVE 'N' TO WS-ENR-VALIDE
               MOVE 'DEMANDE FORCLOSE (DELAI DEPASSE)'
                   TO WS-MOTIF-REJET
               ADD 1 TO L-NbrForclos
               ADD L-ForclMontant TO L-MontantForclos
           ELSE
               IF L-ForclJoursRestants <= L-ForclPreavis
                   PERFORM ECRITURE-FORCL-PROCHE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRITURE-FORCL-PROCHE.
      *----------------------------------------------------------------
           ADD 1 TO L-NbrForclProches
           MOVE E-POLICENUM          TO WS-FPR-POLICE
           MOVE E-CODEPDT            TO WS-FPR-PRODUIT
           MOVE L-ForclSoin          TO WS-FPR-SOIN
           MOVE E-MONTANT-U          TO WS-FPR-MONTANT
           MOVE L-ForclLimite        TO WS-FPR-LIMITE
           MOVE L-ForclJoursRestants TO WS-FPR-JOURS
           MOVE L-RunId              TO WS-FPR-RUN
           WRITE S-FORCL-PROCHE FROM WS-FORCL-PROCHE-LIGNE
           .
      *----------------------------------------------------------------------------
       ECRITURE-REJET.
               IF L-ContratOK = 'N'
                   PERFORM ECRITURE-SUSPENS
               ELSE
      *>          PROFESSIONNEL DE SANTE INCONNU OU HORS EXERCICE (MODE
      *>          SUSPENS) : EN ATTENTE DE LA MISE A JOUR DU REPERTOIRE
               MOVE 'Y' TO L-ProfOK
               IF L-ActionProf-SUSPENS
                   PERFORM CONTROLE-PROFESSIONNEL
               END-IF
               IF L-ProfOK = 'N'
                   ADD 1 TO L-NbrProfSuspens
                   MOVE L-MotifProf TO L-MotifSuspens
                   PERFORM ECRITURE-SUSPENS
               ELSE
      *>          ADMISSIBILITE : SOIN DANS LA PERIODE DE GARANTIE DU
      *>          CONTRAT ET TETE COUVERTE A LA DATE DU SOIN
               PERFORM CONTROLE-ADMISSIBILITE
               IF L-Admissible = 'N'
                   PERFORM ECRITURE-INELIGIBLE
               ELSE
      *>          SOIN DATE D UNE PERIODE DE SUSPENSION DU CONTRAT POUR
      *>          NON-PAIEMENT : LA PRESTATION N EST PAS PAYEE, ELLE
      *>          EST MISE EN SUSPENS
               PERFORM CONTROLE-SUSPENSION-CONTRAT
               IF L-CtrEnVigueur = 'N'
                   ADD 1 TO L-NbrSoinsSuspension
                   MOVE 'CONTRAT SUSPENDU' TO L-MotifSuspens
                   PERFORM ECRITURE-SUSPENS
               ELSE
      *>          PRODUIT SOUMIS A ACCORD PREALABLE SANS ACCORD VALIDE
      *>          A LA DATE DU SOIN : LA PRESTATION EST MISE EN
      *>          SUSPENS JUSQU A RECEPTION DE L ACCORD
               PERFORM CONTROLE-ACCORD
               IF L-AccordOK = 'N'
                   ADD 1 TO L-NbrSansAccord
                   MOVE 'ACCORD PREAL. ABSENT' TO L-MotifSuspens
                   PERFORM ECRITURE-SUSPENS
               ELSE
      *>          CONTROLE CONTRE L HISTORIQUE DES PRESTATIONS DEJA
      *>          TRAITEES : UN LOT RESOUMIS EST ECARTE ICI. UNE
      *>          RELANCE CORRECTIVE (L-Rerun-OUI) REECRIT SES
      *>          PROPRES ENREGISTREMENTS AU LIEU DE LES REJETER.
               MOVE 'Y' TO L-PrestationInedite
               PERFORM CONTROLE-HISTORIQUE
               IF L-DeviseOK = 'N'
                   CONTINUE
               ELSE
      *>          PRESTATION COUVERTE PAR UN ACCORD PREALABLE : LE
      *>          MONTANT RETENU EST BORNE PAR LE RESTE DU PLAFOND
      *>          ACCORDE
               IF L-IndAccord > 0 AND NOT E-TYPE-AVOIR
                   PERFORM APPLIQUE-PLAFOND-ACCORD
               END-IF
      *>          MONTANT REMBOURSE DE LA PRESTATION (BAREME DU CODE
      *>          PRODUIT), CUMULE EN PARALLELE DU MONTANT RECLAME
               PERFORM CALCUL-REMBOURSEMENT
      *>          TIERS PAYANT : LA PRESTATION (OU L AVOIR) EST RETENUE
      *>          POUR LE REGLEMENT DU PROFESSIONNEL ET SERA DEDUITE DU
      *>          NET PAYE A L ASSURE
               IF E-TIERS-PAYANT
                   PERFORM ENREGISTRE-TIERS-PAYANT
               END-IF
               IF E-TYPE-AVOIR
                   ADD 1 TO L-NbrAvoirs
                   ADD L-TMPMONT TO L-MontantAvoirs
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           ADD 1 TO L-NbrEnrTrt
           MOVE E-MONTANT-U TO HP-MONTANT
           MOVE L-RunId     TO HP-RUNID
           MOVE E-CODEPDT   TO HP-CODEPDT
           MOVE E-TYPE-ENR  TO HP-TYPE-ENR
           MOVE L-TMPREMB   TO HP-REMB
           MOVE SPACES      TO HP-RECOURS
           IF L-NbrDossiersRecours > 0
               PERFORM RATTACHEMENT-RECOURS
           END-IF

           MOVE L-RunId TO WS-JRN-RUNID
           MOVE SPACES TO WS-JRN-IMAGE
           IF L-HistoConnue = 'Y'
               MOVE 'AV' TO WS-JRN-ACTION
               MOVE L-ImageHisto TO WS-JRN-IMAGE(1:69)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               REWRITE HP-ENREG
           ELSE
               MOVE 'AJ' TO WS-JRN-ACTION
               MOVE HP-ENREG TO WS-JRN-IMAGE(1:69)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               WRITE HP-ENREG
           END-IF
           .
      *----------------------------------------------------------------------------
       RATTACHEMENT-RECOURS.
      *-----------
      *--   RATTACHE LA PRESTATION AU DOSSIER DE RECOURS DE SA POLICE
      *--   DONT LA PERIODE (DATE D ACCIDENT - DATE DE FIN) COUVRE LA
      *--   DATE DE SOIN ; LE DOSSIER A L ACCIDENT LE PLUS RECENT
      *--   L EMPORTE. LES AVOIRS SONT RATTACHES AUSSI (ILS VIENNENT EN
      *--   DEDUCTION DU MONTANT PAYE DU DOSSIER DANS RECOURS3).
           COMPUTE L-DateSoinRecours = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           MOVE 0 TO L-DateAccRetenue
           PERFORM VARYING IND-RCS FROM 1 BY 1
                   UNTIL IND-RCS > L-NbrDossiersRecours
               IF RCS-POLICE(IND-RCS) = E-POLICENUM
                  AND RCS-DATEACC(IND-RCS) <= L-DateSoinRecours
                  AND (RCS-DATEFIN(IND-RCS) = 0
                       OR RCS-DATEFIN(IND-RCS) >= L-DateSoinRecours)
                  AND RCS-DATEACC(IND-RCS) >= L-DateAccRetenue
                   MOVE RCS-DATEACC(IND-RCS) TO L-DateAccRetenue
                   MOVE RCS-REFERENCE(IND-RCS) TO HP-RECOURS
               END-IF
           END-PERFORM

           IF HP-RECOURS NOT = SPACES
               ADD 1 TO L-NbrRattachesRecours
               IF NOT E-TYPE-AVOIR
                   ADD L-TMPREMB TO L-MontantRecours
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-DOSSIERS-RECOURS.
      *-----------
      *--   CHARGE LES DOSSIERS DE RECOURS DECLARES (FICHIER
      *--   FACULTATIF : ABSENT, AUCUNE PRESTATION N EST RATTACHEE).
           OPEN INPUT FILE-DOSSIERS-RECOURS
           IF L-FstDr = '35'
               EXIT PARAGRAPH
           END-IF
           IF L-FstDr NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstDr '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinRecours
           PERFORM UNTIL L-FinRecours = 'Y'
               READ FILE-DOSSIERS-RECOURS
               AT END
                   MOVE 'Y' TO L-FinRecours
               NOT AT END
                   IF E-DRC-REFERENCE NOT = SPACES
                      AND E-DRC-POLICE IS NUMERIC
                      AND E-DRC-DATEACC IS NUMERIC
                      AND L-NbrDossiersRecours < 2000
                       ADD 1 TO L-NbrDossiersRecours
                       SET IND-RCS TO L-NbrDossiersRecours
                       MOVE E-DRC-REFERENCE TO RCS-REFERENCE(IND-RCS)
                       MOVE E-DRC-POLICE    TO RCS-POLICE(IND-RCS)
                       MOVE E-DRC-DATEACC   TO RCS-DATEACC(IND-RCS)
                       IF E-DRC-DATEFIN IS NUMERIC
                           MOVE E-DRC-DATEFIN TO RCS-DATEFIN(IND-RCS)
                       ELSE
                           MOVE 0 TO RCS-DATEFIN(IND-RCS)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DOSSIERS-RECOURS
           .
      *----------------------------------------------------------------------------
       ECRITURE-DOUBLON-DEC.
      *-----------
                  PERFORM ERREUR
               END-IF

               OPEN OUTPUT FILE-IBAN-REJETES
               IF L-FstIr NOT = ZERO
                  DISPLAY 'Erreur ouverture fichier FS =' L-FstIr '>'
                  PERFORM ERREUR
               END-IF

               OPEN I-O STATUTS-PAIEMENTS
               IF L-FstSt = '35'
      *--          STATUT DES PAIEMENTS PAS ENCORE CREE
                  OPEN OUTPUT STATUTS-PAIEMENTS
                  CLOSE STATUTS-PAIEMENTS
                  OPEN I-O STATUTS-PAIEMENTS
               END-IF
               IF L-FstSt NOT = ZERO
                  DISPLAY 'Erreur ouverture statuts FS =' L-FstSt '>'
                  PERFORM ERREUR
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRunPay
               PERFORM ANNULE-STATUTS-RUN
               PERFORM RECENSE-IMPAYES-HORS-LOT

               MOVE L-RunId TO WS-PAY-HDR-RUNID
               WRITE S-PAIEMENT FROM WS-PAY-HEADER

               PERFORM VARYING IND-POL FROM 1 BY 1
                       UNTIL IND-POL > L-NbrPolices
                   PERFORM CALCUL-NET-POLICE

                   IF L-MontantAPayer > 0
                       MOVE POL-NUMERO(IND-POL) TO L-PolicePaiement
                       PERFORM ECRITURE-ORDRE-PAIEMENT
                   END-IF
               END-PERFORM

      *--       IMPAYES A REPRESENTER POUR DES POLICES SANS ORDRE DANS
      *--       CE LOT : UN ORDRE PORTANT LEUR SEUL MONTANT
               PERFORM VARYING IND-REP FROM 1 BY 1
                       UNTIL IND-REP > L-NbrPolRepres
                   MOVE REP-POLICE(IND-REP) TO L-PolicePaiement
                   MOVE 0 TO L-MontantAPayer
                   PERFORM ECRITURE-ORDRE-PAIEMENT
               END-PERFORM

               MOVE L-NbrOrdres     TO WS-PAY-NBR
               MOVE L-HashPaiements TO WS-PAY-HASH
               WRITE S-PAIEMENT FROM WS-PAY-TRAILER

               CLOSE FILE-PAIEMENTS
                     FILE-IBAN-REJETES
                     STATUTS-PAIEMENTS

               IF L-NbrRepresentes > 0
                   DISPLAY L-NbrRepresentes ' VIREMENT(S) IMPAYE(S) '
                       'REPRESENTE(S) POUR ' L-MontantRepresente
               END-IF

               IF L-NbrSansRib > 0
                   DISPLAY L-NbrSansRib ' POLICE(S) SANS COORDONNEES '
                       'BANCAIRES, VIREMENT NON EMIS'
               END-IF
               IF L-NbrIbanRejetes > 0
                   DISPLAY L-NbrIbanRejetes ' POLICE(S) A IBAN '
                       'INVALIDE, VIREMENT NON EMIS (VOIR '
                       L-NomIbanRejetes ')'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       ANNULE-STATUTS-RUN.
      *-----------
      *--   UNE RELANCE OU UNE REPRISE DU MEME TRAITEMENT REEMET SES
      *--   ORDRES : SES ORDRES ENCORE 'E' SONT SUPPRIMES (ILS SERONT
      *--   RECREES) ET LES IMPAYES QU IL AVAIT REPRESENTES REDEVIENNENT
      *--   'I'.
           MOVE LOW-VALUES TO SP-CLE
           MOVE 'N' TO L-FinStatuts
           START STATUTS-PAIEMENTS KEY NOT < SP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinStatuts
           END-START
           PERFORM UNTIL L-FinStatuts = 'Y'
               READ STATUTS-PAIEMENTS NEXT
               AT END
                   MOVE 'Y' TO L-FinStatuts
               NOT AT END
                   IF SP-RUNID = L-RunId AND SP-EMIS
                       ADD 1 TO L-NbrStatutsAnnules
                       DELETE STATUTS-PAIEMENTS
                   ELSE
                       IF SP-REPRESENTE AND SP-RUNID-REPRES = L-RunId
                           ADD 1 TO L-NbrStatutsAnnules
                           SET SP-IMPAYE TO TRUE
                           MOVE SPACES TO SP-RUNID-REPRES
                           REWRITE SP-ENREG
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RECENSE-IMPAYES-HORS-LOT.
      *-----------
      *--   MEMORISE LES POLICES PORTANT UN IMPAYE 'I' ET SANS ORDRE
      *--   PROPRE DANS CE LOT (ABSENTES DU LOT OU NET NON POSITIF) :
      *--   ELLES RECEVRONT UN ORDRE DE REPRESENTATION SEUL SI LEURS
      *--   COORDONNEES ONT ETE CORRIGEES.
           MOVE 0 TO L-NbrPolRepres
           MOVE LOW-VALUES TO SP-CLE
           MOVE 'N' TO L-FinStatuts
           START STATUTS-PAIEMENTS KEY NOT < SP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinStatuts
           END-START
           PERFORM UNTIL L-FinStatuts = 'Y'
               READ STATUTS-PAIEMENTS NEXT
               AT END
                   MOVE 'Y' TO L-FinStatuts
               NOT AT END
                   MOVE 'N' TO L-ARepresenter
                   IF SP-IMPAYE
                       MOVE 'Y' TO L-ARepresenter
                       IF L-NbrPolRepres > 0
                           IF REP-POLICE(L-NbrPolRepres) = SP-POLICE
                               MOVE 'N' TO L-ARepresenter
                           END-IF
                       END-IF
                   END-IF
                   IF L-ARepresenter = 'Y'
                       MOVE SP-POLICE TO L-BIN-NUMERO
                       PERFORM RECHERCHE-POLICE-IDX
                       MOVE 0 TO L-MontantAPayer
                       IF L-BIN-TROUVE = 'Y'
                           SET IND-POL TO L-BIN-RANG
                           PERFORM CALCUL-NET-POLICE
                       END-IF
                       IF L-MontantAPayer NOT > 0
                          AND L-NbrPolRepres < 2000
                           ADD 1 TO L-NbrPolRepres
                           MOVE SP-POLICE TO REP-POLICE(L-NbrPolRepres)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       REPRESENTATION-IMPAYES.
      *-----------
      *--   AJOUTE A L-MontantAPayer LES IMPAYES 'I' DE LA POLICE
      *--   L-PolicePaiement DONT L IBAN REJETE DIFFERE DE L IBAN
      *--   ACTUEL DU REFERENTIEL (RIB-IBAN(IND-RIB)) : ILS PASSENT
      *--   'P', ESTAMPILLES DE CE TRAITEMENT. IBAN INCHANGE = PAS
      *--   ENCORE CORRIGE, L IMPAYE ATTEND.
           MOVE L-PolicePaiement TO SP-POLICE
           MOVE LOW-VALUES TO SP-RUNID
           MOVE 'N' TO L-FinStatuts
           START STATUTS-PAIEMENTS KEY NOT < SP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinStatuts
           END-START
           PERFORM UNTIL L-FinStatuts = 'Y'
               READ STATUTS-PAIEMENTS NEXT
               AT END
                   MOVE 'Y' TO L-FinStatuts
               NOT AT END
                   IF SP-POLICE NOT = L-PolicePaiement
                       MOVE 'Y' TO L-FinStatuts
                   ELSE
                       IF SP-IMPAYE AND SP-IBAN NOT = RIB-IBAN(IND-RIB)
                           ADD SP-MONTANT TO L-MontantAPayer
                           ADD 1 TO L-NbrRepresentes
                           ADD SP-MONTANT TO L-MontantRepresente
                           SET SP-REPRESENTE TO TRUE
                           MOVE L-RunId      TO SP-RUNID-REPRES
                           MOVE L-DateRunPay TO SP-DATE-STATUT
                           REWRITE SP-ENREG
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-STATUT-PAIEMENT.
      *-----------
      *--   INSCRIT L ORDRE 'P2' QUI VA ETRE EMIS AU STATUT 'E'.
           MOVE L-PolicePaiement  TO SP-POLICE
           MOVE L-RunId           TO SP-RUNID
           MOVE RIB-IBAN(IND-RIB) TO SP-IBAN
           MOVE L-MontantAPayer   TO SP-MONTANT
           SET SP-EMIS TO TRUE
           MOVE L-DateRunPay      TO SP-DATE-EMISSION
           MOVE L-DateRunPay      TO SP-DATE-STATUT
           MOVE SPACES            TO SP-MOTIF
           MOVE SPACES            TO SP-RUNID-REPRES
           WRITE SP-ENREG
           INVALID KEY
               DISPLAY 'Erreur ecriture statut paiement police '
                   SP-POLICE ' FS =' L-FstSt '>'
               PERFORM ERREUR
           END-WRITE
           .
      *----------------------------------------------------------------------------
       CALCUL-NET-POLICE.
      *-----------
      *--   NET REMBOURSE DU LOT POUR LA POLICE IND-POL (PRESTATIONS
      *--   MOINS AVOIRS, TOUTES ANNEES CONFONDUES) DANS
      *--   L-MontantAPayer, HORS PART REGLEE AUX PROFESSIONNELS EN
      *--   TIERS PAYANT.
           MOVE 0 TO L-MontantAPayer
           PERFORM VARYING L-INDANNEE FROM 1 BY 1
                   UNTIL L-INDANNEE > L-INDANNEE-MAX
               ADD POL-REMB-ANNEE(IND-POL L-INDANNEE)
                   TO L-MontantAPayer
           END-PERFORM
           SUBTRACT POL-REMB-TP(IND-POL) FROM L-MontantAPayer
           PERFORM VARYING IND-AVOIR FROM 1 BY 1
                   UNTIL IND-AVOIR > L-NbrPolAvoirs
               IF AVOIR-NUMERO(IND-AVOIR)
                  = POL-NUMERO(IND-POL)
                   PERFORM VARYING L-INDANNEE FROM 1 BY 1
                           UNTIL L-INDANNEE > L-INDANNEE-MAX
                       SUBTRACT AVOIR-REMB-ANNEE
                               (IND-AVOIR L-INDANNEE)
                           FROM L-MontantAPayer
                   END-PERFORM
                   ADD AVOIR-REMB-TP(IND-AVOIR) TO L-MontantAPayer
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       TRAITE-INDUS.
      *-----------
      *--   1) ANNULE LES MOUVEMENTS QU UN PASSAGE ANTERIEUR DE CE
      *--      MEME TRAITEMENT (RELANCE CORRECTIVE, REPRISE APRES
      *--      INCIDENT) A PU LAISSER DANS LE GRAND LIVRE : INDUS
      *--      CONSTATES SUPPRIMES, IMPUTATIONS RENDUES AU SOLDE ;
      *--   2) CONSTATE UN INDU POUR CHAQUE POLICE DONT LE NET
      *--      REMBOURSE DU LOT EST NEGATIF, Y COMPRIS LES POLICES
      *--      N AYANT QUE DES AVOIRS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRunIndu

           MOVE LOW-VALUES TO IP-CLE
           MOVE 'N' TO L-FinIndus
           START INDUS-POLICES KEY NOT < IP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinIndus
           END-START
           PERFORM UNTIL L-FinIndus = 'Y'
               READ INDUS-POLICES NEXT
               AT END
                   MOVE 'Y' TO L-FinIndus
               NOT AT END
                   IF IP-RUNID = L-RunId
                       ADD 1 TO L-NbrIndusAnnules
                       DELETE INDUS-POLICES
                   ELSE
                       IF IP-RUNID-RECOUV = L-RunId
                           ADD IP-RECOUV-RUN TO IP-SOLDE
                           MOVE 0 TO IP-RECOUV-RUN
                           MOVE SPACES TO IP-RUNID-RECOUV
                           ADD 1 TO L-NbrIndusAnnules
                           REWRITE IP-ENREG
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING IND-POL FROM 1 BY 1
                   UNTIL IND-POL > L-NbrPolices
               PERFORM CALCUL-NET-POLICE
               IF L-MontantAPayer < 0
                   MOVE POL-NUMERO(IND-POL) TO IP-POLICE
                   COMPUTE L-MontantIndu = 0 - L-MontantAPayer
                   PERFORM CREATION-INDU
               END-IF
           END-PERFORM

      *--   POLICES PRESENTES UNIQUEMENT DANS LES AVOIRS
           PERFORM VARYING IND-AVOIR FROM 1 BY 1
                   UNTIL IND-AVOIR > L-NbrPolAvoirs
               MOVE 'N' TO L-PolDansPrestas
               PERFORM VARYING IND-POL FROM 1 BY 1
                       UNTIL IND-POL > L-NbrPolices
                   IF POL-NUMERO(IND-POL) = AVOIR-NUMERO(IND-AVOIR)
                       MOVE 'Y' TO L-PolDansPrestas
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF L-PolDansPrestas = 'N'
                   MOVE 0 TO L-MontantIndu
                   PERFORM VARYING L-INDANNEE FROM 1 BY 1
                           UNTIL L-INDANNEE > L-INDANNEE-MAX
                       ADD AVOIR-REMB-ANNEE(IND-AVOIR L-INDANNEE)
                           TO L-MontantIndu
                   END-PERFORM
                   SUBTRACT AVOIR-REMB-TP(IND-AVOIR) FROM L-MontantIndu
                   IF L-MontantIndu > 0
                       MOVE AVOIR-NUMERO(IND-AVOIR) TO IP-POLICE
                       PERFORM CREATION-INDU
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CREATION-INDU.
      *-----------
      *--   INSCRIT L INDU L-MontantIndu DE LA POLICE IP-POLICE SOUS
      *--   L IDENTIFIANT DE CE TRAITEMENT.
           MOVE L-RunId       TO IP-RUNID
           MOVE L-DateRunIndu TO IP-DATE-ORIGINE
           MOVE L-MontantIndu TO IP-MONTANT
           MOVE L-MontantIndu TO IP-SOLDE
           MOVE 0             TO IP-DATE-RECOUV
           MOVE SPACES        TO IP-RUNID-RECOUV
           MOVE 0             TO IP-RECOUV-RUN
           WRITE IP-ENREG
           INVALID KEY
               DISPLAY 'Erreur ecriture indus police ' IP-POLICE
                   ' FS =' L-FstIp '>'
               PERFORM ERREUR
           END-WRITE

           ADD 1 TO L-NbrIndusNouveaux
           ADD L-MontantIndu TO L-TotIndusNouveaux
           MOVE 'INDU CONSTATE' TO WS-IND-TYPE
           MOVE IP-POLICE     TO WS-IND-POLICE
           MOVE IP-RUNID      TO WS-IND-RUNID
           MOVE IP-MONTANT    TO WS-IND-MONTANT
           MOVE IP-SOLDE      TO WS-IND-SOLDE
           WRITE S-RAPPORT-INDU FROM WS-IND-LIGNE
           .
      *----------------------------------------------------------------------------
       IMPUTATION-INDUS.
      *-----------
      *--   DEDUIT DE L-MontantAPayer (POLICE L-PolicePaiement) LES SOLDES
      *--   D INDUS DE LA POLICE, DU PLUS ANCIEN AU PLUS RECENT, JUSQU A
      *--   EPUISEMENT DE L UN OU DE L AUTRE. CHAQUE IMPUTATION EST
      *--   ESTAMPILLEE DE CE TRAITEMENT ET TRACEE AU RAPPORT.
           MOVE L-PolicePaiement TO IP-POLICE
           MOVE LOW-VALUES TO IP-RUNID
           MOVE 'N' TO L-FinIndus
           START INDUS-POLICES KEY NOT < IP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinIndus
           END-START
           PERFORM UNTIL L-FinIndus = 'Y' OR L-MontantAPayer = 0
               READ INDUS-POLICES NEXT
               AT END
                   MOVE 'Y' TO L-FinIndus
               NOT AT END
                   IF IP-POLICE NOT = L-PolicePaiement
                       MOVE 'Y' TO L-FinIndus
                   ELSE
                       IF IP-SOLDE > 0 AND IP-RUNID NOT = L-RunId
                           IF IP-SOLDE < L-MontantAPayer
                               MOVE IP-SOLDE TO L-MontantImpute
                           ELSE
                               MOVE L-MontantAPayer TO L-MontantImpute
                           END-IF
                           SUBTRACT L-MontantImpute FROM IP-SOLDE
                           SUBTRACT L-MontantImpute FROM L-MontantAPayer
                           MOVE L-DateRunIndu   TO IP-DATE-RECOUV
                           MOVE L-RunId         TO IP-RUNID-RECOUV
                           MOVE L-MontantImpute TO IP-RECOUV-RUN
                           REWRITE IP-ENREG
                           ADD 1 TO L-NbrImputations
                           ADD L-MontantImpute TO L-TotImputations
                           MOVE 'IMPUTATION'    TO WS-IND-TYPE
                           MOVE IP-POLICE       TO WS-IND-POLICE
                           MOVE IP-RUNID        TO WS-IND-RUNID
                           MOVE L-MontantImpute TO WS-IND-MONTANT
                           MOVE IP-SOLDE        TO WS-IND-SOLDE
                           WRITE S-RAPPORT-INDU FROM WS-IND-LIGNE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-INDUS-AGES.
      *-----------
      *--   LISTE POUR L EQUIPE RECOUVREMENT LES INDUS DONT IL RESTE
      *--   UN SOLDE ET CONSTATES DEPUIS PLUS DE L-IndusMoisMax MOIS
      *--   (DATE LIMITE = DATE DU JOUR RECULEE D AUTANT DE MOIS).
           COMPUTE L-MoisLimiteIndu =
               L-AnRunIndu * 12 + L-MoisRunIndu - 1 - L-IndusMoisMax
           DIVIDE L-MoisLimiteIndu BY 12 GIVING L-AnLimiteIndu
               REMAINDER L-MoisLimIndu
           ADD 1 TO L-MoisLimIndu
           MOVE L-JourRunIndu TO L-JourLimiteIndu

           MOVE LOW-VALUES TO IP-CLE
           MOVE 'N' TO L-FinIndus
           START INDUS-POLICES KEY NOT < IP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinIndus
           END-START
           PERFORM UNTIL L-FinIndus = 'Y'
               READ INDUS-POLICES NEXT
               AT END
                   MOVE 'Y' TO L-FinIndus
               NOT AT END
                   IF IP-SOLDE > 0
                      AND IP-DATE-ORIGINE < L-DateLimiteIndu
                       ADD 1 TO L-NbrIndusAges
                       COMPUTE L-AgeIndu =
                           FUNCTION INTEGER-OF-DATE(L-DateRunIndu)
                           - FUNCTION INTEGER-OF-DATE(IP-DATE-ORIGINE)
                       MOVE IP-POLICE       TO WS-IAG-POLICE
                       MOVE IP-RUNID        TO WS-IAG-RUNID
                       MOVE IP-DATE-ORIGINE TO WS-IAG-DATE
                       MOVE IP-MONTANT      TO WS-IAG-MONTANT
                       MOVE IP-SOLDE        TO WS-IAG-SOLDE
                       MOVE L-AgeIndu       TO WS-IAG-AGE
                       MOVE IP-DATE-RECOUV  TO WS-IAG-RECOUV
                       WRITE S-INDU-AGE FROM WS-IAG-LIGNE
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-ORDRE-PAIEMENT.
      *-----------
      *--   ORDRE 'P2' POUR LA POLICE COURANTE (IND-POL) SI SES
      *--   COORDONNEES BANCAIRES SONT CONNUES ET SI L IBAN PASSE LE
      *--   CONTROLE DE CLE DU MODULE COMMUN CTRLRIB : UN IBAN FAUX
      *--   SERAIT REJETE PAR LA BANQUE, L ORDRE EST RETENU ET LA
      *--   POLICE SIGNALEE DANS IBAN_REJETES.txt.
           MOVE 'N' TO L-RibTrouve
           PERFORM VARYING IND-RIB FROM 1 BY 1
                   UNTIL IND-RIB > L-NbrRibPol
               IF RIB-POLICE(IND-RIB) = L-PolicePaiement
                   MOVE 'Y' TO L-RibTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-RibTrouve = 'Y'
               MOVE RIB-IBAN(IND-RIB) TO L-IbanCtrl
               CALL 'CTRLRIB' USING L-ModeCtrlRib L-IbanCtrl
                                    L-RetourCtrlRib L-CleCtrlRib
                                    L-LibCtrlRib
               IF L-RetourCtrlRib NOT = '00'
      *--          'R' : COORDONNEES CONNUES MAIS REFUSEES
                   MOVE 'R' TO L-RibTrouve
                   ADD 1 TO L-NbrIbanRejetes
                   ADD L-MontantAPayer TO L-MontantIbanRejetes
                   MOVE L-PolicePaiement    TO WS-IBR-POLICE
                   MOVE RIB-IBAN(IND-RIB)   TO WS-IBR-IBAN
                   MOVE L-RetourCtrlRib     TO WS-IBR-CODE
                   MOVE L-LibCtrlRib        TO WS-IBR-LIBELLE
                   MOVE L-MontantAPayer     TO WS-IBR-MONTANT
                   WRITE S-IBAN-REJETE FROM WS-IBR-LIGNE
               END-IF
           END-IF

           IF L-RibTrouve = 'N'
               ADD 1 TO L-NbrSansRib
           END-IF
      *--   LES IMPAYES DE LA POLICE DONT L IBAN A ETE CORRIGE SONT
      *--   REPRIS DANS L ORDRE, PUIS LES INDUS EN COURS DE LA POLICE
      *--   EN SONT DEDUITS ; ENTIEREMENT ABSORBE, L ORDRE N EST PAS
      *--   EMIS. L ORDRE EMIS EST INSCRIT AU STATUT DES PAIEMENTS.
           IF L-RibTrouve = 'Y'
               PERFORM REPRESENTATION-IMPAYES
               PERFORM IMPUTATION-INDUS
           END-IF
           IF L-RibTrouve = 'Y' AND L-MontantAPayer > 0
               PERFORM ENREGISTRE-STATUT-PAIEMENT
               MOVE L-PolicePaiement    TO WS-PAY-POLICE
               MOVE RIB-IBAN(IND-RIB)   TO WS-PAY-IBAN
               MOVE L-MontantAPayer     TO WS-PAY-MONTANT
               WRITE S-PAIEMENT FROM WS-PAY-DETAIL
               ADD L-MontantAPayer TO L-HashPaiements
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-RIB-PROFESSIONNELS.
      *-----------
      *--   CHARGE LES COORDONNEES BANCAIRES DES PROFESSIONNELS REGLES
      *--   EN TIERS PAYANT. FICHIER FACULTATIF : EN SON ABSENCE, LES
      *--   PROFESSIONNELS DU LOT PARTENT TOUS EN ANOMALIE.
           OPEN INPUT FILE-RIBPROF
           IF L-FstRf = '35'
               EXIT PARAGRAPH
           END-IF
           IF L-FstRf NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRf '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinRibProf
           PERFORM UNTIL L-FinRibProf = 'Y'
               READ FILE-RIBPROF
               AT END
                   MOVE 'Y' TO L-FinRibProf
               NOT AT END
                   IF E-RBP-CODEPROF NOT = SPACES
                      AND E-RBP-IBAN NOT = SPACES
                      AND L-NbrRibProf < 2000
                       ADD 1 TO L-NbrRibProf
                       SET IND-RBP TO L-NbrRibProf
                       MOVE E-RBP-CODEPROF TO RBP-CODEPROF(IND-RBP)
                       MOVE E-RBP-IBAN     TO RBP-IBAN(IND-RBP)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RIBPROF
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-TIERS-PAYANT.
      *-----------
      *--   RETIENT LA PRESTATION (OU L AVOIR) EN TIERS PAYANT POUR LE
      *--   REGLEMENT DU PROFESSIONNEL. LA TABLE SERT AUSSI A EXCLURE
      *--   CES MONTANTS DU NET PAYE A L ASSURE : PLEINE, LE LOT NE
      *--   PEUT PAS ETRE REGLE CORRECTEMENT ET S ARRETE.
           IF L-NbrTiersPayant >= 9999
               DISPLAY 'TABLE DU TIERS PAYANT PLEINE, POLICE '
                   E-POLICENUM
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrTiersPayant
           SET IND-TPY TO L-NbrTiersPayant
           MOVE E-CODEPROF  TO TPY-CODEPROF(IND-TPY)
           MOVE E-POLICENUM TO TPY-POLICE(IND-TPY)
           MOVE E-DATESOIN  TO TPY-DATESOIN(IND-TPY)
           MOVE E-CODEPDT   TO TPY-CODEPDT(IND-TPY)
           MOVE E-TYPE-ENR  TO TPY-TYPE-ENR(IND-TPY)
           MOVE L-TMPREMB   TO TPY-REMB(IND-TPY)
           .
      *----------------------------------------------------------------------------
       VENTILATION-TIERS-PAYANT.
      *-----------
      *--   REPORTE LA PART TIERS PAYANT SUR CHAQUE POLICE (PRESTATIONS
      *--   DANS POL-REMB-TP, AVOIRS DANS AVOIR-REMB-TP) ET CUMULE LE
      *--   NET A REGLER PAR PROFESSIONNEL, TRIE PAR CODE. RECALCULE A
      *--   PARTIR DE TABLE-TIERS-PAYANT, SEULE TENUE AU CHECKPOINT.
           PERFORM VARYING IND-POL FROM 1 BY 1
                   UNTIL IND-POL > L-NbrPolices
               MOVE 0 TO POL-REMB-TP(IND-POL)
           END-PERFORM
           PERFORM VARYING IND-AVOIR FROM 1 BY 1
                   UNTIL IND-AVOIR > L-NbrPolAvoirs
               MOVE 0 TO AVOIR-REMB-TP(IND-AVOIR)
           END-PERFORM
           MOVE 0 TO L-NbrProfsTp
           MOVE 0 TO L-NbrPrestTp
           MOVE 0 TO L-NbrAvoirsTp
           MOVE 0 TO L-MontantTp
           MOVE 0 TO L-MontantAvoirsTp

           PERFORM VARYING IND-TPY FROM 1 BY 1
                   UNTIL IND-TPY > L-NbrTiersPayant
               MOVE TPY-POLICE(IND-TPY) TO L-BIN-NUMERO
               IF TPY-AVOIR(IND-TPY)
                   ADD 1 TO L-NbrAvoirsTp
                   ADD TPY-REMB(IND-TPY) TO L-MontantAvoirsTp
                   PERFORM RECHERCHE-AVOIR-IDX
                   IF L-BIN-TROUVE = 'Y'
                       SET IND-AVOIR TO L-BIN-RANG
                       ADD TPY-REMB(IND-TPY) TO AVOIR-REMB-TP(IND-AVOIR)
                   END-IF
               ELSE
                   ADD 1 TO L-NbrPrestTp
                   ADD TPY-REMB(IND-TPY) TO L-MontantTp
                   PERFORM RECHERCHE-POLICE-IDX
                   IF L-BIN-TROUVE = 'Y'
                       SET IND-POL TO L-BIN-RANG
                       ADD TPY-REMB(IND-TPY) TO POL-REMB-TP(IND-POL)
                   END-IF
               END-IF
               PERFORM CUMUL-REGL-PROF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CUMUL-REGL-PROF.
      *-----------
      *--   CUMULE LA LIGNE IND-TPY SUR SON PROFESSIONNEL DANS
      *--   TABLE-REGL-PROF, TENUE TRIEE PAR CODE (INSERTION A SA
      *--   PLACE A LA PREMIERE APPARITION DU CODE).
           PERFORM VARYING L-RgpPos FROM 1 BY 1
                   UNTIL L-RgpPos > L-NbrProfsTp
               IF RGP-CODEPROF(L-RgpPos) >= TPY-CODEPROF(IND-TPY)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-RgpPos > L-NbrProfsTp
              OR RGP-CODEPROF(L-RgpPos) NOT = TPY-CODEPROF(IND-TPY)
               IF L-NbrProfsTp >= 2000
                   DISPLAY 'TABLE DES PROFESSIONNELS TIERS PAYANT '
                       'PLEINE'
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrProfsTp
               PERFORM VARYING L-RgpI FROM L-NbrProfsTp BY -1
                       UNTIL L-RgpI <= L-RgpPos
                   MOVE L-RGP(L-RgpI - 1) TO L-RGP(L-RgpI)
               END-PERFORM
               MOVE TPY-CODEPROF(IND-TPY) TO RGP-CODEPROF(L-RgpPos)
               MOVE 0 TO RGP-NET(L-RgpPos)
               MOVE 0 TO RGP-NBR(L-RgpPos)
           END-IF

           IF TPY-AVOIR(IND-TPY)
               SUBTRACT TPY-REMB(IND-TPY) FROM RGP-NET(L-RgpPos)
           ELSE
               ADD TPY-REMB(IND-TPY) TO RGP-NET(L-RgpPos)
           END-IF
           ADD 1 TO RGP-NBR(L-RgpPos)
           .
      *----------------------------------------------------------------------------
       ECRITURE-REGLEMENTS-TP.
      *-----------
      *--   UN ORDRE 'T2' PAR PROFESSIONNEL DONT LE NET TIERS PAYANT EST
      *--   POSITIF ET DONT L IBAN EST CONNU ET PASSE LE CONTROLE DE
      *--   CTRLRIB, SUIVI DE SON AVIS DE PAIEMENT 'T3'. LE FICHIER EST
      *--   TOUJOURS PRODUIT (EN-TETE ET TOTALISEUR SEULS SI LE LOT N A
      *--   PAS DE TIERS PAYANT) POUR QU UN FICHIER D UN LOT PRECEDENT
      *--   NE SOIT JAMAIS REPRIS PAR LA PASSERELLE.
           OPEN OUTPUT FILE-REGLEMENTS-TP
           IF L-FstTp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTp '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-ANOMALIES-TP
           IF L-FstTa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTa '>'
              PERFORM ERREUR
           END-IF

           MOVE L-RunId TO WS-TP-HDR-RUNID
           WRITE S-REGLEMENT-TP FROM WS-TP-HEADER

           PERFORM VARYING IND-RGP FROM 1 BY 1
                   UNTIL IND-RGP > L-NbrProfsTp
               MOVE RGP-CODEPROF(IND-RGP) TO WS-TPANO-CODEPROF
               MOVE RGP-NET(IND-RGP)      TO WS-TPANO-MONTANT
               IF RGP-NET(IND-RGP) NOT > 0
                   MOVE 'NET NUL OU NEGATIF (AVOIRS)' TO WS-TPANO-MOTIF
                   PERFORM ECRITURE-ANOMALIE-TP
               ELSE
                   MOVE 'N' TO L-RibTrouve
                   PERFORM VARYING IND-RBP FROM 1 BY 1
                           UNTIL IND-RBP > L-NbrRibProf
                       IF RBP-CODEPROF(IND-RBP) = RGP-CODEPROF(IND-RGP)
                           MOVE 'Y' TO L-RibTrouve
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF L-RibTrouve = 'N'
                       MOVE 'COORDONNEES BANCAIRES ABSENTES'
                           TO WS-TPANO-MOTIF
                       PERFORM ECRITURE-ANOMALIE-TP
                   ELSE
                       MOVE RBP-IBAN(IND-RBP) TO L-IbanCtrl
                       CALL 'CTRLRIB' USING L-ModeCtrlRib L-IbanCtrl
                                            L-RetourCtrlRib L-CleCtrlRib
                                            L-LibCtrlRib
                       IF L-RetourCtrlRib NOT = '00'
                           MOVE SPACES TO WS-TPANO-MOTIF
                           STRING 'IBAN REFUSE ' L-RetourCtrlRib ' '
                                  L-LibCtrlRib DELIMITED BY SIZE
                               INTO WS-TPANO-MOTIF
                           PERFORM ECRITURE-ANOMALIE-TP
                       ELSE
                           PERFORM ECRITURE-ORDRE-TP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE L-NbrOrdresTp      TO WS-TP-NBR-ORDRES
           MOVE L-NbrLignesAvisTp  TO WS-TP-NBR-LIGNES
           MOVE L-HashReglementsTp TO WS-TP-HASH
           WRITE S-REGLEMENT-TP FROM WS-TP-TRAILER

           CLOSE FILE-REGLEMENTS-TP
                 FILE-ANOMALIES-TP

           IF L-NbrAnomaliesTp > 0
               DISPLAY L-NbrAnomaliesTp ' PROFESSIONNEL(S) EN TIERS '
                   'PAYANT NON REGLE(S) (VOIR ' L-NomAnomaliesTp ')'
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRITURE-ORDRE-TP.
      *-----------
      *--   ORDRE 'T2' DU PROFESSIONNEL IND-RGP PUIS UNE LIGNE D AVIS
      *--   'T3' PAR PRESTATION OU AVOIR COUVERT (POLICE, DATE DE SOIN
      *--   AAAAMMJJ, PRODUIT, SENS '+' PRESTATION / '-' AVOIR).
           MOVE RGP-CODEPROF(IND-RGP) TO WS-TP-CODEPROF
           MOVE RBP-IBAN(IND-RBP)     TO WS-TP-IBAN
           MOVE RGP-NET(IND-RGP)      TO WS-TP-MONTANT
           MOVE RGP-NBR(IND-RGP)      TO WS-TP-NBR
           WRITE S-REGLEMENT-TP FROM WS-TP-ORDRE
           ADD 1 TO L-NbrOrdresTp
           ADD RGP-NET(IND-RGP) TO L-HashReglementsTp

           PERFORM VARYING IND-TPY FROM 1 BY 1
                   UNTIL IND-TPY > L-NbrTiersPayant
               IF TPY-CODEPROF(IND-TPY) = RGP-CODEPROF(IND-RGP)
                   COMPUTE L-DateSoinTp = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(TPY-DATESOIN(IND-TPY)))
                   MOVE TPY-CODEPROF(IND-TPY) TO WS-TPA-CODEPROF
                   MOVE TPY-POLICE(IND-TPY)   TO WS-TPA-POLICE
                   MOVE L-DateSoinTp          TO WS-TPA-DATESOIN
                   MOVE TPY-CODEPDT(IND-TPY)  TO WS-TPA-CODEPDT
                   IF TPY-AVOIR(IND-TPY)
                       MOVE '-' TO WS-TPA-SENS
                   ELSE
                       MOVE '+' TO WS-TPA-SENS
                   END-IF
                   MOVE TPY-REMB(IND-TPY)     TO WS-TPA-MONTANT
                   WRITE S-REGLEMENT-TP FROM WS-TP-AVIS
                   ADD 1 TO L-NbrLignesAvisTp
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-ANOMALIE-TP.
      *-----------
           ADD 1 TO L-NbrAnomaliesTp
           IF RGP-NET(IND-RGP) > 0
               ADD RGP-NET(IND-RGP) TO L-MontantAnomaliesTp
           END-IF
           WRITE S-ANOMALIE-TP FROM WS-TPANO-LIGNE
           .
      *----------------------------------------------------------------------------
       ECRITURE-PRODUITS.
      *-----------

           CONTINUE.

      *----------------------------------------------------------------------------
       CHARGE-PROFESSIONNELS.
      *-----------
      *--   CHARGE LE REPERTOIRE DES PROFESSIONNELS DE SANTE. FICHIER
      *--   FACULTATIF : ABSENT, E-CODEPROF N EST PAS CONTROLE. UNE
      *--   DATE DE FIN A BLANC VAUT EXERCICE EN COURS.
           OPEN INPUT FILE-PROFESSIONNELS
           IF L-FstPs = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinProfsSante
               PERFORM UNTIL L-FinProfsSante = 'Y'
                   READ FILE-PROFESSIONNELS
                   AT END
                       MOVE 'Y' TO L-FinProfsSante
                   NOT AT END
                       IF E-PS-CODE NOT = SPACES
                          AND E-PS-DATEDEB IS NUMERIC
                          AND L-NbrProfsSante < 5000
                           ADD 1 TO L-NbrProfsSante
                           SET IND-PS TO L-NbrProfsSante
                           MOVE E-PS-CODE       TO PS-CODE(IND-PS)
                           MOVE E-PS-NOM        TO PS-NOM(IND-PS)
                           MOVE E-PS-SPECIALITE
                               TO PS-SPECIALITE(IND-PS)
                           MOVE E-PS-DATEDEB    TO PS-DATEDEB(IND-PS)
                           IF E-PS-DATEFIN IS NUMERIC
                               MOVE E-PS-DATEFIN
                                   TO PS-DATEFIN(IND-PS)
                           ELSE
                               MOVE 0 TO PS-DATEFIN(IND-PS)
                           END-IF
                           MOVE E-PS-STATUT     TO PS-STATUT(IND-PS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-PROFESSIONNELS
           END-IF
           .
      *----------------------------------------------------------------------------
       RECHERCHE-PROF-SANTE.
      *-----------
      *--   RECHERCHE E-CODEPROF DANS LE REPERTOIRE (IND-PS POSITIONNE
      *--   SI L-ProfConnu = 'Y').
           MOVE 'N' TO L-ProfConnu
           PERFORM VARYING IND-PS FROM 1 BY 1
                   UNTIL IND-PS > L-NbrProfsSante
               IF PS-CODE(IND-PS) = E-CODEPROF
                   MOVE 'Y' TO L-ProfConnu
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-PROFESSIONNEL.
      *-----------
      *--   E-CODEPROF RENSEIGNE ET REPERTOIRE CHARGE : LE CODE DOIT Y
      *--   FIGURER, LE PROFESSIONNEL NE PAS ETRE SUSPENDU ET LA DATE
      *--   DU SOIN TOMBER DANS SA PERIODE D EXERCICE. SINON
      *--   L-ProfOK = 'N' ET LE MOTIF EST DANS L-MotifProf.
           MOVE 'Y' TO L-ProfOK
           MOVE SPACES TO L-MotifProf
           IF L-NbrProfsSante = 0 OR E-CODEPROF = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM RECHERCHE-PROF-SANTE
           IF L-ProfConnu = 'N'
               MOVE 'N' TO L-ProfOK
               MOVE 'PROF. SANTE INCONNU' TO L-MotifProf
               EXIT PARAGRAPH
           END-IF

           COMPUTE L-DateSoinProf = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           IF PS-STATUT(IND-PS) = 'S'
              OR L-DateSoinProf < PS-DATEDEB(IND-PS)
              OR (PS-DATEFIN(IND-PS) NOT = 0
                  AND L-DateSoinProf > PS-DATEFIN(IND-PS))
               MOVE 'N' TO L-ProfOK
               MOVE 'PROF. HORS EXERCICE' TO L-MotifProf
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-PROFESSIONNEL.
      *-----------
                   ADD 1 TO L-NbrProfs
                   SET IND-PRO TO L-NbrProfs
                   MOVE E-CODEPROF TO PRO-CODE(IND-PRO)
      *--          NOM ET SPECIALITE REPRIS DU REPERTOIRE (CODE NON
      *--          REFERENCE : REPERTOIRE ABSENT)
                   PERFORM RECHERCHE-PROF-SANTE
                   IF L-ProfConnu = 'Y'
                       MOVE PS-NOM(IND-PS) TO PRO-NOM(IND-PRO)
                       MOVE PS-SPECIALITE(IND-PS)
                           TO PRO-SPECIALITE(IND-PRO)
                   ELSE
                       MOVE SPACES TO PRO-NOM(IND-PRO)
                       MOVE L-SpecNonReferencee
                           TO PRO-SPECIALITE(IND-PRO)
                   END-IF
                   MOVE 0 TO PRO-MONTANT(IND-PRO)
                   MOVE 0 TO PRO-NBR(IND-PRO)
               ELSE
                   END-IF
               END-PERFORM

               PERFORM ECRITURE-SPECIALITES

               MOVE L-TopProf TO ECR-TOP-N
               MOVE L-OUTFILE-TOPPROF-HEADER TO ENRECR
               WRITE ENRECR END-WRITE
                   PRO-MONTANT(IND-PRO) / PRO-NBR(IND-PRO)
           END-IF
           MOVE PRO-CODE(IND-PRO)    TO ECR-PRO-CODE
           MOVE PRO-NOM(IND-PRO)     TO ECR-PRO-NOM
           MOVE PRO-SPECIALITE(IND-PRO) TO ECR-PRO-SPEC
           MOVE PRO-MONTANT(IND-PRO) TO ECR-PRO-MONTANT
           MOVE PRO-NBR(IND-PRO)     TO ECR-PRO-NBR
           MOVE L-CoutMoyen          TO ECR-PRO-MOYEN
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr
           .
      *----------------------------------------------------------------------------
       ECRITURE-SPECIALITES.
      *-----------
      *--   SOUS-TOTAUX PAR SPECIALITE DES PROFESSIONNELS DU LOT
      *--   (MONTANT, ACTES, NOMBRE DE PROFESSIONNELS). TABLE PLEINE =
      *--   LES SPECIALITES SUIVANTES SONT REGROUPEES SOUS LA DERNIERE.
           MOVE 0 TO L-NbrSpecialites
           PERFORM VARYING IND-PRO FROM 1 BY 1
                   UNTIL IND-PRO > L-NbrProfs
               MOVE 'N' TO L-SpecTrouvee
               PERFORM VARYING IND-SPE FROM 1 BY 1
                       UNTIL IND-SPE > L-NbrSpecialites
                   IF SPE-LIBELLE(IND-SPE) = PRO-SPECIALITE(IND-PRO)
                       MOVE 'Y' TO L-SpecTrouvee
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF L-SpecTrouvee = 'N'
                   IF L-NbrSpecialites < 200
                       ADD 1 TO L-NbrSpecialites
                       SET IND-SPE TO L-NbrSpecialites
                       MOVE PRO-SPECIALITE(IND-PRO)
                           TO SPE-LIBELLE(IND-SPE)
                       MOVE 0 TO SPE-MONTANT(IND-SPE)
                       MOVE 0 TO SPE-NBR(IND-SPE)
                       MOVE 0 TO SPE-NBPROFS(IND-SPE)
                   ELSE
                       SET IND-SPE TO L-NbrSpecialites
                   END-IF
               END-IF
               ADD PRO-MONTANT(IND-PRO) TO SPE-MONTANT(IND-SPE)
               ADD PRO-NBR(IND-PRO)     TO SPE-NBR(IND-SPE)
               ADD 1                    TO SPE-NBPROFS(IND-SPE)
           END-PERFORM

           MOVE L-OUTFILE-SPEC-HEADER TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr
           PERFORM VARYING IND-SPE FROM 1 BY 1
                   UNTIL IND-SPE > L-NbrSpecialites
               MOVE SPE-LIBELLE(IND-SPE) TO ECR-SPE-LIBELLE
               MOVE SPE-MONTANT(IND-SPE) TO ECR-SPE-MONTANT
               MOVE SPE-NBR(IND-SPE)     TO ECR-SPE-NBR
               MOVE SPE-NBPROFS(IND-SPE) TO ECR-SPE-NBPROFS
               MOVE L-OUTFILE-SPEC TO ENRECR
               WRITE ENRECR END-WRITE
               ADD 1 TO L-NbrEnrEcr
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-ALERTE-PROF.
      *-----------

           CONTINUE.

      *----------------------------------------------------------------------------
       ECRITURE-CONTROLES.
      *-----------
      *--   SECTION CONTROLES EN FIN DE RESULT.txt : REJETS DU LOT ET,
      *--   PARMI EUX, DEMANDES FORCLOSES (NOMBRE ET MONTANT), PUIS
      *--   DEMANDES PROCHES DE LA LIMITE LISTEES POUR LA GESTION,
      *--   PRESTATIONS RATTACHEES A UN DOSSIER DE RECOURS (MONTANT
      *--   REMBOURSE, HORS AVOIRS), TIERS PAYANT (NET A REGLER AUX
      *--   PROFESSIONNELS, PROFESSIONNELS NON REGLES).
           MOVE L-OUTFILE-CTL-HEADER TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'ENREGISTREMENTS REJETES' TO ECR-CTL-LIBELLE
           MOVE L-NbrRejets TO ECR-CTL-NBR
           MOVE 0 TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'DONT DEMANDES FORCLOSES' TO ECR-CTL-LIBELLE
           MOVE L-NbrForclos TO ECR-CTL-NBR
           MOVE L-MontantForclos TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'DEMANDES PROCHES DE LA FORCLUSION' TO ECR-CTL-LIBELLE
           MOVE L-NbrForclProches TO ECR-CTL-NBR
           MOVE 0 TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'PRESTATIONS RATTACHEES A UN RECOURS' TO ECR-CTL-LIBELLE
           MOVE L-NbrRattachesRecours TO ECR-CTL-NBR
           MOVE L-MontantRecours TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'PRESTATIONS EN TIERS PAYANT' TO ECR-CTL-LIBELLE
           MOVE L-NbrPrestTp TO ECR-CTL-NBR
           MOVE L-MontantTp TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'AVOIRS EN TIERS PAYANT' TO ECR-CTL-LIBELLE
           MOVE L-NbrAvoirsTp TO ECR-CTL-NBR
           MOVE L-MontantAvoirsTp TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr

           MOVE 'PROFESSIONNELS TIERS PAYANT NON REGLES'
               TO ECR-CTL-LIBELLE
           MOVE L-NbrAnomaliesTp TO ECR-CTL-NBR
           MOVE L-MontantAnomaliesTp TO ECR-CTL-MONTANT
           MOVE L-OUTFILE-CTL TO ENRECR
           WRITE ENRECR END-WRITE
           ADD 1 TO L-NbrEnrEcr
           .
      *----------------------------------------------------------------------------
       CALCUL-PROJECTION.
      *-----------
           CLOSE FILE-DOUBLONS-DEC
           CLOSE FILE-ALERTES-PROF
           CLOSE FILE-JOURNAL-MST
           CLOSE FILE-INELIGIBLES
           CLOSE FILE-RAPPORT-ACCORDS
           CLOSE FILE-FORCL-PROCHES
           IF L-MasterCtrDispo = 'Y'
               CLOSE CONTRATS-MASTER
           END-IF
           IF L-NbrTraites > 0
               PERFORM ECRITURE-BORDEREAU-TOTAUX
               CLOSE FILE-BORDEREAU
           END-IF
           CLOSE HISTO-PRESTATIONS
           CLOSE INDUS-POLICES
           CLOSE FILE-RAPPORT-INDUS
           CLOSE FILE-INDUS-AGES

           MOVE L-NbrEnrLus TO AUD-NBR-LUS
           MOVE L-NbrEnrEcr TO AUD-NBR-ECR
               ', prestations sans bareme =' L-NbrSansBareme '>'
           Display 'Nbre ordres de virement =' L-NbrOrdres
               ', polices sans RIB =' L-NbrSansRib '>'
           Display 'Nbre IBAN rejetes =' L-NbrIbanRejetes
               ', montant retenu =' L-MontantIbanRejetes '>'
           Display 'Tiers payant : prestations/avoirs ='
               L-NbrTiersPayant ', ordres professionnels ='
               L-NbrOrdresTp ', non regles =' L-NbrAnomaliesTp '>'
           Display 'Nbre professionnels suivis =' L-NbrProfs
               ', alertes professionnels =' L-NbrAlertesProf '>'
           Display 'Professionnels au repertoire =' L-NbrProfsSante
               ', prestations rejetees =' L-NbrProfRejets
               ', en suspens =' L-NbrProfSuspens '>'
           Display 'Nbre prestations cedees en reassurance ='
               L-NbrCedees '>'
           Display 'Nbre alertes gros montant =' L-NbrAlertesMnt '>'
           Display 'Nbre prestations en suspens =' L-NbrSuspens '>'
           Display 'Forclusion : demandes rejetees =' L-NbrForclos
               ', montant =' L-MontantForclos
               ', proches de la limite =' L-NbrForclProches '>'
           Display 'Dossiers de recours =' L-NbrDossiersRecours
               ', prestations rattachees =' L-NbrRattachesRecours
               ', rembourse =' L-MontantRecours '>'
           Display 'Nbre prestations non admissibles ='
               L-NbrIneligibles '>'
           Display 'Nbre soins en periode de suspension ='
               L-NbrSoinsSuspension '>'
           Display 'Accords prealables : suspens sans accord ='
               L-NbrSansAccord ', plafonnees =' L-NbrPlafonnesAccord
               ', expires non utilises =' L-NbrAccordsExpires '>'
           Display 'Suspens precedents : liberes ='
               L-NbrSuspensLiberes ', reportes =' L-NbrSuspensRepris
               ', escalades =' L-NbrSuspensEscalades '>'
               L-NbrDoublonsHisto '>'
           Display 'Nbre recycles lus =' L-NbrRecyclesLus
               ', acceptes =' L-NbrRecyclesOK '>'
           Display 'Indus constates =' L-NbrIndusNouveaux
               ' pour ' L-TotIndusNouveaux '>'
           Display 'Indus imputes sur virements =' L-NbrImputations
               ' pour ' L-TotImputations '>'
           Display 'Indus non recouvres au-dela de ' L-IndusMoisMax
               ' mois =' L-NbrIndusAges '>'
           IF L-NbrStatutsAnnules > 0
               Display 'Statuts de paiement du meme traitement '
                   'annules =' L-NbrStatutsAnnules '>'
           END-IF
           IF L-NbrIndusAnnules > 0
               Display 'Mouvements d indus du meme traitement annules ='
                   L-NbrIndusAnnules '>'
           END-IF
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           IF L-CodeRetour < 4
              AND (L-NbrRejets > 0 OR L-NbrDoublonsHisto > 0
                   OR L-NbrSuspens > 0 OR L-NbrRegul > 0
                   OR L-NbrDevisesKO > 0 OR L-NbrSuspensRepris > 0
                   OR L-NbrIbanRejetes > 0 OR L-NbrIneligibles > 0
                   OR L-NbrPlafonnesAccord > 0
                   OR L-NbrAccordsExpires > 0
                   OR L-NbrForclProches > 0
                   OR L-NbrAnomaliesTp > 0
                   OR L-NbrIndusNouveaux > 0 OR L-NbrIndusAges > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
