                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRc.

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

       SELECT FILE-PDT-ACCORD ASSIGN TO DYNAMIC L-NomPdtAccord
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstPa.

       SELECT FILE-ACCORDS ASSIGN TO DYNAMIC L-NomAccords
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstAc.

       SELECT FILE-PROFESSIONNELS ASSIGN TO DYNAMIC L-NomProfsSante
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstPs.

       SELECT FILE-DELAIS-FORCL ASSIGN TO DYNAMIC L-NomDelaisForcl
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstDf.

       DATA DIVISION.

       FILE SECTION.
      *--   ET RESTE UN MONTANT EN EUROS.
           05 FILLER       PIC A(1).
           05 E-DEVISE     PIC X(3).
      *--   CODE DU PROFESSIONNEL (CONTROLE CONTRE LE REPERTOIRE
      *--   COMME DANS COBOL3.cbl) PUIS IDENTITE DE LA TETE ASSUREE,
      *--   AJOUTES EN FIN D ENREGISTREMENT COMME DANS COBOL3.cbl : A
      *--   BLANC, SEULES LES DATES DU CONTRAT SONT CONTROLEES.
           05 FILLER       PIC A(1).
           05 E-CODEPROF   PIC X(8).
           05 FILLER       PIC A(1).
           05 E-TETE-NOM   PIC X(20).
           05 E-TETE-PRN   PIC X(20).
      *--   MODE DE REGLEMENT (MEME MARQUEUR QUE DANS COBOL3.cbl :
      *--   BLANC OU 'A' ASSURE, 'T' TIERS PAYANT). LE REGLEMENT AU
      *--   PROFESSIONNEL NE CHANGE PAS LES TOTAUX, SEULS LES REJETS
      *--   DE COBOL3.cbl SUR CE MARQUEUR SONT REPRIS ICI.
           05 FILLER       PIC A(1).
           05 E-MODE-REGL  PIC X(1).
               88 E-MODE-REGL-VALIDE VALUE ' ' 'A' 'T'.
               88 E-TIERS-PAYANT     VALUE 'T'.

       FD  OUTPUT-FILE.
       01  ENRECR                                   PIC X(70).
       01  S-REJET.
           05 S-REJET-LIGNE        PIC 9(6).
           05 S-REJET-SEP1         PIC X.
           05 S-REJET-DONNEES      PIC X(95).
           05 S-REJET-SEP2         PIC X.
           05 S-REJET-MOTIF        PIC X(40).

               10 HP-DATESOIN        PIC 9(7).
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC XX.
           05 HP-TYPE-ENR            PIC X.
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-RECYCLE.
      *--  ENREGISTREMENTS REJETES PUIS CORRIGES A LA MAIN, MEME
      *--  FICHIER DE RECYCLAGE QUE COBOL3.cbl POUR QUE LES DEUX
      *--  CALCULS VOIENT LA MEME POPULATION.
       01  R-RECYCLE                                 PIC X(95).

       FD  CONTRATS-MASTER.
      *--  FICHIER MAITRE DES CONTRATS (MEME FICHIER ET MEME CONTROLE
      *--  DES DATES D EFFET ET DE RESILIATION QUE COBOL3.cbl), RELU EN
      *--  LECTURE SEULE.
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

       FD  FILE-PDT-ACCORD.
      *--  CODES PRODUIT SOUMIS A ACCORD PREALABLE (MEME FICHIER QUE
      *--  COBOL3.cbl).
       01  E-PDT-ACCORD.
           05 E-PDTACC-CODE          PIC XX.
           05 FILLER                 PIC X(38).

       FD  FILE-ACCORDS.
      *--  ACCORDS PREALABLES (MEME FICHIER ET MEMES REGLES DE
      *--  VALIDITE ET DE PLAFOND QUE COBOL3.cbl).
       01  E-ACCORD.
           05 E-ACC-POLICE           PIC 9(12).
           05 E-ACC-CODEPDT          PIC XX.
           05 E-ACC-NUMERO           PIC X(10).
           05 E-ACC-DATEDEB          PIC 9(8).
           05 E-ACC-DATEFIN          PIC 9(8).
           05 E-ACC-PLAFOND          PIC 9(9)V99.

       FD  FILE-PROFESSIONNELS.
      *--  REPERTOIRE DES PROFESSIONNELS DE SANTE (MEME FICHIER ET
      *--  MEMES REGLES D EXERCICE QUE COBOL3.cbl).
       01  E-PROF-SANTE.
           05 E-PS-CODE              PIC X(8).
           05 E-PS-NOM               PIC X(30).
           05 E-PS-SPECIALITE        PIC X(20).
           05 E-PS-DATEDEB           PIC 9(8).
           05 E-PS-DATEFIN           PIC 9(8).
           05 E-PS-STATUT            PIC X.

       FD  FILE-DELAIS-FORCL.
      *--  DELAIS DE FORCLUSION PAR CODE PRODUIT (MEME FICHIER QUE
      *--  COBOL3.cbl, EN MOIS, 000 = PAS DE LIMITE).
       01  E-DELAI-FORCL.
           05 E-FOR-CODEPDT          PIC XX.
           05 FILLER                 PIC X.
           05 E-FOR-DELAI            PIC 9(3).

       FD  TETES-HISTO.
      *--  HISTORIQUE DES EVENEMENTS DE TETE (MEME FICHIER ET MEME
      *--  REGLE DE COUVERTURE QUE COBOL3.cbl), RELU EN LECTURE SEULE.
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
      *--  PERIODES DE SUSPENSION POUR NON-PAIEMENT (MEME FICHIER ET
      *--  MEME REGLE QUE COBOL3.cbl), RELUES EN LECTURE SEULE.
       01  SPC-ENREG.
           05 SPC-CLE.
               10 SPC-CODPRD         PIC XX.
               10 SPC-NUMPOL         PIC 9(7).
               10 SPC-DATDEB         PIC 9(8).
           05 SPC-DATFIN             PIC 9(8).
           05 SPC-STATUT             PIC X.
           05 SPC-RETARD             PIC 9(5).
           05 SPC-IMPAYE             PIC 9(9)V99.



       01 L-ClePolice            PIC 9(7).
       01 L-NbrSuspens           PIC 9(5) VALUE 0.

      *-- ADMISSIBILITE (MEMES FICHIERS ET MEMES REGLES QUE
      *-- COBOL3.cbl : DATES DU CONTRAT, EVENEMENTS AJOUT/RETRAIT DES
      *-- TETES). FICHIERS ABSENTS = PAS DE CONTROLE.
       01 L-NomContratsMaster    PIC X(40)
                                 VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomTetesHisto        PIC X(40) VALUE 'TETES_HISTO.DAT'.
       01 L-FstCm                PIC 99.
       01 L-FstTh                PIC 99.
       01 L-MasterCtrDispo       PIC X VALUE 'N'.
       01 L-NbrEvtTetes          PIC 9(5) VALUE 0.
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
               10 EVT-ORIGINE            PIC X.
                   88 EVT-PAR-MOUVEMENT             VALUE 'M'.
               10 EVT-DATE               PIC 9(8).
       01 L-Admissible           PIC X.
       01 L-DateSoinGreg         PIC 9(8).
       01 L-DateContrat          PIC 9(8).
       01 L-EtatTete             PIC X.
       01 L-NbrIneligibles       PIC 9(5) VALUE 0.

      *-- SUSPENSIONS POUR NON-PAIEMENT (MEME FICHIER ET MEME REGLE
      *-- QUE COBOL3.cbl) : UN SOIN DATE D UNE PERIODE DE SUSPENSION
      *-- EST COMPTE EN SUSPENS. FICHIER ABSENT = PAS DE CONTROLE.
       01 L-NomSuspensions       PIC X(40)
                                 VALUE 'SUSPENSIONS_CONTRATS.DAT'.
       01 L-FstSc                PIC 99.
       01 L-NbrSuspCtr           PIC 9(4) VALUE 0.
       01 TABLE-SUSP-CONTRATS.
           05 L-SPC OCCURS 1 TO 5000 TIMES
                    DEPENDING ON L-NbrSuspCtr
                    INDEXED BY IND-SPC.
               10 SPT-CODPRD             PIC XX.
               10 SPT-NUMPOL             PIC 9(7).
               10 SPT-DATDEB             PIC 9(8).
               10 SPT-DATFIN             PIC 9(8).
       01 L-CtrEnVigueur         PIC X.

      *-- ACCORDS PREALABLES : MEMES PARAMETRES QUE COBOL3.cbl ; LA
      *-- CONSOMMATION ANTERIEURE EST RELUE DANS L HISTORIQUE HORS
      *-- ECRITURES DE NOTRE IDENTIFIANT (LE LOT LES REJOUE ICI).
       01 L-NomPdtAccord         PIC X(40)
                                 VALUE 'PRODUITS_ACCORD.txt'.
       01 L-NomAccords           PIC X(40)
                                 VALUE 'ACCORDS_PREALABLES.txt'.
       01 L-FstPa                PIC 99.
       01 L-FstAc                PIC 99.
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
               10 ACC-DATEDEB            PIC 9(8).
               10 ACC-DATEFIN            PIC 9(8).
               10 ACC-PLAFOND            PIC 9(9)V99.
               10 ACC-CONSOMME           PIC 9(11)V99.
       01 L-AccordRequis         PIC X.
       01 L-IndAccord            PIC 9(4).
       01 L-ResteAccord          PIC S9(11)V99.
       01 L-MontantAvantPlafond  PIC 9(9)V99.
       01 L-MontantHisto         PIC 9(9)V99.
       01 L-DateHistoGreg        PIC 9(8).
       01 L-FinHistoPolice       PIC X.
       01 L-NbrPlafonnesAccord   PIC 9(5) VALUE 0.

      *-- REPERTOIRE DES PROFESSIONNELS DE SANTE : MEME CONTROLE ET
      *-- MEME SORT (REJET OU SUSPENS, COBOL3B_PROF_ACTION) QUE
      *-- COBOL3.cbl.
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
               10 PS-DATEDEB             PIC 9(8).
               10 PS-DATEFIN             PIC 9(8).
               10 PS-STATUT              PIC X.
       01 L-ProfOK               PIC X.
       01 L-DateSoinProf         PIC 9(8).

      *-- FORCLUSION : MEME REJET QUE COBOL3.cbl (DELAI DU PRODUIT OU
      *-- COBOL3B_FORCL_DEFAUT MOIS, DATE DE TRAITEMENT TIREE DE
      *-- L IDENTIFIANT DE RUN), SANS LA LISTE DES DEMANDES PROCHES
      *-- DE LA LIMITE QUI RELEVE DE COBOLEXERCICE3.
       01 L-NomDelaisForcl       PIC X(40)
                                 VALUE 'DELAIS_FORCLUSION.txt'.
       01 L-FstDf                PIC 99.
       01 L-FinDelaisForcl       PIC X.
       01 L-ForclActive          PIC X VALUE 'N'.
       01 L-ForclDefaut          PIC 9(3) VALUE 24.
       01 L-NbrDelaisForcl       PIC 9(3) VALUE 0.
       01 TABLE-DELAIS-FORCL.
           05 L-DFORCL OCCURS 1 TO 100 TIMES
                       DEPENDING ON L-NbrDelaisForcl
                       INDEXED BY IND-DFO.
               10 DFO-CODEPDT            PIC XX.
               10 DFO-DELAI              PIC 9(3).
       01 L-DateTraitement       PIC 9(8).
       01 L-DateRunNum           PIC 9(8).
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
       01 L-NbrForclos           PIC 9(5) VALUE 0.

      *-- TABLE DES TAUX DE CHANGE
       01 L-NbrTaux              PIC 9(3) VALUE 0.
       01 TABLE-TAUX.
               MOVE L-EnvTemp TO L-NomRecycle
           END-IF

           DISPLAY 'COBOL3B_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
           END-IF

           DISPLAY 'COBOL3B_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTetesHisto
           END-IF

           DISPLAY 'COBOL3B_SUSPENSIONS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSuspensions
           END-IF

           DISPLAY 'COBOL3B_PDT_ACCORD' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPdtAccord
           END-IF

           DISPLAY 'COBOL3B_ACCORDS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAccords
           END-IF

           DISPLAY 'COBOL3B_PROFESSIONNELS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomProfsSante
           END-IF

           DISPLAY 'COBOL3B_PROF_ACTION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:1) = 'R' OR L-EnvTemp(1:1) = 'S'
               MOVE L-EnvTemp(1:1) TO L-ActionProf
           END-IF

           DISPLAY 'COBOL3B_RUNID' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-RunId(1:8)
           END-IF

      *>          DATE DE TRAITEMENT DU CONTROLE DE FORCLUSION (MEME
      *>          REGLE QUE COBOL3.cbl)
           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           IF L-RunId(1:8) IS NUMERIC
               MOVE L-RunId(1:8) TO L-DateRunNum
               IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRunNum) = 0
                   MOVE L-DateRunNum TO L-DateTraitement
               END-IF
           END-IF

           DISPLAY 'COBOL3B_FORCLUSION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDelaisForcl
           END-IF

           DISPLAY 'COBOL3B_FORCL_DEFAUT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-ForclDefaut
           END-IF

           PERFORM CHARGE-DELAIS-FORCLUSION

           OPEN INPUT DECOMPTE
           *> controle que l'ouverture du fichier c'est bien faite
           IF L-Fst NOT = ZERO

           PERFORM CHARGE-ANNEES-CLOTUREES
           PERFORM CHARGE-CONTRATS
           PERFORM CHARGE-TETES-HISTO
           PERFORM CHARGE-SUSPENSIONS-CONTRATS
           PERFORM CHARGE-TAUX

           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm = ZERO
               MOVE 'Y' TO L-MasterCtrDispo
           END-IF

      *--   L HISTORIQUE DES PRESTATIONS EST RELU EN LECTURE SEULE :
      *--   ABSENT (PREMIER PASSAGE, OU CONTROLE JOUE ISOLEMENT), LE
      *--   DEDOUBLONNAGE INTER-LOTS N EST PAS APPLIQUE.
               MOVE 'Y' TO L-HistoDispo
           END-IF

           PERFORM CHARGE-ACCORDS
           PERFORM CHARGE-PROFESSIONNELS

      *>          EN-TETE RUN ID / TYPE DE TRAITEMENT EN PREMIERE
      *>          LIGNE DE RESULT2.txt.
           MOVE L-RunId TO HDR-RUNID
                   MOVE 'MONTANT NON NUMERIQUE' TO WS-MOTIF-REJET
               END-IF
           END-IF

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

           IF WS-ENR-VALIDE = 'Y' AND L-ForclActive = 'Y'
              AND NOT E-TYPE-AVOIR
               PERFORM CONTROLE-FORCLUSION
           END-IF

           IF WS-ENR-VALIDE = 'Y' AND L-ActionProf-REJET
               PERFORM CONTROLE-PROFESSIONNEL
               IF L-ProfOK = 'N'
                   MOVE 'N' TO WS-ENR-VALIDE
                   MOVE 'PROFESSIONNEL DE SANTE NON VALIDE'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-DELAIS-FORCLUSION.
      *-----------
      *--   TABLE DES DELAIS DE FORCLUSION (FACULTATIVE, MEME
      *--   CHARGEMENT QUE COBOL3.cbl : ABSENTE = PAS DE CONTROLE).
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
      *-----------
      *--   MEME LIMITE QUE COBOL3.cbl : DATE DE SOIN + DELAI DU
      *--   PRODUIT EN MOIS, JOUR RAMENE AU DERNIER DU MOIS SI BESOIN.
      *--   DATE DE TRAITEMENT POSTERIEURE : REJET.
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

           IF L-DateTraitement > L-ForclLimite
               MOVE 'N' TO WS-ENR-VALIDE
               MOVE 'DEMANDE FORCLOSE (DELAI DEPASSE)'
                   TO WS-MOTIF-REJET
               ADD 1 TO L-NbrForclos
           END-IF
           .
      *----------------------------------------------------------------------------
       CALCUL-BISSEXTILE.
      *-----------
      *--   LES MEMES FILTRES QUE COBOL3.cbl SONT APPLIQUES AVANT
      *--   TOUT CUMUL (ANNEE CLOTUREE, CONTRAT ABSENT OU INTERROMPU,
      *--   PRESTATION NON ADMISSIBLE, SOIN EN PERIODE DE SUSPENSION
      *--   DU CONTRAT, PRESTATION DEJA TRAITEE, DEVISE
      *--   SANS TAUX) : SANS EUX LES DEUX CALCULS DIVERGERAIENT SUR
      *--   DES DONNEES PARFAITEMENT NORMALES ET LE RAPPROCHEMENT NE
      *--   VOUDRAIT PLUS RIEN DIRE.
      *--   ICI PAS DE RAPPORTS DE DETAIL (REGUL, SUSPENS, JOURNAL) :
      *--   ILS SONT DU RESSORT DE COBOLEXERCICE3, LE CONTROLE NE
      *--   FAIT QUE COMPTER.
               IF L-ContratOK = 'N'
                   ADD 1 TO L-NbrSuspens
               ELSE
               MOVE 'Y' TO L-ProfOK
               IF L-ActionProf-SUSPENS
                   PERFORM CONTROLE-PROFESSIONNEL
               END-IF
               IF L-ProfOK = 'N'
                   ADD 1 TO L-NbrSuspens
               ELSE
               PERFORM CONTROLE-ADMISSIBILITE
               IF L-Admissible = 'N'
                   ADD 1 TO L-NbrIneligibles
               ELSE
               PERFORM CONTROLE-SUSPENSION-CONTRAT
               IF L-CtrEnVigueur = 'N'
                   ADD 1 TO L-NbrSuspens
               ELSE
               PERFORM CONTROLE-ACCORD
               IF L-AccordRequis = 'Y' AND L-IndAccord = 0
                   ADD 1 TO L-NbrSuspens
               ELSE
               MOVE 'Y' TO L-PrestationInedite
               PERFORM CONTROLE-HISTORIQUE
               IF L-PrestationInedite = 'N'
               IF E-TYPE-AVOIR
                   ADD 1 TO L-NbrAvoirs
               ELSE
                   IF L-IndAccord > 0
                       PERFORM APPLIQUE-PLAFOND-ACCORD
                   END-IF
                   ADD L-TMPMONT TO ENR-MONTMENS(
                       L-INDANNEE L-INDMOIS)

               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           ADD 1 TO L-NbrEnrTrt

           MOVE 'N' TO L-ContratOK
           .
      *----------------------------------------------------------------------------
       CHARGE-TETES-HISTO.
      *-----------
      *--   CHARGE LES EVENEMENTS AJOUT ET RETRAIT DE TETES_HISTO.DAT
      *--   DANS L ORDRE DE SEQUENCE (MEME PRINCIPE QUE COBOL3.cbl).
      *--   FICHIER FACULTATIF (ABSENT = TETE NON CONTROLEE).
           OPEN INPUT TETES-HISTO
           IF L-FstTh NOT = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinCharge
               MOVE ZEROS TO TH-SEQ
               START TETES-HISTO KEY NOT < TH-SEQ
               INVALID KEY
                   MOVE 'Y' TO L-FinCharge
               END-START
               PERFORM UNTIL L-FinCharge = 'Y'
                   READ TETES-HISTO NEXT
                   AT END
                       MOVE 'Y' TO L-FinCharge
                   NOT AT END
                       IF TH-SEQ NOT = ZEROS
                          AND TH-DATERUN IS NUMERIC
                          AND (TH-EVENEMENT = 'AJOUT'
                               OR TH-EVENEMENT = 'RETRAIT')
                          AND L-NbrEvtTetes < 10000
                           ADD 1 TO L-NbrEvtTetes
                           SET IND-EVT TO L-NbrEvtTetes
                           MOVE TH-NUMPOL  TO EVT-NUMPOL(IND-EVT)
                           MOVE TH-NOM     TO EVT-NOM(IND-EVT)
                           MOVE TH-PRN     TO EVT-PRN(IND-EVT)
                           MOVE TH-DATERUN TO EVT-DATE(IND-EVT)
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
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TETES-HISTO
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-ADMISSIBILITE.
      *-----------
      *--   SOIN DANS LA PERIODE DE GARANTIE DU CONTRAT ET TETE
      *--   COUVERTE A LA DATE DU SOIN (MEMES REGLES QUE COBOL3.cbl).
           MOVE 'Y' TO L-Admissible
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
                       END-IF
                   END-IF
                   IF CM-DATTERM IS NUMERIC
                       MOVE CM-DATTERM TO L-DateContrat
                       IF L-DateContrat > 0
                          AND L-DateSoinGreg > L-DateContrat
                           MOVE 'N' TO L-Admissible
                       END-IF
                   END-IF
               END-READ
           END-IF

           IF L-Admissible = 'Y'
              AND L-NbrEvtTetes > 0
              AND (E-TETE-NOM NOT = SPACES OR E-TETE-PRN NOT = SPACES)
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
               IF L-EtatTete = 'R' OR L-EtatTete = 'F'
                   MOVE 'N' TO L-Admissible
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-ACCORDS.
      *-----------
      *--   CODES PRODUIT SOUMIS A ACCORD, ACCORDS DELIVRES ET LEUR
      *--   CONSOMMATION ANTERIEURE (MEME REGLE QUE COBOL3.cbl, HORS
      *--   ECRITURES DE NOTRE IDENTIFIANT, REJOUEES PAR LE LOT).
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
                           MOVE E-ACC-DATEDEB TO ACC-DATEDEB(IND-ACC)
                           MOVE E-ACC-DATEFIN TO ACC-DATEFIN(IND-ACC)
                           MOVE E-ACC-PLAFOND TO ACC-PLAFOND(IND-ACC)
                           MOVE 0             TO ACC-CONSOMME(IND-ACC)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-ACCORDS
           END-IF

           IF L-HistoDispo = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IND-ACC FROM 1 BY 1
                   UNTIL IND-ACC > L-NbrAccords
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
                          AND HP-RUNID NOT = L-RunId
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
                           END-IF
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHARGE-PROFESSIONNELS.
      *-----------
      *--   REPERTOIRE DES PROFESSIONNELS DE SANTE (FACULTATIF, MEME
      *--   CHARGEMENT QUE COBOL3.cbl).
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
                           MOVE E-PS-CODE    TO PS-CODE(IND-PS)
                           MOVE E-PS-DATEDEB TO PS-DATEDEB(IND-PS)
                           IF E-PS-DATEFIN IS NUMERIC
                               MOVE E-PS-DATEFIN
                                   TO PS-DATEFIN(IND-PS)
                           ELSE
                               MOVE 0 TO PS-DATEFIN(IND-PS)
                           END-IF
                           MOVE E-PS-STATUT  TO PS-STATUT(IND-PS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-PROFESSIONNELS
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-PROFESSIONNEL.
      *-----------
      *--   MEME CONTROLE QUE COBOL3.cbl : CODE CONNU DU REPERTOIRE,
      *--   PROFESSIONNEL NON SUSPENDU, SOIN DANS LA PERIODE
      *--   D EXERCICE.
           MOVE 'Y' TO L-ProfOK
           IF L-NbrProfsSante = 0 OR E-CODEPROF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO L-ProfOK
           PERFORM VARYING IND-PS FROM 1 BY 1
                   UNTIL IND-PS > L-NbrProfsSante
               IF PS-CODE(IND-PS) = E-CODEPROF
                   MOVE 'Y' TO L-ProfOK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-ProfOK = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE L-DateSoinProf = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(E-DATESOIN))
           IF PS-STATUT(IND-PS) = 'S'
              OR L-DateSoinProf < PS-DATEDEB(IND-PS)
              OR (PS-DATEFIN(IND-PS) NOT = 0
                  AND L-DateSoinProf > PS-DATEFIN(IND-PS))
               MOVE 'N' TO L-ProfOK
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-SUSPENSIONS-CONTRATS.
      *-----------
      *--   CHARGE LES PERIODES DE SUSPENSION POUR NON-PAIEMENT (MEME
      *--   PRINCIPE QUE COBOL3.cbl). FICHIER FACULTATIF.
           OPEN INPUT SUSPENSIONS-CONTRATS
           IF L-FstSc NOT = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinCharge
               MOVE LOW-VALUES TO SPC-CLE
               START SUSPENSIONS-CONTRATS KEY NOT < SPC-CLE
               INVALID KEY
                   MOVE 'Y' TO L-FinCharge
               END-START
               PERFORM UNTIL L-FinCharge = 'Y'
                   READ SUSPENSIONS-CONTRATS NEXT
                   AT END
                       MOVE 'Y' TO L-FinCharge
                   NOT AT END
                       IF L-NbrSuspCtr < 5000
                           ADD 1 TO L-NbrSuspCtr
                           SET IND-SPC TO L-NbrSuspCtr
                           MOVE SPC-CODPRD TO SPT-CODPRD(IND-SPC)
                           MOVE SPC-NUMPOL TO SPT-NUMPOL(IND-SPC)
                           MOVE SPC-DATDEB TO SPT-DATDEB(IND-SPC)
                           MOVE SPC-DATFIN TO SPT-DATFIN(IND-SPC)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSIONS-CONTRATS
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-SUSPENSION-CONTRAT.
      *-----------
      *--   SOIN DATE D UNE PERIODE DE SUSPENSION DU CONTRAT (MEME
      *--   REGLE QUE COBOL3.cbl : DU DEBUT A LA VEILLE DE LA REMISE
      *--   EN VIGUEUR, DATE DE FIN A ZERO = TOUJOURS SUSPENDU).
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
       CONTROLE-ACCORD.
      *-----------
      *--   MEME CONTROLE QUE COBOL3.cbl : PRODUIT SOUMIS A ACCORD ET
      *--   ACCORD DE LA POLICE POUR CE PRODUIT VALIDE A LA DATE DU
      *--   SOIN (L-IndAccord A ZERO SI AUCUN).
           MOVE 'N' TO L-AccordRequis
           MOVE 0 TO L-IndAccord
           IF L-NbrPdtAccord = 0 OR E-TYPE-AVOIR
               EXIT PARAGRAPH
           END-IF

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
           .
      *----------------------------------------------------------------------------
       APPLIQUE-PLAFOND-ACCORD.
      *-----------
      *--   BORNE L-TMPMONT PAR LE RESTE DU PLAFOND ACCORDE ET CUMULE
      *--   LE MONTANT PRESENTE (MEME REGLE QUE COBOL3.cbl).
           SET IND-ACC TO L-IndAccord
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
               END-IF
           END-IF
           ADD L-MontantAvantPlafond TO ACC-CONSOMME(IND-ACC)
           .
      *----------------------------------------------------------------------------
       CHARGE-TAUX.
      *-----------
           IF L-HistoDispo = 'Y'
               CLOSE HISTO-PRESTATIONS
           END-IF
           IF L-MasterCtrDispo = 'Y'
               CLOSE CONTRATS-MASTER
           END-IF
           Display 'Nbre enregs lus =' L-NbrEnrLus '>'
           Display 'Nbre enregs traites =' L-NbrEnrTrt '>'
           Display 'Nbre enregs ecris =' L-NbrEnrEcr '>'
           Display 'Nbre enregs rejetes =' L-NbrRejets '>'
           Display 'dont demandes forcloses =' L-NbrForclos '>'
           Display 'Nbre avoirs/annulations =' L-NbrAvoirs '>'
           Display 'Nbre exclus annee cloturee =' L-NbrRegul '>'
           Display 'Nbre exclus en suspens =' L-NbrSuspens '>'
           Display 'Nbre exclus non admissibles =' L-NbrIneligibles '>'
           Display 'Nbre plafonnes accord prealable ='
               L-NbrPlafonnesAccord '>'
           Display 'Nbre exclus deja traites =' L-NbrDoublonsHisto '>'
           Display 'Nbre conversions devise =' L-NbrConversions
               ', ecartees faute de taux =' L-NbrDevisesKO '>'
           IF L-CodeRetour < 4
              AND (L-NbrRejets > 0 OR L-NbrDoublonsHisto > 0
                   OR L-NbrSuspens > 0 OR L-NbrRegul > 0
                   OR L-NbrDevisesKO > 0 OR L-NbrIneligibles > 0
                   OR L-NbrPlafonnesAccord > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
