       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSIONS.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FICSOR  ASSIGN  TO DYNAMIC L-NomFicsor
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-Fst.

       SELECT FILE-INTERMEDIAIRES ASSIGN TO DYNAMIC L-NomIntermediaires
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstI.

       SELECT FILE-ECHEANCIER ASSIGN TO DYNAMIC L-NomEcheancier
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstE.

       SELECT FILE-ANNULATIONS ASSIGN TO DYNAMIC L-NomAnnulations
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstA.

       SELECT COMMISSIONS-HISTO ASSIGN TO DYNAMIC L-NomHisto
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CMH-CLE
                       FILE STATUS IS L-FstH.

       SELECT FILE-RELEVES ASSIGN TO DYNAMIC L-NomReleves
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstR.

       SELECT FILE-A-PAYER ASSIGN TO DYNAMIC L-NomAPayer
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstP.

       SELECT FILE-CONTROLE ASSIGN TO DYNAMIC L-NomControle
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstC.


       DATA DIVISION.

       FILE SECTION.

       FD  FICSOR.
      *--  BASE CONTRATS (MEME DESSIN QUE DANS COBOLEX4) : SEUL
      *--  L EN-TETE 'C' SERT, POUR LA DATE D EFFET ET L INTERMEDIAIRE.
       01  E-FICSOR.
           05 E-FICSOR-TypEnr                      PIC X.
           05 E-FICSOR-Donnees                     PIC X(59).

       FD  FILE-INTERMEDIAIRES.
      *--  REFERENTIEL DES INTERMEDIAIRES : UNE LIGNE PAR
      *--  INTERMEDIAIRE ET PRODUIT, TAUX DE COMMISSION EN POURCENTAGE
      *--  (DEUX DECIMALES IMPLICITES) SUR AFFAIRE NOUVELLE ET SUR
      *--  RENOUVELLEMENT. UN PRODUIT A BLANC VAUT POUR TOUS LES
      *--  PRODUITS DE L INTERMEDIAIRE SANS LIGNE PROPRE.
       01  E-INTERMEDIAIRE.
           05 E-INT-CODINT                         PIC X(6).
           05 E-INT-NOM                            PIC X(30).
           05 E-INT-CODPRD                         PIC XX.
           05 E-INT-TAUX-AN                        PIC 9(2)V99.
           05 E-INT-TAUX-REN                       PIC 9(2)V99.

       FD  FILE-ECHEANCIER.
      *--  ECHEANCIER PRODUIT PAR RECOUVREMENT (LIGNE EDITEE) : SEULES
      *--  LES ECHEANCES PAYEES, DONC REELLEMENT ENCAISSEES, SONT
      *--  COMMISSIONNEES, SUR LEUR PART HORS TAXES (LE MONTANT
      *--  ENCAISSE POUR UNE LIGNE SANS VENTILATION DES TAXES).
       01  E-ECHEANCE.
           05 E-ECH-CODPRD                         PIC XX.
           05 FILLER                               PIC X.
           05 E-ECH-NUMPOL                         PIC 9(7).
           05 FILLER                               PIC X(10).
           05 E-ECH-NUMERO                         PIC 9(2).
           05 FILLER                               PIC X(4).
           05 E-ECH-DATE                           PIC 9(8).
           05 FILLER                               PIC X(10).
           05 E-ECH-MONTANT                        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X.
           05 E-ECH-STATUT                         PIC X(8).
           05 FILLER                               PIC X.
           05 E-ECH-DATEPAY                        PIC X(8).
           05 FILLER                               PIC X(5).
           05 E-ECH-HT                             PIC ZZZ.ZZZ.ZZ9,99.
           05 E-ECH-HT-X REDEFINES E-ECH-HT        PIC X(14).
           05 FILLER                               PIC X(105).

       FD  FILE-ANNULATIONS.
      *--  PRIMES ENCAISSEES PUIS REMBOURSEES ('R') OU PASSEES EN
      *--  NON-VALEUR ('N'), SAISIES PAR LA COMPTABILITE : LA
      *--  COMMISSION VERSEE SUR L ECHEANCE EST REPRISE. FICHIER
      *--  FACULTATIF, CUMULATIF (UNE ECHEANCE DEJA REPRISE N EST PAS
      *--  REPRISE DEUX FOIS).
       01  E-ANNULATION.
           05 E-ANN-CODPRD                         PIC XX.
           05 E-ANN-NUMPOL                         PIC 9(7).
           05 E-ANN-DATEECH                        PIC 9(8).
           05 E-ANN-TYPE                           PIC X.
               88 E-ANN-TYPE-VALIDE                VALUE 'R' 'N'.
           05 E-ANN-DATE                           PIC 9(8).

       FD  COMMISSIONS-HISTO.
      *--  GRAND LIVRE PERSISTANT DES COMMISSIONS, UNE LIGNE PAR
      *--  ECHEANCE COMMISSIONNEE (CLE CONTRAT + DATE D ECHEANCE) :
      *--  UNE ECHEANCE N EST COMMISSIONNEE QU UNE FOIS, QUEL QUE SOIT
      *--  LE NOMBRE DE PASSAGES, ET SA REPRISE EST DATEE DU MOIS OU
      *--  ELLE INTERVIENT. RELEVES ET FICHIER A PAYER DU MOIS EN SONT
      *--  TIRES, UN PASSAGE RELANCE REDONNE DONC LES MEMES CHIFFRES.
       01  CMH-ENREG.
           05 CMH-CLE.
               10 CMH-CODPRD         PIC XX.
               10 CMH-NUMPOL         PIC 9(7).
               10 CMH-DATEECH        PIC 9(8).
           05 CMH-CODINT             PIC X(6).
           05 CMH-NATURE             PIC X.
               88 CMH-AFFAIRE-NOUVELLE VALUE 'A'.
               88 CMH-RENOUVELLEMENT   VALUE 'R'.
           05 CMH-PRIME              PIC 9(9)V99.
           05 CMH-TAUX               PIC 9(2)V99.
           05 CMH-COMMISSION         PIC 9(9)V99.
           05 CMH-MOIS               PIC 9(6).
           05 CMH-STATUT             PIC X.
               88 CMH-COMMISSIONNEE  VALUE 'C'.
               88 CMH-REPRISE        VALUE 'X'.
           05 CMH-MOIS-REPRISE       PIC 9(6).
           05 CMH-MOTIF-REPRISE      PIC X.

       FD  FILE-RELEVES.
       01  S-RELEVE                                PIC X(100).

       FD  FILE-A-PAYER.
       01  S-A-PAYER                               PIC X(100).

       FD  FILE-CONTROLE.
       01  S-CONTROLE                              PIC X(100).


       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                          PIC X(11) VALUE 'COMMISSIONS'.

      *-- file status fichier
       01 L-Fst                                   PIC 99.
       01 L-FstI                                  PIC 99.
       01 L-FstE                                  PIC 99.
       01 L-FstA                                  PIC 99.
       01 L-FstH                                  PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstP                                  PIC 99.
       01 L-FstC                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomIntermediaires    PIC X(40) VALUE 'INTERMEDIAIRES.txt'.
       01 L-NomEcheancier        PIC X(40) VALUE 'ECHEANCIER.txt'.
       01 L-NomAnnulations       PIC X(40) VALUE 'PRIMES_ANNULEES.txt'.
       01 L-NomHisto             PIC X(40)
                                 VALUE 'COMMISSIONS_HISTO.DAT'.
       01 L-NomReleves           PIC X(40)
                                 VALUE 'COMMISSIONS_RELEVES.txt'.
       01 L-NomAPayer            PIC X(40)
                                 VALUE 'COMMISSIONS_A_PAYER.txt'.
       01 L-NomControle          PIC X(40)
                                 VALUE 'COMMISSIONS_CONTROLE.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS
      *-- (ECHEANCES NON COMMISSIONNABLES OU REPRISES SANS
      *-- COMMISSION), 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinFichier                            PIC X.

      *-- MOIS DE COMMISSIONNEMENT (AAAAMM, MOIS DE LA DATE DU JOUR
      *-- PAR DEFAUT) ET DATE DE TRAITEMENT
       01 L-DateTraitement       PIC 9(8).
       01 L-Mois                 PIC 9(6).

       01 L-Nbr.
           05 L-NbrContrats                       PIC 9(6).
           05 L-NbrEcheancesLues                  PIC 9(6).
           05 L-NbrEcheancesPayees                PIC 9(6).
           05 L-NbrDirectes                       PIC 9(6).
           05 L-NbrNouvelles                      PIC 9(6).
           05 L-NbrDejaCommissionnees             PIC 9(6).
           05 L-NbrAnnulationsLues                PIC 9(6).
           05 L-NbrReprises                       PIC 9(6).
           05 L-NbrAnomalies                      PIC 9(6).
           05 L-NbrLignesMois                     PIC 9(6).
           05 L-NbrPayables                       PIC 9(6).

      *-- REFERENTIEL DES INTERMEDIAIRES (UNE ENTREE PAR CODE, AVEC
      *-- LES CUMULS DU MOIS) ET TAUX PAR INTERMEDIAIRE ET PRODUIT
       01 L-NbrInter             PIC 9(4) VALUE 0.
       01 TABLE-INTERMEDIAIRES.
           05 L-INT OCCURS 1 TO 1000 TIMES
                    DEPENDING ON L-NbrInter
                    INDEXED BY IND-INT.
               10 INT-CODINT             PIC X(6).
               10 INT-NOM                PIC X(30).
               10 INT-COMMISSIONS        PIC 9(11)V99.
               10 INT-REPRISES           PIC 9(11)V99.
               10 INT-NBR                PIC 9(6).

       01 L-NbrTaux              PIC 9(4) VALUE 0.
       01 TABLE-TAUX.
           05 L-TAUX OCCURS 1 TO 5000 TIMES
                     DEPENDING ON L-NbrTaux
                     INDEXED BY IND-TAUX.
               10 TX-CODINT              PIC X(6).
               10 TX-CODPRD              PIC XX.
               10 TX-TAUX-AN             PIC 9(2)V99.
               10 TX-TAUX-REN            PIC 9(2)V99.

      *-- CONTRATS APPORTES PAR UN INTERMEDIAIRE, TENUS TRIES SUR
      *-- CODPRD + NUMPOL POUR LA RECHERCHE DICHOTOMIQUE (LA BASE
      *-- ARRIVE NORMALEMENT DANS L ORDRE : AJOUT EN QUEUE)
       01 L-NbrCtr               PIC 9(5) VALUE 0.
       01 TABLE-CONTRATS.
           05 L-CTRI OCCURS 1 TO 30000 TIMES
                     DEPENDING ON L-NbrCtr
                     INDEXED BY IND-CTR.
               10 CTR-CLE.
                   15 CTR-CODPRD         PIC XX.
                   15 CTR-NUMPOL         PIC 9(7).
               10 CTR-DATEFF             PIC X(8).
               10 CTR-CODINT             PIC X(6).
       01 L-CtrCle.
           05 L-CtrCle-CODPRD    PIC XX.
           05 L-CtrCle-NUMPOL    PIC 9(7).
       01 L-CtrPos               PIC 9(5).
       01 L-CtrRang              PIC 9(5).
       01 L-BinBas               PIC 9(5).
       01 L-BinHaut              PIC 9(5).
       01 L-BinMilieu            PIC 9(5).
       01 L-CtrTrouve            PIC X.

      *-- ZONES DE CALCUL D UNE COMMISSION
       01 L-PrimeEch             PIC 9(9)V99.
       01 L-TauxEch              PIC 9(2)V99.
       01 L-Nature               PIC X.
       01 L-TauxTrouve           PIC X.
       01 L-IntTrouve            PIC X.
       01 L-AnniversaireEff      PIC 9(8).
       01 L-Commission           PIC 9(9)V99.

      *-- LIGNES DU MOIS RELUES DANS LE GRAND LIVRE (COMMISSIONS
      *-- DU MOIS ET REPRISES DU MOIS), EDITEES PAR INTERMEDIAIRE
       01 L-NbrLig               PIC 9(5) VALUE 0.
       01 TABLE-LIGNES.
           05 L-LIG OCCURS 1 TO 30000 TIMES
                    DEPENDING ON L-NbrLig
                    INDEXED BY IND-LIG.
               10 LIG-CODINT             PIC X(6).
               10 LIG-CODPRD             PIC XX.
               10 LIG-NUMPOL             PIC 9(7).
               10 LIG-DATEECH            PIC 9(8).
               10 LIG-NATURE             PIC X.
               10 LIG-SENS               PIC X.
                   88 LIG-REPRISE        VALUE '-'.
               10 LIG-PRIME              PIC 9(9)V99.
               10 LIG-TAUX               PIC 9(2)V99.
               10 LIG-COMMISSION         PIC 9(9)V99.

       01 L-SensLigne            PIC X.
       01 L-NetInter             PIC S9(11)V99.
       01 L-TotalCommissions     PIC 9(13)V99 VALUE 0.
       01 L-TotalReprises        PIC 9(13)V99 VALUE 0.

      *-- fichier des commissions a payer pour la comptabilite :
      *-- en-tete, une ligne par intermediaire mouvemente, totaliseur
       01 WS-PAY-HEADER.
           05 FILLER             PIC X(2)  VALUE 'C1'.
           05 WS-PH-MOIS         PIC 9(6).
           05 WS-PH-DATE         PIC 9(8).

       01 WS-PAY-DETAIL.
           05 FILLER             PIC X(2)  VALUE 'C2'.
           05 WS-PD-CODINT       PIC X(6).
           05 WS-PD-NOM          PIC X(30).
           05 WS-PD-MOIS         PIC 9(6).
           05 WS-PD-COMMISSIONS  PIC 9(9)V99.
           05 WS-PD-REPRISES     PIC 9(9)V99.
           05 WS-PD-NET          PIC 9(9)V99.
      *--   '+' NET DU A L INTERMEDIAIRE, '-' NET A LUI RECLAMER
           05 WS-PD-SENS         PIC X.

       01 WS-PAY-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'C9'.
           05 WS-PT-NBR          PIC 9(6).
           05 WS-PT-COMMISSIONS  PIC 9(13)V99.
           05 WS-PT-REPRISES     PIC 9(13)V99.

      *-- lignes du releve (une page par intermediaire)
       01 WS-REL-TITRE.
           05 FILLER             PIC X(35)
              VALUE 'RELEVE DE COMMISSIONS - MOIS DE '.
           05 WS-RT-MM           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-RT-AAAA         PIC 9(4).

       01 WS-REL-INTER.
           05 FILLER             PIC X(16) VALUE 'INTERMEDIAIRE : '.
           05 WS-RI-CODINT       PIC X(6).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RI-NOM          PIC X(30).

       01 WS-REL-ENTETE          PIC X(100) VALUE
           'CONTRAT     ECHEANCE NATURE                   PRIME  TAUX
      -    '     COMMISSION'.

       01 WS-REL-DETAIL.
           05 WS-RD-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RD-DATEECH      PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-NATURE       PIC X(16).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-PRIME        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-TAUX         PIC Z9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-COMMISSION   PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-REL-TOTAL.
           05 WS-RTO-LIBELLE     PIC X(30).
           05 WS-RTO-MONTANT     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *-- ligne de la liste de controle
       01 WS-CTL-LIGNE.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
           05 WS-CT-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CT-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' ECHEANCE '.
           05 WS-CT-DATEECH      PIC 9(8).
           05 FILLER             PIC X(7)  VALUE ' INTER '.
           05 WS-CT-CODINT       PIC X(6).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-CT-MOTIF        PIC X(40).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-INTERMEDIAIRES

           PERFORM CHARGE-CONTRATS

           PERFORM COMMISSIONNE-ECHEANCES

           PERFORM REPRISE-ANNULATIONS

           PERFORM CHARGE-LIGNES-MOIS

           PERFORM EDITION-RELEVES

           PERFORM FIN-TRT
           .


      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE LOW-VALUE                              TO L-FinFic
           INITIALIZE L-Nbr

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'COMMISSIONS_FICSOR' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFicsor
           END-IF

           DISPLAY 'COMMISSIONS_INTERMEDIAIRES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIntermediaires
           END-IF

           DISPLAY 'COMMISSIONS_ECHEANCIER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomEcheancier
           END-IF

           DISPLAY 'COMMISSIONS_ANNULATIONS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAnnulations
           END-IF

           DISPLAY 'COMMISSIONS_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
           END-IF

           DISPLAY 'COMMISSIONS_RELEVES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomReleves
           END-IF

           DISPLAY 'COMMISSIONS_A_PAYER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAPayer
           END-IF

           DISPLAY 'COMMISSIONS_CONTROLE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomControle
           END-IF

      *--   DATE DE TRAITEMENT (DATE DU JOUR PAR DEFAUT) ET MOIS DE
      *--   COMMISSIONNEMENT (MOIS DE LA DATE DE TRAITEMENT PAR DEFAUT)
           DISPLAY 'COMMISSIONS_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF
           MOVE L-DateTraitement(1:6) TO L-Mois

           DISPLAY 'COMMISSIONS_MOIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:6) IS NUMERIC
               MOVE L-EnvTemp(1:6) TO L-Mois
           END-IF
           IF L-Mois(5:2) < '01' OR L-Mois(5:2) > '12'
               DISPLAY 'MOIS DE COMMISSIONNEMENT INVALIDE ' L-Mois
               PERFORM ERREUR
           END-IF

           OPEN INPUT FICSOR
           IF L-Fst NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-Fst '>'
              PERFORM ERREUR
           END-IF

           OPEN INPUT FILE-ECHEANCIER
           IF L-FstE NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstE '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RELEVES
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-A-PAYER
           IF L-FstP NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstP '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-CONTROLE
           IF L-FstC NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstC '>'
              PERFORM ERREUR
           END-IF

      *>    GRAND LIVRE DES COMMISSIONS, CREE AU PREMIER PASSAGE
           OPEN I-O COMMISSIONS-HISTO
           IF L-FstH = 35
               OPEN OUTPUT COMMISSIONS-HISTO
               CLOSE COMMISSIONS-HISTO
               OPEN I-O COMMISSIONS-HISTO
           END-IF
           IF L-FstH NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstH '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-INTERMEDIAIRES.
      *-----------
      *--   UNE ENTREE PAR CODE INTERMEDIAIRE (NOM DE LA PREMIERE
      *--   LIGNE), UNE ENTREE DE TAUX PAR LIGNE.
           OPEN INPUT FILE-INTERMEDIAIRES
           IF L-FstI NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstI '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinFichier
           PERFORM UNTIL L-FinFichier = 'Y'
               READ FILE-INTERMEDIAIRES
               AT END
                   MOVE 'Y' TO L-FinFichier
               NOT AT END
                   IF E-INT-CODINT NOT = SPACES
                      AND E-INT-TAUX-AN IS NUMERIC
                      AND E-INT-TAUX-REN IS NUMERIC
                       PERFORM AJOUT-INTERMEDIAIRE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-INTERMEDIAIRES
           .
      *----------------------------------------------------------------------------
       AJOUT-INTERMEDIAIRE.
      *-----------
           MOVE 'N' TO L-IntTrouve
           PERFORM VARYING IND-INT FROM 1 BY 1
                   UNTIL IND-INT > L-NbrInter
               IF INT-CODINT(IND-INT) = E-INT-CODINT
                   MOVE 'Y' TO L-IntTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-IntTrouve = 'N'
               IF L-NbrInter >= 1000
                   DISPLAY 'TABLE DES INTERMEDIAIRES PLEINE'
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrInter
               SET IND-INT TO L-NbrInter
               MOVE E-INT-CODINT TO INT-CODINT(IND-INT)
               MOVE E-INT-NOM    TO INT-NOM(IND-INT)
               MOVE 0 TO INT-COMMISSIONS(IND-INT)
               MOVE 0 TO INT-REPRISES(IND-INT)
               MOVE 0 TO INT-NBR(IND-INT)
           END-IF

           IF L-NbrTaux >= 5000
               DISPLAY 'TABLE DES TAUX DE COMMISSION PLEINE'
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrTaux
           SET IND-TAUX TO L-NbrTaux
           MOVE E-INT-CODINT   TO TX-CODINT(IND-TAUX)
           MOVE E-INT-CODPRD   TO TX-CODPRD(IND-TAUX)
           MOVE E-INT-TAUX-AN  TO TX-TAUX-AN(IND-TAUX)
           MOVE E-INT-TAUX-REN TO TX-TAUX-REN(IND-TAUX)
           .
      *----------------------------------------------------------------------------
       CHARGE-CONTRATS.
      *-----------
      *--   RELEVE DANS LA BASE LES CONTRATS APPORTES PAR UN
      *--   INTERMEDIAIRE : CLE, DATE D EFFET (POUR DISTINGUER AFFAIRE
      *--   NOUVELLE ET RENOUVELLEMENT) ET CODE INTERMEDIAIRE, EN
      *--   POSITIONS 11 ET 35 DES DONNEES DE L EN-TETE 'C'.
           PERFORM UNTIL L-FinFic-OK
               READ FICSOR
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   IF E-FICSOR-TypEnr = 'C'
                       ADD 1 TO L-NbrContrats
                       IF E-FICSOR-Donnees(35:6) NOT = SPACES
                          AND E-FICSOR-Donnees(3:7) IS NUMERIC
                           PERFORM AJOUT-CONTRAT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICSOR
           .
      *----------------------------------------------------------------------------
       AJOUT-CONTRAT.
      *-----------
      *--   INSERTION A SA PLACE DANS LA TABLE TRIEE (EN QUEUE DANS LE
      *--   CAS NORMAL D UNE BASE DEJA DANS L ORDRE DES CLES).
           MOVE E-FICSOR-Donnees(1:2) TO L-CtrCle-CODPRD
           MOVE E-FICSOR-Donnees(3:7) TO L-CtrCle-NUMPOL
           IF L-NbrCtr >= 30000
               DISPLAY 'TABLE DES CONTRATS INTERMEDIES PLEINE'
               PERFORM ERREUR
           END-IF

           IF L-NbrCtr = 0
               MOVE 1 TO L-CtrPos
           ELSE
               IF L-CtrCle > CTR-CLE(L-NbrCtr)
                   COMPUTE L-CtrPos = L-NbrCtr + 1
               ELSE
                   PERFORM RECHERCHE-CONTRAT
                   IF L-CtrTrouve = 'Y'
      *>                CONTRAT EN DOUBLE DANS LA BASE : LE PREMIER
      *>                RESTE LA REFERENCE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE L-BinBas TO L-CtrPos
               END-IF
           END-IF

           ADD 1 TO L-NbrCtr
           PERFORM VARYING L-CtrRang FROM L-NbrCtr BY -1
                   UNTIL L-CtrRang <= L-CtrPos
               MOVE L-CTRI(L-CtrRang - 1) TO L-CTRI(L-CtrRang)
           END-PERFORM
           MOVE L-CtrCle               TO CTR-CLE(L-CtrPos)
           MOVE E-FICSOR-Donnees(11:8) TO CTR-DATEFF(L-CtrPos)
           MOVE E-FICSOR-Donnees(35:6) TO CTR-CODINT(L-CtrPos)
           .
      *----------------------------------------------------------------------------
       RECHERCHE-CONTRAT.
      *-----------
      *--   RECHERCHE DICHOTOMIQUE DE L-CtrCle : TROUVE, L-CtrPos EST
      *--   SON RANG ; SINON L-BinBas EST LE RANG OU L INSERER.
           MOVE 'N' TO L-CtrTrouve
           MOVE 1 TO L-BinBas
           MOVE L-NbrCtr TO L-BinHaut
           PERFORM UNTIL L-BinBas > L-BinHaut
               COMPUTE L-BinMilieu = (L-BinBas + L-BinHaut) / 2
               EVALUATE TRUE
                   WHEN CTR-CLE(L-BinMilieu) = L-CtrCle
                       MOVE 'Y' TO L-CtrTrouve
                       MOVE L-BinMilieu TO L-CtrPos
                       EXIT PERFORM
                   WHEN CTR-CLE(L-BinMilieu) < L-CtrCle
                       COMPUTE L-BinBas = L-BinMilieu + 1
                   WHEN OTHER
                       IF L-BinMilieu = 1
                           MOVE 0 TO L-BinHaut
                       ELSE
                           COMPUTE L-BinHaut = L-BinMilieu - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       COMMISSIONNE-ECHEANCES.
      *-----------
      *--   CHAQUE ECHEANCE PAYEE D UN CONTRAT INTERMEDIE, PAS ENCORE
      *--   AU GRAND LIVRE, EST COMMISSIONNEE SUR LE MOIS : PRIME
      *--   ENCAISSEE X TAUX DE L INTERMEDIAIRE POUR LE PRODUIT ET LA
      *--   NATURE. UNE ECHEANCE SANS INTERMEDIAIRE CONNU OU SANS TAUX
      *--   EST LISTEE ET N EST PAS INSCRITE : ELLE SERA COMMISSIONNEE
      *--   AU PASSAGE QUI SUIT LA CORRECTION DU REFERENTIEL.
           MOVE 'N' TO L-FinFichier
           PERFORM UNTIL L-FinFichier = 'Y'
               READ FILE-ECHEANCIER
               AT END
                   MOVE 'Y' TO L-FinFichier
               NOT AT END
                   ADD 1 TO L-NbrEcheancesLues
                   IF E-ECH-STATUT = 'PAYEE'
                      AND E-ECH-NUMPOL IS NUMERIC
                      AND E-ECH-DATE IS NUMERIC
                       ADD 1 TO L-NbrEcheancesPayees
                       PERFORM COMMISSIONNE-ECHEANCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ECHEANCIER
           .
      *----------------------------------------------------------------------------
       COMMISSIONNE-ECHEANCE.
      *-----------
           MOVE E-ECH-CODPRD TO L-CtrCle-CODPRD
           MOVE E-ECH-NUMPOL TO L-CtrCle-NUMPOL
           PERFORM RECHERCHE-CONTRAT
           IF L-CtrTrouve = 'N'
               ADD 1 TO L-NbrDirectes
               EXIT PARAGRAPH
           END-IF

           MOVE E-ECH-CODPRD TO CMH-CODPRD
           MOVE E-ECH-NUMPOL TO CMH-NUMPOL
           MOVE E-ECH-DATE   TO CMH-DATEECH
           READ COMMISSIONS-HISTO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO L-NbrDejaCommissionnees
               EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO L-IntTrouve
           PERFORM VARYING IND-INT FROM 1 BY 1
                   UNTIL IND-INT > L-NbrInter
               IF INT-CODINT(IND-INT) = CTR-CODINT(L-CtrPos)
                   MOVE 'Y' TO L-IntTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-IntTrouve = 'N'
               MOVE 'INTERMEDIAIRE INCONNU DU REFERENTIEL'
                   TO WS-CT-MOTIF
               PERFORM ECRITURE-ANOMALIE
               EXIT PARAGRAPH
           END-IF

      *>    AFFAIRE NOUVELLE : ECHEANCE DE LA PREMIERE ANNEE DU CONTRAT
      *>    (AVANT LE PREMIER ANNIVERSAIRE DE LA DATE D EFFET) ; SANS
      *>    DATE D EFFET CONNUE, LE CONTRAT EST TRAITE EN RENOUVELLEMENT
           MOVE 'R' TO L-Nature
           IF CTR-DATEFF(L-CtrPos) IS NUMERIC
               MOVE CTR-DATEFF(L-CtrPos) TO L-AnniversaireEff
               ADD 10000 TO L-AnniversaireEff
               IF E-ECH-DATE < L-AnniversaireEff
                   MOVE 'A' TO L-Nature
               END-IF
           END-IF

      *>    TAUX DU PRODUIT, A DEFAUT LIGNE TOUS PRODUITS
           MOVE 'N' TO L-TauxTrouve
           PERFORM VARYING IND-TAUX FROM 1 BY 1
                   UNTIL IND-TAUX > L-NbrTaux
               IF TX-CODINT(IND-TAUX) = CTR-CODINT(L-CtrPos)
                  AND TX-CODPRD(IND-TAUX) = E-ECH-CODPRD
                   MOVE 'Y' TO L-TauxTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-TauxTrouve = 'N'
               PERFORM VARYING IND-TAUX FROM 1 BY 1
                       UNTIL IND-TAUX > L-NbrTaux
                   IF TX-CODINT(IND-TAUX) = CTR-CODINT(L-CtrPos)
                      AND TX-CODPRD(IND-TAUX) = SPACES
                       MOVE 'Y' TO L-TauxTrouve
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF L-TauxTrouve = 'N'
               MOVE 'PAS DE TAUX POUR LE PRODUIT' TO WS-CT-MOTIF
               PERFORM ECRITURE-ANOMALIE
               EXIT PARAGRAPH
           END-IF
           IF L-Nature = 'A'
               MOVE TX-TAUX-AN(IND-TAUX)  TO L-TauxEch
           ELSE
               MOVE TX-TAUX-REN(IND-TAUX) TO L-TauxEch
           END-IF

           IF E-ECH-HT-X NOT = SPACES
               MOVE E-ECH-HT TO L-PrimeEch
           ELSE
               MOVE E-ECH-MONTANT TO L-PrimeEch
           END-IF
           COMPUTE L-Commission ROUNDED = L-PrimeEch * L-TauxEch / 100

           MOVE CTR-CODINT(L-CtrPos) TO CMH-CODINT
           MOVE L-Nature             TO CMH-NATURE
           MOVE L-PrimeEch           TO CMH-PRIME
           MOVE L-TauxEch            TO CMH-TAUX
           MOVE L-Commission         TO CMH-COMMISSION
           MOVE L-Mois               TO CMH-MOIS
           SET CMH-COMMISSIONNEE     TO TRUE
           MOVE 0                    TO CMH-MOIS-REPRISE
           MOVE SPACE                TO CMH-MOTIF-REPRISE
           WRITE CMH-ENREG
           IF L-FstH NOT = ZERO
              DISPLAY 'Erreur ecriture grand livre FS =' L-FstH '>'
              PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrNouvelles
           .
      *----------------------------------------------------------------------------
       REPRISE-ANNULATIONS.
      *-----------
      *--   UNE PRIME REMBOURSEE OU PASSEE EN NON-VALEUR FAIT REPRENDRE
      *--   LA COMMISSION VERSEE SUR L ECHEANCE, AU MOIS COURANT. UNE
      *--   ANNULATION SUR UNE ECHEANCE JAMAIS COMMISSIONNEE EST
      *--   LISTEE POUR CONTROLE. FICHIER FACULTATIF.
           OPEN INPUT FILE-ANNULATIONS
           IF L-FstA = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstA NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstA '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinFichier
           PERFORM UNTIL L-FinFichier = 'Y'
               READ FILE-ANNULATIONS
               AT END
                   MOVE 'Y' TO L-FinFichier
               NOT AT END
                   ADD 1 TO L-NbrAnnulationsLues
                   IF E-ANN-TYPE-VALIDE
                      AND E-ANN-NUMPOL IS NUMERIC
                      AND E-ANN-DATEECH IS NUMERIC
                       PERFORM REPRISE-ECHEANCE
                   ELSE
                       MOVE E-ANN-CODPRD TO WS-CT-CODPRD
                       MOVE ZERO TO WS-CT-NUMPOL WS-CT-DATEECH
                       MOVE SPACES TO WS-CT-CODINT
                       MOVE 'ANNULATION INVALIDE' TO WS-CT-MOTIF
                       ADD 1 TO L-NbrAnomalies
                       WRITE S-CONTROLE FROM WS-CTL-LIGNE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ANNULATIONS
           .
      *----------------------------------------------------------------------------
       REPRISE-ECHEANCE.
      *-----------
           MOVE E-ANN-CODPRD  TO CMH-CODPRD
           MOVE E-ANN-NUMPOL  TO CMH-NUMPOL
           MOVE E-ANN-DATEECH TO CMH-DATEECH
           READ COMMISSIONS-HISTO
           INVALID KEY
               MOVE E-ANN-CODPRD  TO WS-CT-CODPRD
               MOVE E-ANN-NUMPOL  TO WS-CT-NUMPOL
               MOVE E-ANN-DATEECH TO WS-CT-DATEECH
               MOVE SPACES        TO WS-CT-CODINT
               MOVE 'ANNULATION SANS COMMISSION VERSEE'
                   TO WS-CT-MOTIF
               ADD 1 TO L-NbrAnomalies
               WRITE S-CONTROLE FROM WS-CTL-LIGNE
               END-WRITE
           NOT INVALID KEY
               IF CMH-COMMISSIONNEE
                   SET CMH-REPRISE   TO TRUE
                   MOVE L-Mois       TO CMH-MOIS-REPRISE
                   MOVE E-ANN-TYPE   TO CMH-MOTIF-REPRISE
                   REWRITE CMH-ENREG
                   IF L-FstH NOT = ZERO
                      DISPLAY 'Erreur reecriture grand livre FS ='
                          L-FstH '>'
                      PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrReprises
               END-IF
           END-READ
           .
      *----------------------------------------------------------------------------
       ECRITURE-ANOMALIE.
      *-----------
           ADD 1 TO L-NbrAnomalies
           MOVE E-ECH-CODPRD         TO WS-CT-CODPRD
           MOVE E-ECH-NUMPOL         TO WS-CT-NUMPOL
           MOVE E-ECH-DATE           TO WS-CT-DATEECH
           MOVE CTR-CODINT(L-CtrPos) TO WS-CT-CODINT
           WRITE S-CONTROLE FROM WS-CTL-LIGNE
           .
      *----------------------------------------------------------------------------
       CHARGE-LIGNES-MOIS.
      *-----------
      *--   PARCOURT TOUT LE GRAND LIVRE ET RETIENT LES COMMISSIONS
      *--   DU MOIS ET LES REPRISES DU MOIS (UNE ECHEANCE
      *--   COMMISSIONNEE ET REPRISE LE MEME MOIS DONNE LES DEUX).
           MOVE 'N' TO L-FinFichier
           MOVE LOW-VALUES TO CMH-CLE
           START COMMISSIONS-HISTO KEY NOT < CMH-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinFichier
           END-START

           PERFORM UNTIL L-FinFichier = 'Y'
               READ COMMISSIONS-HISTO NEXT
               AT END
                   MOVE 'Y' TO L-FinFichier
               NOT AT END
                   IF CMH-MOIS = L-Mois
                       MOVE '+' TO L-SensLigne
                       PERFORM AJOUT-LIGNE-MOIS
                   END-IF
                   IF CMH-REPRISE
                      AND CMH-MOIS-REPRISE = L-Mois
                       MOVE '-' TO L-SensLigne
                       PERFORM AJOUT-LIGNE-MOIS
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       AJOUT-LIGNE-MOIS.
      *-----------
      *--   LE SENS DE LA LIGNE ('+' COMMISSION, '-' REPRISE) EST
      *--   PASSE DANS L-SensLigne.
           IF L-NbrLig >= 30000
               DISPLAY 'TABLE DES LIGNES DU MOIS PLEINE'
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrLig
           SET IND-LIG TO L-NbrLig
           MOVE L-SensLigne    TO LIG-SENS(IND-LIG)
           MOVE CMH-CODINT     TO LIG-CODINT(IND-LIG)
           MOVE CMH-CODPRD     TO LIG-CODPRD(IND-LIG)
           MOVE CMH-NUMPOL     TO LIG-NUMPOL(IND-LIG)
           MOVE CMH-DATEECH    TO LIG-DATEECH(IND-LIG)
           MOVE CMH-NATURE     TO LIG-NATURE(IND-LIG)
           MOVE CMH-PRIME      TO LIG-PRIME(IND-LIG)
           MOVE CMH-TAUX       TO LIG-TAUX(IND-LIG)
           MOVE CMH-COMMISSION TO LIG-COMMISSION(IND-LIG)
           ADD 1 TO L-NbrLignesMois
           .
      *----------------------------------------------------------------------------
       EDITION-RELEVES.
      *-----------
      *--   UNE PAGE DE RELEVE ET UNE LIGNE A PAYER PAR INTERMEDIAIRE
      *--   MOUVEMENTE SUR LE MOIS, DANS L ORDRE DU REFERENTIEL. UNE
      *--   LIGNE DU MOIS D UN INTERMEDIAIRE SORTI DU REFERENTIEL EST
      *--   LISTEE EN CONTROLE.
           MOVE L-Mois          TO WS-PH-MOIS
           MOVE L-DateTraitement TO WS-PH-DATE
           WRITE S-A-PAYER FROM WS-PAY-HEADER

           PERFORM VARYING IND-LIG FROM 1 BY 1
                   UNTIL IND-LIG > L-NbrLig
               MOVE 'N' TO L-IntTrouve
               PERFORM VARYING IND-INT FROM 1 BY 1
                       UNTIL IND-INT > L-NbrInter
                   IF INT-CODINT(IND-INT) = LIG-CODINT(IND-LIG)
                       MOVE 'Y' TO L-IntTrouve
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF L-IntTrouve = 'Y'
                   ADD 1 TO INT-NBR(IND-INT)
                   IF LIG-REPRISE(IND-LIG)
                       ADD LIG-COMMISSION(IND-LIG)
                           TO INT-REPRISES(IND-INT)
                   ELSE
                       ADD LIG-COMMISSION(IND-LIG)
                           TO INT-COMMISSIONS(IND-INT)
                   END-IF
               ELSE
                   MOVE LIG-CODPRD(IND-LIG)  TO WS-CT-CODPRD
                   MOVE LIG-NUMPOL(IND-LIG)  TO WS-CT-NUMPOL
                   MOVE LIG-DATEECH(IND-LIG) TO WS-CT-DATEECH
                   MOVE LIG-CODINT(IND-LIG)  TO WS-CT-CODINT
                   MOVE 'INTERMEDIAIRE SORTI DU REFERENTIEL'
                       TO WS-CT-MOTIF
                   ADD 1 TO L-NbrAnomalies
                   WRITE S-CONTROLE FROM WS-CTL-LIGNE
               END-IF
           END-PERFORM

           PERFORM VARYING IND-INT FROM 1 BY 1
                   UNTIL IND-INT > L-NbrInter
               IF INT-NBR(IND-INT) > 0
                   PERFORM EDITION-RELEVE-INTER
               END-IF
           END-PERFORM

           MOVE L-NbrPayables     TO WS-PT-NBR
           MOVE L-TotalCommissions TO WS-PT-COMMISSIONS
           MOVE L-TotalReprises   TO WS-PT-REPRISES
           WRITE S-A-PAYER FROM WS-PAY-TRAILER
           .
      *----------------------------------------------------------------------------
       EDITION-RELEVE-INTER.
      *-----------
           MOVE L-Mois(5:2) TO WS-RT-MM
           MOVE L-Mois(1:4) TO WS-RT-AAAA
           WRITE S-RELEVE FROM WS-REL-TITRE AFTER ADVANCING PAGE
           MOVE SPACES TO S-RELEVE
           WRITE S-RELEVE
           MOVE INT-CODINT(IND-INT) TO WS-RI-CODINT
           MOVE INT-NOM(IND-INT)    TO WS-RI-NOM
           WRITE S-RELEVE FROM WS-REL-INTER
           MOVE SPACES TO S-RELEVE
           WRITE S-RELEVE
           WRITE S-RELEVE FROM WS-REL-ENTETE

           PERFORM VARYING IND-LIG FROM 1 BY 1
                   UNTIL IND-LIG > L-NbrLig
               IF LIG-CODINT(IND-LIG) = INT-CODINT(IND-INT)
                   MOVE LIG-CODPRD(IND-LIG)  TO WS-RD-CODPRD
                   MOVE LIG-NUMPOL(IND-LIG)  TO WS-RD-NUMPOL
                   MOVE LIG-DATEECH(IND-LIG) TO WS-RD-DATEECH
                   MOVE LIG-PRIME(IND-LIG)   TO WS-RD-PRIME
                   MOVE LIG-TAUX(IND-LIG)    TO WS-RD-TAUX
                   EVALUATE TRUE
                       WHEN LIG-REPRISE(IND-LIG)
                           MOVE 'REPRISE' TO WS-RD-NATURE
                           COMPUTE WS-RD-COMMISSION =
                               0 - LIG-COMMISSION(IND-LIG)
                       WHEN LIG-NATURE(IND-LIG) = 'A'
                           MOVE 'AFFAIRE NOUVELLE' TO WS-RD-NATURE
                           MOVE LIG-COMMISSION(IND-LIG)
                               TO WS-RD-COMMISSION
                       WHEN OTHER
                           MOVE 'RENOUVELLEMENT' TO WS-RD-NATURE
                           MOVE LIG-COMMISSION(IND-LIG)
                               TO WS-RD-COMMISSION
                   END-EVALUATE
                   WRITE S-RELEVE FROM WS-REL-DETAIL
               END-IF
           END-PERFORM

           COMPUTE L-NetInter = INT-COMMISSIONS(IND-INT)
                              - INT-REPRISES(IND-INT)
           MOVE SPACES TO S-RELEVE
           WRITE S-RELEVE
           MOVE 'COMMISSIONS DU MOIS' TO WS-RTO-LIBELLE
           MOVE INT-COMMISSIONS(IND-INT) TO WS-RTO-MONTANT
           WRITE S-RELEVE FROM WS-REL-TOTAL
           MOVE 'REPRISES DU MOIS' TO WS-RTO-LIBELLE
           COMPUTE WS-RTO-MONTANT = 0 - INT-REPRISES(IND-INT)
           WRITE S-RELEVE FROM WS-REL-TOTAL
           MOVE 'NET DU MOIS' TO WS-RTO-LIBELLE
           MOVE L-NetInter TO WS-RTO-MONTANT
           WRITE S-RELEVE FROM WS-REL-TOTAL

           MOVE INT-CODINT(IND-INT)      TO WS-PD-CODINT
           MOVE INT-NOM(IND-INT)         TO WS-PD-NOM
           MOVE L-Mois                   TO WS-PD-MOIS
           MOVE INT-COMMISSIONS(IND-INT) TO WS-PD-COMMISSIONS
           MOVE INT-REPRISES(IND-INT)    TO WS-PD-REPRISES
           IF L-NetInter < 0
               COMPUTE WS-PD-NET = 0 - L-NetInter
               MOVE '-' TO WS-PD-SENS
           ELSE
               MOVE L-NetInter TO WS-PD-NET
               MOVE '+' TO WS-PD-SENS
           END-IF
           WRITE S-A-PAYER FROM WS-PAY-DETAIL
           ADD 1 TO L-NbrPayables
           ADD INT-COMMISSIONS(IND-INT) TO L-TotalCommissions
           ADD INT-REPRISES(IND-INT)    TO L-TotalReprises
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE COMMISSIONS-HISTO
           CLOSE FILE-RELEVES
           CLOSE FILE-A-PAYER
           CLOSE FILE-CONTROLE

           Display 'Mois de commissionnement =' L-Mois '>'
           Display 'Nbre contrats lus        =' L-NbrContrats
               ', intermedies =' L-NbrCtr '>'
           Display 'Nbre echeances lues      =' L-NbrEcheancesLues
               ', payees =' L-NbrEcheancesPayees '>'
           Display 'Nbre affaires directes   =' L-NbrDirectes '>'
           Display 'Nbre commissions du run  =' L-NbrNouvelles
               ', deja au grand livre =' L-NbrDejaCommissionnees '>'
           Display 'Nbre annulations lues    =' L-NbrAnnulationsLues
               ', reprises =' L-NbrReprises '>'
           Display 'Nbre lignes du mois      =' L-NbrLignesMois
               ', intermediaires payables =' L-NbrPayables '>'
           Display 'Nbre anomalies           =' L-NbrAnomalies '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4 AND L-NbrAnomalies > 0
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
