       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECENSEMENT.


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

       SELECT CONTRATS-MASTER ASSIGN TO DYNAMIC L-NomContratsMaster
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CM-CLE
                       FILE STATUS IS L-FstCm.

       SELECT FILE-TARIFS ASSIGN TO DYNAMIC L-NomTarifs
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstT.

       SELECT FILE-RECENSEMENT ASSIGN TO DYNAMIC L-NomRecensement
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstR.

       SELECT FILE-SYNTHESE ASSIGN TO DYNAMIC L-NomSynthese
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstS.


       DATA DIVISION.

       FILE SECTION.

       FD  FICSOR.
       01  E-FICSOR.
           05 E-FICSOR-TypEnr                      PIC X.
           05 E-FICSOR-Donnees                     PIC X(59).

       FD  CONTRATS-MASTER.
      *--  MEME DESSIN QUE DANS COBOLEX4, RELU EN LECTURE SEULE : LA
      *--  SITUATION ET LES DATES DU CONTRAT (TENUES A JOUR PAR
      *--  CONTRATMVT ET RECOUVREMENT) PRIMENT SUR L EN-TETE FICSOR.
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

       FD  FILE-TARIFS.
      *--  MEME DESSIN QUE DANS FACTURATION : LA PRIME ANNUELLE D UNE
      *--  TETE EST LE TARIF DE SA TRANCHE D AGE A LA DATE DU
      *--  RECENSEMENT (PREMIERE LIGNE DU PRODUIT A DEFAUT).
       01  E-TARIF.
           05 E-TARIF-CODPRD                       PIC XX.
           05 E-TARIF-TETE                         PIC 9(7)V99.
           05 E-TARIF-BENEF                        PIC 9(7)V99.
           05 E-TARIF-AGEMIN                       PIC X(3).
           05 E-TARIF-AGEMAX                       PIC X(3).

       FD  FILE-RECENSEMENT.
      *--  EXTRAIT POUR LES ACTUAIRES : EN-TETE 'R1' (DATE DU
      *--  RECENSEMENT, DATE DU RUN), UNE LIGNE 'R2' PAR TETE COUVERTE
      *--  D UN CONTRAT EN VIGUEUR A LA DATE DU RECENSEMENT,
      *--  TOTALISEUR 'R9' (TETES, CONTRATS, PRIMES).
       01  S-RECENSEMENT                           PIC X(80).

       FD  FILE-SYNTHESE.
       01  S-SYNTHESE                              PIC X(80).


       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                          PIC X(11) VALUE 'RECENSEMENT'.

      *-- file status fichier
       01 L-Fst                                   PIC 99.
       01 L-FstCm                                 PIC 99.
       01 L-FstT                                  PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstS                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomContratsMaster    PIC X(40)
                                 VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomTarifs            PIC X(40) VALUE 'TARIFS_PRODUITS.txt'.
       01 L-NomRecensement       PIC X(40) VALUE 'RECENSEMENT.txt'.
       01 L-NomSynthese          PIC X(40)
                                 VALUE 'RECENSEMENT_SYNTHESE.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS
      *-- (CONTRATS ABSENTS DU MAITRE, PRODUITS SANS TARIF, TETES
      *-- SANS DATE DE NAISSANCE), 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinTarifs                             PIC X.

       01 L-Nbr.
           05 L-NbrEnrLus                         PIC 9(5).
           05 L-NbrContratsLus                    PIC 9(5).
           05 L-NbrContratsRecenses               PIC 9(5).
           05 L-NbrHorsVigueur                    PIC 9(5).
           05 L-NbrHorsMaitre                     PIC 9(5).
           05 L-NbrTetesRecensees                 PIC 9(5).
           05 L-NbrSansTarif                      PIC 9(5).
           05 L-NbrSansNaissance                  PIC 9(5).

      *-- DATE DU RECENSEMENT (PARAMETRABLE POUR RECONSTITUER UN
      *-- TRIMESTRE PASSE, DATE DU JOUR PAR DEFAUT)
       01 L-DateRecensement      PIC 9(8).
       01 L-DateRun              PIC 9(8).

      *-- TABLE DES TARIFS PAR PRODUIT (MEME CHARGEMENT QUE
      *-- FACTURATION)
       01 TABLE-TARIFS.
           05 L-TARIF OCCURS 1 TO 200 TIMES
                      DEPENDING ON L-NbrTarifs
                      INDEXED BY IND-TAR.
               10 TAR-CODPRD             PIC XX.
               10 TAR-TETE               PIC 9(7)V99.
               10 TAR-BENEF              PIC 9(7)V99.
               10 TAR-AGEMIN             PIC 9(3).
               10 TAR-AGEMAX             PIC 9(3).
       01 L-NbrTarifs                             PIC 9(3) VALUE 0.
       01 L-TarifTrouve                           PIC X.
       01 L-IndTar1                               PIC 9(3).

      *-- CONTRAT COURANT : EN-TETE FICSOR, VALEURS RETENUES (MAITRE
      *-- OU A DEFAUT FICSOR) ET TETES COUVERTES (SITUATION 'C')
       01 L-CTR-CODPRD           PIC XX.
       01 L-CTR-NUMPOL           PIC 9(7).
       01 L-CTR-SIT              PIC X.
       01 L-CTR-DATEFF           PIC X(8).
       01 L-CTR-DATTERM          PIC X(8).
       01 L-CTR-DATRENOUV        PIC X(8).
       01 L-NEWCONTRACT          PIC 9 VALUE 0.
       01 L-NbTetesCouv          PIC 9(3).
       01 TABLE-TETES-REC.
           05 TRC-DATNAI OCCURS 99 TIMES          PIC X(8).
       01 L-IndTete              PIC 9(3).
       01 L-EnVigueur            PIC X.

      *-- AGE ET ANCIENNETE EN ANNEES REVOLUES A LA DATE DU
      *-- RECENSEMENT (999 = INCONNU) ET TRANCHES CORRESPONDANTES
       01 L-DateDepart           PIC X(8).
       01 L-Annees               PIC 9(3).
       01 L-RecAAAA              PIC 9(4).
       01 L-RecMMJJ              PIC 9(4).
       01 L-DepAAAA              PIC 9(4).
       01 L-DepMMJJ              PIC 9(4).
       01 L-AgeTete              PIC 9(3).
       01 L-Anciennete           PIC 9(3).
       01 L-TrancheAge           PIC 9(2).
       01 L-TrancheAgeCtr        PIC 9(2).
       01 L-TrancheAnc           PIC 9(2).
       01 L-MoisRenouv           PIC 9(2).
       01 L-PrimeTete            PIC 9(7)V99.
       01 L-TotalPrimes          PIC 9(11)V99 VALUE 0.

      *-- TRANCHES D AGE (9 TRANCHES + AGE INCONNU) ET D ANCIENNETE
      *-- (5 TRANCHES + ANCIENNETE INCONNUE) DES TABLEAUX DE SYNTHESE
       01 TABLE-LIB-AGE-VAL.
           05 FILLER             PIC X(12) VALUE '0-17 ANS'.
           05 FILLER             PIC X(12) VALUE '18-24 ANS'.
           05 FILLER             PIC X(12) VALUE '25-34 ANS'.
           05 FILLER             PIC X(12) VALUE '35-44 ANS'.
           05 FILLER             PIC X(12) VALUE '45-54 ANS'.
           05 FILLER             PIC X(12) VALUE '55-64 ANS'.
           05 FILLER             PIC X(12) VALUE '65-74 ANS'.
           05 FILLER             PIC X(12) VALUE '75-84 ANS'.
           05 FILLER             PIC X(12) VALUE '85 ANS ET +'.
           05 FILLER             PIC X(12) VALUE 'AGE INCONNU'.
       01 TABLE-LIB-AGE REDEFINES TABLE-LIB-AGE-VAL.
           05 LIB-AGE            PIC X(12) OCCURS 10 TIMES.

      *-- TABLEAUX DE SYNTHESE : PAR PRODUIT (50 AU PLUS) PUIS TOUS
      *-- PRODUITS (POSTE 51), CONTRATS (TRANCHE D AGE DE LA PREMIERE
      *-- TETE COUVERTE) ET TETES PAR TRANCHE D AGE ET D ANCIENNETE
       01 L-NbrPrd               PIC 9(2) VALUE 0.
       01 L-IndPrd               PIC 9(2).
       01 L-IndAge               PIC 9(2).
       01 L-IndAnc               PIC 9(2).
       01 TABLE-SYNTHESE.
           05 L-SYP OCCURS 51 TIMES.
               10 SYP-CODPRD             PIC XX.
               10 SYP-AGE OCCURS 10 TIMES.
                   15 SYP-ANC OCCURS 6 TIMES.
                       20 SYP-NBCTR      PIC 9(7).
                       20 SYP-NBTET      PIC 9(7).
       01 L-CumulLigne           PIC 9(7).
       01 L-CumulColonnes.
           05 L-CUMCOL OCCURS 7 TIMES             PIC 9(7).
       01 L-TypeTableau          PIC X.
           88 L-Tableau-CONTRATS                  VALUE 'C'.
           88 L-Tableau-TETES                     VALUE 'T'.
       01 L-Valeur               PIC 9(7).

      *-- enregistrements de l extrait
       01 WS-REC-HEADER.
           05 FILLER             PIC X(2)  VALUE 'R1'.
           05 WS-RH-DATE         PIC 9(8).
           05 WS-RH-DATERUN      PIC 9(8).

      *--   AGE ET ANCIENNETE A 999 = INCONNUS (DATE ABSENTE), MOIS
      *--   DE RENOUVELLEMENT A 00 = INCONNU
       01 WS-REC-DETAIL.
           05 FILLER             PIC X(2)  VALUE 'R2'.
           05 WS-RD-CODPRD       PIC XX.
           05 WS-RD-NUMPOL       PIC 9(7).
           05 WS-RD-RANG         PIC 9(3).
           05 WS-RD-SIT          PIC X.
           05 WS-RD-DATNAI       PIC X(8).
           05 WS-RD-AGE          PIC 9(3).
           05 WS-RD-TRANCHE-AGE  PIC 9(2).
           05 WS-RD-DATEFF       PIC X(8).
           05 WS-RD-ANCIENNETE   PIC 9(3).
           05 WS-RD-TRANCHE-ANC  PIC 9(2).
           05 WS-RD-MOIS-RENOUV  PIC 9(2).
           05 WS-RD-PRIME        PIC 9(7)V99.

       01 WS-REC-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'R9'.
           05 WS-RT-NBTETES      PIC 9(7).
           05 WS-RT-NBCONTRATS   PIC 9(7).
           05 WS-RT-PRIMES       PIC 9(11)V99.

      *-- lignes de la synthese (une page par produit)
       01 WS-SYN-TITRE.
           05 FILLER             PIC X(33)
              VALUE 'RECENSEMENT DU PORTEFEUILLE AU '.
           05 WS-ST-JJ           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-ST-MM           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-ST-AAAA         PIC 9(4).

       01 WS-SYN-PRODUIT.
           05 FILLER             PIC X(10) VALUE 'PRODUIT : '.
           05 WS-SP-CODPRD       PIC X(13).

       01 WS-SYN-SOUS-TITRE      PIC X(80).

       01 WS-SYN-ENTETE.
           05 FILLER             PIC X(12) VALUE 'TRANCHE AGE'.
           05 FILLER             PIC X(8)  VALUE '  < 1 AN'.
           05 FILLER             PIC X(8)  VALUE ' 1-2 ANS'.
           05 FILLER             PIC X(8)  VALUE ' 3-4 ANS'.
           05 FILLER             PIC X(8)  VALUE ' 5-9 ANS'.
           05 FILLER             PIC X(8)  VALUE ' 10 ANS+'.
           05 FILLER             PIC X(8)  VALUE ' INCONNU'.
           05 FILLER             PIC X(8)  VALUE '   TOTAL'.

       01 WS-SYN-LIGNE.
           05 WS-SL-LIBELLE      PIC X(12).
           05 WS-SL-CELLULE OCCURS 7 TIMES.
               10 FILLER         PIC X     VALUE SPACE.
               10 WS-SL-VALEUR   PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-TARIFS

           PERFORM LECTURE-FICHIER

           IF NOT L-FinFic-OK
               IF E-FICSOR-TypEnr <> 'C'
                  DISPLAY 'ERROR FILE ENTRY INVALID'
                  PERFORM ERREUR
               END-IF
           END-IF

           PERFORM UNTIL L-FinFic-OK
                PERFORM LOAD-CONTRAT
                PERFORM RECENSE-CONTRAT
           END-PERFORM

           PERFORM EDITION-SYNTHESE

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
           INITIALIZE TABLE-SYNTHESE

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'RECENSEMENT_FICSOR' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFicsor
           END-IF

           DISPLAY 'RECENSEMENT_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
           END-IF

           DISPLAY 'RECENSEMENT_TARIFS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTarifs
           END-IF

           DISPLAY 'RECENSEMENT_EXTRAIT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRecensement
           END-IF

           DISPLAY 'RECENSEMENT_SYNTHESE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSynthese
           END-IF

      *--   DATE DU RECENSEMENT (DATE DU JOUR PAR DEFAUT) : C EST A
      *--   CETTE DATE QUE LE CONTRAT DOIT ETRE EN VIGUEUR ET QUE
      *--   L AGE, L ANCIENNETE ET LE TARIF SONT CALCULES
           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRun
           DISPLAY 'RECENSEMENT_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateRecensement
           ELSE
               MOVE L-DateRun TO L-DateRecensement
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRecensement) NOT = 0
               DISPLAY 'DATE DE RECENSEMENT INVALIDE '
                       L-DateRecensement
               PERFORM ERREUR
           END-IF

           OPEN INPUT FICSOR
           IF L-Fst NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-Fst '>'
              PERFORM ERREUR
           END-IF

           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCm '>'
              PERFORM ERREUR
           END-IF

           OPEN INPUT FILE-TARIFS
           IF L-FstT NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstT '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RECENSEMENT
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-SYNTHESE
           IF L-FstS NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstS '>'
              PERFORM ERREUR
           END-IF

           MOVE L-DateRecensement TO WS-RH-DATE
           MOVE L-DateRun         TO WS-RH-DATERUN
           WRITE S-RECENSEMENT FROM WS-REC-HEADER
           .
      *----------------------------------------------------------------------------
       CHARGE-TARIFS.
      *-----------
           MOVE 'N' TO L-FinTarifs
           PERFORM UNTIL L-FinTarifs = 'Y'
               READ FILE-TARIFS
               AT END
                   MOVE 'Y' TO L-FinTarifs
               NOT AT END
                   IF E-TARIF-TETE IS NUMERIC
                      AND E-TARIF-BENEF IS NUMERIC
                      AND L-NbrTarifs < 200
                       ADD 1 TO L-NbrTarifs
                       SET IND-TAR TO L-NbrTarifs
                       MOVE E-TARIF-CODPRD TO TAR-CODPRD(IND-TAR)
                       MOVE E-TARIF-TETE   TO TAR-TETE(IND-TAR)
                       MOVE E-TARIF-BENEF  TO TAR-BENEF(IND-TAR)
                       IF E-TARIF-AGEMIN IS NUMERIC
                          AND E-TARIF-AGEMAX IS NUMERIC
                           MOVE E-TARIF-AGEMIN
                               TO TAR-AGEMIN(IND-TAR)
                           MOVE E-TARIF-AGEMAX
                               TO TAR-AGEMAX(IND-TAR)
                       ELSE
                           MOVE 0   TO TAR-AGEMIN(IND-TAR)
                           MOVE 999 TO TAR-AGEMAX(IND-TAR)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TARIFS
           .
      *----------------------------------------------------------------------------
       LECTURE-FICHIER.
      *-----------
           READ FICSOR
           AT END
             SET L-FinFic-OK                  TO TRUE

           NOT AT END
              IF L-Fst NOT = ZERO
                 DISPLAY 'Erreur lecture fichier FS =' L-Fst '>'
                 PERFORM ERREUR
              END-IF

              ADD 1                            TO L-NbrEnrLus
           END-READ
           .
      *----------------------------------------------------------------------------
       LOAD-CONTRAT.
      *-----------
      *--   PARCOURT UN CONTRAT (EN-TETE 'C' COURANT PUIS SES 'T' ET
      *--   'B') EN RETENANT LES DATES DE NAISSANCE DES TETES
      *--   COUVERTES (SITUATION 'C' EN POSITION 44 DES DONNEES, DATE
      *--   DE NAISSANCE EN 45-52, MEME DECOUPAGE QUE COBOLEX4).
           SET L-NEWCONTRACT TO 0

           MOVE E-FICSOR-Donnees(1:2)  TO L-CTR-CODPRD
           MOVE E-FICSOR-Donnees(3:7)  TO L-CTR-NUMPOL
           MOVE E-FICSOR-Donnees(10:1) TO L-CTR-SIT
           MOVE E-FICSOR-Donnees(11:8) TO L-CTR-DATEFF
           MOVE E-FICSOR-Donnees(19:8) TO L-CTR-DATTERM
           MOVE E-FICSOR-Donnees(27:8) TO L-CTR-DATRENOUV

           MOVE 0 TO L-NbTetesCouv

           PERFORM UNTIL L-NEWCONTRACT = 1

               PERFORM LECTURE-FICHIER

               IF E-FICSOR-TypEnr = 'T' AND NOT L-FinFic-OK
                   IF E-FICSOR-Donnees(44:1) = 'C'
                      AND L-NbTetesCouv < 99
                       ADD 1 TO L-NbTetesCouv
                       MOVE E-FICSOR-Donnees(45:8)
                           TO TRC-DATNAI(L-NbTetesCouv)
                   END-IF
               ELSE
                   IF E-FICSOR-TypEnr = 'B' AND NOT L-FinFic-OK
                       CONTINUE
                   ELSE
                       MOVE 1 TO L-NEWCONTRACT
                   END-IF
               END-IF

           END-PERFORM

           ADD 1 TO L-NbrContratsLus
           .
      *----------------------------------------------------------------------------
       RECENSE-CONTRAT.
      *-----------
      *--   SITUATION ET DATES DU CONTRAT LUES DANS LE MAITRE (A
      *--   DEFAUT, CELLES DE L EN-TETE FICSOR, CONTRAT SIGNALE). SEUL
      *--   UN CONTRAT EN VIGUEUR A LA DATE DU RECENSEMENT EST RETENU :
      *--   EFFET AU PLUS TARD CE JOUR-LA, PAS RESILIE AVANT.
           MOVE L-CTR-CODPRD TO CM-CODPRD
           MOVE L-CTR-NUMPOL TO CM-NUMPOL
           READ CONTRATS-MASTER
           INVALID KEY
               ADD 1 TO L-NbrHorsMaitre
               DISPLAY 'CONTRAT ABSENT DU MAITRE ' L-CTR-CODPRD
                       ' ' L-CTR-NUMPOL
           NOT INVALID KEY
               MOVE CM-SIT       TO L-CTR-SIT
               MOVE CM-DATEFF    TO L-CTR-DATEFF
               MOVE CM-DATTERM   TO L-CTR-DATTERM
               MOVE CM-DATRENOUV TO L-CTR-DATRENOUV
           END-READ

           MOVE 'Y' TO L-EnVigueur
           IF L-CTR-DATEFF IS NUMERIC
              AND L-CTR-DATEFF > L-DateRecensement
               MOVE 'N' TO L-EnVigueur
           END-IF
           IF L-CTR-DATTERM IS NUMERIC
              AND L-CTR-DATTERM NOT = ZEROS
              AND L-CTR-DATTERM < L-DateRecensement
               MOVE 'N' TO L-EnVigueur
           END-IF
           IF L-EnVigueur = 'N'
               ADD 1 TO L-NbrHorsVigueur
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO L-NbrContratsRecenses

      *>    TARIF DU PRODUIT : PREMIERE LIGNE, TARIF PAR DEFAUT
           MOVE 'N' TO L-TarifTrouve
           PERFORM VARYING IND-TAR FROM 1 BY 1
                   UNTIL IND-TAR > L-NbrTarifs
               IF TAR-CODPRD(IND-TAR) = L-CTR-CODPRD
                   MOVE 'Y' TO L-TarifTrouve
                   SET L-IndTar1 TO IND-TAR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-TarifTrouve = 'N'
               ADD 1 TO L-NbrSansTarif
           END-IF

      *>    ANCIENNETE DEPUIS LA DATE D EFFET ET MOIS DE
      *>    RENOUVELLEMENT (A DEFAUT, MOIS ANNIVERSAIRE DE L EFFET)
           MOVE L-CTR-DATEFF TO L-DateDepart
           PERFORM CALCUL-ANNEES
           MOVE L-Annees TO L-Anciennete
           EVALUATE TRUE
               WHEN L-Anciennete = 999
                   MOVE 6 TO L-TrancheAnc
               WHEN L-Anciennete < 1
                   MOVE 1 TO L-TrancheAnc
               WHEN L-Anciennete < 3
                   MOVE 2 TO L-TrancheAnc
               WHEN L-Anciennete < 5
                   MOVE 3 TO L-TrancheAnc
               WHEN L-Anciennete < 10
                   MOVE 4 TO L-TrancheAnc
               WHEN OTHER
                   MOVE 5 TO L-TrancheAnc
           END-EVALUATE

           MOVE 0 TO L-MoisRenouv
           IF L-CTR-DATRENOUV IS NUMERIC
              AND L-CTR-DATRENOUV NOT = ZEROS
               MOVE L-CTR-DATRENOUV(5:2) TO L-MoisRenouv
           ELSE
               IF L-CTR-DATEFF IS NUMERIC
                  AND L-CTR-DATEFF NOT = ZEROS
                   MOVE L-CTR-DATEFF(5:2) TO L-MoisRenouv
               END-IF
           END-IF

           PERFORM RECHERCHE-PRODUIT-SYNTHESE

      *>    LE CONTRAT EST CLASSE DANS LA TRANCHE D AGE DE SA PREMIERE
      *>    TETE COUVERTE (AGE INCONNU S IL N EN A AUCUNE)
           MOVE 10 TO L-TrancheAgeCtr
           PERFORM VARYING L-IndTete FROM 1 BY 1
                   UNTIL L-IndTete > L-NbTetesCouv
               PERFORM RECENSE-TETE
               IF L-IndTete = 1
                   MOVE L-TrancheAge TO L-TrancheAgeCtr
               END-IF
           END-PERFORM

           ADD 1 TO SYP-NBCTR(L-IndPrd L-TrancheAgeCtr L-TrancheAnc)
           ADD 1 TO SYP-NBCTR(51 L-TrancheAgeCtr L-TrancheAnc)
           .
      *----------------------------------------------------------------------------
       RECENSE-TETE.
      *-----------
      *--   UNE LIGNE PAR TETE COUVERTE : AGE A LA DATE DU
      *--   RECENSEMENT ET PRIME ANNUELLE AU TARIF DE SA TRANCHE D AGE
      *--   (PREMIERE LIGNE DU PRODUIT SI LA DATE DE NAISSANCE MANQUE
      *--   OU SI AUCUNE TRANCHE NE CONVIENT, COMME FACTURATION).
           MOVE TRC-DATNAI(L-IndTete) TO L-DateDepart
           PERFORM CALCUL-ANNEES
           MOVE L-Annees TO L-AgeTete
           IF L-AgeTete = 999
               ADD 1 TO L-NbrSansNaissance
               MOVE 10 TO L-TrancheAge
           ELSE
               EVALUATE TRUE
                   WHEN L-AgeTete < 18
                       MOVE 1 TO L-TrancheAge
                   WHEN L-AgeTete < 25
                       MOVE 2 TO L-TrancheAge
                   WHEN L-AgeTete < 35
                       MOVE 3 TO L-TrancheAge
                   WHEN L-AgeTete < 45
                       MOVE 4 TO L-TrancheAge
                   WHEN L-AgeTete < 55
                       MOVE 5 TO L-TrancheAge
                   WHEN L-AgeTete < 65
                       MOVE 6 TO L-TrancheAge
                   WHEN L-AgeTete < 75
                       MOVE 7 TO L-TrancheAge
                   WHEN L-AgeTete < 85
                       MOVE 8 TO L-TrancheAge
                   WHEN OTHER
                       MOVE 9 TO L-TrancheAge
               END-EVALUATE
           END-IF

           MOVE 0 TO L-PrimeTete
           IF L-TarifTrouve = 'Y'
               MOVE TAR-TETE(L-IndTar1) TO L-PrimeTete
               IF L-AgeTete NOT = 999
                   PERFORM VARYING IND-TAR FROM 1 BY 1
                           UNTIL IND-TAR > L-NbrTarifs
                       IF TAR-CODPRD(IND-TAR) = L-CTR-CODPRD
                          AND L-AgeTete >= TAR-AGEMIN(IND-TAR)
                          AND L-AgeTete <= TAR-AGEMAX(IND-TAR)
                           MOVE TAR-TETE(IND-TAR) TO L-PrimeTete
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           ADD 1 TO L-NbrTetesRecensees
           ADD L-PrimeTete TO L-TotalPrimes
           ADD 1 TO SYP-NBTET(L-IndPrd L-TrancheAge L-TrancheAnc)
           ADD 1 TO SYP-NBTET(51 L-TrancheAge L-TrancheAnc)

           MOVE L-CTR-CODPRD          TO WS-RD-CODPRD
           MOVE L-CTR-NUMPOL          TO WS-RD-NUMPOL
           MOVE L-IndTete             TO WS-RD-RANG
           MOVE L-CTR-SIT             TO WS-RD-SIT
           MOVE TRC-DATNAI(L-IndTete) TO WS-RD-DATNAI
           MOVE L-AgeTete             TO WS-RD-AGE
           MOVE L-TrancheAge          TO WS-RD-TRANCHE-AGE
           MOVE L-CTR-DATEFF          TO WS-RD-DATEFF
           MOVE L-Anciennete          TO WS-RD-ANCIENNETE
           MOVE L-TrancheAnc          TO WS-RD-TRANCHE-ANC
           MOVE L-MoisRenouv          TO WS-RD-MOIS-RENOUV
           MOVE L-PrimeTete           TO WS-RD-PRIME
           WRITE S-RECENSEMENT FROM WS-REC-DETAIL
           .
      *----------------------------------------------------------------------------
       CALCUL-ANNEES.
      *-----------
      *--   NOMBRE D ANNEES REVOLUES ENTRE L-DateDepart ET LA DATE DU
      *--   RECENSEMENT (999 SI LA DATE EST ABSENTE OU POSTERIEURE).
           IF L-DateDepart IS NOT NUMERIC
              OR L-DateDepart = ZEROS
              OR L-DateDepart > L-DateRecensement
               MOVE 999 TO L-Annees
               EXIT PARAGRAPH
           END-IF
           MOVE L-DateRecensement(1:4) TO L-RecAAAA
           MOVE L-DateRecensement(5:4) TO L-RecMMJJ
           MOVE L-DateDepart(1:4)      TO L-DepAAAA
           MOVE L-DateDepart(5:4)      TO L-DepMMJJ
           COMPUTE L-Annees = L-RecAAAA - L-DepAAAA
           IF L-RecMMJJ < L-DepMMJJ AND L-Annees > 0
               SUBTRACT 1 FROM L-Annees
           END-IF
           .
      *----------------------------------------------------------------------------
       RECHERCHE-PRODUIT-SYNTHESE.
      *-----------
      *--   POSTE DU PRODUIT DANS LES TABLEAUX DE SYNTHESE, CREE A SA
      *--   PREMIERE RENCONTRE (AU-DELA DE 50 PRODUITS : FIN ANORMALE).
           PERFORM VARYING L-IndPrd FROM 1 BY 1
                   UNTIL L-IndPrd > L-NbrPrd
               IF SYP-CODPRD(L-IndPrd) = L-CTR-CODPRD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF L-NbrPrd >= 50
               DISPLAY 'TABLE DES PRODUITS DU RECENSEMENT PLEINE'
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrPrd
           MOVE L-NbrPrd     TO L-IndPrd
           MOVE L-CTR-CODPRD TO SYP-CODPRD(L-IndPrd)
           .
      *----------------------------------------------------------------------------
       EDITION-SYNTHESE.
      *-----------
      *--   UNE PAGE PAR PRODUIT PUIS UNE PAGE TOUS PRODUITS : TABLEAU
      *--   DES CONTRATS PUIS TABLEAU DES TETES, TRANCHES D AGE EN
      *--   LIGNES ET TRANCHES D ANCIENNETE EN COLONNES.
           MOVE L-DateRecensement(7:2) TO WS-ST-JJ
           MOVE L-DateRecensement(5:2) TO WS-ST-MM
           MOVE L-DateRecensement(1:4) TO WS-ST-AAAA

           PERFORM VARYING L-IndPrd FROM 1 BY 1
                   UNTIL L-IndPrd > L-NbrPrd
               MOVE SYP-CODPRD(L-IndPrd) TO WS-SP-CODPRD
               PERFORM EDITION-PAGE-PRODUIT
           END-PERFORM

           MOVE 51 TO L-IndPrd
           MOVE 'TOUS PRODUITS' TO WS-SP-CODPRD
           PERFORM EDITION-PAGE-PRODUIT
           .
      *----------------------------------------------------------------------------
       EDITION-PAGE-PRODUIT.
      *-----------
           WRITE S-SYNTHESE FROM WS-SYN-TITRE AFTER ADVANCING PAGE
           MOVE SPACES TO S-SYNTHESE
           WRITE S-SYNTHESE
           WRITE S-SYNTHESE FROM WS-SYN-PRODUIT

           MOVE SPACES TO S-SYNTHESE
           WRITE S-SYNTHESE
           MOVE 'CONTRATS PAR TRANCHE D AGE DE LA PREMIERE TETE ET '
             & 'ANCIENNETE' TO WS-SYN-SOUS-TITRE
           WRITE S-SYNTHESE FROM WS-SYN-SOUS-TITRE
           SET L-Tableau-CONTRATS TO TRUE
           PERFORM EDITION-TABLEAU

           MOVE SPACES TO S-SYNTHESE
           WRITE S-SYNTHESE
           MOVE 'TETES COUVERTES PAR TRANCHE D AGE ET ANCIENNETE DU '
             & 'CONTRAT' TO WS-SYN-SOUS-TITRE
           WRITE S-SYNTHESE FROM WS-SYN-SOUS-TITRE
           SET L-Tableau-TETES TO TRUE
           PERFORM EDITION-TABLEAU
           .
      *----------------------------------------------------------------------------
       EDITION-TABLEAU.
      *-----------
      *--   UNE LIGNE PAR TRANCHE D AGE AVEC SON TOTAL, PUIS LA LIGNE
      *--   DES TOTAUX PAR TRANCHE D ANCIENNETE.
           WRITE S-SYNTHESE FROM WS-SYN-ENTETE
           INITIALIZE L-CumulColonnes

           PERFORM VARYING L-IndAge FROM 1 BY 1
                   UNTIL L-IndAge > 10
               MOVE LIB-AGE(L-IndAge) TO WS-SL-LIBELLE
               MOVE 0 TO L-CumulLigne
               PERFORM VARYING L-IndAnc FROM 1 BY 1
                       UNTIL L-IndAnc > 6
                   IF L-Tableau-CONTRATS
                       MOVE SYP-NBCTR(L-IndPrd L-IndAge L-IndAnc)
                           TO L-Valeur
                   ELSE
                       MOVE SYP-NBTET(L-IndPrd L-IndAge L-IndAnc)
                           TO L-Valeur
                   END-IF
                   MOVE L-Valeur TO WS-SL-VALEUR(L-IndAnc)
                   ADD L-Valeur TO L-CumulLigne
                   ADD L-Valeur TO L-CUMCOL(L-IndAnc)
               END-PERFORM
               MOVE L-CumulLigne TO WS-SL-VALEUR(7)
               ADD L-CumulLigne TO L-CUMCOL(7)
               WRITE S-SYNTHESE FROM WS-SYN-LIGNE
           END-PERFORM

           MOVE 'TOTAL' TO WS-SL-LIBELLE
           PERFORM VARYING L-IndAnc FROM 1 BY 1
                   UNTIL L-IndAnc > 7
               MOVE L-CUMCOL(L-IndAnc) TO WS-SL-VALEUR(L-IndAnc)
           END-PERFORM
           WRITE S-SYNTHESE FROM WS-SYN-LIGNE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE L-NbrTetesRecensees   TO WS-RT-NBTETES
           MOVE L-NbrContratsRecenses TO WS-RT-NBCONTRATS
           MOVE L-TotalPrimes         TO WS-RT-PRIMES
           WRITE S-RECENSEMENT FROM WS-REC-TRAILER

           CLOSE FICSOR
           CLOSE CONTRATS-MASTER
           CLOSE FILE-RECENSEMENT
           CLOSE FILE-SYNTHESE

           Display 'Date du recensement     =' L-DateRecensement '>'
           Display 'Nbre enregs lus         =' L-NbrEnrLus '>'
           Display 'Nbre contrats lus       =' L-NbrContratsLus '>'
           Display 'Nbre contrats recenses  =' L-NbrContratsRecenses
               '>'
           Display 'Nbre hors vigueur       =' L-NbrHorsVigueur '>'
           Display 'Nbre absents du maitre  =' L-NbrHorsMaitre '>'
           Display 'Nbre tetes recensees    =' L-NbrTetesRecensees '>'
           Display 'Nbre contrats sans tarif=' L-NbrSansTarif '>'
           Display 'Nbre tetes sans naissance=' L-NbrSansNaissance '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrHorsMaitre > 0 OR L-NbrSansTarif > 0
                   OR L-NbrSansNaissance > 0)
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
