       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE3.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTO-PRESTATIONS ASSIGN TO DYNAMIC L-NomHisto
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HP-CLE
                       FILE STATUS IS L-FstHp.

       SELECT FICSOR      ASSIGN TO DYNAMIC L-NomFicsor
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstFs.

       SELECT FILE-ADRESSES ASSIGN TO DYNAMIC L-NomAdresses
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstAd.

       SELECT FILE-SUSPENS ASSIGN TO DYNAMIC L-NomSuspens
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstSu.

       SELECT FILE-RELEVES ASSIGN TO DYNAMIC L-NomReleves
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRe.

       SELECT FILE-CONTROLE ASSIGN TO DYNAMIC L-NomControle
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstCo.

       DATA DIVISION.

       FILE SECTION.

       FD  HISTO-PRESTATIONS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3 : HP-TYPE-ENR DISTINGUE
      *--  LES AVOIRS/ANNULATIONS ('R'/'C'), HP-REMB PORTE LE MONTANT
      *--  REMBOURSE. UNE PRESTATION CONVERTIE D UN ANCIEN DESSIN EST
      *--  MARQUEE '*' : SON REMBOURSE N A PAS ETE HISTORISE.
       01  HP-ENREG.
           05 HP-CLE.
               10 HP-POLICE          PIC 9(12).
               10 HP-DATESOIN        PIC 9(7).
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
               88 HP-TYPE-AVOIR      VALUE 'R' 'C'.
               88 HP-REMB-INCONNU    VALUE '*'.
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FICSOR.
       01  ENR-FICSOR                                  PIC X(60).

       FD  FILE-ADRESSES.
      *--  ADRESSES D ENVOI DES RELEVES, UNE LIGNE PAR POLICE (NUMERO
      *--  A 12 CHIFFRES COMME DANS DECOMPTE.txt). FICHIER FACULTATIF :
      *--  EN SON ABSENCE TOUTES LES POLICES PARTENT EN LISTE DE
      *--  CONTROLE.
       01  E-ADRESSE.
           05 E-ADR-POLICE                         PIC X(12).
           05 E-ADR-LIGNE1                         PIC X(38).
           05 E-ADR-LIGNE2                         PIC X(38).
           05 E-ADR-CP                             PIC X(5).
           05 E-ADR-VILLE                          PIC X(32).

       FD  FILE-SUSPENS.
      *--  RAPPORT DE SUSPENS DU DERNIER RUN DE COBOLEXERCICE3 : LES
      *--  PRESTATIONS QUI Y FIGURENT NE SONT PAS REMBOURSEES A CE
      *--  JOUR.
       01  E-SUSPENS                                   PIC X(120).

       FD  FILE-RELEVES.
       01  S-RELEVE                                    PIC X(100).

       FD  FILE-CONTROLE.
       01  S-CONTROLE                                  PIC X(100).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                         PIC X(15) VALUE 'RELEVE3'.

      *-- file status fichier
       01 L-FstHp                                 PIC 99.
       01 L-FstFs                                 PIC 99.
       01 L-FstAd                                 PIC 99.
       01 L-FstSu                                 PIC 99.
       01 L-FstRe                                 PIC 99.
       01 L-FstCo                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomHisto             PIC X(40)
                                 VALUE 'HISTO_PRESTATIONS.DAT'.
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomAdresses          PIC X(40)
                                 VALUE 'ADRESSES_POLICES.txt'.
       01 L-NomSuspens           PIC X(40) VALUE 'SUSPENS3.txt'.
       01 L-NomReleves           PIC X(40) VALUE 'RELEVES3.txt'.
       01 L-NomControle          PIC X(40)
                                 VALUE 'RELEVES_CONTROLE3.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENT (POLICES
      *-- EN LISTE DE CONTROLE OU REMBOURSES NON HISTORISES), 12 FIN
      *-- ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinFicsor                             PIC X.
       01 L-FinAdresses                           PIC X.
       01 L-FinSuspens                            PIC X.

      *-- ANNEE DES RELEVES (PARAMETRABLE, ANNEE PRECEDANT LA DATE DU
      *-- JOUR PAR DEFAUT : LE RELEVE SE PRODUIT EN JANVIER)
       01 L-DateJour             PIC 9(8).
       01 L-DateJour-R REDEFINES L-DateJour.
           05 L-AnneeJour        PIC 9(4).
           05 FILLER             PIC 9(4).
       01 L-AnneeReleve          PIC 9(4).

      *-- PARAMETRES D APPEL DU MODULE DE SERVICES DE DATES CONVDATE
      *-- (MODE '1' = JULIEN VERS GREGORIEN)
       01 L-CnvDateJul           PIC 9(7).
       01 L-CnvDateGreg          PIC 9(8).
       01 L-CnvDateGreg-R REDEFINES L-CnvDateGreg.
           05 L-CnvAnnee         PIC 9(4).
           05 L-CnvMois          PIC 9(2).
           05 L-CnvJour          PIC 9(2).
       01 L-CnvMode              PIC X VALUE '1'.
       01 L-CnvResultat          PIC S9(8).

       01 L-Nbr.
           05 L-NbrEnrLus                         PIC 9(7).
           05 L-NbrDansAnnee                      PIC 9(7).
           05 L-NbrReleves                        PIC 9(5).
           05 L-NbrControle                       PIC 9(5).
           05 L-NbrSansNom                        PIC 9(5).
           05 L-NbrSansAdresse                    PIC 9(5).
           05 L-NbrDateInvalide                   PIC 9(5).
           05 L-NbrHorsTable                      PIC 9(5).
           05 L-NbrRembInconnuTot                 PIC 9(7).

      *--  DECOUPAGE DE L EXTRAIT FICSOR PRODUIT PAR COBOLEX4 (MEME
      *--  DECOUPAGE ET MEME REGLE QUE CLAIMNOM3 : LA PREMIERE TETE
      *--  DE CHAQUE CONTRAT EST LE TITULAIRE).
       01 WS-FICSOR-IN.
           05 WS-F-TYPE             PIC X.
           05 FILLER                PIC X(59).

       01 WS-F-HDR REDEFINES WS-FICSOR-IN.
           05 FILLER                PIC X.
           05 WS-F-HDR-CODPRD       PIC XX.
           05 WS-F-HDR-NUMPOL       PIC 9(7).
           05 FILLER                PIC X(50).

       01 WS-F-TET REDEFINES WS-FICSOR-IN.
           05 FILLER                PIC X.
           05 WS-F-TET-TIT          PIC X(3).
           05 WS-F-TET-NOM          PIC X(20).
           05 WS-F-TET-PRN          PIC X(20).
           05 FILLER                PIC X(16).

       01 L-NumpolCourant                         PIC 9(7).
       01 L-TitulaireConnu                        PIC X VALUE 'N'.
           88 L-TitulaireConnu-OUI                VALUE 'Y'.

      *--  TITULAIRES DE CONTRAT (RAPPROCHES SUR LES 7 DERNIERS
      *--  CHIFFRES DU NUMERO DE POLICE, COMME DANS CLAIMNOM3)
       01 TABLEAU-NOMS.
           05 L-NOM  OCCURS 1 TO 5000 TIMES
                      DEPENDING ON L-NbrNoms
                      INDEXED BY IND-N.
               10 NOM-NUMPOL            PIC 9(7).
               10 NOM-TITRE             PIC X(3).
               10 NOM-NOM               PIC X(20).
               10 NOM-PRENOM            PIC X(20).
       01 L-NbrNoms                                PIC 9(4) VALUE 0.

      *--  ADRESSES D ENVOI
       01 TABLEAU-ADRESSES.
           05 L-ADR  OCCURS 1 TO 5000 TIMES
                      DEPENDING ON L-NbrAdresses
                      INDEXED BY IND-ADR.
               10 ADR-POLICE            PIC 9(12).
               10 ADR-LIGNE1            PIC X(38).
               10 ADR-LIGNE2            PIC X(38).
               10 ADR-CP                PIC X(5).
               10 ADR-VILLE             PIC X(32).
       01 L-NbrAdresses                            PIC 9(4) VALUE 0.

      *-- DECOUPAGE D UNE LIGNE DU RAPPORT DE SUSPENS (MEME DESSIN QUE
      *-- WS-SUSPENS-LIGNE DANS COBOLEXERCICE3)
       01 WS-SUSPENS-IN.
           05 FILLER             PIC X(7).
           05 WS-SIN-POLICE      PIC X(12).
           05 FILLER             PIC X(7).
           05 WS-SIN-DATE        PIC X(7).
           05 FILLER             PIC X(10).
           05 WS-SIN-PRODUIT     PIC X(2).
           05 FILLER             PIC X(10).
           05 WS-SIN-MONTANT     PIC X(11).
           05 FILLER             PIC X.
           05 WS-SIN-MOTIF       PIC X(20).
           05 FILLER             PIC X(6).
           05 WS-SIN-RUN         PIC X(10).

      *--  PRESTATIONS EN SUSPENS DONT LA DATE DE SOIN TOMBE DANS
      *--  L ANNEE DU RELEVE. SUS-EDITE MARQUE CELLES DEJA REPRISES
      *--  SUR UN RELEVE : LES AUTRES (POLICE SANS PRESTATION
      *--  REMBOURSEE DANS L ANNEE) DONNENT LIEU A UN RELEVE EN FIN
      *--  DE TRAITEMENT.
       01 TABLE-SUSPENS.
           05 L-SUS  OCCURS 1 TO 2000 TIMES
                      DEPENDING ON L-NbrSuspens
                      INDEXED BY IND-SUS.
               10 SUS-POLICE            PIC 9(12).
               10 SUS-MONTANT           PIC 9(9)V99.
               10 SUS-EDITE             PIC X.
       01 L-NbrSuspens                             PIC 9(4) VALUE 0.

      *--  CUMULS DE LA POLICE EN COURS PAR PRODUIT ET PAR MOIS DE
      *--  SOIN. LES AVOIRS/ANNULATIONS SONT DEDUITS DU MOIS ET DU
      *--  PRODUIT QU ILS PORTENT (MONTANTS NETS, DONC SIGNES) ET NE
      *--  COMPTENT PAS COMME ACTES.
       01 TABLE-CUMULS.
           05 L-CUM  OCCURS 1 TO 50 TIMES
                      DEPENDING ON L-NbrProduits
                      INDEXED BY IND-CUM.
               10 CUM-CODEPDT           PIC XX.
               10 CUM-MOIS OCCURS 12 TIMES
                           INDEXED BY IND-MOIS.
                   15 CUM-NB            PIC 9(5).
                   15 CUM-RECLAME       PIC S9(9)V99.
                   15 CUM-REMB          PIC S9(9)V99.
               10 CUM-TOT-NB            PIC 9(5).
               10 CUM-TOT-RECLAME       PIC S9(9)V99.
               10 CUM-TOT-REMB          PIC S9(9)V99.
       01 L-NbrProduits                            PIC 9(3) VALUE 0.

       01 L-PoliceCourante                         PIC 9(12) VALUE 0.
       01 L-Trouve                                 PIC X.
       01 L-NomTrouve                              PIC X.
       01 L-AdresseTrouvee                         PIC X.
       01 L-ClePolice                              PIC 9(7).
       01 L-MontantNum                             PIC 9(9)V99.
       01 L-Police.
           05 L-TotNb                              PIC 9(5).
           05 L-TotReclame                         PIC S9(11)V99.
           05 L-TotRemb                            PIC S9(11)V99.
           05 L-AvoirNb                            PIC 9(5).
           05 L-AvoirReclame                       PIC 9(11)V99.
           05 L-AvoirRemb                          PIC 9(11)V99.
           05 L-NbrRembInconnu                     PIC 9(5).
           05 L-SuspensNb                          PIC 9(5).
           05 L-SuspensMontant                     PIC 9(11)V99.

      *-- LIBELLES DES MOIS
       01 TABLE-LIB-MOIS-VAL.
           05 FILLER             PIC X(9) VALUE 'JANVIER'.
           05 FILLER             PIC X(9) VALUE 'FEVRIER'.
           05 FILLER             PIC X(9) VALUE 'MARS'.
           05 FILLER             PIC X(9) VALUE 'AVRIL'.
           05 FILLER             PIC X(9) VALUE 'MAI'.
           05 FILLER             PIC X(9) VALUE 'JUIN'.
           05 FILLER             PIC X(9) VALUE 'JUILLET'.
           05 FILLER             PIC X(9) VALUE 'AOUT'.
           05 FILLER             PIC X(9) VALUE 'SEPTEMBRE'.
           05 FILLER             PIC X(9) VALUE 'OCTOBRE'.
           05 FILLER             PIC X(9) VALUE 'NOVEMBRE'.
           05 FILLER             PIC X(9) VALUE 'DECEMBRE'.
       01 TABLE-LIB-MOIS REDEFINES TABLE-LIB-MOIS-VAL.
           05 LIB-MOIS           PIC X(9) OCCURS 12 TIMES.

      *-- lignes du releve (une page par police)
       01 WS-REL-TITRE.
           05 FILLER             PIC X(44)
              VALUE 'RELEVE ANNUEL DES REMBOURSEMENTS - ANNEE '.
           05 WS-RT-ANNEE        PIC 9(4).

       01 WS-REL-POLICE.
           05 FILLER             PIC X(12) VALUE 'POLICE    : '.
           05 WS-RP-POLICE       PIC 9(12).

       01 WS-REL-TITULAIRE.
           05 FILLER             PIC X(12) VALUE 'TITULAIRE : '.
           05 WS-RN-TITRE        PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RN-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RN-PRENOM       PIC X(20).

       01 WS-REL-ADRESSE.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 WS-RA-TEXTE        PIC X(38).

       01 WS-REL-VILLE.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 WS-RV-CP           PIC X(5).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-VILLE        PIC X(32).

       01 WS-REL-ENTETE          PIC X(80) VALUE
           'PRODUIT  MOIS         ACTES    MONTANT RECLAME  MONTANT REMB
      -    'OURSE'.

       01 WS-REL-DETAIL.
           05 WS-RD-CODEPDT      PIC XX.
           05 FILLER             PIC X(7)  VALUE SPACES.
           05 WS-RD-MOIS         PIC X(9).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-NB           PIC Z(4)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-RECLAME      PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-REMB         PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-REL-MONTANT.
           05 WS-RM-LIBELLE      PIC X(50).
           05 WS-RM-MONTANT      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-REL-COMPTE.
           05 WS-RC-LIBELLE      PIC X(50).
           05 WS-RC-NB           PIC Z(4)9.

       01 WS-REL-INCONNU         PIC X(40)
                                 VALUE 'TITULAIRE INCONNU'.
       01 WS-REL-SANS-ADRESSE    PIC X(38)
                                 VALUE 'ADRESSE NON RENSEIGNEE'.

      *-- lignes de la liste de controle
       01 WS-CTL-TITRE.
           05 FILLER             PIC X(51) VALUE
              'RELEVES ANNUELS - POLICES SANS NOM OU SANS ADRESSE '.
           05 WS-CT-ANNEE        PIC 9(4).

       01 WS-CTL-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-CL-POLICE       PIC 9(12).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-CL-MOTIF        PIC X(30).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-TITULAIRES

           PERFORM CHARGE-ADRESSES

           PERFORM CHARGE-SUSPENS

           PERFORM PARCOURS-HISTORIQUE

           PERFORM RELEVES-SUSPENS-SEULS

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
           DISPLAY 'COBOL3_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
           END-IF

           DISPLAY 'COBOL3_SUSPENS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSuspens
           END-IF

           DISPLAY 'RELEVE3_FICSOR' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFicsor
           END-IF

           DISPLAY 'RELEVE3_ADRESSES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAdresses
           END-IF

           DISPLAY 'RELEVE3_RELEVES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomReleves
           END-IF

           DISPLAY 'RELEVE3_CONTROLE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomControle
           END-IF

      *--   ANNEE DES RELEVES (ANNEE PRECEDENTE PAR DEFAUT)
           ACCEPT L-DateJour FROM DATE YYYYMMDD
           DISPLAY 'RELEVE3_ANNEE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:4) IS NUMERIC
               MOVE L-EnvTemp(1:4) TO L-AnneeReleve
           ELSE
               COMPUTE L-AnneeReleve = L-AnneeJour - 1
           END-IF
           DISPLAY 'ANNEE DES RELEVES : ' L-AnneeReleve

           OPEN INPUT HISTO-PRESTATIONS
           IF L-FstHp NOT = ZERO
              DISPLAY 'Erreur ouverture historique FS =' L-FstHp '>'
              PERFORM ERREUR
           END-IF

           OPEN INPUT FICSOR
           IF L-FstFs NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstFs '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RELEVES
           IF L-FstRe NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRe '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-CONTROLE
           IF L-FstCo NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCo '>'
              PERFORM ERREUR
           END-IF

           MOVE L-AnneeReleve TO WS-RT-ANNEE
           MOVE L-AnneeReleve TO WS-CT-ANNEE
           WRITE S-CONTROLE FROM WS-CTL-TITRE
           .
      *----------------------------------------------------------------------------
       CHARGE-TITULAIRES.
      *-----------
      *--  POUR CHAQUE CONTRAT ('C') DE L EXTRAIT FICSOR, LA PREMIERE
      *--  TETE ('T') QUI SUIT EST LE TITULAIRE DU CONTRAT.
           MOVE 'N' TO L-FinFicsor
           PERFORM UNTIL L-FinFicsor = 'Y'
               READ FICSOR INTO WS-FICSOR-IN
               AT END
                  MOVE 'Y' TO L-FinFicsor

               NOT AT END
                  EVALUATE TRUE
                     WHEN WS-F-TYPE = 'C'
                        MOVE WS-F-HDR-NUMPOL TO L-NumpolCourant
                        MOVE 'N' TO L-TitulaireConnu

                     WHEN WS-F-TYPE = 'T' AND NOT L-TitulaireConnu-OUI
                          AND L-NbrNoms < 5000
                        ADD 1 TO L-NbrNoms
                        SET IND-N TO L-NbrNoms
                        MOVE L-NumpolCourant TO NOM-NUMPOL(IND-N)
                        MOVE WS-F-TET-TIT    TO NOM-TITRE(IND-N)
                        MOVE WS-F-TET-NOM    TO NOM-NOM(IND-N)
                        MOVE WS-F-TET-PRN    TO NOM-PRENOM(IND-N)
                        SET L-TitulaireConnu-OUI TO TRUE
                  END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FICSOR
           .
      *----------------------------------------------------------------------------
       CHARGE-ADRESSES.
      *-----------
      *--  FICHIER FACULTATIF : ABSENT, AUCUNE ADRESSE N EST CONNUE.
           OPEN INPUT FILE-ADRESSES
           IF L-FstAd = '35'
               DISPLAY 'FICHIER DES ADRESSES ABSENT'
           ELSE
               MOVE 'N' TO L-FinAdresses
               PERFORM UNTIL L-FinAdresses = 'Y'
                   READ FILE-ADRESSES
                   AT END
                       MOVE 'Y' TO L-FinAdresses
                   NOT AT END
                       IF E-ADR-POLICE IS NUMERIC
                          AND L-NbrAdresses < 5000
                           ADD 1 TO L-NbrAdresses
                           SET IND-ADR TO L-NbrAdresses
                           MOVE E-ADR-POLICE TO ADR-POLICE(IND-ADR)
                           MOVE E-ADR-LIGNE1 TO ADR-LIGNE1(IND-ADR)
                           MOVE E-ADR-LIGNE2 TO ADR-LIGNE2(IND-ADR)
                           MOVE E-ADR-CP     TO ADR-CP(IND-ADR)
                           MOVE E-ADR-VILLE  TO ADR-VILLE(IND-ADR)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-ADRESSES
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-SUSPENS.
      *-----------
      *--  RETIENT LES LIGNES DU RAPPORT DE SUSPENS DONT LA DATE DE
      *--  SOIN (AAAAQQQ) TOMBE DANS L ANNEE DU RELEVE. FICHIER ABSENT
      *--  = AUCUN SUSPENS.
           OPEN INPUT FILE-SUSPENS
           IF L-FstSu = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinSuspens
               PERFORM UNTIL L-FinSuspens = 'Y'
                   READ FILE-SUSPENS
                   AT END
                       MOVE 'Y' TO L-FinSuspens
                   NOT AT END
                       MOVE E-SUSPENS TO WS-SUSPENS-IN
                       IF WS-SIN-POLICE IS NUMERIC
                          AND WS-SIN-DATE IS NUMERIC
                          AND WS-SIN-DATE(1:4) = L-AnneeReleve
                          AND L-NbrSuspens < 2000
                           ADD 1 TO L-NbrSuspens
                           SET IND-SUS TO L-NbrSuspens
                           MOVE WS-SIN-POLICE TO SUS-POLICE(IND-SUS)
                           IF WS-SIN-MONTANT IS NUMERIC
                               COMPUTE SUS-MONTANT(IND-SUS) =
                                   FUNCTION NUMVAL(WS-SIN-MONTANT)
                                   / 100
                           ELSE
                               MOVE 0 TO SUS-MONTANT(IND-SUS)
                           END-IF
                           MOVE 'N' TO SUS-EDITE(IND-SUS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-SUSPENS
           END-IF
           .
      *----------------------------------------------------------------------------
       PARCOURS-HISTORIQUE.
      *-----------
      *--   PARCOURT L HISTORIQUE DANS L ORDRE DES CLES (POLICE PUIS
      *--   DATE DE SOIN) : CHAQUE CHANGEMENT DE POLICE EDITE LE
      *--   RELEVE DE LA POLICE PRECEDENTE.
           MOVE LOW-VALUES TO HP-CLE
           START HISTO-PRESTATIONS KEY NOT < HP-CLE
           INVALID KEY
               SET L-FinFic-OK TO TRUE
           END-START

           PERFORM UNTIL L-FinFic-OK
               READ HISTO-PRESTATIONS NEXT
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   IF HP-DATESOIN(1:4) = L-AnneeReleve
                       PERFORM CUMUL-PRESTATION
                   END-IF
               END-READ
           END-PERFORM

           IF L-PoliceCourante NOT = 0
               PERFORM EDITION-RELEVE
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-PRESTATION.
      *-----------
           ADD 1 TO L-NbrDansAnnee

           IF HP-POLICE NOT = L-PoliceCourante
               IF L-PoliceCourante NOT = 0
                   PERFORM EDITION-RELEVE
               END-IF
               MOVE HP-POLICE TO L-PoliceCourante
               PERFORM RAZ-CUMULS-POLICE
           END-IF

           MOVE HP-DATESOIN TO L-CnvDateJul
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           IF L-CnvMois < 1 OR L-CnvMois > 12
               ADD 1 TO L-NbrDateInvalide
               EXIT PARAGRAPH
           END-IF

           IF HP-MONTANT IS NUMERIC
               COMPUTE L-MontantNum =
                   FUNCTION NUMVAL(HP-MONTANT) / 100
           ELSE
               MOVE 0 TO L-MontantNum
           END-IF

           MOVE 'N' TO L-Trouve
           PERFORM VARYING IND-CUM FROM 1 BY 1
                   UNTIL IND-CUM > L-NbrProduits
               IF CUM-CODEPDT(IND-CUM) = HP-CODEPDT
                   MOVE 'Y' TO L-Trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-Trouve = 'N'
               IF L-NbrProduits < 50
                   ADD 1 TO L-NbrProduits
                   SET IND-CUM TO L-NbrProduits
                   INITIALIZE L-CUM(IND-CUM)
                   MOVE HP-CODEPDT TO CUM-CODEPDT(IND-CUM)
               ELSE
                   ADD 1 TO L-NbrHorsTable
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET IND-MOIS TO L-CnvMois

      *>          AVOIR/ANNULATION : DEDUIT DU MOIS ET DU PRODUIT
           IF HP-TYPE-AVOIR
               ADD 1 TO L-AvoirNb
               ADD L-MontantNum TO L-AvoirReclame
               ADD HP-REMB      TO L-AvoirRemb
               SUBTRACT L-MontantNum
                   FROM CUM-RECLAME(IND-CUM IND-MOIS)
                        CUM-TOT-RECLAME(IND-CUM)
                        L-TotReclame
               SUBTRACT HP-REMB
                   FROM CUM-REMB(IND-CUM IND-MOIS)
                        CUM-TOT-REMB(IND-CUM)
                        L-TotRemb
           ELSE
               IF HP-REMB-INCONNU
                   ADD 1 TO L-NbrRembInconnu
               END-IF
               ADD 1 TO CUM-NB(IND-CUM IND-MOIS)
                        CUM-TOT-NB(IND-CUM)
                        L-TotNb
               ADD L-MontantNum
                   TO CUM-RECLAME(IND-CUM IND-MOIS)
                      CUM-TOT-RECLAME(IND-CUM)
                      L-TotReclame
               ADD HP-REMB
                   TO CUM-REMB(IND-CUM IND-MOIS)
                      CUM-TOT-REMB(IND-CUM)
                      L-TotRemb
           END-IF
           .
      *----------------------------------------------------------------------------
       RAZ-CUMULS-POLICE.
      *-----------
           MOVE 0 TO L-NbrProduits
           INITIALIZE L-Police
           .
      *----------------------------------------------------------------------------
       RELEVES-SUSPENS-SEULS.
      *-----------
      *--   POLICES SANS PRESTATION REMBOURSEE DANS L ANNEE MAIS AVEC
      *--   DES MONTANTS EN SUSPENS : LEUR RELEVE NE PORTE QUE CES
      *--   MONTANTS.
           PERFORM VARYING IND-SUS FROM 1 BY 1
                   UNTIL IND-SUS > L-NbrSuspens
               IF SUS-EDITE(IND-SUS) = 'N'
                   MOVE SUS-POLICE(IND-SUS) TO L-PoliceCourante
                   PERFORM RAZ-CUMULS-POLICE
                   PERFORM EDITION-RELEVE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITION-RELEVE.
      *-----------
      *--   RELEVE DE L-PoliceCourante SUR UNE NOUVELLE PAGE : EN-TETE
      *--   (TITULAIRE ET ADRESSE), DETAIL PAR PRODUIT ET MOIS, TOTAUX,
      *--   AVOIRS DEDUITS ET SUSPENS. LA POLICE SANS NOM OU SANS
      *--   ADRESSE EST EDITEE QUAND MEME ET PORTEE EN LISTE DE
      *--   CONTROLE POUR COMPLEMENT AVANT ENVOI.
           ADD 1 TO L-NbrReleves
           PERFORM CUMUL-SUSPENS-POLICE

           MOVE L-PoliceCourante(6:7) TO L-ClePolice
           MOVE 'N' TO L-NomTrouve
           PERFORM VARYING IND-N FROM 1 BY 1
                   UNTIL IND-N > L-NbrNoms
               IF NOM-NUMPOL(IND-N) = L-ClePolice
                   MOVE 'Y' TO L-NomTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 'N' TO L-AdresseTrouvee
           PERFORM VARYING IND-ADR FROM 1 BY 1
                   UNTIL IND-ADR > L-NbrAdresses
               IF ADR-POLICE(IND-ADR) = L-PoliceCourante
                  AND (ADR-LIGNE1(IND-ADR) NOT = SPACES
                       OR ADR-LIGNE2(IND-ADR) NOT = SPACES)
                  AND ADR-VILLE(IND-ADR) NOT = SPACES
                   MOVE 'Y' TO L-AdresseTrouvee
                   EXIT PERFORM
               END-IF
           END-PERFORM

           WRITE S-RELEVE FROM WS-REL-TITRE AFTER ADVANCING PAGE
           MOVE SPACES TO S-RELEVE
           WRITE S-RELEVE
           MOVE L-PoliceCourante TO WS-RP-POLICE
           WRITE S-RELEVE FROM WS-REL-POLICE

           IF L-NomTrouve = 'Y'
               MOVE NOM-TITRE(IND-N)  TO WS-RN-TITRE
               MOVE NOM-NOM(IND-N)    TO WS-RN-NOM
               MOVE NOM-PRENOM(IND-N) TO WS-RN-PRENOM
           ELSE
               MOVE SPACES TO WS-RN-TITRE WS-RN-PRENOM
               MOVE WS-REL-INCONNU TO WS-RN-NOM
           END-IF
           WRITE S-RELEVE FROM WS-REL-TITULAIRE

           IF L-AdresseTrouvee = 'Y'
               IF ADR-LIGNE1(IND-ADR) NOT = SPACES
                   MOVE ADR-LIGNE1(IND-ADR) TO WS-RA-TEXTE
                   WRITE S-RELEVE FROM WS-REL-ADRESSE
               END-IF
               IF ADR-LIGNE2(IND-ADR) NOT = SPACES
                   MOVE ADR-LIGNE2(IND-ADR) TO WS-RA-TEXTE
                   WRITE S-RELEVE FROM WS-REL-ADRESSE
               END-IF
               MOVE ADR-CP(IND-ADR)    TO WS-RV-CP
               MOVE ADR-VILLE(IND-ADR) TO WS-RV-VILLE
               WRITE S-RELEVE FROM WS-REL-VILLE
           ELSE
               MOVE WS-REL-SANS-ADRESSE TO WS-RA-TEXTE
               WRITE S-RELEVE FROM WS-REL-ADRESSE
           END-IF

           MOVE SPACES TO S-RELEVE
           WRITE S-RELEVE
           WRITE S-RELEVE FROM WS-REL-ENTETE

           PERFORM VARYING IND-CUM FROM 1 BY 1
                   UNTIL IND-CUM > L-NbrProduits
               PERFORM VARYING IND-MOIS FROM 1 BY 1
                       UNTIL IND-MOIS > 12
                   IF CUM-NB(IND-CUM IND-MOIS) > 0
                      OR CUM-RECLAME(IND-CUM IND-MOIS) NOT = 0
                      OR CUM-REMB(IND-CUM IND-MOIS) NOT = 0
                       MOVE CUM-CODEPDT(IND-CUM)    TO WS-RD-CODEPDT
                       MOVE LIB-MOIS(IND-MOIS)      TO WS-RD-MOIS
                       MOVE CUM-NB(IND-CUM IND-MOIS) TO WS-RD-NB
                       MOVE CUM-RECLAME(IND-CUM IND-MOIS)
                           TO WS-RD-RECLAME
                       MOVE CUM-REMB(IND-CUM IND-MOIS)
                           TO WS-RD-REMB
                       WRITE S-RELEVE FROM WS-REL-DETAIL
                   END-IF
               END-PERFORM
               MOVE CUM-CODEPDT(IND-CUM)     TO WS-RD-CODEPDT
               MOVE 'TOTAL'                  TO WS-RD-MOIS
               MOVE CUM-TOT-NB(IND-CUM)      TO WS-RD-NB
               MOVE CUM-TOT-RECLAME(IND-CUM) TO WS-RD-RECLAME
               MOVE CUM-TOT-REMB(IND-CUM)    TO WS-RD-REMB
               WRITE S-RELEVE FROM WS-REL-DETAIL
               MOVE SPACES TO S-RELEVE
               WRITE S-RELEVE
           END-PERFORM

           IF L-AvoirNb > 0
               MOVE 'AVOIRS/ANNULATIONS DEDUITS - NOMBRE'
                   TO WS-RC-LIBELLE
               MOVE L-AvoirNb TO WS-RC-NB
               WRITE S-RELEVE FROM WS-REL-COMPTE
               MOVE 'AVOIRS/ANNULATIONS DEDUITS - MONTANT REMBOURSE'
                   TO WS-RM-LIBELLE
               MOVE L-AvoirRemb TO WS-RM-MONTANT
               WRITE S-RELEVE FROM WS-REL-MONTANT
           END-IF

           MOVE 'TOTAL RECLAME SUR L ANNEE (NET DES AVOIRS)'
               TO WS-RM-LIBELLE
           MOVE L-TotReclame TO WS-RM-MONTANT
           WRITE S-RELEVE FROM WS-REL-MONTANT
           MOVE 'TOTAL REMBOURSE SUR L ANNEE (NET DES AVOIRS)'
               TO WS-RM-LIBELLE
           MOVE L-TotRemb TO WS-RM-MONTANT
           WRITE S-RELEVE FROM WS-REL-MONTANT

           IF L-SuspensNb > 0
               MOVE 'PRESTATIONS EN SUSPENS (NON REMBOURSEES A CE JOUR)'
                   TO WS-RC-LIBELLE
               MOVE L-SuspensNb TO WS-RC-NB
               WRITE S-RELEVE FROM WS-REL-COMPTE
               MOVE 'MONTANT RECLAME EN SUSPENS' TO WS-RM-LIBELLE
               MOVE L-SuspensMontant TO WS-RM-MONTANT
               WRITE S-RELEVE FROM WS-REL-MONTANT
           END-IF

           IF L-NbrRembInconnu > 0
               ADD L-NbrRembInconnu TO L-NbrRembInconnuTot
               MOVE 'ACTES ANTERIEURS SANS REMBOURSE HISTORISE'
                   TO WS-RC-LIBELLE
               MOVE L-NbrRembInconnu TO WS-RC-NB
               WRITE S-RELEVE FROM WS-REL-COMPTE
           END-IF

           IF L-NomTrouve = 'N' OR L-AdresseTrouvee = 'N'
               PERFORM ECRITURE-CONTROLE
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-SUSPENS-POLICE.
      *-----------
           PERFORM VARYING IND-SUS FROM 1 BY 1
                   UNTIL IND-SUS > L-NbrSuspens
               IF SUS-POLICE(IND-SUS) = L-PoliceCourante
                   ADD 1 TO L-SuspensNb
                   ADD SUS-MONTANT(IND-SUS) TO L-SuspensMontant
                   MOVE 'Y' TO SUS-EDITE(IND-SUS)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ECRITURE-CONTROLE.
      *-----------
           ADD 1 TO L-NbrControle
           MOVE L-PoliceCourante TO WS-CL-POLICE
           EVALUATE TRUE
               WHEN L-NomTrouve = 'N' AND L-AdresseTrouvee = 'N'
                   ADD 1 TO L-NbrSansNom L-NbrSansAdresse
                   MOVE 'NOM ET ADRESSE ABSENTS' TO WS-CL-MOTIF
               WHEN L-NomTrouve = 'N'
                   ADD 1 TO L-NbrSansNom
                   MOVE 'NOM DU TITULAIRE ABSENT' TO WS-CL-MOTIF
               WHEN OTHER
                   ADD 1 TO L-NbrSansAdresse
                   MOVE 'ADRESSE ABSENTE' TO WS-CL-MOTIF
           END-EVALUATE
           WRITE S-CONTROLE FROM WS-CTL-LIGNE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE HISTO-PRESTATIONS
           CLOSE FILE-RELEVES
           CLOSE FILE-CONTROLE

           Display 'Nbre prestations lues        =' L-NbrEnrLus '>'
           Display 'Nbre dans l annee du releve  =' L-NbrDansAnnee '>'
           Display 'Nbre titulaires charges      =' L-NbrNoms '>'
           Display 'Nbre adresses chargees       =' L-NbrAdresses '>'
           Display 'Nbre suspens de l annee      =' L-NbrSuspens '>'
           Display 'Nbre releves edites          =' L-NbrReleves '>'
           Display 'Nbre polices en controle     =' L-NbrControle '>'
           Display '   dont sans nom             =' L-NbrSansNom '>'
           Display '   dont sans adresse         =' L-NbrSansAdresse '>'
           Display 'Nbre actes sans rembourse    ='
               L-NbrRembInconnuTot '>'
           Display 'Nbre dates de soin invalides =' L-NbrDateInvalide
               '>'
           Display 'Nbre produits hors table     =' L-NbrHorsTable '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrControle > 0 OR L-NbrRembInconnuTot > 0
                   OR L-NbrDateInvalide > 0 OR L-NbrHorsTable > 0)
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
