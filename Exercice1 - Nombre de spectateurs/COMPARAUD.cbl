           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstResultat.

           SELECT FILE-EVENEMENTS ASSIGN TO DYNAMIC WS-EVENEMENTS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstEvenements.

           SELECT FILE-GROUPES-AV ASSIGN TO DYNAMIC WS-GROUPES-AV-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstGroupesAv.


       DATA DIVISION.
       FILE SECTION.
                       15 H-NBSPEC     PIC 9(4).

       FD FILE-RESULTAT.
           01  ENR-RESULTAT            PIC X(110).

       FD FILE-EVENEMENTS.
      *        MEME DESSIN QUE DANS COBOL_EX_1 : CALENDRIER DES
      *        SEMAINES EXCEPTIONNELLES (LUNDI, CHAINE OU 00 POUR
      *        TOUTES, CODE ET LIBELLE DE L EVENEMENT).
           01  E-EVENEMENT.
               05 E-EVT-LUNDI          PIC 9(8).
               05 E-EVT-CHAINE         PIC 9(2).
               05 E-EVT-CODE           PIC X(6).
               05 E-EVT-LIB            PIC X(30).

       FD FILE-GROUPES-AV.
      *        MEME DESSIN QUE DANS COBOL_EX_1 : UNE LIGNE PAR CHAINE
      *        MEMBRE D UN GROUPE AUDIOVISUEL, AVEC SA PERIODE
      *        D APPARTENANCE (DATE DE FIN A ZERO = TOUJOURS MEMBRE).
           01  E-GROUPE-AV.
               05 E-GAV-CODE           PIC X(4).
               05 E-GAV-LIB            PIC X(20).
               05 E-GAV-CHAINE         PIC 9(2).
               05 E-GAV-DEBUT          PIC 9(8).
               05 E-GAV-FIN            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-HISTAUD-FILE         PIC X(40) VALUE 'AUDIENCE_HIST.DAT'.
       01  WS-ENV-TEMP             PIC X(40).
       01  WS-FstHist              PIC XX.
       01  WS-FstResultat          PIC XX.
       01  WS-GROUPES-AV-FILE      PIC X(40)
                                   VALUE 'GROUPES_AUDIOVISUELS.txt'.
       01  WS-FstGroupesAv         PIC XX.
       01  WS-EVENEMENTS-FILE      PIC X(40)
                                   VALUE 'EVENEMENTS_AUDIENCE.txt'.
       01  WS-FstEvenements        PIC XX.

      *        OPTION DE COMPARAISON A LA SEMAINE SANS EVENEMENT LA
      *        PLUS PROCHE DE L ANNEE PRECEDENTE ('O') AU LIEU DE LA
      *        SEMAINE SITUEE 52 SEMAINES PILE EN ARRIERE (DEFAUT)
       01  WS-OPT-HORS-EVT         PIC X VALUE 'N'.
           88 WS-HORS-EVT-OUI              VALUE 'O'.

      *        CALENDRIER DES SEMAINES EXCEPTIONNELLES (FICHIER ABSENT
      *        = AUCUNE ANNOTATION, COMPARAISON A 52 SEMAINES)
       01  WS-NB-EVENEMENTS        PIC 9(3) VALUE 0.
       01  TABLE-EVENEMENTS.
           05 EVT-DATA OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-NB-EVENEMENTS
                                   INDEXED BY IDX-EVT.
               10 EVT-LUNDI-NUM        PIC S9(8).
               10 EVT-CHAINE           PIC 9(2).
               10 EVT-CODE             PIC X(6).
               10 EVT-LIB              PIC X(30).
       01  WS-EVT-FIN              PIC X.
       01  WS-EVT-LUNDI-CHERCHE    PIC S9(8).
       01  WS-EVT-CHAINE-CHERCHE   PIC 9(2).
       01  WS-EVT-TROUVE           PIC X.
       01  WS-EVT-CODE-TROUVE      PIC X(6).
       01  WS-EVT-LIB-TROUVE       PIC X(30).
       01  WS-EVT-DECALAGE         PIC 9(2).
       01  WS-EVT-CANDIDAT         PIC S9(8).
       01  WS-EVT-CODE-N1          PIC X(6).

      *        CODE RETOUR NORMALISE DE LA CHAINE BATCH :
      *        0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENT (SEMAINE N-1
       01  WS-TOT-REF-SEM          PIC 9(8).
       01  WS-TOT-PREC-SEM         PIC 9(8).

       01  WS-CHAINE               PIC 9(3).
       01  WS-IDX-CHAINE           PIC 9(3).
       01  WS-JOUR                 PIC 9.
       01  WS-TRANCHE              PIC 9.

      *        GROUPES AUDIOVISUELS (FICHIER ABSENT = PAS DE VUE PAR
      *        GROUPE) : L APPARTENANCE D UNE CHAINE EST APPRECIEE A LA
      *        DATE DU LUNDI DE CHAQUE SEMAINE, UN GROUPE PEUT DONC NE
      *        PAS AVOIR LE MEME PERIMETRE EN N ET EN N-1.
       01  WS-NB-GROUPES-AV        PIC 9(3) VALUE 0.
       01  TABLE-GROUPES-AV.
           05 GAV-DATA OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-NB-GROUPES-AV
                                   INDEXED BY IDX-GAV IDX-GAV2.
               10 GAV-CODE             PIC X(4).
               10 GAV-LIB              PIC X(20).
               10 GAV-CHAINE           PIC 9(2).
               10 GAV-DEBUT            PIC 9(8).
               10 GAV-FIN              PIC 9(8).
       01  WS-GAV-FIN              PIC X.
       01  WS-GAV-DATE-SEM         PIC 9(8).
       01  WS-GAV-DEJA-EDITE       PIC X.
       01  WS-GAV-MEMBRE           PIC X.
       01  WS-GAV-TOT-REF          PIC 9(8).
       01  WS-GAV-TOT-PREC         PIC 9(8).

      *        LIGNES FORMATEES DU RAPPORT
       01  WS-RES-TITRE            PIC X(100).

           05 FILLER                   PIC X(8) VALUE '% ECART='.
           05 WS-RCT-ECART             PIC +ZZ9.99.
           05 FILLER                   PIC X(4) VALUE ' PTS'.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RCT-EVT-REF           PIC X(6).
           05 FILLER                   PIC X VALUE '/'.
           05 WS-RCT-EVT-PREC          PIC X(6).

       01  WS-RES-EVT.
           05 FILLER                   PIC X(10) VALUE 'EVENEMENT '.
           05 WS-REV-SEMAINE           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REV-CODE              PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REV-LIB               PIC X(30).
           05 FILLER                   PIC X(8) VALUE ' CHAINE '.
           05 WS-REV-CHAINE            PIC X(7).

       01  WS-RES-SUBSTITUTION.
           05 FILLER                   PIC X(23) VALUE
               'SEMAINE N-1 A 52 SEM. ('.
           05 WS-RSU-CODE              PIC X(6).
           05 FILLER                   PIC X(30) VALUE
               ') REMPLACEE PAR LA SEMAINE DU '.
           05 WS-RSU-LUNDI             PIC 9(8).

       01  WS-RES-GROUPE-TOT.
           05 FILLER                   PIC X(7) VALUE 'GROUPE '.
           05 WS-RGT-CODE              PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RGT-LIB               PIC X(20).
           05 FILLER                   PIC X(7) VALUE ' TOTAL='.
           05 WS-RGT-TOT-REF           PIC Z(7)9.
           05 FILLER                   PIC X(5) VALUE ' N-1='.
           05 WS-RGT-TOT-PREC          PIC Z(7)9.
           05 FILLER                   PIC X(6) VALUE ' PART='.
           05 WS-RGT-PART-REF          PIC ZZ9.99.
           05 FILLER                   PIC X(7) VALUE '% N-1='.
           05 WS-RGT-PART-PREC         PIC ZZ9.99.
           05 FILLER                   PIC X(8) VALUE '% ECART='.
           05 WS-RGT-ECART             PIC +ZZ9.99.
           05 FILLER                   PIC X(4) VALUE ' PTS'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE WS-ENV-TEMP TO WS-RESULTAT-FILE
            END-IF

            DISPLAY 'EX1_GROUPES_AV' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-GROUPES-AV-FILE
            END-IF

            DISPLAY 'EX1_EVENEMENTS' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-EVENEMENTS-FILE
            END-IF

            DISPLAY 'EX1_COMP_HORS_EVT' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:1) = 'O'
                MOVE 'O' TO WS-OPT-HORS-EVT
            END-IF

      *        DATE DE LA SEMAINE DE REFERENCE (N IMPORTE QUEL JOUR DE
      *        LA SEMAINE, LE LUNDI EST RECALCULE). A DEFAUT, LA DATE
      *        DU JOUR : LA PROGRAMMATION COMPARE D ABORD LA SEMAINE
            COMPUTE WS-LUNDI-REF-NUM =
                FUNCTION INTEGER-OF-DATE(WS-CNV-RESULTAT)
            COMPUTE WS-LUNDI-PREC-NUM = WS-LUNDI-REF-NUM - 364

      *        CALENDRIER DES EVENEMENTS ; EN OPTION, UNE SEMAINE N-1
      *        EXCEPTIONNELLE EST REMPLACEE PAR LA SEMAINE SANS
      *        EVENEMENT LA PLUS PROCHE
            PERFORM CHARGE-EVENEMENTS
            MOVE SPACES TO WS-EVT-CODE-N1
            IF WS-HORS-EVT-OUI AND WS-NB-EVENEMENTS > 0
                PERFORM RECHERCHE-SEMAINE-HORS-EVT
            END-IF
            COMPUTE WS-LUNDI-PREC-DATE =
                FUNCTION DATE-OF-INTEGER(WS-LUNDI-PREC-NUM)

            MOVE WS-LUNDI-PREC-DATE TO WS-ENT-LUNDI-PREC
            WRITE ENR-RESULTAT FROM WS-RES-ENTETE
            DISPLAY WS-RES-ENTETE
            IF WS-EVT-CODE-N1 NOT = SPACES
                MOVE WS-EVT-CODE-N1 TO WS-RSU-CODE
                MOVE WS-LUNDI-PREC-DATE TO WS-RSU-LUNDI
                WRITE ENR-RESULTAT FROM WS-RES-SUBSTITUTION
                DISPLAY WS-RES-SUBSTITUTION
            END-IF
            IF WS-NB-EVENEMENTS > 0
                PERFORM EDITION-EVENEMENTS
            END-IF

            IF WS-NBR-CHAINES-REF = 0
                MOVE 'SEMAINE DE REFERENCE ABSENTE DE L HISTORIQUE'
            PERFORM CALCUL-TOTAUX-SEMAINE
            PERFORM EDITION-COMPARAISON

      *        VUE N / N-1 PAR GROUPE AUDIOVISUEL (SI LE REFERENTIEL
      *        DES GROUPES EST FOURNI)
            PERFORM CHARGE-GROUPES-AV
            IF WS-NB-GROUPES-AV > 0
                PERFORM EDITION-GROUPES-AV
            END-IF

            CLOSE FILE-HISTAUD
            CLOSE FILE-RESULTAT

           MOVE WS-PART-REF TO WS-RCT-PART-REF
           MOVE WS-PART-PREC TO WS-RCT-PART-PREC
           MOVE WS-ECART TO WS-RCT-ECART
      *--  ANNOTATION DES SEMAINES EXCEPTIONNELLES POUR LA CHAINE
           MOVE WS-CHAINE TO WS-EVT-CHAINE-CHERCHE
           MOVE WS-LUNDI-REF-NUM TO WS-EVT-LUNDI-CHERCHE
           PERFORM RECHERCHE-EVENEMENT
           MOVE WS-EVT-CODE-TROUVE TO WS-RCT-EVT-REF
           MOVE WS-LUNDI-PREC-NUM TO WS-EVT-LUNDI-CHERCHE
           PERFORM RECHERCHE-EVENEMENT
           MOVE WS-EVT-CODE-TROUVE TO WS-RCT-EVT-PREC
           WRITE ENR-RESULTAT FROM WS-RES-CHAINE-TOT
           DISPLAY WS-RES-CHAINE-TOT
           .
      *----------------------------------------------------------------
       CHARGE-EVENEMENTS.
      *----------------------------------------------------------------
      *    CHARGE LE CALENDRIER DES SEMAINES EXCEPTIONNELLES, DATES
      *    RAMENEES AU NUMERO DE LEUR LUNDI (CONVDATE MODE 7). FICHIER
      *    FACULTATIF.
           OPEN INPUT FILE-EVENEMENTS
           IF WS-FstEvenements = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EVT-FIN
               PERFORM UNTIL WS-EVT-FIN = 'Y'
                   READ FILE-EVENEMENTS
                       AT END
                           MOVE 'Y' TO WS-EVT-FIN
                       NOT AT END
                           IF E-EVT-LUNDI IS NUMERIC
                              AND E-EVT-LUNDI NOT = ZEROS
                              AND E-EVT-CHAINE IS NUMERIC
                              AND WS-NB-EVENEMENTS < 200
                               MOVE E-EVT-LUNDI TO WS-CNV-DATE-GREG
                               CALL 'CONVDATE' USING WS-CNV-DATE-JUL
                                   WS-CNV-DATE-GREG WS-CNV-MODE
                                   WS-CNV-RESULTAT
                               IF WS-CNV-RESULTAT > 0
                                   ADD 1 TO WS-NB-EVENEMENTS
                                   SET IDX-EVT TO WS-NB-EVENEMENTS
                                   COMPUTE EVT-LUNDI-NUM(IDX-EVT) =
                                       FUNCTION INTEGER-OF-DATE
                                           (WS-CNV-RESULTAT)
                                   MOVE E-EVT-CHAINE
                                       TO EVT-CHAINE(IDX-EVT)
                                   MOVE E-EVT-CODE TO EVT-CODE(IDX-EVT)
                                   MOVE E-EVT-LIB TO EVT-LIB(IDX-EVT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-EVENEMENTS
           END-IF
           .
      *----------------------------------------------------------------
       RECHERCHE-EVENEMENT.
      *----------------------------------------------------------------
      *    PREMIER EVENEMENT DE LA SEMAINE WS-EVT-LUNDI-CHERCHE QUI
      *    CONCERNE LA CHAINE WS-EVT-CHAINE-CHERCHE (CHAINE CHERCHEE A
      *    ZERO = N IMPORTE QUEL EVENEMENT DE LA SEMAINE).
           MOVE 'N' TO WS-EVT-TROUVE
           MOVE SPACES TO WS-EVT-CODE-TROUVE
           MOVE SPACES TO WS-EVT-LIB-TROUVE
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > WS-NB-EVENEMENTS
               IF EVT-LUNDI-NUM(IDX-EVT) = WS-EVT-LUNDI-CHERCHE
                  AND (WS-EVT-CHAINE-CHERCHE = 0
                       OR EVT-CHAINE(IDX-EVT) = 0
                       OR EVT-CHAINE(IDX-EVT) = WS-EVT-CHAINE-CHERCHE)
                   MOVE 'Y' TO WS-EVT-TROUVE
                   MOVE EVT-CODE(IDX-EVT) TO WS-EVT-CODE-TROUVE
                   MOVE EVT-LIB(IDX-EVT) TO WS-EVT-LIB-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       RECHERCHE-SEMAINE-HORS-EVT.
      *----------------------------------------------------------------
      *    SI LA SEMAINE N-1 A 52 SEMAINES PORTE UN EVENEMENT (TOUTES
      *    CHAINES CONFONDUES), CHERCHE LA SEMAINE SANS EVENEMENT LA
      *    PLUS PROCHE, ALTERNATIVEMENT AVANT ET APRES, DANS UNE
      *    FENETRE DE 26 SEMAINES. AUCUNE TROUVEE = SEMAINE A 52
      *    SEMAINES CONSERVEE.
           MOVE WS-LUNDI-PREC-NUM TO WS-EVT-LUNDI-CHERCHE
           MOVE 0 TO WS-EVT-CHAINE-CHERCHE
           PERFORM RECHERCHE-EVENEMENT
           IF WS-EVT-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-CODE-TROUVE TO WS-EVT-CODE-N1

           PERFORM VARYING WS-EVT-DECALAGE FROM 1 BY 1
                   UNTIL WS-EVT-DECALAGE > 26
               COMPUTE WS-EVT-CANDIDAT =
                   WS-LUNDI-PREC-NUM - 7 * WS-EVT-DECALAGE
               MOVE WS-EVT-CANDIDAT TO WS-EVT-LUNDI-CHERCHE
               PERFORM RECHERCHE-EVENEMENT
               IF WS-EVT-TROUVE = 'N'
                   EXIT PERFORM
               END-IF
               COMPUTE WS-EVT-CANDIDAT =
                   WS-LUNDI-PREC-NUM + 7 * WS-EVT-DECALAGE
               MOVE WS-EVT-CANDIDAT TO WS-EVT-LUNDI-CHERCHE
               PERFORM RECHERCHE-EVENEMENT
               IF WS-EVT-TROUVE = 'N'
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-EVT-TROUVE = 'N'
               MOVE WS-EVT-CANDIDAT TO WS-LUNDI-PREC-NUM
           ELSE
               MOVE SPACES TO WS-EVT-CODE-N1
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-EVENEMENTS.
      *----------------------------------------------------------------
      *    LISTE LES EVENEMENTS DU CALENDRIER QUI TOMBENT SUR LA
      *    SEMAINE DE REFERENCE OU SUR LA SEMAINE COMPAREE.
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > WS-NB-EVENEMENTS
               IF EVT-LUNDI-NUM(IDX-EVT) = WS-LUNDI-REF-NUM
                  OR EVT-LUNDI-NUM(IDX-EVT) = WS-LUNDI-PREC-NUM
                   IF EVT-LUNDI-NUM(IDX-EVT) = WS-LUNDI-REF-NUM
                       MOVE 'SEMAINE REF' TO WS-REV-SEMAINE
                   ELSE
                       MOVE 'SEMAINE N-1' TO WS-REV-SEMAINE
                   END-IF
                   MOVE EVT-CODE(IDX-EVT) TO WS-REV-CODE
                   MOVE EVT-LIB(IDX-EVT) TO WS-REV-LIB
                   IF EVT-CHAINE(IDX-EVT) = 0
                       MOVE 'TOUTES' TO WS-REV-CHAINE
                   ELSE
                       MOVE SPACES TO WS-REV-CHAINE
                       MOVE EVT-CHAINE(IDX-EVT) TO WS-REV-CHAINE(1:2)
                   END-IF
                   WRITE ENR-RESULTAT FROM WS-RES-EVT
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CHARGE-GROUPES-AV.
      *----------------------------------------------------------------
      *    CHARGE LE REFERENTIEL DES GROUPES AUDIOVISUELS. FICHIER
      *    FACULTATIF : EN SON ABSENCE, PAS DE VUE PAR GROUPE.
           OPEN INPUT FILE-GROUPES-AV
           IF WS-FstGroupesAv = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GAV-FIN
               PERFORM UNTIL WS-GAV-FIN = 'Y'
                   READ FILE-GROUPES-AV
                       AT END
                           MOVE 'Y' TO WS-GAV-FIN
                       NOT AT END
                           IF E-GAV-CODE NOT = SPACES
                              AND E-GAV-CHAINE IS NUMERIC
                              AND E-GAV-DEBUT IS NUMERIC
                              AND E-GAV-FIN IS NUMERIC
                              AND WS-NB-GROUPES-AV < 200
                               ADD 1 TO WS-NB-GROUPES-AV
                               SET IDX-GAV TO WS-NB-GROUPES-AV
                               MOVE E-GAV-CODE TO GAV-CODE(IDX-GAV)
                               MOVE E-GAV-LIB TO GAV-LIB(IDX-GAV)
                               MOVE E-GAV-CHAINE TO GAV-CHAINE(IDX-GAV)
                               MOVE E-GAV-DEBUT TO GAV-DEBUT(IDX-GAV)
                               MOVE E-GAV-FIN TO GAV-FIN(IDX-GAV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-GROUPES-AV
           END-IF
           .
      *----------------------------------------------------------------
       EDITION-GROUPES-AV.
      *----------------------------------------------------------------
      *    UNE LIGNE DE SYNTHESE PAR GROUPE : AUDIENCE CUMULEE DES
      *    CHAINES MEMBRES ET PART DU GROUPE SUR LA SEMAINE, N ET N-1,
      *    ECART EN POINTS. LE PERIMETRE DE CHAQUE SEMAINE EST CELUI
      *    EN VIGUEUR A SON LUNDI.
           MOVE 'PARTS D AUDIENCE PAR GROUPE AUDIOVISUEL N / N-1:'
               TO WS-RES-TITRE
           WRITE ENR-RESULTAT FROM WS-RES-TITRE

           PERFORM VARYING IDX-GAV FROM 1 BY 1
                   UNTIL IDX-GAV > WS-NB-GROUPES-AV
               MOVE 'N' TO WS-GAV-DEJA-EDITE
               PERFORM VARYING IDX-GAV2 FROM 1 BY 1
                       UNTIL IDX-GAV2 >= IDX-GAV
                   IF GAV-CODE(IDX-GAV2) = GAV-CODE(IDX-GAV)
                       MOVE 'O' TO WS-GAV-DEJA-EDITE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GAV-DEJA-EDITE = 'N'
                   PERFORM EDITION-SYNTHESE-GROUPE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-SYNTHESE-GROUPE.
      *----------------------------------------------------------------
      *    CUMULS N ET N-1 DU GROUPE GAV-CODE(IDX-GAV), CHACUN SUR LES
      *    CHAINES MEMBRES A LA DATE DU LUNDI DE SA SEMAINE.
           MOVE 0 TO WS-GAV-TOT-REF
           MOVE 0 TO WS-GAV-TOT-PREC
           PERFORM VARYING WS-CHAINE FROM 1 BY 1 UNTIL WS-CHAINE > 99
               IF REF-PRESENTE(WS-CHAINE) = 'O'
                   MOVE WS-LUNDI-REF-DATE TO WS-GAV-DATE-SEM
                   PERFORM APPARTENANCE-GROUPE-AV
                   IF WS-GAV-MEMBRE = 'O'
                       PERFORM VARYING WS-JOUR FROM 1 BY 1
                               UNTIL WS-JOUR > 7
                       AFTER WS-TRANCHE FROM 1 BY 1
                               UNTIL WS-TRANCHE > 7
                           ADD REF-NBSPEC(WS-CHAINE WS-JOUR WS-TRANCHE)
                               TO WS-GAV-TOT-REF
                       END-PERFORM
                   END-IF
               END-IF
               IF PRC-PRESENTE(WS-CHAINE) = 'O'
                   MOVE WS-LUNDI-PREC-DATE TO WS-GAV-DATE-SEM
                   PERFORM APPARTENANCE-GROUPE-AV
                   IF WS-GAV-MEMBRE = 'O'
                       PERFORM VARYING WS-JOUR FROM 1 BY 1
                               UNTIL WS-JOUR > 7
                       AFTER WS-TRANCHE FROM 1 BY 1
                               UNTIL WS-TRANCHE > 7
                           ADD PRC-NBSPEC(WS-CHAINE WS-JOUR WS-TRANCHE)
                               TO WS-GAV-TOT-PREC
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOT-REF-SEM = 0
               MOVE 0 TO WS-PART-REF
           ELSE
               COMPUTE WS-PART-REF =
                   WS-GAV-TOT-REF / WS-TOT-REF-SEM * 100
           END-IF
           IF WS-TOT-PREC-SEM = 0
               MOVE 0 TO WS-PART-PREC
           ELSE
               COMPUTE WS-PART-PREC =
                   WS-GAV-TOT-PREC / WS-TOT-PREC-SEM * 100
           END-IF
           COMPUTE WS-ECART = WS-PART-REF - WS-PART-PREC

           MOVE GAV-CODE(IDX-GAV) TO WS-RGT-CODE
           MOVE GAV-LIB(IDX-GAV) TO WS-RGT-LIB
           MOVE WS-GAV-TOT-REF TO WS-RGT-TOT-REF
           MOVE WS-GAV-TOT-PREC TO WS-RGT-TOT-PREC
           MOVE WS-PART-REF TO WS-RGT-PART-REF
           MOVE WS-PART-PREC TO WS-RGT-PART-PREC
           MOVE WS-ECART TO WS-RGT-ECART
           WRITE ENR-RESULTAT FROM WS-RES-GROUPE-TOT
           DISPLAY WS-RES-GROUPE-TOT
           .
      *----------------------------------------------------------------
       APPARTENANCE-GROUPE-AV.
      *----------------------------------------------------------------
      *    LA CHAINE WS-CHAINE EST-ELLE MEMBRE DU GROUPE
      *    GAV-CODE(IDX-GAV) A LA DATE WS-GAV-DATE-SEM ?
           MOVE 'N' TO WS-GAV-MEMBRE
           PERFORM VARYING IDX-GAV2 FROM 1 BY 1
                   UNTIL IDX-GAV2 > WS-NB-GROUPES-AV
               IF GAV-CODE(IDX-GAV2) = GAV-CODE(IDX-GAV)
                  AND GAV-CHAINE(IDX-GAV2) = WS-CHAINE
                  AND WS-GAV-DATE-SEM >= GAV-DEBUT(IDX-GAV2)
                  AND (GAV-FIN(IDX-GAV2) = 0
                       OR WS-GAV-DATE-SEM <= GAV-FIN(IDX-GAV2))
                   MOVE 'O' TO WS-GAV-MEMBRE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       END PROGRAM COMPARAUD.
