      ******************************************************************
      * Author:    Camille Richard
      * Purpose:   PREVISION D AUDIENCE DE LA SEMAINE A VENIR PAR
      *            CELLULE ET DETECTION DES MESURES ATYPIQUES
      * Tectonics: cobc
      ******************************************************************
      *    LA VENTE D ESPACE DOIT COTER LES ECRANS DE LA SEMAINE
      *    PROCHAINE AVANT L ARRIVEE DES MESURES. CE PROGRAMME RELIT
      *    DANS L HISTORIQUE PERSISTANT AUDIENCE_HIST.DAT LES N
      *    DERNIERES SEMAINES (N PARAMETRABLE) DE CHAQUE CELLULE
      *    CHAINE/JOUR/TRANCHE ET EN DEDUIT :
      *    - UNE AUDIENCE PROJETEE ET UNE PART PROJETEE PAR CELLULE
      *      POUR LA SEMAINE SUIVANT LA SEMAINE COURANTE
      *      (PREVISION_AUDIENCE.txt) ;
      *    - LA LISTE DES CELLULES DE LA SEMAINE COURANTE QUI
      *      S ECARTENT FORTEMENT DE LEUR PROPRE REFERENCE RECENTE
      *      (MOYENNE +/- K ECARTS-TYPES DES N SEMAINES PRECEDENTES),
      *      DANS ANOMALIES_AUDIENCE.txt. A LA DIFFERENCE DU SEUIL
      *      FIXE DE SEUILS_AUDIENCE.txt (EDITION-ALERTES-AUDIENCE DE
      *      COBOL_EX_1), LE CONTROLE DETECTE AUSSI BIEN UNE CELLULE
      *      ANORMALEMENT HAUTE (RETRANSMISSION SPORTIVE PONCTUELLE)
      *      QU UNE CHUTE (INCIDENT DE MESURE).
      *    UNE CELLULE COURANTE ATYPIQUE N ENTRE PAS DANS LA
      *    PROJECTION : ELLE EST REMPLACEE PAR SA MOYENNE DE
      *    REFERENCE, POUR NE PAS FAUSSER LA TENDANCE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVAUD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-HISTAUD ASSIGN TO DYNAMIC WS-HISTAUD-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS H-CLE
           FILE STATUS IS WS-FstHist.

           SELECT FILE-PREVISION ASSIGN TO DYNAMIC WS-PREVISION-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstPrevision.

           SELECT FILE-ANOMALIES ASSIGN TO DYNAMIC WS-ANOMALIES-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstAnomalies.


       DATA DIVISION.
       FILE SECTION.
       FD FILE-HISTAUD.
      *        MEME DESSIN QUE DANS COBOL_EX_1 : UN ENREGISTREMENT PAR
      *        SEMAINE (NUMERO DU LUNDI) ET PAR CHAINE, AVEC LE DETAIL
      *        JOUR/TRANCHE.
           01  H-AUDIENCE.
               05 H-CLE.
                   10 H-LUNDI-NUM      PIC 9(8).
                   10 H-CHAINE         PIC 9(2).
               05 H-LUNDI-DATE         PIC 9(8).
               05 H-JOUR-DATA          OCCURS 7.
                   10 H-TRANCHE-DATA   OCCURS 7.
                       15 H-NBSPEC     PIC 9(4).

       FD FILE-PREVISION.
           01  ENR-PREVISION           PIC X(100).

       FD FILE-ANOMALIES.
           01  ENR-ANOMALIE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HISTAUD-FILE         PIC X(40) VALUE 'AUDIENCE_HIST.DAT'.
       01  WS-PREVISION-FILE       PIC X(40)
                                   VALUE 'PREVISION_AUDIENCE.txt'.
       01  WS-ANOMALIES-FILE       PIC X(40)
                                   VALUE 'ANOMALIES_AUDIENCE.txt'.
       01  WS-ENV-TEMP             PIC X(40).
       01  WS-FstHist              PIC XX.
       01  WS-FstPrevision         PIC XX.
       01  WS-FstAnomalies         PIC XX.

      *        CODE RETOUR NORMALISE DE LA CHAINE BATCH :
      *        0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENTS (CELLULES
      *        ATYPIQUES OU SEMAINE COURANTE ABSENTE DE L HISTORIQUE),
      *        12 = FIN ANORMALE.
       01  WS-CODE-RETOUR          PIC 99 VALUE 0.

      *        PARAMETRES D APPEL DU MODULE DE SERVICES DE DATES
      *        CONVDATE (MODE '7' = LUNDI DE LA SEMAINE D UNE DATE)
       01  WS-CNV-DATE-JUL         PIC 9(7) VALUE 0.
       01  WS-CNV-DATE-GREG        PIC 9(8).
       01  WS-CNV-MODE             PIC X VALUE '7'.
       01  WS-CNV-RESULTAT         PIC S9(8).

      *        PARAMETRES DE LA PREVISION (VARIABLES D ENVIRONNEMENT) :
      *        - NOMBRE DE SEMAINES DE REFERENCE (8 PAR DEFAUT, 26 AU
      *          PLUS) ;
      *        - FACTEUR K DE L ECART TOLERE, EN DIXIEMES D ECART-TYPE
      *          (30 = 3,0 ECARTS-TYPES PAR DEFAUT) ;
      *        - PLANCHER DE L ECART-TYPE EN POURCENTAGE DE LA MOYENNE
      *          (10 PAR DEFAUT) : UNE CELLULE TRES STABLE NE DOIT PAS
      *          PARTIR EN ANOMALIE POUR QUELQUES SPECTATEURS ;
      *        - NOMBRE MINIMAL DE SEMAINES DE REFERENCE MESUREES POUR
      *          JUGER UNE CELLULE (3 PAR DEFAUT).
       01  WS-NB-SEM-REF           PIC 9(2) VALUE 8.
       01  WS-FACTEUR-K            PIC 9(2) VALUE 30.
       01  WS-PLANCHER-PCT         PIC 9(2) VALUE 10.
       01  WS-MIN-SEM-REF          PIC 9(2) VALUE 3.

      *        SEMAINE COURANTE (DERNIERE SEMAINE MESUREE) : DATE
      *        QUELCONQUE DE LA SEMAINE EN PARAMETRE, A DEFAUT LA PLUS
      *        RECENTE SEMAINE PRESENTE DANS L HISTORIQUE.
       01  WS-DATE-REF             PIC 9(8) VALUE 0.
       01  WS-LUNDI-COUR-NUM       PIC S9(8) VALUE 0.
       01  WS-LUNDI-COUR-DATE      PIC 9(8).
       01  WS-LUNDI-DEBUT-NUM      PIC S9(8).
       01  WS-LUNDI-PREV-DATE      PIC 9(8).
       01  WS-FIN-HIST             PIC X.

      *        FENETRE DES SEMAINES RELUES : RANG 1 = SEMAINE
      *        COURANTE, RANGS 2 A N+1 = SEMAINES DE REFERENCE (DE LA
      *        PLUS RECENTE A LA PLUS ANCIENNE). LES CELLULES SONT
      *        INITIALISEES A ZERO, LA PRESENCE DE LA CHAINE DANS LA
      *        SEMAINE EST TENUE A PART (UNE SEMAINE NON MESUREE NE
      *        COMPTE PAS COMME UNE AUDIENCE NULLE).
       01  TABLE-FENETRE.
           05 FEN-SEMAINE              OCCURS 27.
               10 FEN-CHAINE-DATA      OCCURS 99.
                   15 FEN-PRESENTE     PIC X VALUE 'N'.
                   15 FEN-JOUR         OCCURS 7.
                       20 FEN-TRANCHE  OCCURS 7.
                           25 FEN-NBSPEC PIC 9(4) VALUE ZERO.
       01  WS-RANG-SEM             PIC 9(2).
       01  WS-ECART-JOURS          PIC S9(8).

      *        AUDIENCE PROJETEE PAR CELLULE ET TOTAL PROJETE DE LA
      *        CELLULE JOUR/TRANCHE TOUTES CHAINES (BASE DES PARTS)
       01  TABLE-PROJECTION.
           05 PRJ-CHAINE-DATA          OCCURS 99.
               10 PRJ-PRESENTE         PIC X VALUE 'N'.
               10 PRJ-JOUR             OCCURS 7.
                   15 PRJ-TRANCHE      OCCURS 7.
                       20 PRJ-NBSPEC   PIC 9(4)V9 VALUE ZERO.
                       20 PRJ-NBSEM    PIC 9(2) VALUE ZERO.
       01  TABLE-TOTAL-CELLULE.
           05 TOT-JOUR                 OCCURS 7.
               10 TOT-TRANCHE          OCCURS 7.
                   15 TOT-NBSPEC       PIC 9(7)V9 VALUE ZERO.

      *        STATISTIQUES DE LA CELLULE EN COURS
       01  WS-CHAINE               PIC 9(3).
       01  WS-JOUR                 PIC 9.
       01  WS-TRANCHE              PIC 9.
       01  WS-NB-REF-MESUREES      PIC 9(2).
       01  WS-SOMME-REF            PIC 9(7).
       01  WS-SOMME-CARRES         PIC 9(11).
       01  WS-MOYENNE              PIC 9(4)V99.
       01  WS-VARIANCE             PIC 9(9)V9(4).
       01  WS-ECART-TYPE           PIC 9(5)V99.
       01  WS-ECART-PLANCHER       PIC 9(5)V99.
       01  WS-ECART-TOLERE         PIC 9(6)V99.
       01  WS-MESURE-COUR          PIC 9(4).
       01  WS-ECART-MESURE         PIC S9(5)V99.
       01  WS-ECART-ABSOLU         PIC 9(5)V99.
       01  WS-CELLULE-ATYPIQUE     PIC X.
       01  WS-SOMME-PROJ           PIC 9(7)V99.
       01  WS-NB-PROJ              PIC 9(2).
       01  WS-PART-PROJ            PIC 999V99.

       01  WS-NBR-CHAINES-COUR     PIC 9(2) VALUE 0.
       01  WS-NBR-CELLULES-PREV    PIC 9(5) VALUE 0.
       01  WS-NBR-ATYPIQUES        PIC 9(5) VALUE 0.
       01  WS-NBR-NON-JUGEES       PIC 9(5) VALUE 0.

      *        LIGNES FORMATEES DES DEUX EDITIONS
       01  WS-RES-TITRE            PIC X(100).

       01  WS-PRV-ENTETE.
           05 FILLER                   PIC X(29) VALUE
               'PREVISION AUDIENCE SEMAINE '.
           05 WS-PEN-LUNDI-PREV        PIC 9(8).
           05 FILLER                   PIC X(22) VALUE
               ' - BASE SEMAINE COUR. '.
           05 WS-PEN-LUNDI-COUR        PIC 9(8).
           05 FILLER                   PIC X(3) VALUE ' + '.
           05 WS-PEN-NB-SEM            PIC Z9.
           05 FILLER                   PIC X(20) VALUE
               ' SEMAINE(S) DE REF.'.

       01  WS-PRV-LIGNE.
           05 FILLER                   PIC X(7) VALUE 'CHAINE '.
           05 WS-PRV-CHAINE            PIC Z9.
           05 FILLER                   PIC X(6) VALUE ' JOUR '.
           05 WS-PRV-JOUR              PIC 9.
           05 FILLER                   PIC X(9) VALUE ' TRANCHE '.
           05 WS-PRV-TRANCHE           PIC 9.
           05 FILLER                   PIC X(11) VALUE ' PROJETEE='.
           05 WS-PRV-NBSPEC            PIC Z(3)9.
           05 FILLER                   PIC X(7) VALUE ' PART: '.
           05 WS-PRV-PART              PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE '% '.
           05 FILLER                   PIC X(7) VALUE ' BASE='.
           05 WS-PRV-NBSEM             PIC Z9.
           05 FILLER                   PIC X(4) VALUE ' SEM'.

       01  WS-ANO-ENTETE.
           05 FILLER                   PIC X(33) VALUE
               'CELLULES ATYPIQUES DE LA SEMAINE '.
           05 WS-AEN-LUNDI-COUR        PIC 9(8).
           05 FILLER                   PIC X(8) VALUE ' (K = '.
           05 WS-AEN-FACTEUR           PIC 9.9.
           05 FILLER                   PIC X(14) VALUE
               ' ECARTS-TYPES)'.

       01  WS-ANO-LIGNE.
           05 FILLER                   PIC X(7) VALUE 'CHAINE '.
           05 WS-ANO-CHAINE            PIC Z9.
           05 FILLER                   PIC X(6) VALUE ' JOUR '.
           05 WS-ANO-JOUR              PIC 9.
           05 FILLER                   PIC X(9) VALUE ' TRANCHE '.
           05 WS-ANO-TRANCHE           PIC 9.
           05 FILLER                   PIC X(8) VALUE ' MESURE='.
           05 WS-ANO-MESURE            PIC Z(3)9.
           05 FILLER                   PIC X(9) VALUE ' MOYENNE='.
           05 WS-ANO-MOYENNE           PIC Z(3)9.99.
           05 FILLER                   PIC X(7) VALUE ' SIGMA='.
           05 WS-ANO-SIGMA             PIC Z(4)9.99.
           05 FILLER                   PIC X(7) VALUE ' ECART='.
           05 WS-ANO-ECART             PIC +Z(4)9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-ANO-SENS              PIC X(5).

       01  WS-ANO-TOTAUX.
           05 FILLER                   PIC X(20) VALUE
               'CELLULES ATYPIQUES='.
           05 WS-ATO-ATYPIQUES         PIC Z(4)9.
           05 FILLER                   PIC X(28) VALUE
               ' NON JUGEES (BASE COURTE)='.
           05 WS-ATO-NON-JUGEES        PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *        NOMS DE FICHIERS ET PARAMETRES DE LA PREVISION
      *        PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
            DISPLAY 'EX1_HISTAUD' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-HISTAUD-FILE
            END-IF

            DISPLAY 'EX1_PREV_RESULTAT' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-PREVISION-FILE
            END-IF

            DISPLAY 'EX1_PREV_ANOMALIES' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-ANOMALIES-FILE
            END-IF

            DISPLAY 'EX1_PREV_SEMAINES' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:2) IS NUMERIC
                MOVE WS-ENV-TEMP(1:2) TO WS-NB-SEM-REF
            END-IF
            IF WS-NB-SEM-REF < 1 OR WS-NB-SEM-REF > 26
                MOVE 8 TO WS-NB-SEM-REF
            END-IF

            DISPLAY 'EX1_PREV_FACTEUR' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:2) IS NUMERIC
                MOVE WS-ENV-TEMP(1:2) TO WS-FACTEUR-K
            END-IF
            IF WS-FACTEUR-K = 0
                MOVE 30 TO WS-FACTEUR-K
            END-IF

            DISPLAY 'EX1_PREV_PLANCHER' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:2) IS NUMERIC
                MOVE WS-ENV-TEMP(1:2) TO WS-PLANCHER-PCT
            END-IF

            DISPLAY 'EX1_PREV_MIN_SEM' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:2) IS NUMERIC
                MOVE WS-ENV-TEMP(1:2) TO WS-MIN-SEM-REF
            END-IF
            IF WS-MIN-SEM-REF < 2
                MOVE 2 TO WS-MIN-SEM-REF
            END-IF

            OPEN INPUT FILE-HISTAUD
            IF WS-FstHist NOT = ZERO
                DISPLAY 'Erreur ouverture fichier FS =' WS-FstHist '>'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT FILE-PREVISION
            IF WS-FstPrevision NOT = ZERO
                DISPLAY 'Erreur ouverture fichier FS ='
                    WS-FstPrevision '>'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT FILE-ANOMALIES
            IF WS-FstAnomalies NOT = ZERO
                DISPLAY 'Erreur ouverture fichier FS ='
                    WS-FstAnomalies '>'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF

      *        SEMAINE COURANTE : LUNDI DE LA DATE PARAMETREE
      *        (CONVDATE MODE 7), A DEFAUT LA DERNIERE SEMAINE
      *        HISTORISEE PAR COBOL_EX_1.
            DISPLAY 'EX1_PREV_SEMAINE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:8) IS NUMERIC
                MOVE WS-ENV-TEMP(1:8) TO WS-DATE-REF
                MOVE WS-DATE-REF TO WS-CNV-DATE-GREG
                CALL 'CONVDATE' USING WS-CNV-DATE-JUL WS-CNV-DATE-GREG
                                      WS-CNV-MODE WS-CNV-RESULTAT
                COMPUTE WS-LUNDI-COUR-NUM =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-RESULTAT)
            ELSE
                PERFORM RECHERCHE-DERNIERE-SEMAINE
            END-IF

            IF WS-LUNDI-COUR-NUM = 0
                MOVE 'HISTORIQUE D AUDIENCE VIDE, AUCUNE PREVISION'
                    TO WS-RES-TITRE
                WRITE ENR-PREVISION FROM WS-RES-TITRE
                DISPLAY WS-RES-TITRE
                MOVE 4 TO WS-CODE-RETOUR
            ELSE
                COMPUTE WS-LUNDI-COUR-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-LUNDI-COUR-NUM)
                COMPUTE WS-LUNDI-PREV-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-LUNDI-COUR-NUM + 7)
                COMPUTE WS-LUNDI-DEBUT-NUM =
                    WS-LUNDI-COUR-NUM - (7 * WS-NB-SEM-REF)

                PERFORM CHARGE-FENETRE

                MOVE WS-LUNDI-PREV-DATE TO WS-PEN-LUNDI-PREV
                MOVE WS-LUNDI-COUR-DATE TO WS-PEN-LUNDI-COUR
                MOVE WS-NB-SEM-REF TO WS-PEN-NB-SEM
                WRITE ENR-PREVISION FROM WS-PRV-ENTETE
                DISPLAY WS-PRV-ENTETE

                MOVE WS-LUNDI-COUR-DATE TO WS-AEN-LUNDI-COUR
                COMPUTE WS-AEN-FACTEUR = WS-FACTEUR-K / 10
                WRITE ENR-ANOMALIE FROM WS-ANO-ENTETE

                IF WS-NBR-CHAINES-COUR = 0
                    MOVE 'SEMAINE COURANTE ABSENTE DE L HISTORIQUE'
                        TO WS-RES-TITRE
                    WRITE ENR-ANOMALIE FROM WS-RES-TITRE
                    DISPLAY WS-RES-TITRE
                    MOVE 4 TO WS-CODE-RETOUR
                END-IF

                PERFORM CALCUL-PROJECTIONS
                PERFORM EDITION-PREVISIONS

                MOVE WS-NBR-ATYPIQUES TO WS-ATO-ATYPIQUES
                MOVE WS-NBR-NON-JUGEES TO WS-ATO-NON-JUGEES
                WRITE ENR-ANOMALIE FROM WS-ANO-TOTAUX
                DISPLAY WS-ANO-TOTAUX
                IF WS-NBR-ATYPIQUES > 0
                    DISPLAY WS-NBR-ATYPIQUES
                        ' CELLULE(S) ATYPIQUE(S), VOIR '
                        'ANOMALIES_AUDIENCE.txt'
                    MOVE 4 TO WS-CODE-RETOUR
                END-IF
            END-IF

            CLOSE FILE-HISTAUD
            CLOSE FILE-PREVISION
            CLOSE FILE-ANOMALIES

            DISPLAY 'CELLULES PROJETEES: ' WS-NBR-CELLULES-PREV
            MOVE WS-CODE-RETOUR TO RETURN-CODE
            GOBACK.

      *----------------------------------------------------------------
       RECHERCHE-DERNIERE-SEMAINE.
      *----------------------------------------------------------------
      *    PARCOURT L HISTORIQUE DANS L ORDRE DES CLES POUR RETENIR LE
      *    PLUS GRAND NUMERO DE LUNDI (LA CLE COMMENCE PAR LE LUNDI :
      *    LE DERNIER ENREGISTREMENT LU PORTE LA DERNIERE SEMAINE).
           MOVE 0 TO WS-LUNDI-COUR-NUM
           MOVE 'N' TO WS-FIN-HIST
           MOVE ZEROS TO H-LUNDI-NUM
           MOVE ZEROS TO H-CHAINE
           START FILE-HISTAUD KEY NOT < H-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-FIN-HIST
           END-START

           PERFORM UNTIL WS-FIN-HIST = 'Y'
               READ FILE-HISTAUD NEXT
                   AT END
                       MOVE 'Y' TO WS-FIN-HIST
                   NOT AT END
                       MOVE H-LUNDI-NUM TO WS-LUNDI-COUR-NUM
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------
       CHARGE-FENETRE.
      *----------------------------------------------------------------
      *    RELIT LES SEMAINES DU LUNDI LE PLUS ANCIEN DE LA FENETRE AU
      *    LUNDI COURANT (PARCOURS SEQUENTIEL A PARTIR DE LA CLE LUNDI
      *    + CHAINE 00) ET RANGE CHAQUE CHAINE SOUS LE RANG DE SA
      *    SEMAINE : 1 POUR LA SEMAINE COURANTE, 2 POUR LA PRECEDENTE,
      *    ETC.
           MOVE 'N' TO WS-FIN-HIST
           MOVE WS-LUNDI-DEBUT-NUM TO H-LUNDI-NUM
           MOVE ZEROS TO H-CHAINE
           START FILE-HISTAUD KEY NOT < H-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-FIN-HIST
           END-START

           PERFORM UNTIL WS-FIN-HIST = 'Y'
               READ FILE-HISTAUD NEXT
                   AT END
                       MOVE 'Y' TO WS-FIN-HIST
                   NOT AT END
                       IF H-LUNDI-NUM > WS-LUNDI-COUR-NUM
                           MOVE 'Y' TO WS-FIN-HIST
                       ELSE
                           PERFORM RANGE-SEMAINE
                       END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------
       RANGE-SEMAINE.
      *----------------------------------------------------------------
      *    RANGE L ENREGISTREMENT LU DANS LA FENETRE. UN LUNDI QUI NE
      *    TOMBE PAS SUR UN MULTIPLE DE 7 JOURS DU LUNDI COURANT
      *    (HISTORIQUE CORROMPU) EST IGNORE.
           COMPUTE WS-ECART-JOURS = WS-LUNDI-COUR-NUM - H-LUNDI-NUM
           IF FUNCTION MOD(WS-ECART-JOURS 7) NOT = 0
              OR H-CHAINE < 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RANG-SEM = WS-ECART-JOURS / 7 + 1

           IF WS-RANG-SEM = 1
               ADD 1 TO WS-NBR-CHAINES-COUR
           END-IF
           MOVE 'O' TO FEN-PRESENTE(WS-RANG-SEM H-CHAINE)
           PERFORM VARYING WS-JOUR FROM 1 BY 1 UNTIL WS-JOUR > 7
               PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                       UNTIL WS-TRANCHE > 7
                   MOVE H-NBSPEC(WS-JOUR WS-TRANCHE)
                       TO FEN-NBSPEC(WS-RANG-SEM H-CHAINE
                                     WS-JOUR WS-TRANCHE)
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------
       CALCUL-PROJECTIONS.
      *----------------------------------------------------------------
      *    POUR CHAQUE CHAINE PRESENTE DANS LA FENETRE ET CHAQUE
      *    CELLULE JOUR/TRANCHE : CONTROLE DE LA MESURE COURANTE PAR
      *    RAPPORT A SA REFERENCE, PUIS PROJECTION DE LA SEMAINE A
      *    VENIR. LES TOTAUX PAR CELLULE TOUTES CHAINES SONT CUMULES
      *    POUR LE CALCUL DES PARTS.
           PERFORM VARYING WS-CHAINE FROM 1 BY 1 UNTIL WS-CHAINE > 99
               PERFORM VARYING WS-RANG-SEM FROM 1 BY 1
                       UNTIL WS-RANG-SEM > WS-NB-SEM-REF + 1
                   IF FEN-PRESENTE(WS-RANG-SEM WS-CHAINE) = 'O'
                       MOVE 'O' TO PRJ-PRESENTE(WS-CHAINE)
                   END-IF
               END-PERFORM

               IF PRJ-PRESENTE(WS-CHAINE) = 'O'
                   PERFORM VARYING WS-JOUR FROM 1 BY 1
                           UNTIL WS-JOUR > 7
                       PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                               UNTIL WS-TRANCHE > 7
                           PERFORM CONTROLE-CELLULE
                           PERFORM PROJECTION-CELLULE
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CONTROLE-CELLULE.
      *----------------------------------------------------------------
      *    MOYENNE ET ECART-TYPE DE LA CELLULE SUR LES SEMAINES DE
      *    REFERENCE MESUREES (RANGS 2 A N+1). LA MESURE COURANTE EST
      *    ATYPIQUE SI ELLE S ECARTE DE LA MOYENNE DE PLUS DE K FOIS
      *    L ECART-TYPE, CELUI-CI ETANT PORTE AU PLANCHER EN
      *    POURCENTAGE DE LA MOYENNE. UNE CELLULE DONT LA REFERENCE
      *    EST TROP COURTE N EST PAS JUGEE.
           MOVE 'N' TO WS-CELLULE-ATYPIQUE
           MOVE 0 TO WS-NB-REF-MESUREES
           MOVE 0 TO WS-SOMME-REF
           MOVE 0 TO WS-SOMME-CARRES
           MOVE 0 TO WS-MOYENNE
           MOVE 0 TO WS-ECART-TYPE
           PERFORM VARYING WS-RANG-SEM FROM 2 BY 1
                   UNTIL WS-RANG-SEM > WS-NB-SEM-REF + 1
               IF FEN-PRESENTE(WS-RANG-SEM WS-CHAINE) = 'O'
                   ADD 1 TO WS-NB-REF-MESUREES
                   ADD FEN-NBSPEC(WS-RANG-SEM WS-CHAINE
                                  WS-JOUR WS-TRANCHE)
                       TO WS-SOMME-REF
                   COMPUTE WS-SOMME-CARRES = WS-SOMME-CARRES
                       + FEN-NBSPEC(WS-RANG-SEM WS-CHAINE
                                    WS-JOUR WS-TRANCHE) ** 2
               END-IF
           END-PERFORM

           IF WS-NB-REF-MESUREES > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME-REF / WS-NB-REF-MESUREES
           END-IF

      *--   PAS DE SEMAINE COURANTE POUR CETTE CHAINE : RIEN A JUGER
           IF FEN-PRESENTE(1 WS-CHAINE) NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           IF WS-NB-REF-MESUREES < WS-MIN-SEM-REF
               ADD 1 TO WS-NBR-NON-JUGEES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VARIANCE ROUNDED =
               (WS-SOMME-CARRES / WS-NB-REF-MESUREES)
               - (WS-SOMME-REF / WS-NB-REF-MESUREES) ** 2
           IF WS-VARIANCE > 0
               COMPUTE WS-ECART-TYPE ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           END-IF
           COMPUTE WS-ECART-PLANCHER ROUNDED =
               WS-MOYENNE * WS-PLANCHER-PCT / 100
           IF WS-ECART-TYPE < WS-ECART-PLANCHER
               MOVE WS-ECART-PLANCHER TO WS-ECART-TYPE
           END-IF
      *--   MOYENNE NULLE ET REFERENCE PARFAITEMENT STABLE : UN
      *--   SPECTATEUR D ECART TOLERE AU MINIMUM
           IF WS-ECART-TYPE = 0
               MOVE 1 TO WS-ECART-TYPE
           END-IF
           COMPUTE WS-ECART-TOLERE ROUNDED =
               WS-ECART-TYPE * WS-FACTEUR-K / 10

           MOVE FEN-NBSPEC(1 WS-CHAINE WS-JOUR WS-TRANCHE)
               TO WS-MESURE-COUR
           COMPUTE WS-ECART-MESURE = WS-MESURE-COUR - WS-MOYENNE
           IF WS-ECART-MESURE < 0
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART-MESURE
           ELSE
               MOVE WS-ECART-MESURE TO WS-ECART-ABSOLU
           END-IF

           IF WS-ECART-ABSOLU > WS-ECART-TOLERE
               MOVE 'O' TO WS-CELLULE-ATYPIQUE
               ADD 1 TO WS-NBR-ATYPIQUES
               MOVE WS-CHAINE TO WS-ANO-CHAINE
               MOVE WS-JOUR TO WS-ANO-JOUR
               MOVE WS-TRANCHE TO WS-ANO-TRANCHE
               MOVE WS-MESURE-COUR TO WS-ANO-MESURE
               MOVE WS-MOYENNE TO WS-ANO-MOYENNE
               MOVE WS-ECART-TYPE TO WS-ANO-SIGMA
               MOVE WS-ECART-MESURE TO WS-ANO-ECART
               IF WS-ECART-MESURE < 0
                   MOVE 'BAS' TO WS-ANO-SENS
               ELSE
                   MOVE 'HAUT' TO WS-ANO-SENS
               END-IF
               WRITE ENR-ANOMALIE FROM WS-ANO-LIGNE
           END-IF
           .
      *----------------------------------------------------------------
       PROJECTION-CELLULE.
      *----------------------------------------------------------------
      *    AUDIENCE PROJETEE = MOYENNE DES N SEMAINES LES PLUS
      *    RECENTES MESUREES (SEMAINE COURANTE COMPRISE, LA PLUS
      *    ANCIENNE DE LA REFERENCE SORT DE LA FENETRE). UNE MESURE
      *    COURANTE ATYPIQUE EST REMPLACEE PAR LA MOYENNE DE
      *    REFERENCE DE LA CELLULE.
           MOVE 0 TO WS-SOMME-PROJ
           MOVE 0 TO WS-NB-PROJ
           PERFORM VARYING WS-RANG-SEM FROM 1 BY 1
                   UNTIL WS-RANG-SEM > WS-NB-SEM-REF
               IF FEN-PRESENTE(WS-RANG-SEM WS-CHAINE) = 'O'
                   ADD 1 TO WS-NB-PROJ
                   IF WS-RANG-SEM = 1
                      AND WS-CELLULE-ATYPIQUE = 'O'
                       ADD WS-MOYENNE TO WS-SOMME-PROJ
                   ELSE
                       ADD FEN-NBSPEC(WS-RANG-SEM WS-CHAINE
                                      WS-JOUR WS-TRANCHE)
                           TO WS-SOMME-PROJ
                   END-IF
               END-IF
           END-PERFORM

      *--   CHAINE MESUREE SEULEMENT SUR LA SEMAINE LA PLUS ANCIENNE
      *--   DE LA FENETRE : ON PROJETTE SA MOYENNE DE REFERENCE
           IF WS-NB-PROJ = 0
               MOVE WS-MOYENNE TO PRJ-NBSPEC(WS-CHAINE WS-JOUR
                                             WS-TRANCHE)
               MOVE WS-NB-REF-MESUREES TO PRJ-NBSEM(WS-CHAINE WS-JOUR
                                                    WS-TRANCHE)
           ELSE
               COMPUTE PRJ-NBSPEC(WS-CHAINE WS-JOUR WS-TRANCHE)
                   ROUNDED = WS-SOMME-PROJ / WS-NB-PROJ
               MOVE WS-NB-PROJ TO PRJ-NBSEM(WS-CHAINE WS-JOUR
                                            WS-TRANCHE)
           END-IF
           ADD PRJ-NBSPEC(WS-CHAINE WS-JOUR WS-TRANCHE)
               TO TOT-NBSPEC(WS-JOUR WS-TRANCHE)
           .
      *----------------------------------------------------------------
       EDITION-PREVISIONS.
      *----------------------------------------------------------------
      *    UNE LIGNE PAR CELLULE PROJETEE : AUDIENCE PROJETEE ET PART
      *    PROJETEE RAPPORTEE AU TOTAL PROJETE DE LA MEME CELLULE
      *    TOUTES CHAINES (MEME BASE QUE LA QUESTION 3 DE COBOL_EX_1),
      *    AVEC LE NOMBRE DE SEMAINES MESUREES AYANT SERVI.
           PERFORM VARYING WS-CHAINE FROM 1 BY 1 UNTIL WS-CHAINE > 99
               IF PRJ-PRESENTE(WS-CHAINE) = 'O'
                   PERFORM VARYING WS-JOUR FROM 1 BY 1
                           UNTIL WS-JOUR > 7
                       PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                               UNTIL WS-TRANCHE > 7
                           IF TOT-NBSPEC(WS-JOUR WS-TRANCHE) = 0
                               MOVE 0 TO WS-PART-PROJ
                           ELSE
                               COMPUTE WS-PART-PROJ ROUNDED =
                                   PRJ-NBSPEC(WS-CHAINE WS-JOUR
                                              WS-TRANCHE)
                                   / TOT-NBSPEC(WS-JOUR WS-TRANCHE)
                                   * 100
                           END-IF
                           MOVE WS-CHAINE TO WS-PRV-CHAINE
                           MOVE WS-JOUR TO WS-PRV-JOUR
                           MOVE WS-TRANCHE TO WS-PRV-TRANCHE
                           COMPUTE WS-PRV-NBSPEC ROUNDED =
                               PRJ-NBSPEC(WS-CHAINE WS-JOUR
                                          WS-TRANCHE)
                           MOVE WS-PART-PROJ TO WS-PRV-PART
                           MOVE PRJ-NBSEM(WS-CHAINE WS-JOUR
                                          WS-TRANCHE)
                               TO WS-PRV-NBSEM
                           WRITE ENR-PREVISION FROM WS-PRV-LIGNE
                           ADD 1 TO WS-NBR-CELLULES-PREV
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       END PROGRAM PREVAUD.
