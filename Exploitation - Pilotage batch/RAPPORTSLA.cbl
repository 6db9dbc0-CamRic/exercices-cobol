       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTSLA.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-DUREES ASSIGN TO DYNAMIC L-NomDurees
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstH.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstR.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-DUREES.
      *--  HISTORIQUE DES DUREES D ETAPES TENU PAR CHAINEBATCH (UNE
      *--  LIGNE PAR PROGRAMME LANCE).
       01  E-DUREE.
           05 E-DUR-DATETRT                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-ETAPE                          PIC 9(2).
           05 FILLER                               PIC X.
           05 E-DUR-PGM                            PIC X(15).
           05 FILLER                               PIC X.
           05 E-DUR-DEBDATE                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-DEBHEURE                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-FINDATE                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-FINHEURE                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-SECONDES                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-RC                             PIC 9(2).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                               PIC X(120).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                          PIC X(10) VALUE 'RAPPORTSLA'.

      *-- file status fichier
       01 L-FstH                                  PIC 99.
       01 L-FstR                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomDurees            PIC X(40)
                                 VALUE 'CHAINE_DUREES_HISTO.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'RAPPORT_SLA_HEBDO.txt'.
       01 L-EnvTemp              PIC X(40).

       01 L-CodeRetour           PIC 99 VALUE 0.

      *-- SIGNALEMENT AU SERVICE DESK EN EXECUTION AUTONOME (ETAPE 00)
       01 L-Incident.
           05 L-IncEtape         PIC 9(2) VALUE 0.
           05 L-IncPgm           PIC X(15).
           05 L-IncRC            PIC 9(2).
           05 L-IncFicIn         PIC X(40).
           05 L-IncFicOut        PIC X(40).
       01 L-IncRetour.
           05 L-IncRef           PIC X(16).
           05 L-IncCode          PIC X(2).
       01 L-FinDurees            PIC X.

      *-- SEMAINE ANALYSEE : LES 7 JOURS DE TRAITEMENT FINISSANT A LA
      *-- DATE DU RAPPORT (RAPPORTSLA_DATE, DATE DU JOUR PAR DEFAUT).
      *-- LA REFERENCE EST LA MOYENNE DES 4 SEMAINES PRECEDENTES ; AU
      *-- DELA DE LA TOLERANCE (RAPPORTSLA_TOLERANCE, EN %, 20 PAR
      *-- DEFAUT) L ETAPE EST SIGNALEE EN DERIVE.
       01 L-DateRapport          PIC 9(8).
       01 L-JourRapport          PIC S9(8).
       01 L-JourDebut            PIC S9(8).
       01 L-JourLigne            PIC S9(8).
       01 L-DateDebut            PIC 9(8).
       01 L-Tolerance            PIC 9(3) VALUE 20.
       01 L-Semaine              PIC 9.

      *-- CUMULS PAR PROGRAMME ET PAR SEMAINE (1 = S-4 ... 5 = SEMAINE
      *-- ANALYSEE), SUR LES SEULES EXECUTIONS SANS ECHEC (RC < 8)
       01 L-NbrStp                                PIC 9(2) VALUE 0.
       01 TABLE-STP.
           05 L-STP OCCURS 1 TO 50 TIMES
                    DEPENDING ON L-NbrStp
                    INDEXED BY IND-STP.
               10 STP-ETAPE              PIC 9(2).
               10 STP-PGM                PIC X(15).
               10 STP-SEM OCCURS 5.
                   15 STP-CUMUL          PIC 9(9).
                   15 STP-NBR            PIC 9(4).
               10 STP-MAXI               PIC 9(6).
       01 L-StpEchange.
           05 FILLER                     PIC 9(2).
           05 FILLER                     PIC X(15).
           05 FILLER                     PIC X(65).
           05 FILLER                     PIC 9(6).
       01 L-IndTri                                PIC 9(2).
       01 L-IndTri2                               PIC 9(2).
       01 L-IndSem                                PIC 9.

       01 L-Moyenne                               PIC 9(6).
       01 L-CumulRef                              PIC 9(10).
       01 L-NbrRef                                PIC 9(5).
       01 L-Reference                             PIC 9(6).
       01 L-Ecart                                 PIC S9(5)V9.
       01 L-Duree                                 PIC 9(6).
       01 L-DureeHH                               PIC 99.
       01 L-DureeMM                               PIC 99.
       01 L-DureeSS                               PIC 99.
       01 L-Reste                                 PIC 9(6).
       01 L-DureeEd                               PIC X(8).

       01 L-Nbr.
           05 L-NbrLus                            PIC 9(7).
           05 L-NbrRetenus                        PIC 9(7).
           05 L-NbrDerives                        PIC 9(3).

      *-- lignes du rapport
       01 WS-RAP-TITRE           PIC X(60)
                VALUE 'SUIVI HEBDOMADAIRE DES DUREES DE LA CHAINE'.

       01 WS-RAP-PERIODE.
           05 FILLER             PIC X(19) VALUE 'SEMAINE ANALYSEE : '.
           05 WS-PER-DEBUT       PIC 9(8).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 WS-PER-FIN         PIC 9(8).
           05 FILLER             PIC X(14) VALUE '  TOLERANCE : '.
           05 WS-PER-TOLERANCE   PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE ' %'.

       01 WS-RAP-ENTETE.
           05 FILLER             PIC X(40)
              VALUE 'ET PROGRAMME        S-4      S-3      S-'.
           05 FILLER             PIC X(40)
              VALUE '2      S-1      SEMAINE  MAXI     REF   '.
           05 FILLER             PIC X(27)
              VALUE '  ECART %  VERDICT'.

       01 WS-RAP-LIGNE.
           05 WS-LIG-ETAPE       PIC 9(2).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LIG-PGM         PIC X(15).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LIG-SEM OCCURS 5.
               10 WS-LIG-MOYENNE PIC X(8).
               10 FILLER         PIC X.
           05 WS-LIG-MAXI        PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LIG-REF         PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LIG-ECART       PIC ----9,9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-LIG-VERDICT     PIC X(14).

       01 WS-RAP-VIDE            PIC X(60)
                VALUE 'AUCUNE EXECUTION SUR CINQ SEMAINES'.

       01 WS-RAP-TOTAL.
           05 FILLER             PIC X(28)
              VALUE 'ETAPES EN DERIVE          : '.
           05 WS-TOT-DERIVES     PIC ZZ9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-DUREES

           PERFORM TRI-ETAPES

           PERFORM EDITE-RAPPORT

           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'CHAINE_DUREES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDurees
           END-IF

           DISPLAY 'RAPPORTSLA_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

           DISPLAY 'RAPPORTSLA_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateRapport
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRapport
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRapport) NOT = 0
               DISPLAY 'DATE DU RAPPORT INVALIDE (' L-DateRapport ')'
               PERFORM ERREUR
           END-IF

           DISPLAY 'RAPPORTSLA_TOLERANCE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-Tolerance
           END-IF

           COMPUTE L-JourRapport =
               FUNCTION INTEGER-OF-DATE(L-DateRapport)
           COMPUTE L-JourDebut = L-JourRapport - 6
           COMPUTE L-DateDebut = FUNCTION DATE-OF-INTEGER(L-JourDebut)

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-DUREES.
      *-----------
      *--   CUMULE LES DUREES DE L HISTORIQUE PAR PROGRAMME ET PAR
      *--   SEMAINE, SUR LES CINQ SEMAINES FINISSANT A LA DATE DU
      *--   RAPPORT (DATE DE TRAITEMENT DE LA CHAINE). LES EXECUTIONS
      *--   EN ECHEC NE SONT PAS REPRESENTATIVES ET SONT ECARTEES.
           OPEN INPUT FILE-DUREES
           IF L-FstH = '35'
               DISPLAY 'HISTORIQUE DES DUREES ABSENT (' L-NomDurees ')'
               MOVE 4 TO L-CodeRetour
               EXIT PARAGRAPH
           END-IF
           IF L-FstH NOT = ZERO
               DISPLAY 'Erreur ouverture fichier FS =' L-FstH '>'
               PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinDurees
           PERFORM UNTIL L-FinDurees = 'Y'
               READ FILE-DUREES
               AT END
                   MOVE 'Y' TO L-FinDurees
               NOT AT END
                   ADD 1 TO L-NbrLus
                   IF E-DUR-DATETRT IS NUMERIC
                      AND E-DUR-SECONDES IS NUMERIC
                      AND E-DUR-RC IS NUMERIC
                      AND E-DUR-RC < 8
                      AND FUNCTION TEST-DATE-YYYYMMDD(E-DUR-DATETRT)
                          = 0
                       PERFORM CUMULE-DUREE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DUREES
           .
      *----------------------------------------------------------------------------
       CUMULE-DUREE.
      *-----------
           COMPUTE L-JourLigne = FUNCTION INTEGER-OF-DATE(E-DUR-DATETRT)
           IF L-JourLigne > L-JourRapport
              OR L-JourLigne < L-JourRapport - 34
               EXIT PARAGRAPH
           END-IF
      *>   SEMAINE 5 = LA SEMAINE ANALYSEE, 1 = LA PLUS ANCIENNE
           COMPUTE L-Semaine = 5 - (L-JourRapport - L-JourLigne) / 7

           SET IND-STP TO 1
           SEARCH L-STP
               AT END
                   IF L-NbrStp >= 50
                       DISPLAY 'TABLE DES ETAPES PLEINE, '
                               E-DUR-PGM ' IGNORE'
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO L-NbrStp
                   SET IND-STP TO L-NbrStp
                   INITIALIZE L-STP(IND-STP)
                   MOVE E-DUR-PGM TO STP-PGM(IND-STP)
               WHEN STP-PGM(IND-STP) = E-DUR-PGM
                   CONTINUE
           END-SEARCH

           ADD 1 TO L-NbrRetenus
           MOVE E-DUR-ETAPE TO STP-ETAPE(IND-STP)
           ADD E-DUR-SECONDES TO STP-CUMUL(IND-STP L-Semaine)
           ADD 1 TO STP-NBR(IND-STP L-Semaine)
           IF L-Semaine = 5
              AND E-DUR-SECONDES > STP-MAXI(IND-STP)
               MOVE E-DUR-SECONDES TO STP-MAXI(IND-STP)
           END-IF
           .
      *----------------------------------------------------------------------------
       TRI-ETAPES.
      *-----------
      *--   RAPPORT DANS L ORDRE DES ETAPES DE LA CHAINE (DERNIER
      *--   NUMERO D ETAPE CONNU POUR LE PROGRAMME).
           PERFORM VARYING L-IndTri FROM 1 BY 1
                   UNTIL L-IndTri >= L-NbrStp
               PERFORM VARYING L-IndTri2 FROM 1 BY 1
                       UNTIL L-IndTri2 > L-NbrStp - L-IndTri
                   IF STP-ETAPE(L-IndTri2) > STP-ETAPE(L-IndTri2 + 1)
                       MOVE L-STP(L-IndTri2) TO L-StpEchange
                       MOVE L-STP(L-IndTri2 + 1) TO L-STP(L-IndTri2)
                       MOVE L-StpEchange TO L-STP(L-IndTri2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITE-RAPPORT.
      *-----------
           WRITE S-RAPPORT FROM WS-RAP-TITRE
           MOVE L-DateDebut   TO WS-PER-DEBUT
           MOVE L-DateRapport TO WS-PER-FIN
           MOVE L-Tolerance   TO WS-PER-TOLERANCE
           WRITE S-RAPPORT FROM WS-RAP-PERIODE
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           WRITE S-RAPPORT FROM WS-RAP-ENTETE

           IF L-NbrStp = 0
               WRITE S-RAPPORT FROM WS-RAP-VIDE
               IF L-CodeRetour < 4
                   MOVE 4 TO L-CodeRetour
               END-IF
           END-IF

           PERFORM VARYING IND-STP FROM 1 BY 1
                   UNTIL IND-STP > L-NbrStp
               PERFORM EDITE-ETAPE
           END-PERFORM

           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           MOVE L-NbrDerives TO WS-TOT-DERIVES
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           .
      *----------------------------------------------------------------------------
       EDITE-ETAPE.
      *-----------
      *--   MOYENNE DE CHACUNE DES CINQ SEMAINES (TENDANCE), DUREE
      *--   MAXIMALE DE LA SEMAINE, REFERENCE DES 4 SEMAINES
      *--   PRECEDENTES ET ECART EN % DE LA SEMAINE A LA REFERENCE.
           MOVE SPACES TO WS-RAP-LIGNE
           MOVE STP-ETAPE(IND-STP) TO WS-LIG-ETAPE
           MOVE STP-PGM(IND-STP)   TO WS-LIG-PGM
           MOVE 0 TO L-CumulRef
           MOVE 0 TO L-NbrRef

           PERFORM VARYING L-IndSem FROM 1 BY 1 UNTIL L-IndSem > 5
               IF STP-NBR(IND-STP L-IndSem) = 0
                   MOVE '   -    ' TO WS-LIG-MOYENNE(L-IndSem)
               ELSE
                   COMPUTE L-Duree ROUNDED =
                       STP-CUMUL(IND-STP L-IndSem)
                       / STP-NBR(IND-STP L-IndSem)
                   PERFORM EDITE-DUREE
                   MOVE L-DureeEd TO WS-LIG-MOYENNE(L-IndSem)
               END-IF
               IF L-IndSem < 5
                   ADD STP-CUMUL(IND-STP L-IndSem) TO L-CumulRef
                   ADD STP-NBR(IND-STP L-IndSem)   TO L-NbrRef
               END-IF
           END-PERFORM

           MOVE STP-MAXI(IND-STP) TO L-Duree
           PERFORM EDITE-DUREE
           MOVE L-DureeEd TO WS-LIG-MAXI

           MOVE 0 TO L-Ecart
           EVALUATE TRUE
               WHEN STP-NBR(IND-STP 5) = 0
                   MOVE '   -    ' TO WS-LIG-MAXI
                   MOVE 'ABSENTE'   TO WS-LIG-VERDICT
               WHEN L-NbrRef = 0
                   MOVE 'SANS REFERENCE' TO WS-LIG-VERDICT
               WHEN OTHER
                   COMPUTE L-Reference ROUNDED = L-CumulRef / L-NbrRef
                   COMPUTE L-Moyenne ROUNDED =
                       STP-CUMUL(IND-STP 5) / STP-NBR(IND-STP 5)
      *>           REFERENCE NULLE (ETAPE INSTANTANEE) : ON COMPTE LA
      *>           SECONDE POUR NE PAS DIVISER PAR ZERO
                   IF L-Reference = 0
                       COMPUTE L-Ecart ROUNDED = L-Moyenne * 100
                   ELSE
                       COMPUTE L-Ecart ROUNDED =
                           (L-Moyenne - L-Reference) * 100
                           / L-Reference
                   END-IF
                   MOVE L-Reference TO L-Duree
                   PERFORM EDITE-DUREE
                   MOVE L-DureeEd TO WS-LIG-REF
                   MOVE L-Ecart TO WS-LIG-ECART
                   EVALUATE TRUE
                       WHEN L-Ecart > L-Tolerance
                           MOVE 'DERIVE HAUSSE' TO WS-LIG-VERDICT
                           ADD 1 TO L-NbrDerives
                       WHEN L-Ecart < 0 - L-Tolerance
                           MOVE 'DERIVE BAISSE' TO WS-LIG-VERDICT
                           ADD 1 TO L-NbrDerives
                       WHEN OTHER
                           MOVE 'STABLE' TO WS-LIG-VERDICT
                   END-EVALUATE
           END-EVALUATE

           WRITE S-RAPPORT FROM WS-RAP-LIGNE
           .
      *----------------------------------------------------------------------------
       EDITE-DUREE.
      *-----------
      *--   L-Duree (SECONDES) -> L-DureeEd (HH:MM:SS)
           COMPUTE L-DureeHH = L-Duree / 3600
           COMPUTE L-Reste = FUNCTION MOD(L-Duree 3600)
           COMPUTE L-DureeMM = L-Reste / 60
           COMPUTE L-DureeSS = FUNCTION MOD(L-Reste 60)
           MOVE SPACES TO L-DureeEd
           STRING L-DureeHH ':' L-DureeMM ':' L-DureeSS
               DELIMITED BY SIZE INTO L-DureeEd
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-RAPPORT

           Display 'Nbre lignes historique =' L-NbrLus '>'
           Display 'Nbre executions retenues =' L-NbrRetenus '>'
           Display 'Nbre etapes en derive  =' L-NbrDerives '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4 AND L-NbrDerives > 0
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm        TO L-IncPgm
           MOVE L-CodeRetour TO L-IncRC
           MOVE L-NomDurees  TO L-IncFicIn
           MOVE L-NomRapport TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
