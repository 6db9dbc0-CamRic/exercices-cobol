       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTICONTRATS.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomLiens
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LN-CLE
                       FILE STATUS IS L-FstLn.

       SELECT SORT-LIENS ASSIGN TO 'SRT-LN'.

       SELECT FILE-MULTI ASSIGN TO DYNAMIC L-NomMulti
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstMu.


       DATA DIVISION.

       FILE SECTION.

       FD  PERSONNES-CONTRATS.
      *--  MEME DESSIN QUE DANS LE SOUS-PROGRAMME PERSONNES (LIEN
      *--  TETE DE CONTRAT / PERSONNE), RELU EN LECTURE SEULE.
       01  LN-ENREG.
           05 LN-CLE.
               10 LN-CODPRD          PIC XX.
               10 LN-NUMPOL          PIC 9(7).
               10 LN-NOM             PIC X(20).
               10 LN-PRN             PIC X(20).
           05 LN-PERID               PIC 9(9).
           05 LN-TIT                 PIC X(3).
           05 LN-DATNAI              PIC X(8).
           05 LN-DATMAJ              PIC 9(8).
           05 LN-PGM                 PIC X(10).

       FD  FILE-MULTI.
      *--  RAPPORT DES PERSONNES COUVERTES PAR PLUSIEURS CONTRATS :
      *--  UN BLOC PAR PERSONNE (LIGNE PERSONNE PUIS UNE LIGNE PAR
      *--  CONTRAT, MARQUEE '*' QUAND LA PERSONNE A UN AUTRE CONTRAT
      *--  SUR LE MEME PRODUIT), TOTAUX EN FIN DE RAPPORT.
       01  S-MULTI                                 PIC X(110).

       SD SORT-LIENS.
       01 SD-LIEN.
           05 SD-PERID                             PIC 9(9).
           05 SD-CODPRD                            PIC XX.
           05 SD-NUMPOL                            PIC 9(7).
           05 SD-TIT                               PIC X(3).
           05 SD-NOM                               PIC X(20).
           05 SD-PRN                               PIC X(20).
           05 SD-DATNAI                            PIC X(8).


       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                         PIC X(13) VALUE 'MULTICONTRATS'.

      *-- file status fichier
       01 L-FstLn                                 PIC 99.
       01 L-FstMu                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomLiens             PIC X(40)
                                 VALUE 'PERSONNES_CONTRATS.DAT'.
       01 L-NomMulti             PIC X(40) VALUE 'MULTICONTRATS.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 12 FIN ANORMALE (LE
      *-- RAPPORT EST UNE INFORMATION, PAS UN AVERTISSEMENT)
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinLiens             PIC X.
       01 L-SortFin              PIC X.
           88 L-SortFin-OK                        VALUE 'O'.
       01 L-DateRun              PIC 9(8).

       01 L-Nbr.
           05 L-NbrLiensLus                       PIC 9(7).
           05 L-NbrPersonnes                      PIC 9(7).
           05 L-NbrPersMulti                      PIC 9(7).
           05 L-NbrPersMemePrd                    PIC 9(7).
           05 L-NbrLignesPlafond                  PIC 9(7).

      *-- CONTRATS DE LA PERSONNE COURANTE (LIENS TRIES PAR PRODUIT
      *-- ET POLICE) : UN POSTE PAR LIEN, LES POSTES EN DOUBLE SUR UN
      *-- MEME CONTRAT (DEUX GRAPHIES DE LA MEME PERSONNE) NE COMPTENT
      *-- QU UNE FOIS
       01 L-PerCourante          PIC 9(9).
       01 L-NbrPostes            PIC 9(3).
       01 TABLE-CONTRATS-PERS.
           05 L-CPE OCCURS 99 TIMES.
               10 CPE-CODPRD             PIC XX.
               10 CPE-NUMPOL             PIC 9(7).
               10 CPE-TIT                PIC X(3).
               10 CPE-NOM                PIC X(20).
               10 CPE-PRN                PIC X(20).
               10 CPE-DATNAI             PIC X(8).
               10 CPE-NOUVEAU            PIC X.
               10 CPE-MEMEPRD            PIC X.
       01 L-IndP                 PIC 9(3).
       01 L-IndQ                 PIC 9(3).
       01 L-NbrContratsPers      PIC 9(3).
       01 L-NbrCtrPrd            PIC 9(3).
       01 L-MemeProduit          PIC X.

      *-- lignes du rapport
       01 WS-MUL-TITRE.
           05 FILLER             PIC X(46)
              VALUE 'PERSONNES COUVERTES PAR PLUSIEURS CONTRATS AU '.
           05 WS-MT-JJ           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-MT-MM           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-MT-AAAA         PIC 9(4).

       01 WS-MUL-PERSONNE.
           05 FILLER             PIC X(9)  VALUE 'PERSONNE '.
           05 WS-MP-PERID        PIC 9(9).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-MP-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-MP-PRN          PIC X(20).
           05 FILLER             PIC X(10) VALUE ' NE(E) LE '.
           05 WS-MP-DATNAI       PIC X(8).
           05 FILLER             PIC X(11) VALUE ' CONTRATS: '.
           05 WS-MP-NBR          PIC ZZ9.
           05 FILLER             PIC X(15) VALUE ' MEME PRODUIT: '.
           05 WS-MP-MEMEPRD      PIC X(3).

       01 WS-MUL-CONTRAT.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-MC-MARQUE       PIC X.
           05 FILLER             PIC X(9)  VALUE ' CONTRAT '.
           05 WS-MC-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-MC-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(7)  VALUE ' TETE: '.
           05 WS-MC-TIT          PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-MC-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-MC-PRN          PIC X(20).

       01 WS-MUL-TOTAL.
           05 WS-MTO-LIBELLE     PIC X(45).
           05 WS-MTO-VALEUR      PIC Z(6)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

      *>              LIENS TRIES PAR PERSONNE, PRODUIT ET POLICE
           SORT SORT-LIENS ON ASCENDING KEY SD-PERID SD-CODPRD
                                            SD-NUMPOL
               INPUT PROCEDURE IS SORT-LIENS-IN
               OUTPUT PROCEDURE IS SORT-LIENS-OUT

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
           DISPLAY 'PERSONNES_CONTRATS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomLiens
           END-IF

           DISPLAY 'MULTICONTRATS_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMulti
           END-IF

           OPEN INPUT PERSONNES-CONTRATS
           IF L-FstLn NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstLn '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-MULTI
           IF L-FstMu NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstMu '>'
              PERFORM ERREUR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRun
           MOVE L-DateRun(7:2) TO WS-MT-JJ
           MOVE L-DateRun(5:2) TO WS-MT-MM
           MOVE L-DateRun(1:4) TO WS-MT-AAAA
           WRITE S-MULTI FROM WS-MUL-TITRE
           MOVE SPACES TO S-MULTI
           WRITE S-MULTI
           .
      *----------------------------------------------------------------------------
       SORT-LIENS-IN.
      *------------
           MOVE 'N' TO L-FinLiens
           PERFORM UNTIL L-FinLiens = 'Y'
               READ PERSONNES-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-FinLiens
               NOT AT END
                   ADD 1 TO L-NbrLiensLus
                   MOVE LN-PERID  TO SD-PERID
                   MOVE LN-CODPRD TO SD-CODPRD
                   MOVE LN-NUMPOL TO SD-NUMPOL
                   MOVE LN-TIT    TO SD-TIT
                   MOVE LN-NOM    TO SD-NOM
                   MOVE LN-PRN    TO SD-PRN
                   MOVE LN-DATNAI TO SD-DATNAI
                   RELEASE SD-LIEN
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       SORT-LIENS-OUT.
      *-------------
      *--   REGROUPE LES LIENS PAR PERSONNE ; A CHAQUE RUPTURE, LA
      *--   PERSONNE PRECEDENTE EST EXAMINEE.
           MOVE 'N' TO L-SortFin
           MOVE 0 TO L-NbrPostes
           MOVE 0 TO L-PerCourante
           PERFORM UNTIL L-SortFin-OK
               RETURN SORT-LIENS
                   AT END
                       SET L-SortFin-OK TO TRUE
                   NOT AT END
                       IF SD-PERID NOT = L-PerCourante
                          AND L-NbrPostes > 0
                           PERFORM EXAMEN-PERSONNE
                       END-IF
                       IF SD-PERID NOT = L-PerCourante
                           MOVE SD-PERID TO L-PerCourante
                           MOVE 0 TO L-NbrPostes
                       END-IF
                       IF L-NbrPostes < 99
                           ADD 1 TO L-NbrPostes
                           MOVE SD-CODPRD TO CPE-CODPRD(L-NbrPostes)
                           MOVE SD-NUMPOL TO CPE-NUMPOL(L-NbrPostes)
                           MOVE SD-TIT    TO CPE-TIT(L-NbrPostes)
                           MOVE SD-NOM    TO CPE-NOM(L-NbrPostes)
                           MOVE SD-PRN    TO CPE-PRN(L-NbrPostes)
                           MOVE SD-DATNAI TO CPE-DATNAI(L-NbrPostes)
                       ELSE
                           ADD 1 TO L-NbrLignesPlafond
                       END-IF
               END-RETURN
           END-PERFORM

           IF L-NbrPostes > 0
               PERFORM EXAMEN-PERSONNE
           END-IF
           .
      *----------------------------------------------------------------------------
       EXAMEN-PERSONNE.
      *-----------
      *--   COMPTE LES CONTRATS DISTINCTS DE LA PERSONNE ET REPERE
      *--   LES PRODUITS SUR LESQUELS ELLE A PLUSIEURS CONTRATS (POSTES
      *--   TRIES : LES CONTRATS D UN MEME PRODUIT SONT CONSECUTIFS).
           ADD 1 TO L-NbrPersonnes
           MOVE 0 TO L-NbrContratsPers
           MOVE 'N' TO L-MemeProduit

           PERFORM VARYING L-IndP FROM 1 BY 1
                   UNTIL L-IndP > L-NbrPostes
               MOVE 'O' TO CPE-NOUVEAU(L-IndP)
               IF L-IndP > 1
                   IF CPE-CODPRD(L-IndP) = CPE-CODPRD(L-IndP - 1)
                      AND CPE-NUMPOL(L-IndP) = CPE-NUMPOL(L-IndP - 1)
                       MOVE 'N' TO CPE-NOUVEAU(L-IndP)
                   END-IF
               END-IF
               IF CPE-NOUVEAU(L-IndP) = 'O'
                   ADD 1 TO L-NbrContratsPers
               END-IF
           END-PERFORM

           IF L-NbrContratsPers < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING L-IndP FROM 1 BY 1
                   UNTIL L-IndP > L-NbrPostes
               MOVE 0 TO L-NbrCtrPrd
               PERFORM VARYING L-IndQ FROM 1 BY 1
                       UNTIL L-IndQ > L-NbrPostes
                   IF CPE-CODPRD(L-IndQ) = CPE-CODPRD(L-IndP)
                      AND CPE-NOUVEAU(L-IndQ) = 'O'
                       ADD 1 TO L-NbrCtrPrd
                   END-IF
               END-PERFORM
               IF L-NbrCtrPrd > 1
                   MOVE 'O' TO CPE-MEMEPRD(L-IndP)
                   MOVE 'O' TO L-MemeProduit
               ELSE
                   MOVE 'N' TO CPE-MEMEPRD(L-IndP)
               END-IF
           END-PERFORM

           ADD 1 TO L-NbrPersMulti
           MOVE L-PerCourante     TO WS-MP-PERID
           MOVE CPE-NOM(1)        TO WS-MP-NOM
           MOVE CPE-PRN(1)        TO WS-MP-PRN
           MOVE CPE-DATNAI(1)     TO WS-MP-DATNAI
           MOVE L-NbrContratsPers TO WS-MP-NBR
           IF L-MemeProduit = 'O'
               ADD 1 TO L-NbrPersMemePrd
               MOVE 'OUI' TO WS-MP-MEMEPRD
           ELSE
               MOVE 'NON' TO WS-MP-MEMEPRD
           END-IF
           WRITE S-MULTI FROM WS-MUL-PERSONNE

           PERFORM VARYING L-IndP FROM 1 BY 1
                   UNTIL L-IndP > L-NbrPostes
               IF CPE-MEMEPRD(L-IndP) = 'O'
                   MOVE '*' TO WS-MC-MARQUE
               ELSE
                   MOVE SPACE TO WS-MC-MARQUE
               END-IF
               MOVE CPE-CODPRD(L-IndP) TO WS-MC-CODPRD
               MOVE CPE-NUMPOL(L-IndP) TO WS-MC-NUMPOL
               MOVE CPE-TIT(L-IndP)    TO WS-MC-TIT
               MOVE CPE-NOM(L-IndP)    TO WS-MC-NOM
               MOVE CPE-PRN(L-IndP)    TO WS-MC-PRN
               WRITE S-MULTI FROM WS-MUL-CONTRAT
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE SPACES TO S-MULTI
           WRITE S-MULTI
           MOVE 'PERSONNES RATTACHEES A AU MOINS UN CONTRAT :'
               TO WS-MTO-LIBELLE
           MOVE L-NbrPersonnes TO WS-MTO-VALEUR
           WRITE S-MULTI FROM WS-MUL-TOTAL
           MOVE 'PERSONNES COUVERTES PAR PLUSIEURS CONTRATS :'
               TO WS-MTO-LIBELLE
           MOVE L-NbrPersMulti TO WS-MTO-VALEUR
           WRITE S-MULTI FROM WS-MUL-TOTAL
           MOVE 'DONT PLUSIEURS CONTRATS SUR UN MEME PRODUIT :'
               TO WS-MTO-LIBELLE
           MOVE L-NbrPersMemePrd TO WS-MTO-VALEUR
           WRITE S-MULTI FROM WS-MUL-TOTAL

           CLOSE PERSONNES-CONTRATS
           CLOSE FILE-MULTI

           Display 'Nbre liens lus          =' L-NbrLiensLus '>'
           Display 'Nbre personnes          =' L-NbrPersonnes '>'
           Display 'Nbre multi-contrats     =' L-NbrPersMulti '>'
           Display 'Nbre meme produit       =' L-NbrPersMemePrd '>'
           Display 'Nbre liens hors plafond =' L-NbrLignesPlafond '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
