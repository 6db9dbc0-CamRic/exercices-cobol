       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREQUALITE.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-HISTO ASSIGN TO DYNAMIC L-NomHisto
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstH.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstRa.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-HISTO.
      *--  HISTORIQUE QUALITE ALIMENTE PAR LECTFIC (COBOLEX5) : UNE
      *--  LIGNE PAR SOURCE ET PAR PASSAGE, DANS L ORDRE DES
      *--  PASSAGES. MEME DESSIN QUE S-QUALITE.
       01  E-QUALITE.
           05 E-QLT-DATE             PIC X(8).
           05 FILLER                 PIC X.
           05 E-QLT-HEURE            PIC X(6).
           05 FILLER                 PIC X.
           05 E-QLT-SOURCE           PIC X(7).
           05 FILLER                 PIC X.
           05 E-QLT-NATURE           PIC X(3).
           05 FILLER                 PIC X.
           05 E-QLT-STATUT           PIC X.
           05 FILLER                 PIC X.
           05 E-QLT-LUS              PIC 9(7).
           05 FILLER                 PIC X.
           05 E-QLT-APPAR            PIC 9(7).
           05 FILLER                 PIC X.
           05 E-QLT-SEULE            PIC 9(7).
           05 FILLER                 PIC X.
           05 E-QLT-DOUBLE           PIC 9(7).
           05 FILLER                 PIC X.
           05 E-QLT-TRADUITS         PIC 9(7).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                                 PIC X(132).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                      PIC X(12) VALUE 'SCOREQUALITE'.

      *-- file status fichier
       01 L-FstH                                  PIC 99.
       01 L-FstRa                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomHisto             PIC X(40)
                                 VALUE 'QUALITE_SOURCES_HISTO.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'SCORE_QUALITE_SOURCES.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 TABLEAU DE BORD PRODUIT,
      *-- 4 AUCUN PASSAGE DANS LE MOIS (OU HISTORIQUE ABSENT),
      *-- 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

      *-- MOIS DU TABLEAU DE BORD (AAAAMM), LE MOIS COURANT PAR
      *-- DEFAUT
       01 L-Mois                 PIC 9(6).
       01 L-DateJour             PIC X(21).

       01 L-FinHisto             PIC X.

       01 L-Nbr.
           05 L-NbrEnrLus                         PIC 9(7).
           05 L-NbrLignesMois                     PIC 9(7).
           05 L-NbrSourcesIgn                     PIC 9(5).

      *-- TABLE DES SOURCES : CUMULS DU MOIS, TAUX ET DOUZE
      *-- DERNIERS PASSAGES (JUSQU A LA FIN DU MOIS) POUR LA
      *-- TENDANCE. TAUX EN POURCENTAGE DES ENREGISTREMENTS LUS :
      *-- APPAREILLAGE = APPAREILLES, ERREUR = SEULES + DOUBLONS.
       01 L-NbrSco               PIC 9(2) VALUE 0.
       01 TABLE-SCORES.
           05 L-SCO OCCURS 1 TO 50 TIMES
                    DEPENDING ON L-NbrSco
                    INDEXED BY IND-SCO.
               10 SCO-CODE               PIC X(7).
               10 SCO-NATURE             PIC X(3).
               10 SCO-PASSAGES           PIC 9(5).
               10 SCO-ABSENTS            PIC 9(5).
               10 SCO-LUS                PIC 9(9).
               10 SCO-APPAR              PIC 9(9).
               10 SCO-SEULE              PIC 9(9).
               10 SCO-DOUBLE             PIC 9(9).
               10 SCO-TRADUITS           PIC 9(9).
               10 SCO-TXAPP              PIC 9(3)V9.
               10 SCO-TXERR              PIC 9(3)V9.
               10 SCO-NBDERN             PIC 99.
               10 SCO-DERN OCCURS 12 TIMES.
                   15 SCO-DERN-STATUT    PIC X.
                   15 SCO-DERN-TAUX      PIC 9(3)V9.
               10 SCO-TENDANCE           PIC X(7).

      *-- ORDRE DE CLASSEMENT (RANGS DANS TABLE-SCORES DES
      *-- SOURCES AYANT AU MOINS UN PASSAGE DANS LE MOIS)
       01 L-NbrClasse            PIC 9(2) VALUE 0.
       01 TABLE-CLASSEMENT.
           05 L-CLASSE           PIC 9(2) OCCURS 50 TIMES.
       01 L-Critere              PIC X(3).
       01 L-IndI                 PIC 9(2).
       01 L-IndJ                 PIC 9(2).
       01 L-IndK                 PIC 9(2).
       01 L-IndD                 PIC 9(2).
       01 L-Echange              PIC 9(2).
       01 L-Permuter             PIC X.

      *-- CALCUL DE LA TENDANCE : MOYENNE DE LA PLUS RECENTE
      *-- MOITIE DES PASSAGES LIVRES CONTRE LA PLUS ANCIENNE ;
      *-- ECART DE PLUS DE L-SeuilTendance POINTS = HAUSSE/BAISSE
       01 L-TauxPassage          PIC 9(3)V9.
       01 L-NbrLivres            PIC 99.
       01 L-Moitie               PIC 99.
       01 L-RangLivre            PIC 99.
       01 L-SommeAnc             PIC 9(5)V9.
       01 L-SommeRec             PIC 9(5)V9.
       01 L-EcartTendance        PIC S9(3)V99.
       01 L-SeuilTendance        PIC 9(3)V99 VALUE 2.

      *-- lignes du rapport
       01 WS-RAP-TITRE.
           05 FILLER             PIC X(54) VALUE
              'TABLEAU DE BORD QUALITE DES SOURCES PARTENAIRES - MOIS'.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RT-MM           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-RT-AAAA         PIC 9(4).

       01 WS-RAP-SECTION         PIC X(100).

       01 WS-RAP-ENTETE.
           05 FILLER             PIC X(40) VALUE
              'RANG SOURCE  NAT PASS  ABS       LUS    '.
           05 FILLER             PIC X(40) VALUE
              'APPAR   SEULES DOUBLONS TRADUITS TX APP '.
           05 FILLER             PIC X(7)  VALUE ' TX ERR'.

       01 WS-RAP-DETAIL.
           05 WS-RD-RANG         PIC Z9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-SOURCE       PIC X(7).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-NATURE       PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-PASSAGES     PIC ZZZ9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-ABSENTS      PIC ZZZ9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-LUS          PIC Z(8)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-APPAR        PIC Z(7)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-SEULE        PIC Z(7)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-DOUBLE       PIC Z(7)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RD-TRADUITS     PIC Z(7)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RD-TXAPP        PIC ZZ9,9.
           05 FILLER             PIC X(3)  VALUE ' % '.
           05 WS-RD-TXERR        PIC ZZ9,9.
           05 FILLER             PIC X(2)  VALUE ' %'.

       01 WS-RAP-ENTETE-TEND.
           05 FILLER             PIC X(40) VALUE
              'SOURCE  NAT  P-11 P-10  P-9  P-8  P-7  P'.
           05 FILLER             PIC X(40) VALUE
              '-6  P-5  P-4  P-3  P-2  P-1  DER  TENDAN'.
           05 FILLER             PIC X(2)  VALUE 'CE'.

       01 WS-RAP-TENDANCE.
           05 WS-TD-SOURCE       PIC X(7).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-TD-NATURE       PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-TD-CELLULE OCCURS 12 TIMES.
               10 FILLER         PIC X(2).
               10 WS-TD-VALEUR   PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TD-TENDANCE     PIC X(7).
       01 WS-TD-TAUX             PIC ZZ9.

       01 WS-RAP-TOTAUX.
           05 FILLER             PIC X(19) VALUE 'SOURCES CLASSEES = '.
           05 WS-RTO-SOURCES     PIC Z9.
           05 FILLER             PIC X(26) VALUE
              '   LIGNES DU MOIS LUES = '.
           05 WS-RTO-LIGNES      PIC Z(6)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-HISTORIQUE

           PERFORM CALCUL-TAUX

           PERFORM EDITE-TABLEAU

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
           DISPLAY 'COBOLEX5_QUALITE_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
           END-IF

           DISPLAY 'SCOREQUALITE_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

      *>          MOIS DU TABLEAU DE BORD : LE MOIS COURANT PAR DEFAUT
           MOVE FUNCTION CURRENT-DATE TO L-DateJour
           MOVE L-DateJour(1:6) TO L-Mois
           DISPLAY 'SCOREQUALITE_MOIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:6) IS NUMERIC
               MOVE L-EnvTemp(1:6) TO L-Mois
           END-IF
           IF L-Mois(5:2) < '01' OR L-Mois(5:2) > '12'
               DISPLAY 'MOIS DEMANDE INVALIDE ' L-Mois
               PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstRa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRa '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-HISTORIQUE.
      *-----------
      *--   LIT L HISTORIQUE QUALITE JUSQU A LA FIN DU MOIS DEMANDE :
      *--   LES LIGNES DU MOIS SONT CUMULEES PAR SOURCE, TOUTES
      *--   ALIMENTENT LES DOUZE DERNIERS PASSAGES DE LA SOURCE.
      *--   HISTORIQUE ABSENT = TABLEAU VIDE (RC 4).
           OPEN INPUT FILE-HISTO
           IF L-FstH = 35
               DISPLAY 'HISTORIQUE QUALITE ABSENT ' L-NomHisto
           ELSE
               IF L-FstH NOT = ZERO
                  DISPLAY 'Erreur ouverture fichier FS =' L-FstH '>'
                  PERFORM ERREUR
               END-IF

               MOVE 'N' TO L-FinHisto
               PERFORM UNTIL L-FinHisto = 'Y'
                   READ FILE-HISTO
                   AT END
                       MOVE 'Y' TO L-FinHisto
                   NOT AT END
                       ADD 1 TO L-NbrEnrLus
                       IF E-QLT-DATE(1:6) NOT > L-Mois
                          AND E-QLT-SOURCE NOT = SPACES
                           PERFORM ENREGISTRE-PASSAGE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-HISTO
           END-IF
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-PASSAGE.
      *-----------
           MOVE 'N' TO L-Permuter
           PERFORM VARYING IND-SCO FROM 1 BY 1
                   UNTIL IND-SCO > L-NbrSco
               IF SCO-CODE(IND-SCO) = E-QLT-SOURCE
                   MOVE 'Y' TO L-Permuter
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-Permuter = 'N'
               IF L-NbrSco >= 50
                   ADD 1 TO L-NbrSourcesIgn
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO L-NbrSco
               SET IND-SCO TO L-NbrSco
               INITIALIZE L-SCO(IND-SCO)
               MOVE E-QLT-SOURCE TO SCO-CODE(IND-SCO)
           END-IF
           MOVE E-QLT-NATURE TO SCO-NATURE(IND-SCO)

      *>          TAUX D APPAREILLAGE DU PASSAGE
           MOVE 0 TO L-TauxPassage
           IF E-QLT-LUS > 0
               COMPUTE L-TauxPassage ROUNDED =
                   E-QLT-APPAR * 100 / E-QLT-LUS
           END-IF

      *>          DOUZE DERNIERS PASSAGES : LE PLUS ANCIEN SORT
           IF SCO-NBDERN(IND-SCO) = 12
               PERFORM VARYING L-IndD FROM 1 BY 1 UNTIL L-IndD > 11
                   MOVE SCO-DERN(IND-SCO, L-IndD + 1)
                       TO SCO-DERN(IND-SCO, L-IndD)
               END-PERFORM
           ELSE
               ADD 1 TO SCO-NBDERN(IND-SCO)
           END-IF
           MOVE SCO-NBDERN(IND-SCO) TO L-IndD
           MOVE E-QLT-STATUT TO SCO-DERN-STATUT(IND-SCO, L-IndD)
           MOVE L-TauxPassage TO SCO-DERN-TAUX(IND-SCO, L-IndD)

      *>          CUMULS DU MOIS
           IF E-QLT-DATE(1:6) = L-Mois
               ADD 1 TO L-NbrLignesMois
               ADD 1 TO SCO-PASSAGES(IND-SCO)
               IF E-QLT-STATUT = 'A'
                   ADD 1 TO SCO-ABSENTS(IND-SCO)
               END-IF
               ADD E-QLT-LUS      TO SCO-LUS(IND-SCO)
               ADD E-QLT-APPAR    TO SCO-APPAR(IND-SCO)
               ADD E-QLT-SEULE    TO SCO-SEULE(IND-SCO)
               ADD E-QLT-DOUBLE   TO SCO-DOUBLE(IND-SCO)
               ADD E-QLT-TRADUITS TO SCO-TRADUITS(IND-SCO)
           END-IF
           .
      *----------------------------------------------------------------------------
       CALCUL-TAUX.
      *-----------
      *--   TAUX DU MOIS ET TENDANCE DE CHAQUE SOURCE ; SEULES LES
      *--   SOURCES AYANT UN PASSAGE DANS LE MOIS SONT CLASSEES.
           PERFORM VARYING IND-SCO FROM 1 BY 1
                   UNTIL IND-SCO > L-NbrSco
               IF SCO-LUS(IND-SCO) > 0
                   COMPUTE SCO-TXAPP(IND-SCO) ROUNDED =
                       SCO-APPAR(IND-SCO) * 100 / SCO-LUS(IND-SCO)
                   COMPUTE SCO-TXERR(IND-SCO) ROUNDED =
                       (SCO-SEULE(IND-SCO) + SCO-DOUBLE(IND-SCO))
                       * 100 / SCO-LUS(IND-SCO)
               END-IF

               PERFORM CALCUL-TENDANCE

               IF SCO-PASSAGES(IND-SCO) > 0
                   ADD 1 TO L-NbrClasse
                   SET L-CLASSE(L-NbrClasse) TO IND-SCO
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CALCUL-TENDANCE.
      *-----------
      *--   SUR LES PASSAGES LIVRES PARMI LES DOUZE DERNIERS : MOINS
      *--   DE DEUX = NON SIGNIFICATIF ; SINON LA MOYENNE DE LA
      *--   MOITIE LA PLUS RECENTE EST COMPAREE A CELLE DE LA PLUS
      *--   ANCIENNE (LE PASSAGE DU MILIEU D UN NOMBRE IMPAIR EST
      *--   LAISSE DE COTE).
           MOVE 0 TO L-NbrLivres
           PERFORM VARYING L-IndD FROM 1 BY 1
                   UNTIL L-IndD > SCO-NBDERN(IND-SCO)
               IF SCO-DERN-STATUT(IND-SCO, L-IndD) NOT = 'A'
                   ADD 1 TO L-NbrLivres
               END-IF
           END-PERFORM

           IF L-NbrLivres < 2
               MOVE 'N/S' TO SCO-TENDANCE(IND-SCO)
               EXIT PARAGRAPH
           END-IF

           COMPUTE L-Moitie = L-NbrLivres / 2
           MOVE 0 TO L-RangLivre L-SommeAnc L-SommeRec
           PERFORM VARYING L-IndD FROM 1 BY 1
                   UNTIL L-IndD > SCO-NBDERN(IND-SCO)
               IF SCO-DERN-STATUT(IND-SCO, L-IndD) NOT = 'A'
                   ADD 1 TO L-RangLivre
                   IF L-RangLivre <= L-Moitie
                       ADD SCO-DERN-TAUX(IND-SCO, L-IndD)
                           TO L-SommeAnc
                   END-IF
                   IF L-RangLivre > L-NbrLivres - L-Moitie
                       ADD SCO-DERN-TAUX(IND-SCO, L-IndD)
                           TO L-SommeRec
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE L-EcartTendance ROUNDED =
               (L-SommeRec - L-SommeAnc) / L-Moitie
           EVALUATE TRUE
               WHEN L-EcartTendance > L-SeuilTendance
                   MOVE 'HAUSSE' TO SCO-TENDANCE(IND-SCO)
               WHEN L-EcartTendance < 0 - L-SeuilTendance
                   MOVE 'BAISSE' TO SCO-TENDANCE(IND-SCO)
               WHEN OTHER
                   MOVE 'STABLE' TO SCO-TENDANCE(IND-SCO)
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       EDITE-TABLEAU.
      *-----------
      *--   TITRE, CLASSEMENT PAR TAUX D APPAREILLAGE (LE MEILLEUR
      *--   EN TETE), CLASSEMENT PAR TAUX D ERREUR (LE PLUS MAUVAIS
      *--   EN TETE), PUIS TENDANCE SUR LES DOUZE DERNIERS PASSAGES
      *--   DANS L ORDRE DU PREMIER CLASSEMENT.
           MOVE L-Mois(5:2) TO WS-RT-MM
           MOVE L-Mois(1:4) TO WS-RT-AAAA
           WRITE S-RAPPORT FROM WS-RAP-TITRE

           IF L-NbrClasse = 0
               MOVE 'AUCUN PASSAGE DE LA FUSION DANS LE MOIS'
                   TO S-RAPPORT
               WRITE S-RAPPORT
               EXIT PARAGRAPH
           END-IF

           MOVE 'APP' TO L-Critere
           PERFORM TRI-CLASSEMENT
           MOVE 'CLASSEMENT PAR TAUX D APPAREILLAGE (MEILLEUR EN TETE)'
               TO WS-RAP-SECTION
           PERFORM EDITE-CLASSEMENT

           MOVE 'ERR' TO L-Critere
           PERFORM TRI-CLASSEMENT
           MOVE 'CLASSEMENT PAR TAUX D ERREUR (PIRE EN TETE)'
               TO WS-RAP-SECTION
           PERFORM EDITE-CLASSEMENT

           MOVE 'APP' TO L-Critere
           PERFORM TRI-CLASSEMENT
           PERFORM EDITE-TENDANCES

           MOVE L-NbrClasse    TO WS-RTO-SOURCES
           MOVE L-NbrLignesMois TO WS-RTO-LIGNES
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           WRITE S-RAPPORT FROM WS-RAP-TOTAUX
           .
      *----------------------------------------------------------------------------
       TRI-CLASSEMENT.
      *-----------
      *--   TRI PAR ECHANGE DE TABLE-CLASSEMENT, DECROISSANT SUR LE
      *--   TAUX DESIGNE PAR L-Critere ('APP' OU 'ERR').
           PERFORM VARYING L-IndI FROM 1 BY 1
                   UNTIL L-IndI >= L-NbrClasse
               PERFORM VARYING L-IndJ FROM L-NbrClasse BY -1
                       UNTIL L-IndJ <= L-IndI
                   COMPUTE L-IndK = L-IndJ - 1
                   MOVE 'N' TO L-Permuter
                   IF L-Critere = 'APP'
                      AND SCO-TXAPP(L-CLASSE(L-IndJ))
                        > SCO-TXAPP(L-CLASSE(L-IndK))
                       MOVE 'Y' TO L-Permuter
                   END-IF
                   IF L-Critere = 'ERR'
                      AND SCO-TXERR(L-CLASSE(L-IndJ))
                        > SCO-TXERR(L-CLASSE(L-IndK))
                       MOVE 'Y' TO L-Permuter
                   END-IF
                   IF L-Permuter = 'Y'
                       MOVE L-CLASSE(L-IndJ) TO L-Echange
                       MOVE L-CLASSE(L-IndK) TO L-CLASSE(L-IndJ)
                       MOVE L-Echange        TO L-CLASSE(L-IndK)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITE-CLASSEMENT.
      *-----------
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           WRITE S-RAPPORT FROM WS-RAP-SECTION
           WRITE S-RAPPORT FROM WS-RAP-ENTETE

           PERFORM VARYING L-IndI FROM 1 BY 1
                   UNTIL L-IndI > L-NbrClasse
               SET IND-SCO TO L-CLASSE(L-IndI)
               MOVE L-IndI                 TO WS-RD-RANG
               MOVE SCO-CODE(IND-SCO)      TO WS-RD-SOURCE
               MOVE SCO-NATURE(IND-SCO)    TO WS-RD-NATURE
               MOVE SCO-PASSAGES(IND-SCO)  TO WS-RD-PASSAGES
               MOVE SCO-ABSENTS(IND-SCO)   TO WS-RD-ABSENTS
               MOVE SCO-LUS(IND-SCO)       TO WS-RD-LUS
               MOVE SCO-APPAR(IND-SCO)     TO WS-RD-APPAR
               MOVE SCO-SEULE(IND-SCO)     TO WS-RD-SEULE
               MOVE SCO-DOUBLE(IND-SCO)    TO WS-RD-DOUBLE
               MOVE SCO-TRADUITS(IND-SCO)  TO WS-RD-TRADUITS
               MOVE SCO-TXAPP(IND-SCO)     TO WS-RD-TXAPP
               MOVE SCO-TXERR(IND-SCO)     TO WS-RD-TXERR
               WRITE S-RAPPORT FROM WS-RAP-DETAIL
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITE-TENDANCES.
      *-----------
      *--   UNE LIGNE PAR SOURCE : TAUX D APPAREILLAGE DES DOUZE
      *--   DERNIERS PASSAGES, CADRES A DROITE (DER = LE PLUS
      *--   RECENT), 'ABS' POUR UN PASSAGE OU LA SOURCE N A PAS ETE
      *--   LIVREE.
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           MOVE 'TENDANCE DU TAUX D APPAREILLAGE - 12 DERNIERS PASSAGES'
               TO WS-RAP-SECTION
           WRITE S-RAPPORT FROM WS-RAP-SECTION
           WRITE S-RAPPORT FROM WS-RAP-ENTETE-TEND

           PERFORM VARYING L-IndI FROM 1 BY 1
                   UNTIL L-IndI > L-NbrClasse
               SET IND-SCO TO L-CLASSE(L-IndI)
               MOVE SPACES TO WS-RAP-TENDANCE
               MOVE SCO-CODE(IND-SCO)     TO WS-TD-SOURCE
               MOVE SCO-NATURE(IND-SCO)   TO WS-TD-NATURE
               MOVE SCO-TENDANCE(IND-SCO) TO WS-TD-TENDANCE
               COMPUTE L-IndK = 12 - SCO-NBDERN(IND-SCO)
               PERFORM VARYING L-IndD FROM 1 BY 1
                       UNTIL L-IndD > SCO-NBDERN(IND-SCO)
                   ADD 1 TO L-IndK
                   IF SCO-DERN-STATUT(IND-SCO, L-IndD) = 'A'
                       MOVE 'ABS' TO WS-TD-VALEUR(L-IndK)
                   ELSE
                       MOVE SCO-DERN-TAUX(IND-SCO, L-IndD)
                           TO WS-TD-TAUX
                       MOVE WS-TD-TAUX TO WS-TD-VALEUR(L-IndK)
                   END-IF
               END-PERFORM
               WRITE S-RAPPORT FROM WS-RAP-TENDANCE
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-RAPPORT

           Display 'Mois du tableau de bord  =' L-Mois '>'
           Display 'Nbre lignes historique   =' L-NbrEnrLus '>'
           Display 'Nbre lignes du mois      =' L-NbrLignesMois '>'
           Display 'Nbre sources classees    =' L-NbrClasse '>'
           IF L-NbrSourcesIgn > 0
               Display 'Lignes de sources hors table =' L-NbrSourcesIgn
                   '>'
           END-IF
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4 AND L-NbrClasse = 0
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
