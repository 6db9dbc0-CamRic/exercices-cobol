       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTESSTATUT.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPTES-MASTER ASSIGN TO DYNAMIC L-NomComptesMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS M-NUMCOMPTE
                      FILE STATUS IS L-FstM.

       SELECT FILE-MVT ASSIGN TO DYNAMIC L-NomMvt
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstMv.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstR.

       SELECT FILE-JOURNAL-MST ASSIGN TO DYNAMIC L-NomJournalMst
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJm.

       DATA DIVISION.

       FILE SECTION.

       FD  COMPTES-MASTER.
      *--   MEME DESSIN QUE DANS COBOL_EX2 : L ENREGISTREMENT DE CLE
      *--   0000000000 EST RESERVE AU COMPTEUR DE RUNS ET N EST
      *--   JAMAIS TOUCHE ICI.
       01  M-COMPTE.
           05 M-NUMCOMPTE           PIC 9(10).
           05 M-RESULT              PIC 9(10) OCCURS 5.
           05 M-KEY                 PIC 9.
           05 M-DERNIER-RUN         PIC 9(8).
           05 M-ALGO                PIC X.
      *--   STATUT DU COMPTE (BLANC OU 'O' = OUVERT, 'B' = BLOQUE,
      *--   'C' = CLOS), AVEC LE MOTIF ET LA DATE D EFFET DU DERNIER
      *--   CHANGEMENT DE STATUT, TENUS PAR COMPTESSTATUT.
      *--   'R' = NUMERO RESERVE PAR COMPTESALLOC, PAS ENCORE VU DANS
      *--   UN LOT COMPTES (DATE D EFFET = DATE DE RESERVATION).
           05 M-STATUT              PIC X.
               88 M-STATUT-OUVERT              VALUE SPACE 'O'.
               88 M-STATUT-BLOQUE              VALUE 'B'.
               88 M-STATUT-CLOS                VALUE 'C'.
               88 M-STATUT-RESERVE             VALUE 'R'.
           05 M-MOTIF-STATUT        PIC X(20).
           05 M-DATE-STATUT         PIC 9(8).

       FD  FILE-MVT.
      *--   MOUVEMENTS DE MAINTENANCE DES STATUTS, APPLIQUES DANS
      *--   L ORDRE DU FICHIER : NUMERO DE COMPTE, CODE MOUVEMENT
      *--   ('O' OUVERTURE, 'B' BLOCAGE, 'D' DEBLOCAGE, 'C' CLOTURE,
      *--   'L' LIBERATION D UN NUMERO RESERVE PAR COMPTESALLOC),
      *--   DATE D EFFET (SSAAMMJJ, OBLIGATOIRE POUR UNE CLOTURE, A
      *--   DEFAUT LA DATE DU JOUR) ET MOTIF (OBLIGATOIRE POUR UN
      *--   BLOCAGE).
       01  E-MVT.
           05 E-MVT-NUMCOMPTE       PIC X(10).
           05 E-MVT-NUMCOMPTE-N REDEFINES E-MVT-NUMCOMPTE
                                    PIC 9(10).
           05 E-MVT-CODE            PIC X.
           05 E-MVT-DATE            PIC X(8).
           05 E-MVT-DATE-N REDEFINES E-MVT-DATE
                                    PIC 9(8).
           05 E-MVT-MOTIF           PIC X(20).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                                PIC X(120).

       FD  FILE-JOURNAL-MST.
      *--   JOURNAL DES IMAGES AVANT DU FICHIER MAITRE, LE MEME QUE
      *--   CELUI DE COBOL_EX2 (OUVERT EN EXTEND) : 'AV' + IMAGE AVANT
      *--   POUR UN CHANGEMENT DE STATUT, 'AJ' POUR UNE OUVERTURE DE
      *--   COMPTE INCONNU, SOUS L IDENTIFIANT DE RUN DU TRAITEMENT.
      *--   ROLLBACKMST (CIBLE EX2) DEFAIT AINSI UN PASSAGE ENTIER.
       01  S-JOURNAL-MST                            PIC X(230).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                               PIC X(13)
                                              VALUE 'COMPTESSTATUT'.

      *-- file status fichier
       01 L-FstM                                  PIC 99.
       01 L-FstMv                                 PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstJm                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomComptesMaster     PIC X(40) VALUE 'COMPTES_MASTER.DAT'.
       01 L-NomMvt               PIC X(40)
                                 VALUE 'MVT_STATUT_COMPTES.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'RAPPORT_STATUT_COMPTES.txt'.
       01 L-NomJournalMst        PIC X(40) VALUE 'JOURNAL_COMPTES.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 MOUVEMENTS REJETES,
      *-- 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.

       01 L-Nbr.
           05 L-NbrMvtLus                         PIC 9(5).
           05 L-NbrOuvertures                     PIC 9(5).
           05 L-NbrBlocages                       PIC 9(5).
           05 L-NbrDeblocages                     PIC 9(5).
           05 L-NbrClotures                       PIC 9(5).
           05 L-NbrLiberations                    PIC 9(5).
           05 L-NbrRejets                         PIC 9(5).

      *-- DATE DU JOUR ET DATE D EFFET DU MOUVEMENT COURANT
       01 L-Timestamp            PIC X(21).
       01 L-DateJour             PIC 9(8).
       01 L-DateEffet            PIC 9(8).
       01 L-DateEffet-R REDEFINES L-DateEffet.
           05 L-DEF-SSAA         PIC 9(4).
           05 L-DEF-MM           PIC 9(2).
           05 L-DEF-JJ           PIC 9(2).

      *-- RESULTAT DU CONTROLE DU MOUVEMENT COURANT
       01 WS-MVT-VALIDE                           PIC X.
       01 WS-MOTIF-REJET                          PIC X(40).
       01 WS-COMPTE-CONNU                         PIC X.
           88 WS-COMPTE-CONNU-OUI                 VALUE 'Y'.

      *-- IDENTIFIANT DE RUN PORTE PAR LE JOURNAL : 'ST' + DATE DU
      *-- JOUR A DEFAUT (PARAMETRABLE POUR DISTINGUER DEUX PASSAGES
      *-- DANS LA MEME JOURNEE)
       01 L-RunId                PIC X(10).
       01 WS-JRN-LIGNE.
           05 WS-JRN-RUNID       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-ACTION      PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-IMAGE       PIC X(216).

      *-- lignes du rapport
       01 WS-RAP-TITRE.
           05 FILLER             PIC X(34)
                       VALUE 'MAINTENANCE DES STATUTS DE COMPTE '.
           05 FILLER             PIC X(7)  VALUE '- RUN '.
           05 WS-RAP-RUNID       PIC X(10).

       01 WS-RAP-LIGNE.
           05 FILLER             PIC X(7)  VALUE 'COMPTE '.
           05 WS-RAP-NUMCOMPTE   PIC X(10).
           05 FILLER             PIC X(5)  VALUE ' MVT '.
           05 WS-RAP-CODE        PIC X.
           05 FILLER             PIC X(4)  VALUE ' AU '.
           05 WS-RAP-DATE        PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-STATUT-AV   PIC X.
           05 FILLER             PIC X(2)  VALUE '->'.
           05 WS-RAP-STATUT-AP   PIC X.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-RESULTAT    PIC X(40).

       01 WS-RAP-TOTAUX.
           05 FILLER             PIC X(6)  VALUE 'LUS = '.
           05 WS-RAP-LUS         PIC Z(4)9.
           05 FILLER             PIC X(14) VALUE ' OUVERTURES = '.
           05 WS-RAP-OUV         PIC Z(4)9.
           05 FILLER             PIC X(12) VALUE ' BLOCAGES = '.
           05 WS-RAP-BLO         PIC Z(4)9.
           05 FILLER             PIC X(14) VALUE ' DEBLOCAGES = '.
           05 WS-RAP-DEB         PIC Z(4)9.
           05 FILLER             PIC X(12) VALUE ' CLOTURES = '.
           05 WS-RAP-CLO         PIC Z(4)9.
           05 FILLER             PIC X(15) VALUE ' LIBERATIONS = '.
           05 WS-RAP-LIB         PIC Z(4)9.
           05 FILLER             PIC X(10) VALUE ' REJETS = '.
           05 WS-RAP-REJ         PIC Z(4)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM LECTURE-MVT

           PERFORM UNTIL L-FinFic-OK
               PERFORM TRAITEMENT
               PERFORM LECTURE-MVT
           END-PERFORM

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

           MOVE FUNCTION CURRENT-DATE TO L-Timestamp
           MOVE L-Timestamp(1:8) TO L-DateJour
           MOVE SPACES TO L-RunId
           MOVE 'ST' TO L-RunId(1:2)
           MOVE L-DateJour TO L-RunId(3:8)

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'EX2_COMPTES_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomComptesMaster
           END-IF

           DISPLAY 'EX2_STATUT_MVT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMvt
           END-IF

           DISPLAY 'EX2_STATUT_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

           DISPLAY 'EX2_JOURNAL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomJournalMst
           END-IF

           DISPLAY 'EX2_STATUT_RUNID' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp(1:10) TO L-RunId
           END-IF

           OPEN INPUT FILE-MVT
           IF L-FstMv NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstMv '>'
              PERFORM ERREUR
           END-IF

           OPEN I-O COMPTES-MASTER
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier maitre FS ='
                  L-FstM '>'
              PERFORM ERREUR
           END-IF

      *--   JOURNAL DES IMAGES AVANT, OUVERT AVANT LA PREMIERE
      *--   ECRITURE SUR LE MAITRE
           OPEN EXTEND FILE-JOURNAL-MST
           IF L-FstJm = '35'
               OPEN OUTPUT FILE-JOURNAL-MST
               CLOSE FILE-JOURNAL-MST
               OPEN EXTEND FILE-JOURNAL-MST
           END-IF
           IF L-FstJm NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstJm '>'
              PERFORM ERREUR
           END-IF
           MOVE L-RunId TO WS-JRN-RUNID

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF

           MOVE L-RunId TO WS-RAP-RUNID
           WRITE S-RAPPORT FROM WS-RAP-TITRE
           DISPLAY 'IDENTIFIANT DE RUN AU JOURNAL : ' L-RunId
           .
      *----------------------------------------------------------------------------
       LECTURE-MVT.
      *-----------
           READ FILE-MVT
           AT END
               SET L-FinFic-OK TO TRUE
           NOT AT END
               ADD 1 TO L-NbrMvtLus
           END-READ
           .
      *----------------------------------------------------------------------------
       TRAITEMENT.
      *-----------
      *--   CONTROLE LE MOUVEMENT, RELIT LE COMPTE, VERIFIE QUE LA
      *--   TRANSITION DE STATUT EST PERMISE, PUIS JOURNALISE L IMAGE
      *--   AVANT ET MET LE FICHIER MAITRE A JOUR. TOUT MOUVEMENT
      *--   REFUSE EST TRACE AU RAPPORT AVEC SON MOTIF.
           MOVE 'Y'             TO WS-MVT-VALIDE
           MOVE SPACES          TO WS-MOTIF-REJET
           MOVE E-MVT-NUMCOMPTE TO WS-RAP-NUMCOMPTE
           MOVE E-MVT-CODE      TO WS-RAP-CODE
           MOVE SPACE           TO WS-RAP-STATUT-AV
           MOVE SPACE           TO WS-RAP-STATUT-AP

           PERFORM CONTROLE-MVT

           IF WS-MVT-VALIDE = 'Y'
               MOVE E-MVT-NUMCOMPTE-N TO M-NUMCOMPTE
               MOVE 'N' TO WS-COMPTE-CONNU
               READ COMPTES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COMPTE-CONNU-OUI TO TRUE
                   MOVE M-STATUT TO WS-RAP-STATUT-AV
                   IF M-STATUT = SPACE
                       MOVE 'O' TO WS-RAP-STATUT-AV
                   END-IF
               END-READ
               PERFORM CONTROLE-TRANSITION
           END-IF

           MOVE L-DateEffet TO WS-RAP-DATE
           IF WS-MVT-VALIDE = 'Y'
               PERFORM APPLIQUE-MVT
               MOVE M-STATUT TO WS-RAP-STATUT-AP
               MOVE 'APPLIQUE' TO WS-RAP-RESULTAT
           ELSE
               ADD 1 TO L-NbrRejets
               MOVE E-MVT-DATE TO WS-RAP-DATE
               MOVE SPACES TO WS-RAP-RESULTAT
               STRING 'REJETE : ' WS-MOTIF-REJET
                   DELIMITED BY SIZE INTO WS-RAP-RESULTAT
           END-IF
           WRITE S-RAPPORT FROM WS-RAP-LIGNE
           .
      *----------------------------------------------------------------------------
       CONTROLE-MVT.
      *-----------
      *--   CONTROLES DE FORME DU MOUVEMENT : NUMERO DE COMPTE
      *--   NUMERIQUE ET NON RESERVE, CODE CONNU, DATE D EFFET
      *--   VALIDE (OBLIGATOIRE POUR UNE CLOTURE), MOTIF PRESENT
      *--   POUR UN BLOCAGE.
           MOVE L-DateJour TO L-DateEffet
           IF E-MVT-NUMCOMPTE IS NOT NUMERIC
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE'
                   TO WS-MOTIF-REJET
           ELSE
           IF E-MVT-NUMCOMPTE-N = ZEROS
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'NUMERO DE COMPTE RESERVE' TO WS-MOTIF-REJET
           ELSE
           IF E-MVT-CODE NOT = 'O' AND NOT = 'B' AND NOT = 'D'
                                  AND NOT = 'C' AND NOT = 'L'
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'CODE MOUVEMENT INCONNU' TO WS-MOTIF-REJET
           ELSE
           IF E-MVT-DATE = SPACES OR E-MVT-DATE = ZEROS
               IF E-MVT-CODE = 'C'
                   MOVE 'N' TO WS-MVT-VALIDE
                   MOVE 'DATE DE CLOTURE OBLIGATOIRE'
                       TO WS-MOTIF-REJET
               END-IF
           ELSE
               IF E-MVT-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-MVT-VALIDE
                   MOVE 'DATE D EFFET INVALIDE' TO WS-MOTIF-REJET
               ELSE
                   MOVE E-MVT-DATE-N TO L-DateEffet
                   IF L-DEF-MM < 1 OR L-DEF-MM > 12
                      OR L-DEF-JJ < 1 OR L-DEF-JJ > 31
                       MOVE 'N' TO WS-MVT-VALIDE
                       MOVE 'DATE D EFFET INVALIDE' TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MVT-VALIDE = 'Y' AND E-MVT-CODE = 'B'
              AND E-MVT-MOTIF = SPACES
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'MOTIF DE BLOCAGE OBLIGATOIRE' TO WS-MOTIF-REJET
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-TRANSITION.
      *-----------
      *--   TRANSITIONS PERMISES :
      *--     OUVERTURE  : COMPTE INCONNU (CREE, CALCULE AU PREMIER
      *--                  PASSAGE DE COBOL_EX2), CLOS (REOUVERT) OU
      *--                  RESERVE (RESERVATION CONSOMMEE) ;
      *--     BLOCAGE    : COMPTE OUVERT ;
      *--     DEBLOCAGE  : COMPTE BLOQUE ;
      *--     CLOTURE    : COMPTE OUVERT OU BLOQUE ;
      *--     LIBERATION : NUMERO RESERVE, JAMAIS VU DANS UN LOT
      *--                  COMPTES (L ENREGISTREMENT EST SUPPRIME ET LE
      *--                  NUMERO REDEVIENT LIBRE POUR COMPTESALLOC).
           IF NOT WS-COMPTE-CONNU-OUI AND E-MVT-CODE NOT = 'O'
               MOVE 'N' TO WS-MVT-VALIDE
               MOVE 'COMPTE ABSENT DU FICHIER MAITRE'
                   TO WS-MOTIF-REJET
           END-IF

           IF WS-MVT-VALIDE = 'Y' AND WS-COMPTE-CONNU-OUI
               EVALUATE E-MVT-CODE
                   WHEN 'O'
                       IF NOT M-STATUT-CLOS AND NOT M-STATUT-RESERVE
                           MOVE 'N' TO WS-MVT-VALIDE
                           MOVE 'COMPTE NON CLOS, OUVERTURE REFUSEE'
                               TO WS-MOTIF-REJET
                       END-IF
                   WHEN 'B'
                       IF NOT M-STATUT-OUVERT
                           MOVE 'N' TO WS-MVT-VALIDE
                           MOVE 'COMPTE NON OUVERT, BLOCAGE REFUSE'
                               TO WS-MOTIF-REJET
                       END-IF
                   WHEN 'D'
                       IF NOT M-STATUT-BLOQUE
                           MOVE 'N' TO WS-MVT-VALIDE
                           MOVE 'COMPTE NON BLOQUE, DEBLOCAGE REFUSE'
                               TO WS-MOTIF-REJET
                       END-IF
                   WHEN 'C'
                       IF M-STATUT-CLOS OR M-STATUT-RESERVE
                           MOVE 'N' TO WS-MVT-VALIDE
                           MOVE 'COMPTE DEJA CLOS OU SEULEMENT RESERVE'
                               TO WS-MOTIF-REJET
                       END-IF
                   WHEN 'L'
                       IF NOT M-STATUT-RESERVE
                           MOVE 'N' TO WS-MVT-VALIDE
                           MOVE 'NUMERO NON RESERVE, LIBERATION REFUSEE'
                               TO WS-MOTIF-REJET
                       END-IF
               END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------------------
       APPLIQUE-MVT.
      *-----------
      *--   L IMAGE AVANT EST JOURNALISEE AVANT TOUTE ECRITURE SUR LE
      *--   FICHIER MAITRE, COMME DANS TRAITEMENT-MASTER DE COBOL_EX2.
           IF WS-COMPTE-CONNU-OUI
               MOVE 'AV' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-IMAGE
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
           ELSE
      *--       OUVERTURE D UN COMPTE INCONNU : ENREGISTREMENT SANS
      *--       RESULTATS (DERNIER RUN A ZERO), CALCULE AU PREMIER
      *--       PASSAGE DU COMPTE DANS COBOL_EX2
               MOVE E-MVT-NUMCOMPTE-N TO M-NUMCOMPTE
               MOVE ZEROS TO M-RESULT(1) M-RESULT(2) M-RESULT(3)
                             M-RESULT(4) M-RESULT(5)
               MOVE ZERO TO M-KEY
               MOVE ZEROS TO M-DERNIER-RUN
               MOVE SPACE TO M-ALGO
           END-IF

           MOVE L-DateEffet TO M-DATE-STATUT
           MOVE E-MVT-MOTIF TO M-MOTIF-STATUT
           EVALUATE E-MVT-CODE
               WHEN 'O'
                   MOVE 'O' TO M-STATUT
                   ADD 1 TO L-NbrOuvertures
               WHEN 'B'
                   MOVE 'B' TO M-STATUT
                   ADD 1 TO L-NbrBlocages
               WHEN 'D'
                   MOVE 'O' TO M-STATUT
                   ADD 1 TO L-NbrDeblocages
               WHEN 'C'
                   MOVE 'C' TO M-STATUT
                   ADD 1 TO L-NbrClotures
               WHEN 'L'
                   MOVE SPACE TO M-STATUT
                   ADD 1 TO L-NbrLiberations
           END-EVALUATE

      *--   UNE LIBERATION SUPPRIME L ENREGISTREMENT : L IMAGE AVANT
      *--   JOURNALISEE PERMET A ROLLBACKMST DE LE RECREER
           IF E-MVT-CODE = 'L'
               DELETE COMPTES-MASTER
           ELSE
           IF WS-COMPTE-CONNU-OUI
               REWRITE M-COMPTE
           ELSE
               MOVE 'AJ' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-IMAGE
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               WRITE M-COMPTE
           END-IF
           END-IF
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ecriture fichier maitre FS ='
                  L-FstM ' COMPTE ' M-NUMCOMPTE '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE L-NbrMvtLus     TO WS-RAP-LUS
           MOVE L-NbrOuvertures TO WS-RAP-OUV
           MOVE L-NbrBlocages   TO WS-RAP-BLO
           MOVE L-NbrDeblocages TO WS-RAP-DEB
           MOVE L-NbrClotures   TO WS-RAP-CLO
           MOVE L-NbrLiberations TO WS-RAP-LIB
           MOVE L-NbrRejets     TO WS-RAP-REJ
           WRITE S-RAPPORT FROM WS-RAP-TOTAUX

           CLOSE FILE-MVT
                 COMPTES-MASTER
                 FILE-JOURNAL-MST
                 FILE-RAPPORT

           Display 'Nbre mouvements lus    =' L-NbrMvtLus '>'
           Display 'Nbre ouvertures        =' L-NbrOuvertures '>'
           Display 'Nbre blocages          =' L-NbrBlocages '>'
           Display 'Nbre deblocages        =' L-NbrDeblocages '>'
           Display 'Nbre clotures          =' L-NbrClotures '>'
           Display 'Nbre liberations       =' L-NbrLiberations '>'
           Display 'Nbre mouvements rejetes=' L-NbrRejets '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4 AND L-NbrRejets > 0
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
