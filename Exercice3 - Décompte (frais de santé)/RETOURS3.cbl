       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURS3.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-RETOURS ASSIGN TO DYNAMIC L-NomRetours
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRt.

       SELECT STATUTS-PAIEMENTS ASSIGN TO DYNAMIC L-NomStatutsPay
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SP-CLE
                       FILE STATUS IS L-FstSt.

       SELECT FILE-LISTE ASSIGN TO DYNAMIC L-NomListe
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstLi.

       SELECT FILE-REGLEMENTS ASSIGN TO DYNAMIC L-NomReglements
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRg.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-RETOURS.
      *--  FICHIER DES RETOURS DE VIREMENTS DE LA BANQUE : EN-TETE
      *--  'R1' (DATE DU FICHIER), UN 'R2' PAR VIREMENT RETOURNE
      *--  (IDENTIFIANT DU TRAITEMENT EMETTEUR REPRIS DU 'P1' DE
      *--  PAIEMENTS3.txt, POLICE, IBAN, MONTANT, CODE MOTIF BANCAIRE,
      *--  DATE DU RETOUR), TOTALISEUR 'R9' (NOMBRE DE 'R2' + HASH DES
      *--  MONTANTS) CONTROLE COMME LE 'P9' DES VIREMENTS.
       01  E-RETOUR.
           05 E-RET-TYPE             PIC XX.
           05 E-RET-RUNID            PIC X(10).
           05 E-RET-POLICE           PIC 9(12).
           05 E-RET-IBAN             PIC X(27).
           05 E-RET-MONTANT          PIC 9(9)V99.
           05 E-RET-MOTIF            PIC X(4).
           05 E-RET-DATE             PIC 9(8).
       01  E-RETOUR-ENTETE.
           05 FILLER                 PIC XX.
           05 E-RET-DATEFIC          PIC 9(8).
       01  E-RETOUR-TOTAL.
           05 FILLER                 PIC XX.
           05 E-RET-NBR              PIC 9(6).
           05 E-RET-HASH             PIC 9(13)V99.

       FD  STATUTS-PAIEMENTS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3 : UNE ECRITURE PAR
      *--  POLICE ET PAR TRAITEMENT EMETTEUR, 'E' EMIS, 'I' IMPAYE,
      *--  'P' REPRESENTE DANS UN ORDRE ULTERIEUR.
       01  SP-ENREG.
           05 SP-CLE.
               10 SP-POLICE          PIC 9(12).
               10 SP-RUNID           PIC X(10).
           05 SP-IBAN                PIC X(27).
           05 SP-MONTANT             PIC 9(9)V99.
           05 SP-STATUT              PIC X.
               88 SP-EMIS                       VALUE 'E'.
               88 SP-IMPAYE                     VALUE 'I'.
               88 SP-REPRESENTE                 VALUE 'P'.
           05 SP-DATE-EMISSION       PIC 9(8).
           05 SP-DATE-STATUT         PIC 9(8).
           05 SP-MOTIF               PIC X(4).
           05 SP-RUNID-REPRES        PIC X(10).

       FD  FILE-LISTE.
      *--  LISTE POUR LA GESTION : RETOURS ENREGISTRES PAR CE
      *--  PASSAGE, RETOURS NON RAPPROCHES, PUIS STOCK DES IMPAYES EN
      *--  ATTENTE DE NOUVELLES COORDONNEES BANCAIRES.
       01  S-LISTE                                   PIC X(150).

       FD  FILE-REGLEMENTS.
      *--  SITUATION DES LOTS DE VIREMENTS : PAR TRAITEMENT EMETTEUR,
      *--  ORDRES EMIS, RETOURNES ET EFFECTIVEMENT REGLES.
       01  S-REGLEMENT                               PIC X(150).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                         PIC X(15) VALUE 'RETOURS3'.

      *-- file status fichier
       01 L-FstRt                                 PIC 99.
       01 L-FstSt                                 PIC 99.
       01 L-FstLi                                 PIC 99.
       01 L-FstRg                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomRetours           PIC X(40)
                                 VALUE 'RETOURS_BANQUE.txt'.
       01 L-NomStatutsPay        PIC X(40)
                                 VALUE 'STATUTS_PAIEMENTS.DAT'.
       01 L-NomListe             PIC X(40)
                                 VALUE 'RETOURS_A_TRAITER.txt'.
       01 L-NomReglements        PIC X(40)
                                 VALUE 'REGLEMENTS_LOTS.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 AUCUN RETOUR NI IMPAYE EN
      *-- ATTENTE, 4 RETOURS ENREGISTRES OU IMPAYES EN ATTENTE,
      *-- 8 RETOUR NON RAPPROCHE D UN ORDRE OU TOTALISEUR 'R9' FAUX
      *-- OU ABSENT, 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinStatuts                            PIC X.
       01 L-TotalLu                               PIC X VALUE 'N'.

       01 L-Nbr.
           05 L-NbrEnrLus                         PIC 9(7).
           05 L-NbrRetours                        PIC 9(6).
           05 L-NbrEnregistres                    PIC 9(5).
           05 L-NbrDejaConnus                     PIC 9(5).
           05 L-NbrNonRapproches                  PIC 9(5).
           05 L-NbrImpayesEnAttente               PIC 9(5).
       01 L-HashRetours          PIC 9(13)V99 VALUE 0.
       01 L-MontantEnregistre    PIC 9(11)V99 VALUE 0.
       01 L-MontantEnAttente     PIC 9(11)V99 VALUE 0.

       01 L-DateTraitement       PIC 9(8).
       01 L-AgeImpaye            PIC 9(5).
       01 L-AnomalieRetour       PIC X(24).
       01 L-CodeMotif            PIC X(4).
       01 L-LibMotif             PIC X(30).

      *-- CODES MOTIF DE RETOUR DES VIREMENTS LES PLUS FREQUENTS
       01 TABLE-MOTIFS-VAL.
           05 FILLER PIC X(34) VALUE 'AC01NUMERO DE COMPTE INCORRECT'.
           05 FILLER PIC X(34) VALUE 'AC04COMPTE CLOTURE'.
           05 FILLER PIC X(34) VALUE 'AC06COMPTE BLOQUE'.
           05 FILLER PIC X(34) VALUE 'AG01OPERATION INTERDITE'.
           05 FILLER PIC X(34) VALUE 'AM05OPERATION EN DOUBLE'.
           05 FILLER PIC X(34) VALUE 'BE04ADRESSE DU BENEFICIAIRE'.
           05 FILLER PIC X(34) VALUE 'MD07TITULAIRE DECEDE'.
           05 FILLER PIC X(34) VALUE 'MS03MOTIF NON COMMUNIQUE'.
           05 FILLER PIC X(34) VALUE 'RC01BIC INCORRECT'.
       01 TABLE-MOTIFS REDEFINES TABLE-MOTIFS-VAL.
           05 L-MOTIF OCCURS 9 TIMES INDEXED BY IND-MOT.
               10 MOT-CODE               PIC X(4).
               10 MOT-LIBELLE            PIC X(30).

      *-- SITUATION PAR TRAITEMENT EMETTEUR, TENUE TRIEE PAR
      *-- IDENTIFIANT (INSERTION A SA PLACE)
       01 L-NbrLots              PIC 9(4) VALUE 0.
       01 TABLE-LOTS.
           05 L-LOT OCCURS 1 TO 1000 TIMES
                    DEPENDING ON L-NbrLots
                    INDEXED BY IND-LOT.
               10 LOT-RUNID              PIC X(10).
               10 LOT-NBR-EMIS           PIC 9(6).
               10 LOT-MNT-EMIS           PIC 9(13)V99.
               10 LOT-NBR-RETOUR         PIC 9(6).
               10 LOT-MNT-RETOUR         PIC 9(13)V99.
       01 L-PosLot               PIC 9(4).
       01 L-IndDecal             PIC 9(4).
       01 L-LotTrouve            PIC X.

      *-- lignes de la liste pour la gestion
       01 WS-LST-TITRE.
           05 FILLER             PIC X(35)
              VALUE 'VIREMENTS RETOURNES PAR LA BANQUE '.
           05 FILLER             PIC X(12) VALUE '- TRAITEMENT'.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LT-DATE         PIC 9(8).

       01 WS-LST-SECTION.
           05 FILLER             PIC X(3)  VALUE '-- '.
           05 WS-LS-LIBELLE      PIC X(60).

       01 WS-LST-LIGNE.
           05 WS-LL-ETAT         PIC X(24).
           05 FILLER             PIC X(7)  VALUE 'POLICE '.
           05 WS-LL-POLICE       PIC 9(12).
           05 FILLER             PIC X(5)  VALUE ' LOT '.
           05 WS-LL-RUNID        PIC X(10).
           05 FILLER             PIC X(6)  VALUE ' IBAN '.
           05 WS-LL-IBAN         PIC X(27).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LL-MONTANT      PIC Z(8)9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LL-MOTIF        PIC X(4).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-LL-LIBMOTIF     PIC X(30).
           05 FILLER             PIC X(4)  VALUE ' LE '.
           05 WS-LL-DATE         PIC 9(8).

       01 WS-LST-AGE.
           05 FILLER             PIC X(24) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'EN ATTENTE DEPUIS : '.
           05 WS-LA-AGE          PIC Z(4)9.
           05 FILLER             PIC X(7)  VALUE ' JOURS'.

      *-- lignes de la situation des lots
       01 WS-RGL-TITRE.
           05 FILLER             PIC X(42)
              VALUE 'SITUATION DES LOTS DE VIREMENTS AU '.
           05 WS-RT-DATE         PIC 9(8).

       01 WS-RGL-LIGNE.
           05 FILLER             PIC X(4)  VALUE 'LOT '.
           05 WS-RL-RUNID        PIC X(10).
           05 FILLER             PIC X(8)  VALUE ' EMIS: '.
           05 WS-RL-NBR-EMIS     PIC Z(5)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RL-MNT-EMIS     PIC Z(12)9,99.
           05 FILLER             PIC X(12) VALUE ' RETOURNES: '.
           05 WS-RL-NBR-RETOUR   PIC Z(5)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RL-MNT-RETOUR   PIC Z(12)9,99.
           05 FILLER             PIC X(9)  VALUE ' REGLES: '.
           05 WS-RL-NBR-REGLE    PIC Z(5)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RL-MNT-REGLE    PIC Z(12)9,99.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM TRAITE-RETOURS

           PERFORM EDITION-IMPAYES

           PERFORM EDITION-REGLEMENTS

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
           DISPLAY 'RETOURS3_RETOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRetours
           END-IF

           DISPLAY 'COBOL3_STATUTS_PAIEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomStatutsPay
           END-IF

           DISPLAY 'RETOURS3_LISTE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomListe
           END-IF

           DISPLAY 'RETOURS3_REGLEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomReglements
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement

           OPEN INPUT FILE-RETOURS
           IF L-FstRt NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRt '>'
              PERFORM ERREUR
           END-IF

      *--   LE STATUT DES PAIEMENTS EST CREE PAR COBOLEXERCICE3 A SA
      *--   PREMIERE EMISSION DE VIREMENTS : ABSENT, AUCUN RETOUR NE
      *--   PEUT ETRE RAPPROCHE.
           OPEN I-O STATUTS-PAIEMENTS
           IF L-FstSt NOT = ZERO
              DISPLAY 'Erreur ouverture statuts FS =' L-FstSt '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-LISTE
           IF L-FstLi NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstLi '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-REGLEMENTS
           IF L-FstRg NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRg '>'
              PERFORM ERREUR
           END-IF

           MOVE L-DateTraitement TO WS-LT-DATE
           WRITE S-LISTE FROM WS-LST-TITRE
           MOVE 'RETOURS DE CE FICHIER' TO WS-LS-LIBELLE
           WRITE S-LISTE FROM WS-LST-SECTION
           .
      *----------------------------------------------------------------------------
       TRAITE-RETOURS.
      *-----------
      *--   LIT LE FICHIER DES RETOURS : CHAQUE 'R2' EST RAPPROCHE DE
      *--   SON ORDRE, LE 'R9' EST CONFRONTE AUX CUMULS DES 'R2' LUS.
           PERFORM UNTIL L-FinFic-OK
               READ FILE-RETOURS
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   EVALUATE E-RET-TYPE
                       WHEN 'R1'
                           DISPLAY 'Fichier de retours du '
                               E-RET-DATEFIC
                       WHEN 'R2'
                           PERFORM RAPPROCHE-RETOUR
                       WHEN 'R9'
                           PERFORM CONTROLE-TOTAL
                       WHEN OTHER
                           DISPLAY 'Ligne de type inconnu ignoree : '
                               E-RET-TYPE
                   END-EVALUATE
               END-READ
           END-PERFORM

           IF L-TotalLu = 'N'
               DISPLAY 'Totaliseur R9 absent du fichier de retours'
               MOVE 8 TO L-CodeRetour
           END-IF
           .
      *----------------------------------------------------------------------------
       RAPPROCHE-RETOUR.
      *-----------
      *--   RETROUVE L ORDRE RETOURNE PAR TRAITEMENT EMETTEUR ET POLICE.
      *--   ORDRE EMIS DU MEME MONTANT : IL PASSE IMPAYE 'I' AVEC LE
      *--   MOTIF ET LA DATE DU RETOUR. ORDRE INCONNU OU MONTANT
      *--   DIFFERENT : RETOUR NON RAPPROCHE, LISTE POUR ANALYSE.
      *--   ORDRE DEJA IMPAYE OU REPRESENTE : RETOUR DEJA TRAITE.
           ADD 1 TO L-NbrRetours
           MOVE SPACES TO L-AnomalieRetour
           IF E-RET-MONTANT IS NUMERIC
               ADD E-RET-MONTANT TO L-HashRetours
           END-IF

           MOVE E-RET-MOTIF TO L-CodeMotif
           PERFORM RECHERCHE-MOTIF

           IF E-RET-POLICE IS NOT NUMERIC
              OR E-RET-MONTANT IS NOT NUMERIC
               MOVE 'RETOUR ILLISIBLE' TO L-AnomalieRetour
           ELSE
               MOVE E-RET-POLICE TO SP-POLICE
               MOVE E-RET-RUNID  TO SP-RUNID
               READ STATUTS-PAIEMENTS
               INVALID KEY
                   MOVE 'ORDRE INCONNU' TO L-AnomalieRetour
               NOT INVALID KEY
                   IF SP-MONTANT NOT = E-RET-MONTANT
                       MOVE 'MONTANT DIFFERENT' TO L-AnomalieRetour
                   END-IF
               END-READ
           END-IF

           IF L-AnomalieRetour NOT = SPACES
               ADD 1 TO L-NbrNonRapproches
               MOVE L-AnomalieRetour TO WS-LL-ETAT
               MOVE E-RET-POLICE     TO WS-LL-POLICE
               MOVE E-RET-RUNID      TO WS-LL-RUNID
               MOVE E-RET-IBAN       TO WS-LL-IBAN
               MOVE E-RET-MONTANT    TO WS-LL-MONTANT
               MOVE E-RET-MOTIF      TO WS-LL-MOTIF
               MOVE L-LibMotif       TO WS-LL-LIBMOTIF
               MOVE E-RET-DATE       TO WS-LL-DATE
               WRITE S-LISTE FROM WS-LST-LIGNE
               EXIT PARAGRAPH
           END-IF

           IF NOT SP-EMIS
               ADD 1 TO L-NbrDejaConnus
               EXIT PARAGRAPH
           END-IF

           SET SP-IMPAYE TO TRUE
           MOVE E-RET-MOTIF TO SP-MOTIF
           IF E-RET-DATE IS NUMERIC
               MOVE E-RET-DATE TO SP-DATE-STATUT
           ELSE
               MOVE L-DateTraitement TO SP-DATE-STATUT
           END-IF
           REWRITE SP-ENREG
           ADD 1 TO L-NbrEnregistres
           ADD SP-MONTANT TO L-MontantEnregistre

           MOVE 'IMPAYE ENREGISTRE'  TO WS-LL-ETAT
           MOVE SP-POLICE            TO WS-LL-POLICE
           MOVE SP-RUNID             TO WS-LL-RUNID
           MOVE SP-IBAN              TO WS-LL-IBAN
           MOVE SP-MONTANT           TO WS-LL-MONTANT
           MOVE SP-MOTIF             TO WS-LL-MOTIF
           MOVE L-LibMotif           TO WS-LL-LIBMOTIF
           MOVE SP-DATE-STATUT       TO WS-LL-DATE
           WRITE S-LISTE FROM WS-LST-LIGNE
           .
      *----------------------------------------------------------------------------
       RECHERCHE-MOTIF.
      *-----------
           MOVE 'MOTIF BANCAIRE NON REPERTORIE' TO L-LibMotif
           PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 9
               IF MOT-CODE(IND-MOT) = L-CodeMotif
                   MOVE MOT-LIBELLE(IND-MOT) TO L-LibMotif
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-TOTAL.
      *-----------
      *--   LE TOTALISEUR 'R9' DOIT PORTER LE NOMBRE DE 'R2' LUS ET LE
      *--   HASH DE LEURS MONTANTS.
           MOVE 'Y' TO L-TotalLu
           IF E-RET-NBR IS NOT NUMERIC
              OR E-RET-HASH IS NOT NUMERIC
              OR E-RET-NBR NOT = L-NbrRetours
              OR E-RET-HASH NOT = L-HashRetours
               DISPLAY 'Totaliseur R9 faux : attendu ' E-RET-NBR
                   ' retours / ' E-RET-HASH ', lu ' L-NbrRetours
                   ' / ' L-HashRetours
               MOVE 8 TO L-CodeRetour
           END-IF
           .
      *----------------------------------------------------------------------------
       EDITION-IMPAYES.
      *-----------
      *--   PARCOURT LE STATUT DES PAIEMENTS : LES IMPAYES EN ATTENTE
      *--   DE NOUVELLES COORDONNEES SONT LISTES AVEC LEUR ANCIENNETE,
      *--   ET CHAQUE ORDRE EST CUMULE SOUS SON TRAITEMENT EMETTEUR
      *--   POUR LA SITUATION DES LOTS.
           MOVE 'IMPAYES EN ATTENTE DE NOUVELLES COORDONNEES'
               TO WS-LS-LIBELLE
           WRITE S-LISTE FROM WS-LST-SECTION

           MOVE LOW-VALUES TO SP-CLE
           MOVE 'N' TO L-FinStatuts
           START STATUTS-PAIEMENTS KEY NOT < SP-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinStatuts
           END-START
           PERFORM UNTIL L-FinStatuts = 'Y'
               READ STATUTS-PAIEMENTS NEXT
               AT END
                   MOVE 'Y' TO L-FinStatuts
               NOT AT END
                   PERFORM CUMUL-LOT
                   IF SP-IMPAYE
                       PERFORM EDITION-IMPAYE
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITION-IMPAYE.
      *-----------
           ADD 1 TO L-NbrImpayesEnAttente
           ADD SP-MONTANT TO L-MontantEnAttente
           MOVE SP-MOTIF TO L-CodeMotif
           PERFORM RECHERCHE-MOTIF

           MOVE 'A REGULARISER'      TO WS-LL-ETAT
           MOVE SP-POLICE            TO WS-LL-POLICE
           MOVE SP-RUNID             TO WS-LL-RUNID
           MOVE SP-IBAN              TO WS-LL-IBAN
           MOVE SP-MONTANT           TO WS-LL-MONTANT
           MOVE SP-MOTIF             TO WS-LL-MOTIF
           MOVE L-LibMotif           TO WS-LL-LIBMOTIF
           MOVE SP-DATE-STATUT       TO WS-LL-DATE
           WRITE S-LISTE FROM WS-LST-LIGNE

           IF SP-DATE-STATUT IS NUMERIC
              AND SP-DATE-STATUT > 0
              AND SP-DATE-STATUT <= L-DateTraitement
               COMPUTE L-AgeImpaye =
                   FUNCTION INTEGER-OF-DATE(L-DateTraitement)
                   - FUNCTION INTEGER-OF-DATE(SP-DATE-STATUT)
               MOVE L-AgeImpaye TO WS-LA-AGE
               WRITE S-LISTE FROM WS-LST-AGE
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-LOT.
      *-----------
      *--   CUMULE L ORDRE COURANT SOUS SON TRAITEMENT EMETTEUR. UN
      *--   ORDRE IMPAYE OU REPRESENTE N A PAS ETE REGLE PAR CE LOT
      *--   (LE MONTANT REPRESENTE L EST DANS LE LOT QUI L A REPRIS).
           MOVE 'N' TO L-LotTrouve
           MOVE 1 TO L-PosLot
           PERFORM VARYING IND-LOT FROM 1 BY 1
                   UNTIL IND-LOT > L-NbrLots
               IF LOT-RUNID(IND-LOT) = SP-RUNID
                   MOVE 'Y' TO L-LotTrouve
                   EXIT PERFORM
               END-IF
               IF LOT-RUNID(IND-LOT) > SP-RUNID
                   EXIT PERFORM
               END-IF
               ADD 1 TO L-PosLot
           END-PERFORM

           IF L-LotTrouve = 'N'
               IF L-NbrLots >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO L-NbrLots
               PERFORM VARYING L-IndDecal FROM L-NbrLots BY -1
                       UNTIL L-IndDecal <= L-PosLot
                   MOVE L-LOT(L-IndDecal - 1) TO L-LOT(L-IndDecal)
               END-PERFORM
               SET IND-LOT TO L-PosLot
               INITIALIZE L-LOT(IND-LOT)
               MOVE SP-RUNID TO LOT-RUNID(IND-LOT)
           END-IF

           ADD 1 TO LOT-NBR-EMIS(IND-LOT)
           ADD SP-MONTANT TO LOT-MNT-EMIS(IND-LOT)
           IF SP-IMPAYE OR SP-REPRESENTE
               ADD 1 TO LOT-NBR-RETOUR(IND-LOT)
               ADD SP-MONTANT TO LOT-MNT-RETOUR(IND-LOT)
           END-IF
           .
      *----------------------------------------------------------------------------
       EDITION-REGLEMENTS.
      *-----------
      *--   UNE LIGNE PAR TRAITEMENT EMETTEUR : CE QUE SON 'P9'
      *--   ANNONCAIT (EMIS), CE QUI EST REVENU, ET CE QUI A ETE
      *--   EFFECTIVEMENT REGLE.
           MOVE L-DateTraitement TO WS-RT-DATE
           WRITE S-REGLEMENT FROM WS-RGL-TITRE

           PERFORM VARYING IND-LOT FROM 1 BY 1
                   UNTIL IND-LOT > L-NbrLots
               MOVE LOT-RUNID(IND-LOT)      TO WS-RL-RUNID
               MOVE LOT-NBR-EMIS(IND-LOT)   TO WS-RL-NBR-EMIS
               MOVE LOT-MNT-EMIS(IND-LOT)   TO WS-RL-MNT-EMIS
               MOVE LOT-NBR-RETOUR(IND-LOT) TO WS-RL-NBR-RETOUR
               MOVE LOT-MNT-RETOUR(IND-LOT) TO WS-RL-MNT-RETOUR
               COMPUTE WS-RL-NBR-REGLE =
                   LOT-NBR-EMIS(IND-LOT) - LOT-NBR-RETOUR(IND-LOT)
               COMPUTE WS-RL-MNT-REGLE =
                   LOT-MNT-EMIS(IND-LOT) - LOT-MNT-RETOUR(IND-LOT)
               WRITE S-REGLEMENT FROM WS-RGL-LIGNE
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-RETOURS
           CLOSE STATUTS-PAIEMENTS
           CLOSE FILE-LISTE
           CLOSE FILE-REGLEMENTS

           Display 'Nbre lignes lues              =' L-NbrEnrLus '>'
           Display 'Nbre retours                  =' L-NbrRetours '>'
           Display 'Nbre impayes enregistres      =' L-NbrEnregistres
               ' pour ' L-MontantEnregistre '>'
           Display 'Nbre retours deja traites     =' L-NbrDejaConnus '>'
           Display 'Nbre retours non rapproches   ='
               L-NbrNonRapproches '>'
           Display 'Nbre impayes en attente       ='
               L-NbrImpayesEnAttente ' pour ' L-MontantEnAttente '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 8 AND L-NbrNonRapproches > 0
               MOVE 8 TO L-CodeRetour
           END-IF
           IF L-CodeRetour < 4
              AND (L-NbrEnregistres > 0 OR L-NbrImpayesEnAttente > 0)
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
