       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOURS3.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-DOSSIERS-RECOURS ASSIGN TO DYNAMIC L-NomRecours
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstDr.

       SELECT HISTO-PRESTATIONS ASSIGN TO DYNAMIC L-NomHisto
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HP-CLE
                       FILE STATUS IS L-FstHp.

       SELECT FILE-MOUVEMENTS ASSIGN TO DYNAMIC L-NomMouvements
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstMv.

       SELECT FILE-GRAND-LIVRE ASSIGN TO DYNAMIC L-NomGrandLivre
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstGl.

       SELECT FILE-RELANCES ASSIGN TO DYNAMIC L-NomRelances
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRl.

       SELECT FILE-CONTROLE ASSIGN TO DYNAMIC L-NomControle
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstCo.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-DOSSIERS-RECOURS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3 : DOSSIER DE RECOURS
      *--  CONTRE LE TIERS RESPONSABLE D UN ACCIDENT (DATE DE FIN A
      *--  ZERO = DOSSIER SANS FIN DE PERIODE DE RATTACHEMENT).
       01  E-DOSSIER-RECOURS.
           05 E-DRC-REFERENCE        PIC X(15).
           05 FILLER                 PIC X.
           05 E-DRC-POLICE           PIC 9(12).
           05 FILLER                 PIC X.
           05 E-DRC-DATEACC          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-DRC-DATEFIN          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-DRC-ASSUREUR         PIC X(30).

       FD  HISTO-PRESTATIONS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3 : HP-RECOURS PORTE LA
      *--  REFERENCE DU DOSSIER DE RECOURS AUQUEL LA PRESTATION A ETE
      *--  RATTACHEE (ESPACES SINON).
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

       FD  FILE-MOUVEMENTS.
      *--  JOURNAL CUMULATIF DES MOUVEMENTS DE RECOURS SAISIS PAR LA
      *--  GESTION : 'D' MONTANT RECLAME A L ASSUREUR DU TIERS, 'E'
      *--  MONTANT ENCAISSE, 'C' CLOTURE DU DOSSIER, 'S' SUIVI (SANS
      *--  MONTANT). LA DATE DE RELANCE EST FACULTATIVE (ZERO OU
      *--  ESPACES = DELAI DE RELANCE STANDARD). LE FICHIER EST RELU EN
      *--  ENTIER A CHAQUE PASSAGE : LE GRAND LIVRE EST RECALCULE.
       01  E-MOUVEMENT.
           05 E-MVT-REFERENCE        PIC X(15).
           05 FILLER                 PIC X.
           05 E-MVT-TYPE             PIC X.
               88 E-MVT-RECLAME      VALUE 'D'.
               88 E-MVT-ENCAISSE     VALUE 'E'.
               88 E-MVT-CLOTURE      VALUE 'C'.
               88 E-MVT-SUIVI        VALUE 'S'.
           05 FILLER                 PIC X.
           05 E-MVT-DATE             PIC 9(8).
           05 FILLER                 PIC X.
           05 E-MVT-MONTANT          PIC 9(9)V99.
           05 FILLER                 PIC X.
           05 E-MVT-RELANCE          PIC 9(8).

       FD  FILE-GRAND-LIVRE.
       01  S-GRAND-LIVRE                               PIC X(132).

       FD  FILE-RELANCES.
       01  S-RELANCE                                   PIC X(120).

       FD  FILE-CONTROLE.
       01  S-CONTROLE                                  PIC X(100).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                         PIC X(15) VALUE 'RECOURS3'.

      *-- file status fichier
       01 L-FstDr                                 PIC 99.
       01 L-FstHp                                 PIC 99.
       01 L-FstMv                                 PIC 99.
       01 L-FstGl                                 PIC 99.
       01 L-FstRl                                 PIC 99.
       01 L-FstCo                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomRecours           PIC X(40)
                                 VALUE 'DOSSIERS_RECOURS.txt'.
       01 L-NomHisto             PIC X(40)
                                 VALUE 'HISTO_PRESTATIONS.DAT'.
       01 L-NomMouvements        PIC X(40)
                                 VALUE 'MOUVEMENTS_RECOURS.txt'.
       01 L-NomGrandLivre        PIC X(40) VALUE 'RECOURS3.txt'.
       01 L-NomRelances          PIC X(40)
                                 VALUE 'RECOURS_RELANCES3.txt'.
       01 L-NomControle          PIC X(40)
                                 VALUE 'RECOURS_CONTROLE3.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENT (DOSSIERS
      *-- A RELANCER OU ANOMALIES EN LISTE DE CONTROLE), 12 FIN
      *-- ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinDossiers                           PIC X.
       01 L-FinMouvements                         PIC X.

      *-- DATE DE TRAITEMENT (PARAMETRABLE, DATE DU JOUR PAR DEFAUT)
      *-- ET DELAI DE RELANCE EN JOURS SANS MOUVEMENT (90 PAR DEFAUT)
       01 L-DateTraitement       PIC 9(8).
       01 L-DelaiRelance         PIC 9(3) VALUE 90.
       01 L-DateTest             PIC 9(8).

       01 L-Nbr.
           05 L-NbrDossiersLus                    PIC 9(5).
           05 L-NbrPrestLues                      PIC 9(7).
           05 L-NbrPrestRattachees                PIC 9(7).
           05 L-NbrRembInconnu                    PIC 9(7).
           05 L-NbrMouvementsLus                  PIC 9(7).
           05 L-NbrAnomalies                      PIC 9(5).
           05 L-NbrOuverts                        PIC 9(5).
           05 L-NbrClos                           PIC 9(5).
           05 L-NbrARelancer                      PIC 9(5).

      *--  DOSSIERS DE RECOURS ET CUMULS RECALCULES A CHAQUE PASSAGE.
      *--  LE PAYE EST NET DES AVOIRS (SIGNE) ; LA DERNIERE ACTIVITE
      *--  EST LA DATE D ACCIDENT TANT QU AUCUN MOUVEMENT N EST SAISI.
       01 TABLE-DOSSIERS.
           05 L-DOS  OCCURS 1 TO 2000 TIMES
                      DEPENDING ON L-NbrDossiers
                      INDEXED BY IND-DOS.
               10 DOS-REFERENCE         PIC X(15).
               10 DOS-POLICE            PIC 9(12).
               10 DOS-DATEACC           PIC 9(8).
               10 DOS-ASSUREUR          PIC X(30).
               10 DOS-NB-PREST          PIC 9(5).
               10 DOS-NB-INCONNU        PIC 9(5).
               10 DOS-PAYE              PIC S9(11)V99.
               10 DOS-RECLAME           PIC 9(11)V99.
               10 DOS-RECOUVRE          PIC 9(11)V99.
               10 DOS-STATUT            PIC X.
                   88 DOS-OUVERT        VALUE 'O'.
                   88 DOS-CLOS          VALUE 'C'.
               10 DOS-DERNIER-MVT       PIC 9(8).
               10 DOS-RELANCE-EXPL      PIC 9(8).
               10 DOS-RELANCE           PIC 9(8).
       01 L-NbrDossiers                            PIC 9(4) VALUE 0.

       01 L-Trouve                                 PIC X.
       01 L-RefCherchee                            PIC X(15).
       01 L-Reste                                  PIC S9(11)V99.

       01 L-Totaux.
           05 L-TotPaye                            PIC S9(13)V99.
           05 L-TotReclame                         PIC 9(13)V99.
           05 L-TotRecouvre                        PIC 9(13)V99.
           05 L-TotReste                           PIC S9(13)V99.

      *-- lignes du grand livre des recours
       01 WS-GL-TITRE.
           05 FILLER             PIC X(40)
              VALUE 'GRAND LIVRE DES RECOURS CONTRE TIERS AU '.
           05 WS-GT-DATE         PIC 9(8).

       01 WS-GL-ENTETE           PIC X(132) VALUE
           'REFERENCE       POLICE       ACCIDENT PREST            PAYE 
      -    '        RECLAME        RECOUVRE RESTE A RECOUVRER STATUT REL
      -    'ANCE'.

       01 WS-GL-DETAIL.
           05 WS-GD-REFERENCE    PIC X(15).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-POLICE       PIC 9(12).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-DATEACC      PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-NB           PIC Z(4)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-PAYE         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-RECLAME      PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-RECOUVRE     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-GD-RESTE        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-STATUT       PIC X(6).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-GD-RELANCE      PIC X(8).

       01 WS-GL-TOTAL.
           05 WS-GTO-LIBELLE     PIC X(44).
           05 WS-GTO-MONTANT     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-GL-COMPTE.
           05 WS-GC-LIBELLE      PIC X(44).
           05 WS-GC-NB           PIC Z(6)9.

      *-- lignes de la liste des dossiers a relancer
       01 WS-REL-TITRE.
           05 FILLER             PIC X(46)
              VALUE 'DOSSIERS DE RECOURS SANS SUIVI A RELANCER AU '.
           05 WS-RT-DATE         PIC 9(8).

       01 WS-REL-LIGNE.
           05 FILLER             PIC X(8)  VALUE 'DOSSIER '.
           05 WS-RL-REFERENCE    PIC X(15).
           05 FILLER             PIC X(8)  VALUE ' POLICE '.
           05 WS-RL-POLICE       PIC 9(12).
           05 FILLER             PIC X(9)  VALUE ' RELANCE '.
           05 WS-RL-RELANCE      PIC 9(8).
           05 FILLER             PIC X(10) VALUE ' ASSUREUR '.
           05 WS-RL-ASSUREUR     PIC X(30).
           05 FILLER             PIC X(7)  VALUE ' RESTE '.
           05 WS-RL-RESTE        PIC -ZZZ.ZZZ.ZZ9,99.

      *-- lignes de la liste de controle
       01 WS-CTL-TITRE           PIC X(50) VALUE
           'RECOURS CONTRE TIERS - ANOMALIES DU TRAITEMENT'.

       01 WS-CTL-LIGNE.
           05 FILLER             PIC X(10) VALUE 'REFERENCE '.
           05 WS-CL-REFERENCE    PIC X(15).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-CL-MOTIF        PIC X(45).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-DOSSIERS

           PERFORM PARCOURS-HISTORIQUE

           PERFORM CHARGE-MOUVEMENTS

           PERFORM EDITION-GRAND-LIVRE

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
           INITIALIZE L-Totaux

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'COBOL3_RECOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRecours
           END-IF

           DISPLAY 'COBOL3_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
           END-IF

           DISPLAY 'RECOURS3_MOUVEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMouvements
           END-IF

           DISPLAY 'RECOURS3_GRAND_LIVRE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomGrandLivre
           END-IF

           DISPLAY 'RECOURS3_RELANCES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRelances
           END-IF

           DISPLAY 'RECOURS3_CONTROLE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomControle
           END-IF

      *--   DATE DE TRAITEMENT (DATE DU JOUR PAR DEFAUT)
           ACCEPT L-DateTraitement FROM DATE YYYYMMDD
           DISPLAY 'RECOURS3_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTest
               IF FUNCTION TEST-DATE-YYYYMMDD(L-DateTest) = 0
                   MOVE L-DateTest TO L-DateTraitement
               END-IF
           END-IF

      *--   DELAI DE RELANCE EN JOURS SANS MOUVEMENT
           DISPLAY 'RECOURS3_RELANCE_JOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
              AND FUNCTION TEST-NUMVAL(L-EnvTemp) = 0
               COMPUTE L-DelaiRelance = FUNCTION NUMVAL(L-EnvTemp)
           END-IF
           DISPLAY 'DATE DE TRAITEMENT : ' L-DateTraitement
               ', DELAI DE RELANCE : ' L-DelaiRelance ' JOURS'

           OPEN INPUT HISTO-PRESTATIONS
           IF L-FstHp NOT = ZERO
              DISPLAY 'Erreur ouverture historique FS =' L-FstHp '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-GRAND-LIVRE
           IF L-FstGl NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstGl '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RELANCES
           IF L-FstRl NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRl '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-CONTROLE
           IF L-FstCo NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCo '>'
              PERFORM ERREUR
           END-IF

           MOVE L-DateTraitement TO WS-GT-DATE
           MOVE L-DateTraitement TO WS-RT-DATE
           WRITE S-RELANCE FROM WS-REL-TITRE
           WRITE S-CONTROLE FROM WS-CTL-TITRE
           .
      *----------------------------------------------------------------------------
       CHARGE-DOSSIERS.
      *-----------
      *--  FICHIER FACULTATIF : ABSENT, AUCUN DOSSIER N EST SUIVI. UNE
      *--  REFERENCE EN DOUBLE OU UNE DATE D ACCIDENT INVALIDE PART EN
      *--  LISTE DE CONTROLE.
           OPEN INPUT FILE-DOSSIERS-RECOURS
           IF L-FstDr = '35'
               DISPLAY 'FICHIER DES DOSSIERS DE RECOURS ABSENT'
               EXIT PARAGRAPH
           END-IF
           IF L-FstDr NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstDr '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinDossiers
           PERFORM UNTIL L-FinDossiers = 'Y'
               READ FILE-DOSSIERS-RECOURS
               AT END
                   MOVE 'Y' TO L-FinDossiers
               NOT AT END
                   ADD 1 TO L-NbrDossiersLus
                   PERFORM CONTROLE-DOSSIER
               END-READ
           END-PERFORM
           CLOSE FILE-DOSSIERS-RECOURS
           .
      *----------------------------------------------------------------------------
       CONTROLE-DOSSIER.
      *-----------
           IF E-DRC-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE E-DRC-REFERENCE TO WS-CL-REFERENCE

           IF E-DRC-POLICE IS NOT NUMERIC
              OR E-DRC-DATEACC IS NOT NUMERIC
               MOVE 'DOSSIER MAL RENSEIGNE (POLICE OU DATE)'
                   TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF
           MOVE E-DRC-DATEACC TO L-DateTest
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateTest) NOT = 0
               MOVE 'DATE D ACCIDENT INVALIDE' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           MOVE E-DRC-REFERENCE TO L-RefCherchee
           PERFORM RECHERCHE-DOSSIER
           IF L-Trouve = 'Y'
               MOVE 'REFERENCE DE DOSSIER EN DOUBLE' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           IF L-NbrDossiers >= 2000
               MOVE 'TABLE DES DOSSIERS PLEINE' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO L-NbrDossiers
           SET IND-DOS TO L-NbrDossiers
           INITIALIZE L-DOS(IND-DOS)
           MOVE E-DRC-REFERENCE TO DOS-REFERENCE(IND-DOS)
           MOVE E-DRC-POLICE    TO DOS-POLICE(IND-DOS)
           MOVE E-DRC-DATEACC   TO DOS-DATEACC(IND-DOS)
           MOVE E-DRC-ASSUREUR  TO DOS-ASSUREUR(IND-DOS)
           MOVE E-DRC-DATEACC   TO DOS-DERNIER-MVT(IND-DOS)
           SET DOS-OUVERT(IND-DOS) TO TRUE
           .
      *----------------------------------------------------------------------------
       RECHERCHE-DOSSIER.
      *-----------
      *--   RECHERCHE DE L-RefCherchee DANS LA TABLE DES DOSSIERS ;
      *--   IND-DOS POINTE LE DOSSIER TROUVE.
           MOVE 'N' TO L-Trouve
           PERFORM VARYING IND-DOS FROM 1 BY 1
                   UNTIL IND-DOS > L-NbrDossiers
               IF DOS-REFERENCE(IND-DOS) = L-RefCherchee
                   MOVE 'Y' TO L-Trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       PARCOURS-HISTORIQUE.
      *-----------
      *--   CUMULE PAR DOSSIER LES REMBOURSEMENTS DES PRESTATIONS
      *--   RATTACHEES PAR COBOLEXERCICE3 (AVOIRS EN DEDUCTION). UNE
      *--   PRESTATION CONVERTIE D UN ANCIEN DESSIN ('*') N A PAS DE
      *--   REMBOURSE HISTORISE : ELLE EST SEULEMENT COMPTEE.
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
                   ADD 1 TO L-NbrPrestLues
                   IF HP-RECOURS NOT = SPACES
                       PERFORM CUMUL-PRESTATION
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CUMUL-PRESTATION.
      *-----------
           ADD 1 TO L-NbrPrestRattachees
           MOVE HP-RECOURS TO L-RefCherchee
           PERFORM RECHERCHE-DOSSIER
           IF L-Trouve = 'N'
               MOVE HP-RECOURS TO WS-CL-REFERENCE
               MOVE 'PRESTATION RATTACHEE A UN DOSSIER INCONNU'
                   TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DOS-NB-PREST(IND-DOS)
           EVALUATE TRUE
               WHEN HP-REMB-INCONNU
                   ADD 1 TO DOS-NB-INCONNU(IND-DOS)
                   ADD 1 TO L-NbrRembInconnu
               WHEN HP-TYPE-AVOIR
                   SUBTRACT HP-REMB FROM DOS-PAYE(IND-DOS)
               WHEN OTHER
                   ADD HP-REMB TO DOS-PAYE(IND-DOS)
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       CHARGE-MOUVEMENTS.
      *-----------
      *--  FICHIER FACULTATIF : ABSENT, AUCUN MOUVEMENT N EST SAISI ET
      *--  LES DOSSIERS SONT RELANCES A PARTIR DE LA DATE D ACCIDENT.
           OPEN INPUT FILE-MOUVEMENTS
           IF L-FstMv = '35'
               DISPLAY 'FICHIER DES MOUVEMENTS DE RECOURS ABSENT'
               EXIT PARAGRAPH
           END-IF
           IF L-FstMv NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstMv '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinMouvements
           PERFORM UNTIL L-FinMouvements = 'Y'
               READ FILE-MOUVEMENTS
               AT END
                   MOVE 'Y' TO L-FinMouvements
               NOT AT END
                   ADD 1 TO L-NbrMouvementsLus
                   PERFORM TRAITE-MOUVEMENT
               END-READ
           END-PERFORM
           CLOSE FILE-MOUVEMENTS
           .
      *----------------------------------------------------------------------------
       TRAITE-MOUVEMENT.
      *-----------
      *--   APPLIQUE UN MOUVEMENT A SON DOSSIER. LA DATE DE RELANCE
      *--   EXPLICITE RETENUE EST CELLE DU MOUVEMENT LE PLUS RECENT.
           IF E-MVT-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE E-MVT-REFERENCE TO WS-CL-REFERENCE

           MOVE E-MVT-REFERENCE TO L-RefCherchee
           PERFORM RECHERCHE-DOSSIER
           IF L-Trouve = 'N'
               MOVE 'MOUVEMENT SUR UN DOSSIER INCONNU' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           IF E-MVT-DATE IS NOT NUMERIC
               MOVE 'DATE DE MOUVEMENT INVALIDE' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF
           MOVE E-MVT-DATE TO L-DateTest
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateTest) NOT = 0
               MOVE 'DATE DE MOUVEMENT INVALIDE' TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           IF (E-MVT-RECLAME OR E-MVT-ENCAISSE)
              AND E-MVT-MONTANT IS NOT NUMERIC
               MOVE 'MONTANT DE MOUVEMENT NON NUMERIQUE'
                   TO WS-CL-MOTIF
               PERFORM ECRITURE-CONTROLE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN E-MVT-RECLAME
                   ADD E-MVT-MONTANT TO DOS-RECLAME(IND-DOS)
               WHEN E-MVT-ENCAISSE
                   ADD E-MVT-MONTANT TO DOS-RECOUVRE(IND-DOS)
               WHEN E-MVT-CLOTURE
                   SET DOS-CLOS(IND-DOS) TO TRUE
               WHEN E-MVT-SUIVI
                   CONTINUE
               WHEN OTHER
                   MOVE 'TYPE DE MOUVEMENT INCONNU' TO WS-CL-MOTIF
                   PERFORM ECRITURE-CONTROLE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF E-MVT-DATE >= DOS-DERNIER-MVT(IND-DOS)
               MOVE E-MVT-DATE TO DOS-DERNIER-MVT(IND-DOS)
               MOVE 0 TO DOS-RELANCE-EXPL(IND-DOS)
               IF E-MVT-RELANCE IS NUMERIC
                   MOVE E-MVT-RELANCE TO L-DateTest
                   IF L-DateTest NOT = 0
                      AND FUNCTION TEST-DATE-YYYYMMDD(L-DateTest) = 0
                       MOVE L-DateTest TO DOS-RELANCE-EXPL(IND-DOS)
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       EDITION-GRAND-LIVRE.
      *-----------
      *--   UNE LIGNE PAR DOSSIER DANS L ORDRE DU FICHIER DES DOSSIERS,
      *--   PUIS LES TOTAUX. UN DOSSIER OUVERT DONT LA DATE DE RELANCE
      *--   EST DEPASSEE PART DANS LA LISTE DES RELANCES.
           WRITE S-GRAND-LIVRE FROM WS-GL-TITRE
           WRITE S-GRAND-LIVRE FROM WS-GL-ENTETE

           PERFORM VARYING IND-DOS FROM 1 BY 1
                   UNTIL IND-DOS > L-NbrDossiers
               PERFORM EDITION-DOSSIER
           END-PERFORM

           MOVE SPACES TO S-GRAND-LIVRE
           WRITE S-GRAND-LIVRE

           MOVE 'TOTAL PAYE SUR DOSSIERS DE RECOURS' TO WS-GTO-LIBELLE
           MOVE L-TotPaye TO WS-GTO-MONTANT
           WRITE S-GRAND-LIVRE FROM WS-GL-TOTAL
           MOVE 'TOTAL RECLAME AUX ASSUREURS DES TIERS'
               TO WS-GTO-LIBELLE
           MOVE L-TotReclame TO WS-GTO-MONTANT
           WRITE S-GRAND-LIVRE FROM WS-GL-TOTAL
           MOVE 'TOTAL RECOUVRE' TO WS-GTO-LIBELLE
           MOVE L-TotRecouvre TO WS-GTO-MONTANT
           WRITE S-GRAND-LIVRE FROM WS-GL-TOTAL
           MOVE 'TOTAL RESTE A RECOUVRER' TO WS-GTO-LIBELLE
           MOVE L-TotReste TO WS-GTO-MONTANT
           WRITE S-GRAND-LIVRE FROM WS-GL-TOTAL

           MOVE 'DOSSIERS OUVERTS' TO WS-GC-LIBELLE
           MOVE L-NbrOuverts TO WS-GC-NB
           WRITE S-GRAND-LIVRE FROM WS-GL-COMPTE
           MOVE 'DOSSIERS CLOS' TO WS-GC-LIBELLE
           MOVE L-NbrClos TO WS-GC-NB
           WRITE S-GRAND-LIVRE FROM WS-GL-COMPTE
           MOVE 'DOSSIERS A RELANCER' TO WS-GC-LIBELLE
           MOVE L-NbrARelancer TO WS-GC-NB
           WRITE S-GRAND-LIVRE FROM WS-GL-COMPTE
           MOVE 'PRESTATIONS SANS REMBOURSE HISTORISE' TO WS-GC-LIBELLE
           MOVE L-NbrRembInconnu TO WS-GC-NB
           WRITE S-GRAND-LIVRE FROM WS-GL-COMPTE
           .
      *----------------------------------------------------------------------------
       EDITION-DOSSIER.
      *-----------
           COMPUTE L-Reste = DOS-RECLAME(IND-DOS)
                           - DOS-RECOUVRE(IND-DOS)
           ADD DOS-PAYE(IND-DOS)     TO L-TotPaye
           ADD DOS-RECLAME(IND-DOS)  TO L-TotReclame
           ADD DOS-RECOUVRE(IND-DOS) TO L-TotRecouvre
           ADD L-Reste               TO L-TotReste

           MOVE DOS-REFERENCE(IND-DOS) TO WS-GD-REFERENCE
           MOVE DOS-POLICE(IND-DOS)    TO WS-GD-POLICE
           MOVE DOS-DATEACC(IND-DOS)   TO WS-GD-DATEACC
           MOVE DOS-NB-PREST(IND-DOS)  TO WS-GD-NB
           MOVE DOS-PAYE(IND-DOS)      TO WS-GD-PAYE
           MOVE DOS-RECLAME(IND-DOS)   TO WS-GD-RECLAME
           MOVE DOS-RECOUVRE(IND-DOS)  TO WS-GD-RECOUVRE
           MOVE L-Reste                TO WS-GD-RESTE

           IF DOS-CLOS(IND-DOS)
               ADD 1 TO L-NbrClos
               MOVE 'CLOS'   TO WS-GD-STATUT
               MOVE SPACES   TO WS-GD-RELANCE
           ELSE
               ADD 1 TO L-NbrOuverts
               MOVE 'OUVERT' TO WS-GD-STATUT
               IF DOS-RELANCE-EXPL(IND-DOS) NOT = 0
                   MOVE DOS-RELANCE-EXPL(IND-DOS)
                       TO DOS-RELANCE(IND-DOS)
               ELSE
                   COMPUTE DOS-RELANCE(IND-DOS) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                               DOS-DERNIER-MVT(IND-DOS))
                           + L-DelaiRelance)
               END-IF
               MOVE DOS-RELANCE(IND-DOS) TO WS-GD-RELANCE
               IF DOS-RELANCE(IND-DOS) < L-DateTraitement
                   PERFORM ECRITURE-RELANCE
               END-IF
           END-IF

           WRITE S-GRAND-LIVRE FROM WS-GL-DETAIL
           .
      *----------------------------------------------------------------------------
       ECRITURE-RELANCE.
      *-----------
           ADD 1 TO L-NbrARelancer
           MOVE DOS-REFERENCE(IND-DOS) TO WS-RL-REFERENCE
           MOVE DOS-POLICE(IND-DOS)    TO WS-RL-POLICE
           MOVE DOS-RELANCE(IND-DOS)   TO WS-RL-RELANCE
           MOVE DOS-ASSUREUR(IND-DOS)  TO WS-RL-ASSUREUR
           MOVE L-Reste                TO WS-RL-RESTE
           WRITE S-RELANCE FROM WS-REL-LIGNE
           .
      *----------------------------------------------------------------------------
       ECRITURE-CONTROLE.
      *-----------
           ADD 1 TO L-NbrAnomalies
           WRITE S-CONTROLE FROM WS-CTL-LIGNE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE HISTO-PRESTATIONS
           CLOSE FILE-GRAND-LIVRE
           CLOSE FILE-RELANCES
           CLOSE FILE-CONTROLE

           Display 'Nbre dossiers lus            =' L-NbrDossiersLus '>'
           Display 'Nbre dossiers retenus        =' L-NbrDossiers '>'
           Display 'Nbre prestations lues        =' L-NbrPrestLues '>'
           Display 'Nbre prestations rattachees  ='
               L-NbrPrestRattachees '>'
           Display '   dont sans rembourse       =' L-NbrRembInconnu
               '>'
           Display 'Nbre mouvements lus          =' L-NbrMouvementsLus
               '>'
           Display 'Nbre dossiers ouverts        =' L-NbrOuverts '>'
           Display 'Nbre dossiers clos           =' L-NbrClos '>'
           Display 'Nbre dossiers a relancer     =' L-NbrARelancer '>'
           Display 'Nbre anomalies               =' L-NbrAnomalies '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrARelancer > 0 OR L-NbrAnomalies > 0)
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
