       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVEJRN.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-SAUVCAT ASSIGN TO DYNAMIC L-NomSauvCat
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstSc.

       SELECT FILE-IMAGE ASSIGN TO DYNAMIC L-NomImage
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstIm.

       SELECT FILE-CATALOGUE ASSIGN TO DYNAMIC L-NomCatalogue
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCa.

       SELECT FILE-ENTREE ASSIGN TO DYNAMIC L-NomEntree
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstE.

       SELECT FILE-TRAVAIL ASSIGN TO DYNAMIC L-NomTravail
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstTr.

       SELECT FILE-ARCHIVE ASSIGN TO DYNAMIC L-NomArchive
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstAr.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-SAUVCAT.
      *--  CATALOGUE DES DECHARGEMENTS TENU PAR COMPTESUNLOAD ET
      *--  UNLOADMST : CIBLE, DATE ET HEURE, NOMBRE D ENREGISTREMENTS,
      *--  PROGRAMME ET IMAGE PRODUITE.
       01  E-SAUVCAT.
           05 E-SVC-CIBLE            PIC X(3).
           05 FILLER                 PIC X.
           05 E-SVC-DATE             PIC 9(8).
           05 FILLER                 PIC X.
           05 E-SVC-HEURE            PIC 9(6).
           05 FILLER                 PIC X.
           05 E-SVC-NBR              PIC 9(7).
           05 FILLER                 PIC X.
           05 E-SVC-PGM              PIC X(13).
           05 FILLER                 PIC X.
           05 E-SVC-FICHIER          PIC X(40).

       FD  FILE-IMAGE.
      *--  IMAGE SEQUENTIELLE D UN MAITRE, RELUE POUR VERIFIER SON
      *--  TOTALISEUR '*FIN' + NOMBRE D ENREGISTREMENTS.
       01  E-IMAGE.
           05 E-IMG-MARQUE           PIC X(4).
           05 E-IMG-NBR              PIC X(7).
           05 FILLER                 PIC X(205).

       FD  FILE-CATALOGUE.
      *--  CATALOGUE DES RUNS JOURNALISES, RELU ET REECRIT EN ENTIER A
      *--  CHAQUE PASSAGE : CIBLE (CODES DE ROLLBACKMST), IDENTIFIANT
      *--  DU RUN, DATE DU RUN ET SON ORIGINE ('I' LUE DANS
      *--  L IDENTIFIANT, 'O' DATE DU PREMIER PASSAGE QUI L A VU),
      *--  STATUT ('E' EN LIGNE, LE RUN PEUT ETRE DEFAIT ; 'A' IMAGES
      *--  AVANT ARCHIVEES, ROLLBACKMST REFUSE LE RETOUR ARRIERE),
      *--  ENTREES EN LIGNE, ENTREES ARCHIVEES, DATE ET FICHIER
      *--  D ARCHIVE.
       01  E-CATALOGUE.
           05 E-CAT-CIBLE            PIC X(3).
           05 FILLER                 PIC X.
           05 E-CAT-RUNID            PIC X(10).
           05 FILLER                 PIC X.
           05 E-CAT-DATERUN          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-CAT-ORIGINE          PIC X.
           05 FILLER                 PIC X.
           05 E-CAT-STATUT           PIC X.
           05 FILLER                 PIC X.
           05 E-CAT-NBR              PIC 9(7).
           05 FILLER                 PIC X.
           05 E-CAT-NBRARC           PIC 9(7).
           05 FILLER                 PIC X.
           05 E-CAT-DATEARC          PIC 9(8).
           05 FILLER                 PIC X.
           05 E-CAT-ARCHIVE          PIC X(50).

       FD  FILE-ENTREE.
      *--  JOURNAL D IMAGES AVANT (DESSIN COMMUN DES PROGRAMMES DE MISE
      *--  A JOUR) OU JOURNAL D AUDIT (PARTIE COMMUNE, DATE AAAA-MM-JJ
      *--  EN POSITION 17).
       01  E-ENTREE                                  PIC X(230).
       01  E-JOURNAL.
           05 E-JRN-RUNID            PIC X(10).
           05 FILLER                 PIC X.
           05 E-JRN-ACTION           PIC X(2).
           05 FILLER                 PIC X.
           05 E-JRN-IMAGE            PIC X(216).
       01  E-AUDIT.
           05 FILLER                 PIC X(16).
           05 E-AUD-AAAA             PIC X(4).
           05 FILLER                 PIC X.
           05 E-AUD-MM               PIC X(2).
           05 FILLER                 PIC X.
           05 E-AUD-JJ               PIC X(2).
           05 FILLER                 PIC X(204).

       FD  FILE-TRAVAIL.
      *--  COPIE DE TRAVAIL DES LIGNES GARDEES EN LIGNE, RECOPIEE
      *--  ENSUITE SUR LE JOURNAL.
       01  S-TRAVAIL                                 PIC X(230).

       FD  FILE-ARCHIVE.
      *--  ARCHIVE DATEE DU JOURNAL (NOM DU JOURNAL + '.A' + DATE DU
      *--  PASSAGE), OUVERTE EN EXTEND.
       01  S-ARCHIVE                                 PIC X(230).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                       PIC X(10) VALUE 'ARCHIVEJRN'.

      *-- file status fichier
       01 L-FstSc                                 PIC 99.
       01 L-FstIm                                 PIC 99.
       01 L-FstCa                                 PIC 99.
       01 L-FstE                                  PIC 99.
       01 L-FstTr                                 PIC 99.
       01 L-FstAr                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomSauvCat           PIC X(40)
                                 VALUE 'SAUVEGARDES_CATALOGUE.txt'.
       01 L-NomCatalogue         PIC X(40)
                                 VALUE 'ROLLBACK_CATALOGUE.txt'.
       01 L-NomTravail           PIC X(40) VALUE 'ARCHIVE_TRAVAIL.tmp'.
       01 L-NomImage             PIC X(40).
       01 L-NomEntree            PIC X(40).
       01 L-NomArchive           PIC X(50).
       01 L-EnvTemp              PIC X(40).

      *-- JOURNAUX D IMAGES AVANT PAR CIBLE (CODES DE ROLLBACKMST ET
      *-- DU CATALOGUE DES DECHARGEMENTS)
       01 TABLE-CIBLES.
           05 FILLER   PIC X(43) VALUE 'EX1JOURNAL_AUDIENCE.txt'.
           05 FILLER   PIC X(43) VALUE 'EX2JOURNAL_COMPTES.txt'.
           05 FILLER   PIC X(43) VALUE 'EX3JOURNAL_PRESTATIONS.txt'.
           05 FILLER   PIC X(43) VALUE 'EX4JOURNAL_CONTRATS.txt'.
           05 FILLER   PIC X(43) VALUE 'TETJOURNAL_TETES.txt'.
           05 FILLER   PIC X(43) VALUE 'PERJOURNAL_PERSONNES.txt'.
           05 FILLER   PIC X(43) VALUE 'LIEJOURNAL_LIENS.txt'.
       01 TABLE-CIBLES-R REDEFINES TABLE-CIBLES.
           05 L-CIB OCCURS 7 TIMES.
               10 CIB-CODE                        PIC X(3).
               10 CIB-JOURNAL                     PIC X(40).
       01 L-IndCib                                PIC 9 VALUE 0.

      *-- LES CINQ JOURNAUX D AUDIT (COMME RAPPORTEXPL)
       01 TABLE-AUDITS.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX1.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX2.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX3.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX4.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX5.LOG'.
       01 TABLE-AUDITS-R REDEFINES TABLE-AUDITS.
           05 AUD-NOM OCCURS 5 TIMES                PIC X(40).
       01 L-IndAud                                PIC 9 VALUE 0.

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 JOURNAL NON PURGEABLE
      *-- (AUCUN DECHARGEMENT VERIFIE DE SON MAITRE) OU CATALOGUE
      *-- PLEIN, 12 FIN ANORMALE.
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

       01 L-Fin                                   PIC X.
       01 L-FinImage                              PIC X.
       01 L-ArchiveOuverte                        PIC X.

      *-- DATE DU PASSAGE (ARCHIVE_DATE, A DEFAUT LE JOUR) ET DUREE
      *-- DE CONSERVATION EN LIGNE DES JOURNAUX D AUDIT
      *-- (ARCHIVE_AUDIT_JOURS, 90 JOURS A DEFAUT)
       01 L-DateTraitement                        PIC 9(8).
       01 L-JoursAudit                            PIC 9(4) VALUE 90.
       01 L-DateLimiteAudit                       PIC 9(8).
       01 L-DateLigne                             PIC 9(8).
       01 L-DateLigneX REDEFINES L-DateLigne      PIC X(8).

       01 L-Nbr.
           05 L-NbrJrnLus                         PIC 9(7).
           05 L-NbrJrnArchives                    PIC 9(7).
           05 L-NbrRunsArchives                   PIC 9(5).
           05 L-NbrAudLus                         PIC 9(7).
           05 L-NbrAudArchives                    PIC 9(7).
           05 L-NbrSansSauvegarde                 PIC 9(2).
           05 L-NbrCatPlein                       PIC 9(7).

      *-- COMPTEURS DU FICHIER EN COURS
       01 L-NbrFicLus                             PIC 9(7).
       01 L-NbrFicArchives                        PIC 9(7).
       01 L-NbrFicGardes                          PIC 9(7).

      *-- CATALOGUE DES DECHARGEMENTS EN TABLE
       01 L-NbrSvc               PIC 9(4) VALUE 0.
       01 TABLE-SAUVCAT.
           05 L-SVC OCCURS 1 TO 2000 TIMES
                    DEPENDING ON L-NbrSvc
                    INDEXED BY IND-SVC.
               10 SVC-CIBLE              PIC X(3).
               10 SVC-DATE               PIC 9(8).
               10 SVC-NBR                PIC 9(7).
               10 SVC-FICHIER            PIC X(40).
       01 L-IndSvc                                PIC 9(4).

      *-- DERNIER DECHARGEMENT VERIFIE DU MAITRE DE LA CIBLE EN COURS
      *-- (0 = AUCUN : LE JOURNAL EST GARDE EN ENTIER)
       01 L-DateSauvegarde                        PIC 9(8).
       01 L-NbrEssais                             PIC 99.
       01 TABLE-ESSAIS.
           05 ESS-FICHIER OCCURS 10 TIMES         PIC X(40).
       01 L-IndEss                                PIC 99.
       01 L-DejaEssaye                            PIC X.
       01 L-NbrImage                              PIC 9(7).
       01 L-ImageOK                               PIC X.

      *-- CATALOGUE DES RUNS EN TABLE
       01 L-NbrCat               PIC 9(5) VALUE 0.
       01 TABLE-CATALOGUE.
           05 L-CAT OCCURS 1 TO 20000 TIMES
                    DEPENDING ON L-NbrCat
                    INDEXED BY IND-CAT.
               10 CAT-CIBLE              PIC X(3).
               10 CAT-RUNID              PIC X(10).
               10 CAT-DATERUN            PIC 9(8).
               10 CAT-ORIGINE            PIC X.
               10 CAT-STATUT             PIC X.
               10 CAT-NBR                PIC 9(7).
               10 CAT-NBRARC             PIC 9(7).
               10 CAT-DATEARC            PIC 9(8).
               10 CAT-ARCHIVE            PIC X(50).
       01 L-IndCat                                PIC 9(5).
       01 L-Cible                                 PIC X(3).
       01 L-RunCourant                            PIC X(10).
       01 L-DateRunNum                            PIC 9(8).

       01 WS-CAT-LIGNE.
           05 WS-CAT-CIBLE       PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-RUNID       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-DATERUN     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-ORIGINE     PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-STATUT      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-NBR         PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-NBRARC      PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-DATEARC     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-ARCHIVE     PIC X(50).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-SAUVEGARDES

           PERFORM CHARGE-CATALOGUE

           PERFORM VARYING L-IndCib FROM 1 BY 1 UNTIL L-IndCib > 7
               PERFORM TRAITE-JOURNAL
           END-PERFORM

           PERFORM VARYING L-IndAud FROM 1 BY 1 UNTIL L-IndAud > 5
               PERFORM TRAITE-AUDIT
           END-PERFORM

           PERFORM REECRIT-CATALOGUE

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
           DISPLAY 'SAUVEGARDES_CATALOGUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSauvCat
           END-IF

           DISPLAY 'ROLLBACK_CATALOGUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomCatalogue
           END-IF

           DISPLAY 'ARCHIVE_TRAVAIL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTravail
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_EX1' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(1)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_EX2' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(2)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_EX3' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(3)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_EX4' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(4)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_TET' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(5)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_PER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(6)
           END-IF

           DISPLAY 'ARCHIVE_JOURNAL_LIE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO CIB-JOURNAL(7)
           END-IF

      *>   DATE DU PASSAGE ET CONSERVATION DES JOURNAUX D AUDIT
           DISPLAY 'ARCHIVE_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateTraitement) NOT = 0
               DISPLAY 'ARCHIVE_DATE INVALIDE (' L-DateTraitement ')'
               PERFORM ERREUR
           END-IF

           DISPLAY 'ARCHIVE_AUDIT_JOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               IF FUNCTION TEST-NUMVAL(L-EnvTemp) = 0
                   COMPUTE L-JoursAudit = FUNCTION NUMVAL(L-EnvTemp)
               ELSE
                   DISPLAY 'ARCHIVE_AUDIT_JOURS INVALIDE ('
                           L-EnvTemp ')'
                   PERFORM ERREUR
               END-IF
           END-IF
           IF L-JoursAudit = 0
               DISPLAY 'ARCHIVE_AUDIT_JOURS NUL, REFUSE'
               PERFORM ERREUR
           END-IF
           COMPUTE L-DateLimiteAudit = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(L-DateTraitement)
                - L-JoursAudit)
           DISPLAY 'PASSAGE DU ' L-DateTraitement ', AUDIT GARDE EN '
                   'LIGNE A PARTIR DU ' L-DateLimiteAudit
           .
      *----------------------------------------------------------------------------
       CHARGE-SAUVEGARDES.
      *-----------
      *--   CATALOGUE DES DECHARGEMENTS EN TABLE (ABSENT : AUCUN
      *--   DECHARGEMENT, AUCUN JOURNAL N EST PURGE).
           OPEN INPUT FILE-SAUVCAT
           IF L-FstSc NOT = ZERO
               DISPLAY 'CATALOGUE DES DECHARGEMENTS ABSENT ('
                       L-NomSauvCat ')'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-SAUVCAT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-SVC-DATE IS NUMERIC AND E-SVC-NBR IS NUMERIC
                       IF L-NbrSvc < 2000
                           ADD 1 TO L-NbrSvc
                       ELSE
      *>                   TABLE PLEINE : LES PLUS ANCIENS CEDENT LA
      *>                   PLACE, SEULS LES DERNIERS COMPTENT
                           MOVE L-SVC(2) TO L-SVC(1)
                           PERFORM VARYING L-IndSvc FROM 2 BY 1
                                   UNTIL L-IndSvc > 1999
                               MOVE L-SVC(L-IndSvc + 1)
                                   TO L-SVC(L-IndSvc)
                           END-PERFORM
                       END-IF
                       MOVE E-SVC-CIBLE   TO SVC-CIBLE(L-NbrSvc)
                       MOVE E-SVC-DATE    TO SVC-DATE(L-NbrSvc)
                       MOVE E-SVC-NBR     TO SVC-NBR(L-NbrSvc)
                       MOVE E-SVC-FICHIER TO SVC-FICHIER(L-NbrSvc)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SAUVCAT
           .
      *----------------------------------------------------------------------------
       CHARGE-CATALOGUE.
      *-----------
      *--   RECHARGE LE CATALOGUE DES RUNS (FICHIER ABSENT = PREMIER
      *--   PASSAGE, CATALOGUE VIDE).
           OPEN INPUT FILE-CATALOGUE
           IF L-FstCa = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstCa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCa '> ('
                      L-NomCatalogue ')'
              PERFORM ERREUR
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-CATALOGUE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF L-NbrCat < 20000
                       ADD 1 TO L-NbrCat
                       MOVE E-CAT-CIBLE   TO CAT-CIBLE(L-NbrCat)
                       MOVE E-CAT-RUNID   TO CAT-RUNID(L-NbrCat)
                       MOVE E-CAT-DATERUN TO CAT-DATERUN(L-NbrCat)
                       MOVE E-CAT-ORIGINE TO CAT-ORIGINE(L-NbrCat)
                       MOVE E-CAT-STATUT  TO CAT-STATUT(L-NbrCat)
                       MOVE E-CAT-NBR     TO CAT-NBR(L-NbrCat)
                       MOVE E-CAT-NBRARC  TO CAT-NBRARC(L-NbrCat)
                       MOVE E-CAT-DATEARC TO CAT-DATEARC(L-NbrCat)
                       MOVE E-CAT-ARCHIVE TO CAT-ARCHIVE(L-NbrCat)
                   ELSE
                       DISPLAY 'CATALOGUE DES RUNS TROP GRAND ('
                               L-NomCatalogue ')'
                       PERFORM ERREUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CATALOGUE
           .
      *----------------------------------------------------------------------------
       TRAITE-JOURNAL.
      *-----------
      *--   JOURNAL D IMAGES AVANT DE LA CIBLE L-IndCib : LES ENTREES
      *--   DES RUNS ANTERIEURS AU DERNIER DECHARGEMENT VERIFIE DE SON
      *--   MAITRE PASSENT DANS L ARCHIVE DATEE, LES AUTRES RESTENT EN
      *--   LIGNE. UN RUN EST ARCHIVE EN ENTIER (TOUTES SES ENTREES
      *--   PORTENT LA MEME DATE DE RUN) ET N EST PLUS DEFAISABLE.
           MOVE CIB-CODE(L-IndCib)    TO L-Cible
           MOVE CIB-JOURNAL(L-IndCib) TO L-NomEntree
           PERFORM CHERCHE-SAUVEGARDE

           OPEN INPUT FILE-ENTREE
           IF L-FstE NOT = ZERO
               DISPLAY L-Cible ' JOURNAL ABSENT, RIEN A ARCHIVER ('
                       L-NomEntree ')'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-TRAVAIL
           IF L-FstTr NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTr '> ('
                      L-NomTravail ')'
              PERFORM ERREUR
           END-IF
           PERFORM NOM-ARCHIVE

      *>   LES ENTREES EN LIGNE SONT RECOMPTEES A CHAQUE PASSAGE
           PERFORM VARYING L-IndCat FROM 1 BY 1
                   UNTIL L-IndCat > L-NbrCat
               IF CAT-CIBLE(L-IndCat) = L-Cible
                   MOVE 0 TO CAT-NBR(L-IndCat)
               END-IF
           END-PERFORM

           MOVE 0 TO L-NbrFicLus L-NbrFicArchives L-NbrFicGardes
           MOVE LOW-VALUES TO L-RunCourant
           MOVE 0 TO L-IndCat
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-ENTREE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   ADD 1 TO L-NbrFicLus
      *>           LES ENTREES D UN RUN SONT CONTIGUES : LE CATALOGUE
      *>           N EST CONSULTE QU AU CHANGEMENT DE RUN
                   IF E-JRN-RUNID NOT = L-RunCourant
                       PERFORM CHERCHE-RUN
                   END-IF
                   IF L-IndCat > 0
                       IF CAT-STATUT(L-IndCat) = 'E'
                          AND L-DateSauvegarde > 0
                          AND CAT-DATERUN(L-IndCat) < L-DateSauvegarde
                           MOVE 'A' TO CAT-STATUT(L-IndCat)
                           ADD 1 TO L-NbrRunsArchives
                       END-IF
                   END-IF
                   IF L-IndCat > 0
                       IF CAT-STATUT(L-IndCat) = 'A'
                           PERFORM ECRIT-ARCHIVE
                           ADD 1 TO CAT-NBRARC(L-IndCat)
                           MOVE L-DateTraitement
                               TO CAT-DATEARC(L-IndCat)
                           MOVE L-NomArchive TO CAT-ARCHIVE(L-IndCat)
                       ELSE
                           WRITE S-TRAVAIL FROM E-ENTREE
                           ADD 1 TO L-NbrFicGardes
                           ADD 1 TO CAT-NBR(L-IndCat)
                       END-IF
                   ELSE
                       WRITE S-TRAVAIL FROM E-ENTREE
                       ADD 1 TO L-NbrFicGardes
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ENTREE
           CLOSE FILE-TRAVAIL

           ADD L-NbrFicLus      TO L-NbrJrnLus
           ADD L-NbrFicArchives TO L-NbrJrnArchives
           DISPLAY L-Cible ' ' L-NomEntree ' LUES=' L-NbrFicLus
                   ' ARCHIVEES=' L-NbrFicArchives
                   ' EN LIGNE=' L-NbrFicGardes
           IF L-DateSauvegarde = 0 AND L-NbrFicGardes > 0
               DISPLAY L-Cible ' AUCUN DECHARGEMENT VERIFIE DU MAITRE :'
                       ' JOURNAL GARDE EN ENTIER'
               ADD 1 TO L-NbrSansSauvegarde
           END-IF

      *>   LES RUNS ARCHIVES SONT MARQUES 'A' AU CATALOGUE AVANT QUE LE
      *>   JOURNAL NE SOIT RACCOURCI : UNE FIN ANORMALE PLUS LOIN NE
      *>   PEUT PAS LAISSER EN LIGNE AU CATALOGUE UN RUN DEJA PURGE
           IF L-ArchiveOuverte = 'O'
               CLOSE FILE-ARCHIVE
               PERFORM REECRIT-CATALOGUE
               OPEN EXTEND FILE-ARCHIVE
           END-IF

           PERFORM RECOPIE-TRAVAIL
           .
      *----------------------------------------------------------------------------
       CHERCHE-SAUVEGARDE.
      *-----------
      *--   DERNIER DECHARGEMENT VERIFIE DU MAITRE DE L-Cible : LE
      *--   CATALOGUE EST PARCOURU DU PLUS RECENT AU PLUS ANCIEN ET LA
      *--   PREMIERE IMAGE ENCORE PRESENTE DONT LE TOTALISEUR ET LE
      *--   NOMBRE DE LIGNES CONCORDENT AVEC LE CATALOGUE EST RETENUE.
      *--   UNE IMAGE DEJA ESSAYEE N EST PAS RELUE (ELLE A ETE
      *--   REECRITE PAR UN DECHARGEMENT PLUS RECENT).
           MOVE 0 TO L-DateSauvegarde
           MOVE 0 TO L-NbrEssais
           PERFORM VARYING L-IndSvc FROM L-NbrSvc BY -1
                   UNTIL L-IndSvc < 1 OR L-DateSauvegarde > 0
                      OR L-NbrEssais >= 10
               IF SVC-CIBLE(L-IndSvc) = L-Cible
                   MOVE 'N' TO L-DejaEssaye
                   PERFORM VARYING L-IndEss FROM 1 BY 1
                           UNTIL L-IndEss > L-NbrEssais
                       IF ESS-FICHIER(L-IndEss) = SVC-FICHIER(L-IndSvc)
                           MOVE 'Y' TO L-DejaEssaye
                       END-IF
                   END-PERFORM
                   IF L-DejaEssaye = 'N'
                       ADD 1 TO L-NbrEssais
                       MOVE SVC-FICHIER(L-IndSvc)
                           TO ESS-FICHIER(L-NbrEssais)
                       PERFORM VERIFIE-IMAGE
                       IF L-ImageOK = 'Y'
                           MOVE SVC-DATE(L-IndSvc) TO L-DateSauvegarde
                           DISPLAY L-Cible ' DECHARGEMENT VERIFIE DU '
                                   L-DateSauvegarde ' ('
                                   SVC-FICHIER(L-IndSvc) ')'
                       ELSE
                           DISPLAY L-Cible ' DECHARGEMENT DU '
                                   SVC-DATE(L-IndSvc)
                                   ' NON VERIFIE ('
                                   SVC-FICHIER(L-IndSvc) ')'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       VERIFIE-IMAGE.
      *-----------
      *--   L IMAGE SVC-FICHIER(L-IndSvc) EST VERIFIEE SI ELLE SE
      *--   TERMINE PAR LE TOTALISEUR '*FIN' ET QUE LE NOMBRE DE LIGNES
      *--   QUI LE PRECEDENT EGALE LE TOTALISEUR ET LE CATALOGUE.
           MOVE 'N' TO L-ImageOK
           MOVE SVC-FICHIER(L-IndSvc) TO L-NomImage
           OPEN INPUT FILE-IMAGE
           IF L-FstIm NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO L-NbrImage
           MOVE 'N' TO L-FinImage
           PERFORM UNTIL L-FinImage = 'Y'
               READ FILE-IMAGE
               AT END
                   MOVE 'Y' TO L-FinImage
               NOT AT END
                   IF E-IMG-MARQUE = '*FIN'
                       MOVE 'Y' TO L-FinImage
                       IF E-IMG-NBR IS NUMERIC
                           IF E-IMG-NBR = L-NbrImage
                              AND L-NbrImage = SVC-NBR(L-IndSvc)
                               MOVE 'Y' TO L-ImageOK
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO L-NbrImage
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-IMAGE
           .
      *----------------------------------------------------------------------------
       CHERCHE-RUN.
      *-----------
      *--   LIGNE DU CATALOGUE DU RUN E-JRN-RUNID DE LA CIBLE EN COURS
      *--   (L-IndCat), CREEE A SA PREMIERE RENCONTRE ; 0 SI LE
      *--   CATALOGUE EST PLEIN (LES ENTREES RESTENT ALORS EN LIGNE).
           MOVE E-JRN-RUNID TO L-RunCourant
           PERFORM VARYING L-IndCat FROM 1 BY 1
                   UNTIL L-IndCat > L-NbrCat
               IF CAT-CIBLE(L-IndCat) = L-Cible
                  AND CAT-RUNID(L-IndCat) = L-RunCourant
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF L-NbrCat >= 20000
               ADD 1 TO L-NbrCatPlein
               MOVE 0 TO L-IndCat
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO L-NbrCat
           MOVE L-NbrCat TO L-IndCat
           MOVE L-Cible      TO CAT-CIBLE(L-IndCat)
           MOVE L-RunCourant TO CAT-RUNID(L-IndCat)
           MOVE 'E'          TO CAT-STATUT(L-IndCat)
           MOVE 0            TO CAT-NBR(L-IndCat)
                                CAT-NBRARC(L-IndCat)
                                CAT-DATEARC(L-IndCat)
           MOVE SPACES       TO CAT-ARCHIVE(L-IndCat)
      *>   DATE DU RUN : LUE DANS L IDENTIFIANT QUAND IL EN PORTE UNE
      *>   (AAAAMMJJ EN TETE OU APRES UN PREFIXE DE DEUX LETTRES),
      *>   SINON DATE DE CE PASSAGE, LE PREMIER QUI VOIT LE RUN
           MOVE L-DateTraitement TO CAT-DATERUN(L-IndCat)
           MOVE 'O'              TO CAT-ORIGINE(L-IndCat)
           IF L-RunCourant(1:8) IS NUMERIC
               MOVE L-RunCourant(1:8) TO L-DateRunNum
               IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRunNum) = 0
                  AND L-DateRunNum <= L-DateTraitement
                   MOVE L-DateRunNum TO CAT-DATERUN(L-IndCat)
                   MOVE 'I'          TO CAT-ORIGINE(L-IndCat)
               END-IF
           ELSE
               IF L-RunCourant(3:8) IS NUMERIC
                   MOVE L-RunCourant(3:8) TO L-DateRunNum
                   IF FUNCTION TEST-DATE-YYYYMMDD(L-DateRunNum) = 0
                      AND L-DateRunNum <= L-DateTraitement
                       MOVE L-DateRunNum TO CAT-DATERUN(L-IndCat)
                       MOVE 'I'          TO CAT-ORIGINE(L-IndCat)
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       TRAITE-AUDIT.
      *-----------
      *--   JOURNAL D AUDIT L-IndAud : LES LIGNES DATEES D AVANT LA
      *--   LIMITE PASSENT DANS L ARCHIVE DATEE ; UNE LIGNE SANS DATE
      *--   LISIBLE RESTE EN LIGNE.
           MOVE AUD-NOM(L-IndAud) TO L-NomEntree
           OPEN INPUT FILE-ENTREE
           IF L-FstE NOT = ZERO
               DISPLAY 'AUDIT ABSENT, RIEN A ARCHIVER (' L-NomEntree
                       ')'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-TRAVAIL
           IF L-FstTr NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTr '> ('
                      L-NomTravail ')'
              PERFORM ERREUR
           END-IF
           PERFORM NOM-ARCHIVE

           MOVE 0 TO L-NbrFicLus L-NbrFicArchives L-NbrFicGardes
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-ENTREE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   ADD 1 TO L-NbrFicLus
                   MOVE SPACES TO L-DateLigneX
                   STRING E-AUD-AAAA E-AUD-MM E-AUD-JJ
                          DELIMITED BY SIZE INTO L-DateLigneX
                   IF L-DateLigneX IS NUMERIC
                      AND L-DateLigne < L-DateLimiteAudit
                       PERFORM ECRIT-ARCHIVE
                   ELSE
                       WRITE S-TRAVAIL FROM E-ENTREE
                       ADD 1 TO L-NbrFicGardes
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ENTREE
           CLOSE FILE-TRAVAIL

           ADD L-NbrFicLus      TO L-NbrAudLus
           ADD L-NbrFicArchives TO L-NbrAudArchives
           DISPLAY 'AUD ' L-NomEntree ' LUES=' L-NbrFicLus
                   ' ARCHIVEES=' L-NbrFicArchives
                   ' EN LIGNE=' L-NbrFicGardes

           PERFORM RECOPIE-TRAVAIL
           .
      *----------------------------------------------------------------------------
       NOM-ARCHIVE.
      *-----------
      *--   ARCHIVE DATEE DU FICHIER EN COURS : NOM + '.A' + DATE DU
      *--   PASSAGE (COMME LES GENERATIONS NOM + '.G' + NUMERO)
           MOVE SPACES TO L-NomArchive
           STRING L-NomEntree DELIMITED BY SPACE
                  '.A' L-DateTraitement DELIMITED BY SIZE
               INTO L-NomArchive
           MOVE 'N' TO L-ArchiveOuverte
           .
      *----------------------------------------------------------------------------
       ECRIT-ARCHIVE.
      *-----------
      *--   L ARCHIVE EST OUVERTE A LA PREMIERE LIGNE A ARCHIVER, EN
      *--   EXTEND (UN SECOND PASSAGE LE MEME JOUR LA COMPLETE)
           IF L-ArchiveOuverte = 'N'
               OPEN EXTEND FILE-ARCHIVE
               IF L-FstAr = 35
                   OPEN OUTPUT FILE-ARCHIVE
                   CLOSE FILE-ARCHIVE
                   OPEN EXTEND FILE-ARCHIVE
               END-IF
               IF L-FstAr NOT = ZERO
                  DISPLAY 'Erreur ouverture fichier FS =' L-FstAr
                          '> (' L-NomArchive ')'
                  PERFORM ERREUR
               END-IF
               MOVE 'O' TO L-ArchiveOuverte
           END-IF
           WRITE S-ARCHIVE FROM E-ENTREE
           IF L-FstAr NOT = ZERO
               DISPLAY 'Erreur ecriture archive FS =' L-FstAr '> ('
                       L-NomArchive ')'
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrFicArchives
           .
      *----------------------------------------------------------------------------
       RECOPIE-TRAVAIL.
      *-----------
      *--   SI DES LIGNES ONT ETE ARCHIVEES, L ARCHIVE EST FERMEE ET
      *--   LES LIGNES GARDEES REMPLACENT LE CONTENU DU FICHIER.
           IF L-ArchiveOuverte = 'N'
               EXIT PARAGRAPH
           END-IF
           CLOSE FILE-ARCHIVE
           MOVE 'N' TO L-ArchiveOuverte

           OPEN INPUT FILE-TRAVAIL
           OPEN OUTPUT FILE-ENTREE
           IF L-FstTr NOT = ZERO OR L-FstE NOT = ZERO
              DISPLAY 'Erreur recopie FS =' L-FstTr '/' L-FstE '> ('
                      L-NomEntree ')'
              PERFORM ERREUR
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TRAVAIL
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   WRITE E-ENTREE FROM S-TRAVAIL
               END-READ
           END-PERFORM
           CLOSE FILE-TRAVAIL
           CLOSE FILE-ENTREE
           .
      *----------------------------------------------------------------------------
       REECRIT-CATALOGUE.
      *-----------
           OPEN OUTPUT FILE-CATALOGUE
           IF L-FstCa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCa '> ('
                      L-NomCatalogue ')'
              PERFORM ERREUR
           END-IF
           PERFORM VARYING L-IndCat FROM 1 BY 1
                   UNTIL L-IndCat > L-NbrCat
               MOVE CAT-CIBLE(L-IndCat)   TO WS-CAT-CIBLE
               MOVE CAT-RUNID(L-IndCat)   TO WS-CAT-RUNID
               MOVE CAT-DATERUN(L-IndCat) TO WS-CAT-DATERUN
               MOVE CAT-ORIGINE(L-IndCat) TO WS-CAT-ORIGINE
               MOVE CAT-STATUT(L-IndCat)  TO WS-CAT-STATUT
               MOVE CAT-NBR(L-IndCat)     TO WS-CAT-NBR
               MOVE CAT-NBRARC(L-IndCat)  TO WS-CAT-NBRARC
               MOVE CAT-DATEARC(L-IndCat) TO WS-CAT-DATEARC
               MOVE CAT-ARCHIVE(L-IndCat) TO WS-CAT-ARCHIVE
               WRITE E-CATALOGUE FROM WS-CAT-LIGNE
           END-PERFORM
           CLOSE FILE-CATALOGUE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           Display 'Entrees de journal lues    =' L-NbrJrnLus '>'
           Display 'Entrees de journal archiv. =' L-NbrJrnArchives '>'
           Display 'Runs archives ce passage   =' L-NbrRunsArchives '>'
           Display 'Lignes d audit lues        =' L-NbrAudLus '>'
           Display 'Lignes d audit archivees   =' L-NbrAudArchives '>'
           Display 'Journaux sans dechargement =' L-NbrSansSauvegarde
               '>'
           Display 'Entrees hors catalogue     =' L-NbrCatPlein '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrSansSauvegarde > 0 OR L-NbrCatPlein > 0)
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm          TO L-IncPgm
           MOVE L-CodeRetour   TO L-IncRC
           MOVE L-NomSauvCat   TO L-IncFicIn
           MOVE L-NomCatalogue TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
