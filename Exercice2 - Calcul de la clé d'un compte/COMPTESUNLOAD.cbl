                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstS.

       SELECT FILE-CATALOGUE ASSIGN TO DYNAMIC L-NomCatalogue
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstC.

       DATA DIVISION.

       FILE SECTION.
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

       FD  FILE-SAUVEGARDE.
      *--   IMAGE SEQUENTIELLE DU FICHIER MAITRE : UNE LIGNE PAR
      *--   ENREGISTREMENT, SUIVIE D UN TOTALISEUR '*FIN' + NOMBRE
      *--   D ENREGISTREMENTS, VERIFIE AU RECHARGEMENT.
       01  S-SAUVEGARDE                             PIC X(99).

       FD  FILE-CATALOGUE.
      *--   CATALOGUE DES DECHARGEMENTS (OUVERT EN EXTEND, COMMUN A
      *--   UNLOADMST) : CIBLE EX2, DATE ET HEURE, NOMBRE
      *--   D ENREGISTREMENTS, PROGRAMME ET IMAGE PRODUITE. ARCHIVEJRN
      *--   Y CHERCHE LE DERNIER DECHARGEMENT VERIFIE DU MAITRE.
       01  S-CATALOGUE                              PIC X(82).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *-- file status fichier
       01 L-FstM                                  PIC 99.
       01 L-FstS                                  PIC 99.
       01 L-FstC                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomComptesMaster     PIC X(40) VALUE 'COMPTES_MASTER.DAT'.
       01 L-NomSauvegarde        PIC X(40)
                                 VALUE 'COMPTES_MASTER_SAUVE.txt'.
       01 L-NomCatalogue         PIC X(40)
                                 VALUE 'SAUVEGARDES_CATALOGUE.txt'.
       01 L-EnvTemp              PIC X(40).

       01 L-FinFic                                PIC X.
           05 FILLER             PIC X(4) VALUE '*FIN'.
           05 WS-TRL-NBR         PIC 9(7).

       01 L-Horodatage           PIC X(21).

       01 WS-CAT-LIGNE.
           05 WS-CAT-CIBLE       PIC X(3) VALUE 'EX2'.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-HEURE       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-NBR         PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-PGM         PIC X(13).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-CAT-FICHIER     PIC X(40).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM DECHARGEMENT

           PERFORM CATALOGUE

           PERFORM FIN-TRT
           .

               MOVE L-EnvTemp TO L-NomSauvegarde
           END-IF

           DISPLAY 'SAUVEGARDES_CATALOGUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomCatalogue
           END-IF

           OPEN INPUT COMPTES-MASTER
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstM '>'
           MOVE L-NbrEnrLus TO WS-TRL-NBR
           WRITE S-SAUVEGARDE FROM WS-TRAILER
           .
      *----------------------------------------------------------------------------
       CATALOGUE.
      *-----------
      *--   LE DECHARGEMENT COMPLET EST AJOUTE AU CATALOGUE (CREE AU
      *--   PREMIER PASSAGE).
           OPEN EXTEND FILE-CATALOGUE
           IF L-FstC = 35
               OPEN OUTPUT FILE-CATALOGUE
               CLOSE FILE-CATALOGUE
               OPEN EXTEND FILE-CATALOGUE
           END-IF
           IF L-FstC NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstC '>'
              PERFORM ERREUR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO L-Horodatage
           MOVE L-Horodatage(1:8)   TO WS-CAT-DATE
           MOVE L-Horodatage(9:6)   TO WS-CAT-HEURE
           MOVE L-NbrEnrLus         TO WS-CAT-NBR
           MOVE L-Pgm               TO WS-CAT-PGM
           MOVE L-NomSauvegarde     TO WS-CAT-FICHIER
           WRITE S-CATALOGUE FROM WS-CAT-LIGNE
           CLOSE FILE-CATALOGUE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
