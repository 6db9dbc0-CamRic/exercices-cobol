       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNLOADMST.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTAUD-MASTER ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS H-CLE
                      FILE STATUS IS L-FstM.

       SELECT HISTO-PRESTATIONS ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS HP-CLE
                      FILE STATUS IS L-FstM.

       SELECT CONTRATS-MASTER ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS CM-CLE
                      FILE STATUS IS L-FstM.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TH-SEQ
                      FILE STATUS IS L-FstM.

       SELECT PERSONNES-MASTER ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS PER-CLE
                      FILE STATUS IS L-FstM.

       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LN-CLE
                      FILE STATUS IS L-FstM.

       SELECT FILE-SAUVEGARDE ASSIGN TO DYNAMIC L-NomSauvegarde
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstS.

       SELECT FILE-CATALOGUE ASSIGN TO DYNAMIC L-NomCatalogue
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstC.

       DATA DIVISION.

       FILE SECTION.

      *--  LES FICHIERS MAITRES JOURNALISES DE LA CHAINE AUTRES QUE
      *--  COMPTES_MASTER.DAT (DECHARGE PAR COMPTESUNLOAD), AVEC LEUR
      *--  DESSIN RESPECTIF (SEUL CELUI DE LA CIBLE CHOISIE EST
      *--  OUVERT).
       FD  HISTAUD-MASTER.
       01  H-AUDIENCE.
           05 H-CLE.
               10 H-LUNDI-NUM      PIC 9(8).
               10 H-CHAINE         PIC 9(2).
           05 FILLER               PIC X(204).

       FD  HISTO-PRESTATIONS.
       01  HP-ENREG.
           05 HP-CLE.
               10 HP-POLICE          PIC 9(12).
               10 HP-DATESOIN        PIC 9(7).
               10 HP-MONTANT         PIC X(11).
           05 FILLER                 PIC X(39).

       FD  CONTRATS-MASTER.
       01  CM-ENREG.
           05 CM-CLE.
               10 CM-CODPRD          PIC XX.
               10 CM-NUMPOL          PIC 9(7).
           05 FILLER                 PIC X(40).

       FD  TETES-HISTO.
       01  TH-ENREG.
           05 TH-SEQ                 PIC 9(9).
           05 FILLER                 PIC X(78).

       FD  PERSONNES-MASTER.
       01  PER-ENREG.
           05 PER-CLE                PIC X(48).
           05 FILLER                 PIC X(70).

       FD  PERSONNES-CONTRATS.
       01  LN-ENREG.
           05 LN-CLE                 PIC X(49).
           05 FILLER                 PIC X(38).

       FD  FILE-SAUVEGARDE.
      *--   IMAGE SEQUENTIELLE DU FICHIER MAITRE, AU FORMAT DE
      *--   COMPTESUNLOAD : UNE LIGNE PAR ENREGISTREMENT (ENREGISTREMENTS
      *--   RESERVES COMPRIS), SUIVIE D UN TOTALISEUR '*FIN' + NOMBRE
      *--   D ENREGISTREMENTS.
       01  S-SAUVEGARDE                             PIC X(216).

       FD  FILE-CATALOGUE.
      *--   CATALOGUE DES DECHARGEMENTS (OUVERT EN EXTEND, COMMUN A
      *--   COMPTESUNLOAD) : CIBLE, DATE ET HEURE, NOMBRE
      *--   D ENREGISTREMENTS, PROGRAMME ET IMAGE PRODUITE. ARCHIVEJRN
      *--   Y CHERCHE LE DERNIER DECHARGEMENT VERIFIE DE CHAQUE MAITRE.
       01  S-CATALOGUE                              PIC X(82).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                      PIC X(9) VALUE 'UNLOADMST'.

      *-- file status fichier
       01 L-FstM                                  PIC 99.
       01 L-FstS                                  PIC 99.
       01 L-FstC                                  PIC 99.

      *-- CIBLE DU DECHARGEMENT (MEMES CODES QUE ROLLBACKMST : 'EX1' =
      *-- AUDIENCE_HIST.DAT, 'EX3' = HISTO_PRESTATIONS.DAT, 'EX4' =
      *-- CONTRATS_MASTER.DAT, 'TET' = TETES_HISTO.DAT, 'PER' =
      *-- PERSONNES.DAT, 'LIE' = PERSONNES_CONTRATS.DAT) ET NOMS DE
      *-- FICHIERS (DEFAUTS SELON LA CIBLE).
       01 L-Cible                PIC X(3) VALUE SPACES.
       01 L-NomMaster            PIC X(40) VALUE SPACES.
       01 L-NomSauvegarde        PIC X(40) VALUE SPACES.
       01 L-NomCatalogue         PIC X(40)
                                 VALUE 'SAUVEGARDES_CATALOGUE.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 DECHARGEMENT COMPLET, 12 FIN
      *-- ANORMALE (LE DECHARGEMENT N EST ALORS PAS CATALOGUE).
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

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-Ouverts                               PIC X VALUE 'N'.

       01 L-NbrEnrLus            PIC 9(7) VALUE 0.
       01 L-Horodatage           PIC X(21).

       01 WS-TRAILER.
           05 FILLER             PIC X(4) VALUE '*FIN'.
           05 WS-TRL-NBR         PIC 9(7).

       01 WS-CAT-LIGNE.
           05 WS-CAT-CIBLE       PIC X(3).
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

           PERFORM INIT

           PERFORM DECHARGEMENT

           PERFORM CATALOGUE

           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE LOW-VALUE                              TO L-FinFic

      *--   CIBLE OBLIGATOIRE
           DISPLAY 'UNLOAD_CIBLE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) = 'EX1' OR 'EX3' OR 'EX4'
                               OR 'TET' OR 'PER' OR 'LIE'
               MOVE L-EnvTemp(1:3) TO L-Cible
           ELSE
               DISPLAY 'UNLOAD_CIBLE NON FOURNIE OU INCONNUE '
                       '(EX1/EX3/EX4/TET/PER/LIE ; EX2 PAR '
                       'COMPTESUNLOAD)'
               PERFORM ERREUR
           END-IF

      *--   DEFAUTS DE LA CIBLE (FICHIER MAITRE ET IMAGE)
           EVALUATE L-Cible
               WHEN 'EX1'
                   MOVE 'AUDIENCE_HIST.DAT'        TO L-NomMaster
                   MOVE 'AUDIENCE_HIST_SAUVE.txt'  TO L-NomSauvegarde
               WHEN 'EX3'
                   MOVE 'HISTO_PRESTATIONS.DAT'    TO L-NomMaster
                   MOVE 'HISTO_PRESTATIONS_SAUVE.txt'
                                                   TO L-NomSauvegarde
               WHEN 'EX4'
                   MOVE 'CONTRATS_MASTER.DAT'      TO L-NomMaster
                   MOVE 'CONTRATS_MASTER_SAUVE.txt'
                                                   TO L-NomSauvegarde
               WHEN 'TET'
                   MOVE 'TETES_HISTO.DAT'          TO L-NomMaster
                   MOVE 'TETES_HISTO_SAUVE.txt'    TO L-NomSauvegarde
               WHEN 'PER'
                   MOVE 'PERSONNES.DAT'            TO L-NomMaster
                   MOVE 'PERSONNES_SAUVE.txt'      TO L-NomSauvegarde
               WHEN 'LIE'
                   MOVE 'PERSONNES_CONTRATS.DAT'   TO L-NomMaster
                   MOVE 'PERSONNES_CONTRATS_SAUVE.txt'
                                                   TO L-NomSauvegarde
           END-EVALUATE

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'UNLOAD_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMaster
           END-IF

           DISPLAY 'UNLOAD_SAUVEGARDE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSauvegarde
           END-IF

           DISPLAY 'SAUVEGARDES_CATALOGUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomCatalogue
           END-IF

           EVALUATE L-Cible
               WHEN 'EX1'
                   OPEN INPUT HISTAUD-MASTER
               WHEN 'EX3'
                   OPEN INPUT HISTO-PRESTATIONS
               WHEN 'EX4'
                   OPEN INPUT CONTRATS-MASTER
               WHEN 'TET'
                   OPEN INPUT TETES-HISTO
               WHEN 'PER'
                   OPEN INPUT PERSONNES-MASTER
               WHEN 'LIE'
                   OPEN INPUT PERSONNES-CONTRATS
           END-EVALUATE
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier maitre FS ='
                  L-FstM '> (' L-NomMaster ')'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-SAUVEGARDE
           IF L-FstS NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstS '> ('
                      L-NomSauvegarde ')'
              PERFORM ERREUR
           END-IF
           MOVE 'O' TO L-Ouverts
           .
      *----------------------------------------------------------------------------
       DECHARGEMENT.
      *-----------
      *--   PARCOURT TOUT LE FICHIER MAITRE EN SEQUENTIEL (ORDRE DES
      *--   CLES) ET RECOPIE CHAQUE ENREGISTREMENT A PLAT, PUIS POSE
      *--   LE TOTALISEUR.
           PERFORM UNTIL L-FinFic-OK
               EVALUATE L-Cible
                   WHEN 'EX1'
                       READ HISTAUD-MASTER NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE H-AUDIENCE TO S-SAUVEGARDE
                       END-READ
                   WHEN 'EX3'
                       READ HISTO-PRESTATIONS NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE HP-ENREG TO S-SAUVEGARDE
                       END-READ
                   WHEN 'EX4'
                       READ CONTRATS-MASTER NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE CM-ENREG TO S-SAUVEGARDE
                       END-READ
                   WHEN 'TET'
                       READ TETES-HISTO NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE TH-ENREG TO S-SAUVEGARDE
                       END-READ
                   WHEN 'PER'
                       READ PERSONNES-MASTER NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE PER-ENREG TO S-SAUVEGARDE
                       END-READ
                   WHEN 'LIE'
                       READ PERSONNES-CONTRATS NEXT
                       AT END
                           SET L-FinFic-OK TO TRUE
                       NOT AT END
                           MOVE LN-ENREG TO S-SAUVEGARDE
                       END-READ
               END-EVALUATE
               IF NOT L-FinFic-OK
                   ADD 1 TO L-NbrEnrLus
                   WRITE S-SAUVEGARDE
                   IF L-FstS NOT = ZERO
                       DISPLAY 'Erreur ecriture image FS =' L-FstS '>'
                       PERFORM ERREUR
                   END-IF
               END-IF
           END-PERFORM

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
              DISPLAY 'Erreur ouverture fichier FS =' L-FstC '> ('
                      L-NomCatalogue ')'
              PERFORM ERREUR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO L-Horodatage
           MOVE L-Cible             TO WS-CAT-CIBLE
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
           IF L-Ouverts = 'O'
               EVALUATE L-Cible
                   WHEN 'EX1'
                       CLOSE HISTAUD-MASTER
                   WHEN 'EX3'
                       CLOSE HISTO-PRESTATIONS
                   WHEN 'EX4'
                       CLOSE CONTRATS-MASTER
                   WHEN 'TET'
                       CLOSE TETES-HISTO
                   WHEN 'PER'
                       CLOSE PERSONNES-MASTER
                   WHEN 'LIE'
                       CLOSE PERSONNES-CONTRATS
               END-EVALUATE
               CLOSE FILE-SAUVEGARDE
               MOVE 'N' TO L-Ouverts
           END-IF

           Display 'Cible                  =' L-Cible '>'
           Display 'Nbre enregs decharges  =' L-NbrEnrLus '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm           TO L-IncPgm
           MOVE L-CodeRetour    TO L-IncRC
           MOVE L-NomMaster     TO L-IncFicIn
           MOVE L-NomSauvegarde TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
