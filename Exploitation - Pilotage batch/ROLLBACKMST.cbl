                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJ.

       SELECT FILE-CATALOGUE ASSIGN TO DYNAMIC L-NomCatalogue
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCa.

       SELECT HISTAUD-MASTER ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CM-CLE
                      FILE STATUS IS L-FstM.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS TH-SEQ
                      FILE STATUS IS L-FstM.

       SELECT PERSONNES-MASTER ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PER-CLE
                      FILE STATUS IS L-FstM.

       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LN-CLE
                      FILE STATUS IS L-FstM.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER                 PIC X.
           05 E-JRN-IMAGE            PIC X(216).

       FD  FILE-CATALOGUE.
      *--  CATALOGUE DES RUNS TENU PAR ARCHIVEJRN : UN RUN DE STATUT
      *--  'A' A SES IMAGES AVANT DANS L ARCHIVE DATEE DU JOURNAL.
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

      *--  LES FICHIERS MAITRES JOURNALISES DE LA CHAINE, AVEC
      *--  LEUR DESSIN RESPECTIF (SEUL CELUI DE LA CIBLE CHOISIE EST
      *--  OUVERT).
       FD  HISTAUD-MASTER.
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

       FD  HISTO-PRESTATIONS.
       01  HP-ENREG.
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  CONTRATS-MASTER.
       01  CM-ENREG.
           05 CM-DATTERM             PIC X(8).
           05 CM-DATRENOUV           PIC X(8).

       FD  TETES-HISTO.
       01  TH-ENREG.
           05 TH-SEQ                 PIC 9(9).
           05 TH-CODPRD              PIC XX.
           05 TH-NUMPOL              PIC 9(7).
           05 TH-TIT                 PIC X(3).
           05 TH-NOM                 PIC X(20).
           05 TH-PRN                 PIC X(20).
           05 TH-EVENEMENT           PIC X(8).
           05 TH-DATERUN             PIC 9(8).
           05 TH-PGM                 PIC X(10).

       FD  PERSONNES-MASTER.
       01  PER-ENREG.
           05 PER-CLE.
               10 PER-NOMN           PIC X(20).
               10 PER-PRNN           PIC X(20).
               10 PER-DATNAI         PIC X(8).
           05 PER-ID                 PIC 9(9).
           05 PER-TIT                PIC X(3).
           05 PER-NOM                PIC X(20).
           05 PER-PRN                PIC X(20).
           05 PER-DATCRE             PIC 9(8).
           05 PER-PGM                PIC X(10).

       FD  PERSONNES-CONTRATS.
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

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

      *-- file status fichier
       01 L-FstJ                                  PIC 99.
       01 L-FstM                                  PIC 99.
       01 L-FstCa                                 PIC 99.

      *-- CIBLE DU RETOUR ARRIERE ('EX1' = AUDIENCE_HIST.DAT, 'EX2' =
      *-- COMPTES_MASTER.DAT, 'EX3' = HISTO_PRESTATIONS.DAT, 'EX4' =
      *-- CONTRATS_MASTER.DAT, 'TET' = TETES_HISTO.DAT, 'PER' =
      *-- PERSONNES.DAT, 'LIE' = PERSONNES_CONTRATS.DAT), IDENTIFIANT
      *-- DU RUN A DEFAIRE ET NOMS DE FICHIERS (DEFAUTS SELON LA
      *-- CIBLE).
       01 L-Cible                PIC X(3) VALUE SPACES.
       01 L-RunId                PIC X(10) VALUE SPACES.
       01 L-NomJournal           PIC X(40) VALUE SPACES.
       01 L-NomMaster            PIC X(40) VALUE SPACES.
       01 L-NomCatalogue         PIC X(40)
                                 VALUE 'ROLLBACK_CATALOGUE.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 RETOUR ARRIERE COMPLET, 4 RIEN A
      *-- DEFAIRE POUR CE RUN, 8 ANOMALIES D APPLICATION OU RUN
      *-- ARCHIVE (RETOUR ARRIERE REFUSE), 12 FIN ANORMALE.
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
       01 L-FinCatalogue                          PIC X.

      *-- RUN DONT LES IMAGES AVANT ONT ETE ARCHIVEES (CATALOGUE)
       01 L-RunArchive                            PIC X VALUE 'N'.
       01 L-DateArchive                           PIC 9(8).
       01 L-NomArchive                            PIC X(50).

       01 L-Nbr.
           05 L-NbrLignesJournal                  PIC 9(6).

           PERFORM INIT

           PERFORM CONTROLE-CATALOGUE

           IF L-RunArchive = 'O'
               DISPLAY 'RUN ' L-RunId ' ARCHIVE LE ' L-DateArchive
                   ' (' L-NomArchive ')'
               DISPLAY 'IMAGES AVANT HORS LIGNE, RETOUR ARRIERE REFUSE'
               MOVE 8 TO L-CodeRetour
               PERFORM FIN-TRT
           END-IF

           PERFORM CHARGE-JOURNAL

           IF L-NbrEntrees = 0
           DISPLAY 'ROLLBACK_CIBLE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) = 'EX1' OR 'EX2' OR 'EX3' OR 'EX4'
                               OR 'TET' OR 'PER' OR 'LIE'
               MOVE L-EnvTemp(1:3) TO L-Cible
           ELSE
               DISPLAY 'ROLLBACK_CIBLE NON FOURNIE OU INCONNUE '
                       '(EX1/EX2/EX3/EX4/TET/PER/LIE)'
               PERFORM ERREUR
           END-IF

               WHEN 'EX4'
                   MOVE 'JOURNAL_CONTRATS.txt' TO L-NomJournal
                   MOVE 'CONTRATS_MASTER.DAT'  TO L-NomMaster
               WHEN 'TET'
                   MOVE 'JOURNAL_TETES.txt'    TO L-NomJournal
                   MOVE 'TETES_HISTO.DAT'      TO L-NomMaster
               WHEN 'PER'
                   MOVE 'JOURNAL_PERSONNES.txt' TO L-NomJournal
                   MOVE 'PERSONNES.DAT'         TO L-NomMaster
               WHEN 'LIE'
                   MOVE 'JOURNAL_LIENS.txt'      TO L-NomJournal
                   MOVE 'PERSONNES_CONTRATS.DAT' TO L-NomMaster
           END-EVALUATE

           DISPLAY 'ROLLBACK_JOURNAL' UPON ENVIRONMENT-NAME
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMaster
           END-IF

           DISPLAY 'ROLLBACK_CATALOGUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomCatalogue
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-CATALOGUE.
      *-----------
      *--   UN RUN DONT LES IMAGES AVANT SONT PASSEES DANS L ARCHIVE
      *--   (STATUT 'A' AU CATALOGUE D ARCHIVEJRN) NE SERAIT QUE
      *--   PARTIELLEMENT DEFAIT : IL EST REFUSE. CATALOGUE ABSENT =
      *--   AUCUN JOURNAL ENCORE ARCHIVE.
           OPEN INPUT FILE-CATALOGUE
           IF L-FstCa NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-FinCatalogue
           PERFORM UNTIL L-FinCatalogue = 'Y'
               READ FILE-CATALOGUE
               AT END
                   MOVE 'Y' TO L-FinCatalogue
               NOT AT END
                   IF E-CAT-CIBLE = L-Cible
                      AND E-CAT-RUNID = L-RunId
                      AND E-CAT-STATUT = 'A'
                       MOVE 'O'           TO L-RunArchive
                       MOVE E-CAT-DATEARC TO L-DateArchive
                       MOVE E-CAT-ARCHIVE TO L-NomArchive
                       MOVE 'Y'           TO L-FinCatalogue
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CATALOGUE
           .
      *----------------------------------------------------------------------------
       CHARGE-JOURNAL.
                   OPEN I-O HISTO-PRESTATIONS
               WHEN 'EX4'
                   OPEN I-O CONTRATS-MASTER
               WHEN 'TET'
                   OPEN I-O TETES-HISTO
               WHEN 'PER'
                   OPEN I-O PERSONNES-MASTER
               WHEN 'LIE'
                   OPEN I-O PERSONNES-CONTRATS
           END-EVALUATE
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier maitre FS ='
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
           .
      *----------------------------------------------------------------------------
                       PERFORM APPLIQUE-EX3
                   WHEN 'EX4'
                       PERFORM APPLIQUE-EX4
                   WHEN 'TET'
                       PERFORM APPLIQUE-TET
                   WHEN 'PER'
                       PERFORM APPLIQUE-PER
                   WHEN 'LIE'
                       PERFORM APPLIQUE-LIE
               END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       APPLIQUE-EX2.
      *-----------
           MOVE ENT-IMAGE(IND-ENT)(1:99) TO M-COMPTE
      *--   IMAGE JOURNALISEE AVANT L AJOUT DU STATUT (70 OCTETS) :
      *--   LE COMPTE EST RESTAURE OUVERT, SANS DATE DE STATUT
           IF M-DATE-STATUT IS NOT NUMERIC
               MOVE ZEROS TO M-DATE-STATUT
           END-IF
           IF ENT-ACTION(IND-ENT) = 'AJ'
               DELETE COMPTES-MASTER
               INVALID KEY
      *----------------------------------------------------------------------------
       APPLIQUE-EX3.
      *-----------
           MOVE ENT-IMAGE(IND-ENT)(1:69) TO HP-ENREG
      *--   IMAGE JOURNALISEE AVANT L AJOUT DE HP-REMB (42 OCTETS) :
      *--   LE REMBOURSE N Y FIGURE PAS : RESTAURE A ZERO ET MARQUE
      *--   NON HISTORISE ('*') COMME PAR HISTOCONV3. UNE IMAGE
      *--   ANTERIEURE A HP-RECOURS (42 OU 54 OCTETS) EST COMPLETEE
      *--   PAR DES ESPACES AU JOURNAL : PRESTATION NON RATTACHEE A
      *--   UN DOSSIER DE RECOURS.
           IF HP-REMB NOT NUMERIC
               MOVE '*' TO HP-TYPE-ENR
               MOVE 0 TO HP-REMB
           END-IF
           IF ENT-ACTION(IND-ENT) = 'AJ'
               DELETE HISTO-PRESTATIONS
               INVALID KEY
               END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------------------
       APPLIQUE-TET.
      *-----------
           MOVE ENT-IMAGE(IND-ENT)(1:87) TO TH-ENREG
           IF ENT-ACTION(IND-ENT) = 'AJ'
               DELETE TETES-HISTO
               INVALID KEY
                   ADD 1 TO L-NbrAnomalies
               NOT INVALID KEY
                   ADD 1 TO L-NbrSupprimes
               END-DELETE
           ELSE
               REWRITE TH-ENREG
               INVALID KEY
                   WRITE TH-ENREG
                   INVALID KEY
                       ADD 1 TO L-NbrAnomalies
                   NOT INVALID KEY
                       ADD 1 TO L-NbrRestaures
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO L-NbrRestaures
               END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------------------
       APPLIQUE-PER.
      *-----------
      *--   JOURNAL DE EFFACERGPD : LA PSEUDONYMISATION D UNE PERSONNE
      *--   OU D UN RATTACHEMENT CHANGE SA CLE ('AV' DE L ANCIENNE CLE
      *--   PUIS 'AJ' DE LA NOUVELLE) ; L ORDRE INVERSE SUPPRIME LA
      *--   NOUVELLE CLE AVANT DE RECREER L ANCIENNE.
           MOVE ENT-IMAGE(IND-ENT)(1:118) TO PER-ENREG
           IF ENT-ACTION(IND-ENT) = 'AJ'
               DELETE PERSONNES-MASTER
               INVALID KEY
                   ADD 1 TO L-NbrAnomalies
               NOT INVALID KEY
                   ADD 1 TO L-NbrSupprimes
               END-DELETE
           ELSE
               REWRITE PER-ENREG
               INVALID KEY
                   WRITE PER-ENREG
                   INVALID KEY
                       ADD 1 TO L-NbrAnomalies
                   NOT INVALID KEY
                       ADD 1 TO L-NbrRestaures
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO L-NbrRestaures
               END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------------------
       APPLIQUE-LIE.
      *-----------
           MOVE ENT-IMAGE(IND-ENT)(1:87) TO LN-ENREG
           IF ENT-ACTION(IND-ENT) = 'AJ'
               DELETE PERSONNES-CONTRATS
               INVALID KEY
                   ADD 1 TO L-NbrAnomalies
               NOT INVALID KEY
                   ADD 1 TO L-NbrSupprimes
               END-DELETE
           ELSE
               REWRITE LN-ENREG
               INVALID KEY
                   WRITE LN-ENREG
                   INVALID KEY
                       ADD 1 TO L-NbrAnomalies
                   NOT INVALID KEY
                       ADD 1 TO L-NbrRestaures
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO L-NbrRestaures
               END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           IF L-CodeRetour < 8 AND L-NbrAnomalies > 0
               MOVE 8 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm        TO L-IncPgm
           MOVE L-CodeRetour TO L-IncRC
           MOVE L-NomJournal TO L-IncFicIn
           MOVE L-NomMaster  TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

