       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFACERGPD.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTRATS-MASTER ASSIGN TO DYNAMIC L-NomContratsMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS CM-CLE
                      FILE STATUS IS L-FstCm.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomTetesHisto
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS TH-SEQ
                      FILE STATUS IS L-FstTh.

       SELECT PERSONNES-MASTER ASSIGN TO DYNAMIC L-NomPersonnes
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PER-CLE
                      FILE STATUS IS L-FstPe.

       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomLiens
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LN-CLE
                      FILE STATUS IS L-FstLn.

       SELECT FILE-FICHE ASSIGN TO DYNAMIC L-NomFiche
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstFi.

       SELECT FILE-TRAVAIL ASSIGN TO DYNAMIC L-NomTravail
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstTr.

       SELECT FILE-JOURNAL ASSIGN TO DYNAMIC L-NomJournal
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJ.

       SELECT FILE-REGISTRE ASSIGN TO DYNAMIC L-NomRegistre
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstRg.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTRATS-MASTER.
      *--  MEME DESSIN QUE DANS COBOLEX4, RELU EN LECTURE SEULE : IL
      *--  DESIGNE LES CONTRATS RESILIES DEPUIS PLUS QUE LA DUREE DE
      *--  CONSERVATION.
       01  CM-ENREG.
           05 CM-CLE.
               10 CM-CODPRD          PIC XX.
               10 CM-NUMPOL          PIC 9(7).
           05 CM-SIT                 PIC X.
           05 CM-NBTET               PIC 9(3).
           05 CM-NBBEN               PIC 9(3).
           05 CM-EMPREINTE           PIC 9(9).
           05 CM-DATEFF              PIC X(8).
           05 CM-DATTERM             PIC X(8).
           05 CM-DATRENOUV           PIC X(8).

       FD  TETES-HISTO.
      *--  MEME DESSIN QUE DANS COBOLEX4 (ENREGISTREMENT 000000000
      *--  RESERVE AU COMPTEUR DE SEQUENCE).
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
      *--  MEME DESSIN QUE DANS PERSONNES (ENREGISTREMENT DE CLE A
      *--  BLANC RESERVE AU DERNIER IDENTIFIANT ATTRIBUE).
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
      *--  MEME DESSIN QUE DANS PERSONNES.
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

       FD  FILE-FICHE.
      *--  EXTRAITS DE CONTRATS DE COBOLEX4 (FICSOR, CONTRATS
      *--  INTERROMPUS) : EN-TETE 'C', TETES 'T', BENEFICIAIRES 'B'.
       01  E-FICHE                                   PIC X(60).

       FD  FILE-TRAVAIL.
      *--  COPIE DE TRAVAIL D UN EXTRAIT EN COURS DE PSEUDONYMISATION,
      *--  RECOPIEE ENSUITE SUR L EXTRAIT.
       01  S-TRAVAIL                                 PIC X(60).

       FD  FILE-JOURNAL.
      *--  JOURNAL DES IMAGES AVANT DU FICHIER MIS A JOUR (OUVERT EN
      *--  EXTEND), AU DESSIN DES AUTRES JOURNAUX DE LA CHAINE : 'AV'
      *--  IMAGE AVANT REECRITURE OU SUPPRESSION, 'AJ' IMAGE CREEE.
      *--  MATIERE DE ROLLBACKMST (CIBLES TET, PER ET LIE).
       01  S-JOURNAL                                 PIC X(230).

       FD  FILE-REGISTRE.
      *--  REGISTRE PERSISTANT DES EFFACEMENTS (OUVERT EN EXTEND) : UNE
      *--  LIGNE PAR CONTRAT TRAITE (DATE DE RESILIATION, NOMBRE
      *--  D ENREGISTREMENTS PSEUDONYMISES PAR FICHIER) ET UNE PAR
      *--  PERSONNE DU REFERENTIEL PSEUDONYMISEE. IL NE PORTE AUCUNE
      *--  DONNEE D IDENTITE.
       01  S-REGISTRE                                PIC X(150).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                       PIC X(10) VALUE 'EFFACERGPD'.

      *-- file status fichier
       01 L-FstCm                                 PIC 99.
       01 L-FstTh                                 PIC 99.
       01 L-FstPe                                 PIC 99.
       01 L-FstLn                                 PIC 99.
       01 L-FstFi                                 PIC 99.
       01 L-FstTr                                 PIC 99.
       01 L-FstJ                                  PIC 99.
       01 L-FstRg                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
      *-- (MEMES VARIABLES QUE LES PROGRAMMES QUI TIENNENT CES FICHIERS)
       01 L-NomContratsMaster    PIC X(40) VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomTetesHisto        PIC X(40) VALUE 'TETES_HISTO.DAT'.
       01 L-NomPersonnes         PIC X(40) VALUE 'PERSONNES.DAT'.
       01 L-NomLiens             PIC X(40)
                                 VALUE 'PERSONNES_CONTRATS.DAT'.
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomFicarc            PIC X(40)
                                 VALUE 'CONTRATS_INTERROMPUS.txt'.
       01 L-NomTravail           PIC X(40) VALUE 'RGPD_TRAVAIL.tmp'.
       01 L-NomJournalTetes      PIC X(40) VALUE 'JOURNAL_TETES.txt'.
       01 L-NomJournalPers       PIC X(40)
                                 VALUE 'JOURNAL_PERSONNES.txt'.
       01 L-NomJournalLiens      PIC X(40) VALUE 'JOURNAL_LIENS.txt'.
       01 L-NomRegistre          PIC X(40)
                                 VALUE 'REGISTRE_EFFACEMENTS.txt'.
       01 L-NomFiche             PIC X(40).
       01 L-NomJournal           PIC X(40).
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE (Y COMPRIS RIEN A
      *-- EFFACER), 4 FICHIER ABSENT SAUTE, 8 ANOMALIES DE MISE A
      *-- JOUR OU TABLE PLEINE (LE RESTE EST TRAITE AU PASSAGE
      *-- SUIVANT), 12 FIN ANORMALE.
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
      *-- RATTACHEMENTS OUVERTS ('O') : LE FILE STATUS NE SUFFIT PAS,
      *-- UNE LECTURE SANS RESULTAT (23) LE MODIFIE EN COURS DE ROUTE
       01 L-LiensOuverts                          PIC X VALUE 'N'.

      *-- DUREE DE CONSERVATION (RGPD_RETENTION_ANS, EN ANNEES APRES
      *-- LA RESILIATION) ET DATE DU TRAITEMENT (RGPD_DATE, A DEFAUT
      *-- LE JOUR) : UN CONTRAT RESILIE AVANT L-DateLimite EST TRAITE.
       01 L-Retention                             PIC 99 VALUE 10.
       01 L-DateTraitement                        PIC 9(8).
       01 L-DateLimite                            PIC 9(8).
       01 L-RunId                                 PIC X(10).

       01 L-Nbr.
           05 L-NbrContratsLus                    PIC 9(7).
           05 L-NbrContratsRetenus                PIC 9(7).
           05 L-NbrEvenements                     PIC 9(7).
           05 L-NbrFiches                         PIC 9(7).
           05 L-NbrLiens                          PIC 9(7).
           05 L-NbrPersonnes                      PIC 9(7).
           05 L-NbrAbsents                        PIC 9(2).
           05 L-NbrAnomalies                      PIC 9(7).

      *-- CONTRATS RETENUS (ORDRE DU MAITRE) ET COMPTEURS PAR CONTRAT
      *-- POUR LE REGISTRE
       01 L-NbrSel                                PIC 9(4) VALUE 0.
       01 TABLE-SELECTION.
           05 L-SEL OCCURS 5000 TIMES.
               10 SEL-CLE.
                   15 SEL-CODPRD                  PIC XX.
                   15 SEL-NUMPOL                  PIC 9(7).
               10 SEL-DATTERM                     PIC X(8).
               10 SEL-NBR-EVT                     PIC 9(5).
               10 SEL-NBR-FICHE                   PIC 9(5).
               10 SEL-NBR-LIEN                    PIC 9(5).
       01 L-IndSel                                PIC 9(4).
       01 L-CleContrat.
           05 L-CLE-CODPRD                        PIC XX.
           05 L-CLE-NUMPOL                        PIC 9(7).
       01 L-Retenu                                PIC X.

      *-- RATTACHEMENTS A PSEUDONYMISER (LA CLE CHANGE : ILS SONT
      *-- RELEVES PUIS SUPPRIMES ET REECRITS HORS DE LA LECTURE)
       01 L-NbrLnTrt                              PIC 9(4) VALUE 0.
       01 TABLE-LIENS.
           05 LNT-ENREG OCCURS 5000 TIMES         PIC X(87).
       01 L-IndLn                                 PIC 9(4).

      *-- PERSONNES DES RATTACHEMENTS PSEUDONYMISES : UNE PERSONNE
      *-- ENCORE RATTACHEE A UN CONTRAT NON RETENU EST GARDEE
       01 L-NbrPrs                                PIC 9(4) VALUE 0.
       01 TABLE-PERSONNES.
           05 L-PRS OCCURS 5000 TIMES.
               10 PRS-ID                          PIC 9(9).
               10 PRS-GARDEE                      PIC X.
       01 L-IndPrs                                PIC 9(4).
       01 L-PersTrouvee                           PIC X.

       01 L-NbrPeTrt                              PIC 9(4) VALUE 0.
       01 TABLE-PERS-TRT.
           05 PET-ENREG OCCURS 5000 TIMES         PIC X(118).
       01 L-IndPe                                 PIC 9(4).

      *-- PSEUDONYME : NOM 'EFFACE', PRENOM 'PERS' + IDENTIFIANT DE
      *-- LA PERSONNE AU REFERENTIEL (LE MEME DANS TOUS LES FICHIERS,
      *-- LES EVENEMENTS D UNE MEME TETE RESTENT RAPPROCHABLES),
      *-- 'INCONNU' POUR UNE TETE JAMAIS RATTACHEE
       01 L-PseudoNom            PIC X(20) VALUE 'EFFACE'.
       01 L-PseudoPrn            PIC X(20).
       01 L-PerIdPseudo          PIC 9(9).

      *-- EXTRAIT EN COURS : CONTRAT DE L EN-TETE 'C' COURANT
       01 L-FicheCtr.
           05 L-FCT-CODPRD                        PIC XX.
           05 L-FCT-NUMPOL                        PIC 9(7).
       01 L-FicheRetenue                          PIC X.
       01 L-NbrFicheModif                         PIC 9(7).

       01 WS-JRN-LIGNE.
           05 WS-JRN-RUNID       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-ACTION      PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-IMAGE       PIC X(216).

       01 WS-REG-CONTRAT.
           05 WS-RGC-DATE        PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RGC-RUNID       PIC X(10).
           05 FILLER             PIC X(10) VALUE ' CONTRAT '.
           05 WS-RGC-CODPRD      PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RGC-NUMPOL      PIC 9(7).
           05 FILLER             PIC X(14) VALUE ' RESILIE LE '.
           05 WS-RGC-DATTERM     PIC X(8).
           05 FILLER             PIC X(13) VALUE ' CONSERVATION'.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RGC-RETENTION   PIC Z9.
           05 FILLER             PIC X(13) VALUE ' AN(S) TETES='.
           05 WS-RGC-EVT         PIC Z(4)9.
           05 FILLER             PIC X(8)  VALUE ' FICHES='.
           05 WS-RGC-FICHE       PIC Z(4)9.
           05 FILLER             PIC X(15) VALUE ' RATTACHEMENTS='.
           05 WS-RGC-LIEN        PIC Z(4)9.

       01 WS-REG-PERSONNE.
           05 WS-RGP-DATE        PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RGP-RUNID       PIC X(10).
           05 FILLER             PIC X(11) VALUE ' PERSONNE '.
           05 WS-RGP-ID          PIC 9(9).
           05 FILLER             PIC X(27)
              VALUE ' PSEUDONYMISEE AU REFERENT.'.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM SELECTION-CONTRATS

           IF L-NbrSel = 0
               DISPLAY 'AUCUN CONTRAT RESILIE AVANT LE ' L-DateLimite
           ELSE
               PERFORM OUVRE-LIENS
               PERFORM EFFACE-TETES-HISTO
               MOVE L-NomFicsor TO L-NomFiche
               PERFORM EFFACE-FICHES
               MOVE L-NomFicarc TO L-NomFiche
               PERFORM EFFACE-FICHES
               IF L-LiensOuverts = 'O'
                   PERFORM EFFACE-LIENS
                   PERFORM EFFACE-PERSONNES
                   CLOSE PERSONNES-CONTRATS
               END-IF
               PERFORM ECRIT-REGISTRE
           END-IF

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
           DISPLAY 'COBOL4_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
           END-IF

           DISPLAY 'COBOL4_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTetesHisto
           END-IF

           DISPLAY 'PERSONNES_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPersonnes
           END-IF

           DISPLAY 'PERSONNES_CONTRATS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomLiens
           END-IF

           DISPLAY 'COBOL4_FICSOR' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFicsor
           END-IF

           DISPLAY 'COBOL4_FICARC' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFicarc
           END-IF

           DISPLAY 'RGPD_TRAVAIL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTravail
           END-IF

           DISPLAY 'RGPD_JOURNAL_TETES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomJournalTetes
           END-IF

           DISPLAY 'RGPD_JOURNAL_PERSONNES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomJournalPers
           END-IF

           DISPLAY 'RGPD_JOURNAL_LIENS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomJournalLiens
           END-IF

           DISPLAY 'RGPD_REGISTRE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRegistre
           END-IF

      *>   DUREE DE CONSERVATION (1 A 99 ANS) ET DATE DU TRAITEMENT
           DISPLAY 'RGPD_RETENTION_ANS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               IF L-EnvTemp(1:2) IS NUMERIC
                  AND L-EnvTemp(3:38) = SPACES
                  AND L-EnvTemp(1:2) NOT = '00'
                   MOVE L-EnvTemp(1:2) TO L-Retention
               ELSE
                   IF L-EnvTemp(1:1) IS NUMERIC
                      AND L-EnvTemp(2:39) = SPACES
                      AND L-EnvTemp(1:1) NOT = '0'
                       MOVE L-EnvTemp(1:1) TO L-Retention
                   ELSE
                       DISPLAY 'RGPD_RETENTION_ANS INVALIDE ('
                               L-EnvTemp ')'
                       PERFORM ERREUR
                   END-IF
               END-IF
           END-IF

           DISPLAY 'RGPD_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateTraitement) NOT = 0
               DISPLAY 'RGPD_DATE INVALIDE (' L-DateTraitement ')'
               PERFORM ERREUR
           END-IF
           COMPUTE L-DateLimite = L-DateTraitement
                                - L-Retention * 10000
           MOVE SPACES TO L-RunId
           STRING 'RG' L-DateTraitement DELIMITED BY SIZE
               INTO L-RunId
           MOVE L-RunId TO WS-JRN-RUNID
           DISPLAY 'CONSERVATION ' L-Retention ' AN(S), CONTRATS '
                   'RESILIES AVANT LE ' L-DateLimite
           .
      *----------------------------------------------------------------------------
       SELECTION-CONTRATS.
      *-----------
      *--   RETIENT LES CONTRATS DONT LA DATE DE RESILIATION EST
      *--   RENSEIGNEE ET ANTERIEURE A LA DATE LIMITE. UN CONTRAT
      *--   INTERROMPU SANS DATE DE RESILIATION N EST PAS DATABLE : IL
      *--   EST CONSERVE.
           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCm '> ('
                      L-NomContratsMaster ')'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ CONTRATS-MASTER NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   ADD 1 TO L-NbrContratsLus
                   IF CM-DATTERM IS NUMERIC
                       IF CM-DATTERM NOT = ZEROS
                          AND CM-DATTERM < L-DateLimite
                           IF L-NbrSel < 5000
                               ADD 1 TO L-NbrSel
                               MOVE CM-CLE     TO SEL-CLE(L-NbrSel)
                               MOVE CM-DATTERM
                                   TO SEL-DATTERM(L-NbrSel)
                               MOVE 0 TO SEL-NBR-EVT(L-NbrSel)
                                         SEL-NBR-FICHE(L-NbrSel)
                                         SEL-NBR-LIEN(L-NbrSel)
                           ELSE
      *>                       TABLE PLEINE : LE RESTE SERA TRAITE AU
      *>                       PASSAGE SUIVANT
                               ADD 1 TO L-NbrAnomalies
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRATS-MASTER
           MOVE L-NbrSel TO L-NbrContratsRetenus
           .
      *----------------------------------------------------------------------------
       OUVRE-LIENS.
      *-----------
      *--   LES RATTACHEMENTS DONNENT L IDENTIFIANT DE PERSONNE DU
      *--   PSEUDONYME : ILS SONT LUS AVANT D ETRE EUX-MEMES TRAITES.
           OPEN I-O PERSONNES-CONTRATS
           IF L-FstLn NOT = ZERO
               DISPLAY 'RATTACHEMENTS ABSENTS, SAUTES (' L-NomLiens
                       ') FS=' L-FstLn
               ADD 1 TO L-NbrAbsents
           ELSE
               MOVE 'O' TO L-LiensOuverts
           END-IF
           .
      *----------------------------------------------------------------------------
       EFFACE-TETES-HISTO.
      *-----------
      *--   EVENEMENTS DE TETE DES CONTRATS RETENUS : TITRE, NOM ET
      *--   PRENOM REMPLACES PAR LE PSEUDONYME, IMAGE AVANT AU JOURNAL.
           OPEN I-O TETES-HISTO
           IF L-FstTh NOT = ZERO
               DISPLAY 'HISTORIQUE DES TETES ABSENT, SAUTE ('
                       L-NomTetesHisto ') FS=' L-FstTh
               ADD 1 TO L-NbrAbsents
               EXIT PARAGRAPH
           END-IF
           MOVE L-NomJournalTetes TO L-NomJournal
           PERFORM OUVRE-JOURNAL

           MOVE ZEROS TO TH-SEQ
           MOVE 'N' TO L-Fin
           START TETES-HISTO KEY > TH-SEQ
           INVALID KEY
               MOVE 'Y' TO L-Fin
           END-START
           PERFORM UNTIL L-Fin = 'Y'
               READ TETES-HISTO NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   MOVE TH-CODPRD TO L-CLE-CODPRD
                   MOVE TH-NUMPOL TO L-CLE-NUMPOL
                   PERFORM CHERCHE-SELECTION
                   IF L-Retenu = 'Y' AND TH-NOM NOT = L-PseudoNom
                       MOVE 'AV' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-IMAGE
                       MOVE TH-ENREG TO WS-JRN-IMAGE(1:87)
                       WRITE S-JOURNAL FROM WS-JRN-LIGNE
                       MOVE TH-NOM TO LN-NOM
                       MOVE TH-PRN TO LN-PRN
                       PERFORM PSEUDONYME-TETE
                       MOVE SPACES       TO TH-TIT
                       MOVE L-PseudoNom  TO TH-NOM
                       MOVE L-PseudoPrn  TO TH-PRN
                       REWRITE TH-ENREG
                       INVALID KEY
                           ADD 1 TO L-NbrAnomalies
                       NOT INVALID KEY
                           ADD 1 TO L-NbrEvenements
                           ADD 1 TO SEL-NBR-EVT(L-IndSel)
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-JOURNAL
           CLOSE TETES-HISTO
           .
      *----------------------------------------------------------------------------
       EFFACE-FICHES.
      *-----------
      *--   EXTRAIT DE CONTRATS (L-NomFiche) : LES TETES ET
      *--   BENEFICIAIRES DES CONTRATS RETENUS SONT PSEUDONYMISES DANS
      *--   UNE COPIE DE TRAVAIL, RECOPIEE SUR L EXTRAIT S IL Y A EU
      *--   DES CHANGEMENTS. L EXTRAIT N EST PAS JOURNALISE : C EST
      *--   UNE SORTIE DE COBOLEX4, PAS UN FICHIER MAITRE.
           OPEN INPUT FILE-FICHE
           IF L-FstFi NOT = ZERO
               DISPLAY 'EXTRAIT ABSENT, SAUTE (' L-NomFiche ')'
               ADD 1 TO L-NbrAbsents
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-TRAVAIL
           IF L-FstTr NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTr '> ('
                      L-NomTravail ')'
              PERFORM ERREUR
           END-IF

           MOVE 0 TO L-NbrFicheModif
           MOVE 'N' TO L-FicheRetenue
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-FICHE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-FICHE(1:1)
                       WHEN 'C'
                           MOVE E-FICHE(2:9) TO L-FicheCtr
                           MOVE L-FicheCtr   TO L-CleContrat
                           PERFORM CHERCHE-SELECTION
                           MOVE L-Retenu TO L-FicheRetenue
                       WHEN 'T'
                           IF L-FicheRetenue = 'Y'
                              AND E-FICHE(5:20) NOT = L-PseudoNom
                               MOVE L-FicheCtr TO L-CleContrat
                               PERFORM CHERCHE-SELECTION
                               MOVE E-FICHE(5:20)  TO LN-NOM
                               MOVE E-FICHE(25:20) TO LN-PRN
                               PERFORM PSEUDONYME-TETE
                               MOVE SPACES       TO E-FICHE(2:3)
                               MOVE L-PseudoNom  TO E-FICHE(5:20)
                               MOVE L-PseudoPrn  TO E-FICHE(25:20)
                               MOVE SPACES       TO E-FICHE(46:8)
                               PERFORM COMPTE-FICHE
                           END-IF
                       WHEN 'B'
                           IF L-FicheRetenue = 'Y'
                              AND E-FICHE(2:20) NOT = L-PseudoNom
                               MOVE L-FicheCtr TO L-CleContrat
                               PERFORM CHERCHE-SELECTION
                               MOVE L-PseudoNom  TO E-FICHE(2:20)
                               MOVE SPACES       TO E-FICHE(22:20)
                               PERFORM COMPTE-FICHE
                           END-IF
                   END-EVALUATE
                   WRITE S-TRAVAIL FROM E-FICHE
               END-READ
           END-PERFORM
           CLOSE FILE-FICHE
           CLOSE FILE-TRAVAIL

           IF L-NbrFicheModif = 0
               EXIT PARAGRAPH
           END-IF

      *>   RECOPIE DE LA COPIE DE TRAVAIL SUR L EXTRAIT
           OPEN INPUT FILE-TRAVAIL
           OPEN OUTPUT FILE-FICHE
           IF L-FstTr NOT = ZERO OR L-FstFi NOT = ZERO
              DISPLAY 'Erreur recopie extrait FS =' L-FstTr '/'
                      L-FstFi '> (' L-NomFiche ')'
              PERFORM ERREUR
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TRAVAIL
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   WRITE E-FICHE FROM S-TRAVAIL
               END-READ
           END-PERFORM
           CLOSE FILE-TRAVAIL
           CLOSE FILE-FICHE
           .
      *----------------------------------------------------------------------------
       COMPTE-FICHE.
      *-----------
           ADD 1 TO L-NbrFicheModif
           ADD 1 TO L-NbrFiches
           IF L-Retenu = 'Y'
               ADD 1 TO SEL-NBR-FICHE(L-IndSel)
           END-IF
           .
      *----------------------------------------------------------------------------
       EFFACE-LIENS.
      *-----------
      *--   RATTACHEMENTS DES CONTRATS RETENUS : LE NOM ET LE PRENOM
      *--   FONT PARTIE DE LA CLE, LE RATTACHEMENT EST DONC SUPPRIME
      *--   PUIS RECREE SOUS LE PSEUDONYME (JOURNAL 'AV' PUIS 'AJ').
      *--   LES PERSONNES RATTACHEES SONT RELEVEES POUR LE
      *--   REFERENTIEL.
           MOVE LOW-VALUES TO LN-CLE
           MOVE 'N' TO L-Fin
           START PERSONNES-CONTRATS KEY NOT < LN-CLE
           INVALID KEY
               MOVE 'Y' TO L-Fin
           END-START
           PERFORM UNTIL L-Fin = 'Y'
               READ PERSONNES-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   MOVE LN-CODPRD TO L-CLE-CODPRD
                   MOVE LN-NUMPOL TO L-CLE-NUMPOL
                   PERFORM CHERCHE-SELECTION
                   IF L-Retenu = 'Y' AND LN-NOM NOT = L-PseudoNom
                       IF L-NbrLnTrt < 5000
                           ADD 1 TO L-NbrLnTrt
                           MOVE LN-ENREG TO LNT-ENREG(L-NbrLnTrt)
                       ELSE
                           ADD 1 TO L-NbrAnomalies
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           MOVE L-NomJournalLiens TO L-NomJournal
           PERFORM OUVRE-JOURNAL
           PERFORM VARYING L-IndLn FROM 1 BY 1
                   UNTIL L-IndLn > L-NbrLnTrt
               MOVE LNT-ENREG(L-IndLn) TO LN-ENREG
               MOVE LN-CODPRD TO L-CLE-CODPRD
               MOVE LN-NUMPOL TO L-CLE-NUMPOL
               PERFORM CHERCHE-SELECTION
               IF LN-PERID NOT = 0
                   PERFORM RELEVE-PERSONNE
               END-IF
               DELETE PERSONNES-CONTRATS
               INVALID KEY
                   ADD 1 TO L-NbrAnomalies
               NOT INVALID KEY
                   MOVE 'AV' TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-IMAGE
                   MOVE LNT-ENREG(L-IndLn) TO WS-JRN-IMAGE(1:87)
                   WRITE S-JOURNAL FROM WS-JRN-LIGNE
                   MOVE LN-PERID TO L-PerIdPseudo
                   PERFORM FORME-PSEUDONYME
                   MOVE L-PseudoNom TO LN-NOM
                   MOVE L-PseudoPrn TO LN-PRN
                   MOVE SPACES      TO LN-TIT
                   MOVE SPACES      TO LN-DATNAI
      *>           DEUX GRAPHIES D UNE MEME PERSONNE SUR UN CONTRAT
      *>           DONNENT LE MEME PSEUDONYME : LE SECOND RATTACHEMENT
      *>           EST FONDU DANS LE PREMIER
                   WRITE LN-ENREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'AJ' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-IMAGE
                       MOVE LN-ENREG TO WS-JRN-IMAGE(1:87)
                       WRITE S-JOURNAL FROM WS-JRN-LIGNE
                   END-WRITE
                   ADD 1 TO L-NbrLiens
                   ADD 1 TO SEL-NBR-LIEN(L-IndSel)
               END-DELETE
           END-PERFORM
           CLOSE FILE-JOURNAL
           .
      *----------------------------------------------------------------------------
       RELEVE-PERSONNE.
      *-----------
           MOVE 'N' TO L-PersTrouvee
           PERFORM VARYING L-IndPrs FROM 1 BY 1
                   UNTIL L-IndPrs > L-NbrPrs
               IF PRS-ID(L-IndPrs) = LN-PERID
                   MOVE 'Y' TO L-PersTrouvee
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-PersTrouvee = 'N'
               IF L-NbrPrs < 5000
                   ADD 1 TO L-NbrPrs
                   MOVE LN-PERID TO PRS-ID(L-NbrPrs)
                   MOVE 'N'      TO PRS-GARDEE(L-NbrPrs)
               ELSE
                   ADD 1 TO L-NbrAnomalies
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       EFFACE-PERSONNES.
      *-----------
      *--   REFERENTIEL DES PERSONNES : UNE PERSONNE RELEVEE N EST
      *--   PSEUDONYMISEE QUE SI AUCUN DE SES RATTACHEMENTS RESTANTS NE
      *--   PORTE SUR UN CONTRAT NON RETENU (ELLE EST ENCORE CLIENTE).
      *--   SON IDENTIFIANT EST CONSERVE ; L IDENTITE NORMALISEE DE LA
      *--   CLE EST REMPLACEE (SUPPRESSION PUIS RECREATION).
           IF L-NbrPrs = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO LN-CLE
           MOVE 'N' TO L-Fin
           START PERSONNES-CONTRATS KEY NOT < LN-CLE
           INVALID KEY
               MOVE 'Y' TO L-Fin
           END-START
           PERFORM UNTIL L-Fin = 'Y'
               READ PERSONNES-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   MOVE LN-CODPRD TO L-CLE-CODPRD
                   MOVE LN-NUMPOL TO L-CLE-NUMPOL
                   PERFORM CHERCHE-SELECTION
                   IF L-Retenu = 'N'
                       PERFORM VARYING L-IndPrs FROM 1 BY 1
                               UNTIL L-IndPrs > L-NbrPrs
                           IF PRS-ID(L-IndPrs) = LN-PERID
                               MOVE 'Y' TO PRS-GARDEE(L-IndPrs)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM

           OPEN I-O PERSONNES-MASTER
           IF L-FstPe NOT = ZERO
               DISPLAY 'REFERENTIEL DES PERSONNES ABSENT, SAUTE ('
                       L-NomPersonnes ') FS=' L-FstPe
               ADD 1 TO L-NbrAbsents
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PER-CLE
           MOVE 'N' TO L-Fin
           START PERSONNES-MASTER KEY NOT < PER-CLE
           INVALID KEY
               MOVE 'Y' TO L-Fin
           END-START
           PERFORM UNTIL L-Fin = 'Y'
               READ PERSONNES-MASTER NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF PER-CLE NOT = SPACES
                      AND PER-NOM NOT = L-PseudoNom
                       PERFORM VARYING L-IndPrs FROM 1 BY 1
                               UNTIL L-IndPrs > L-NbrPrs
                           IF PRS-ID(L-IndPrs) = PER-ID
                               IF PRS-GARDEE(L-IndPrs) = 'N'
                                  AND L-NbrPeTrt < 5000
                                   ADD 1 TO L-NbrPeTrt
                                   MOVE PER-ENREG
                                       TO PET-ENREG(L-NbrPeTrt)
                               END-IF
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM

           MOVE L-NomJournalPers TO L-NomJournal
           PERFORM OUVRE-JOURNAL
           PERFORM VARYING L-IndPe FROM 1 BY 1
                   UNTIL L-IndPe > L-NbrPeTrt
               MOVE PET-ENREG(L-IndPe) TO PER-ENREG
               DELETE PERSONNES-MASTER
               INVALID KEY
                   ADD 1 TO L-NbrAnomalies
               NOT INVALID KEY
                   MOVE 'AV' TO WS-JRN-ACTION
                   MOVE SPACES TO WS-JRN-IMAGE
                   MOVE PET-ENREG(L-IndPe) TO WS-JRN-IMAGE(1:118)
                   WRITE S-JOURNAL FROM WS-JRN-LIGNE
                   MOVE PER-ID TO L-PerIdPseudo
                   PERFORM FORME-PSEUDONYME
                   MOVE L-PseudoNom TO PER-NOMN PER-NOM
                   MOVE L-PseudoPrn TO PER-PRNN PER-PRN
                   MOVE SPACES      TO PER-DATNAI PER-TIT
                   WRITE PER-ENREG
                   INVALID KEY
                       ADD 1 TO L-NbrAnomalies
                   NOT INVALID KEY
                       MOVE 'AJ' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-IMAGE
                       MOVE PER-ENREG TO WS-JRN-IMAGE(1:118)
                       WRITE S-JOURNAL FROM WS-JRN-LIGNE
                       ADD 1 TO L-NbrPersonnes
                   END-WRITE
               END-DELETE
           END-PERFORM
           CLOSE FILE-JOURNAL
           CLOSE PERSONNES-MASTER
           .
      *----------------------------------------------------------------------------
       PSEUDONYME-TETE.
      *-----------
      *--   PSEUDONYME D UNE TETE DU CONTRAT L-CleContrat DONT LE NOM
      *--   ET LE PRENOM SONT DANS LN-NOM / LN-PRN : IDENTIFIANT DE LA
      *--   PERSONNE LU DANS SON RATTACHEMENT (ENCORE EN CLAIR A CE
      *--   STADE).
           MOVE 0 TO L-PerIdPseudo
           IF L-LiensOuverts = 'O'
               MOVE L-CLE-CODPRD TO LN-CODPRD
               MOVE L-CLE-NUMPOL TO LN-NUMPOL
               READ PERSONNES-CONTRATS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LN-PERID TO L-PerIdPseudo
               END-READ
           END-IF
           PERFORM FORME-PSEUDONYME
           .
      *----------------------------------------------------------------------------
       FORME-PSEUDONYME.
      *-----------
           MOVE SPACES TO L-PseudoPrn
           IF L-PerIdPseudo = 0
               MOVE 'INCONNU' TO L-PseudoPrn
           ELSE
               STRING 'PERS' L-PerIdPseudo DELIMITED BY SIZE
                   INTO L-PseudoPrn
           END-IF
           .
      *----------------------------------------------------------------------------
       CHERCHE-SELECTION.
      *-----------
      *--   L-Retenu = 'Y' SI L-CleContrat EST UN CONTRAT RETENU
      *--   (L-IndSel LE DESIGNE ALORS)
           MOVE 'N' TO L-Retenu
           PERFORM VARYING L-IndSel FROM 1 BY 1
                   UNTIL L-IndSel > L-NbrSel
               IF SEL-CLE(L-IndSel) = L-CleContrat
                   MOVE 'Y' TO L-Retenu
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       OUVRE-JOURNAL.
      *-----------
      *--   JOURNAL DES IMAGES AVANT, OUVERT EN EXTEND POUR CUMULER
      *--   LES PASSAGES (CREE AU PREMIER PASSAGE)
           OPEN EXTEND FILE-JOURNAL
           IF L-FstJ = 35
               OPEN OUTPUT FILE-JOURNAL
               CLOSE FILE-JOURNAL
               OPEN EXTEND FILE-JOURNAL
           END-IF
           IF L-FstJ NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstJ '> ('
                      L-NomJournal ')'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRIT-REGISTRE.
      *-----------
      *--   UNE LIGNE PAR CONTRAT RETENU OU QUELQUE CHOSE A ETE
      *--   PSEUDONYMISE CE PASSAGE, UNE PAR PERSONNE DU REFERENTIEL.
           OPEN EXTEND FILE-REGISTRE
           IF L-FstRg = 35
               OPEN OUTPUT FILE-REGISTRE
               CLOSE FILE-REGISTRE
               OPEN EXTEND FILE-REGISTRE
           END-IF
           IF L-FstRg NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRg '> ('
                      L-NomRegistre ')'
              PERFORM ERREUR
           END-IF

           MOVE L-DateTraitement TO WS-RGC-DATE WS-RGP-DATE
           MOVE L-RunId          TO WS-RGC-RUNID WS-RGP-RUNID
           MOVE L-Retention      TO WS-RGC-RETENTION
           PERFORM VARYING L-IndSel FROM 1 BY 1
                   UNTIL L-IndSel > L-NbrSel
               IF SEL-NBR-EVT(L-IndSel) > 0
                  OR SEL-NBR-FICHE(L-IndSel) > 0
                  OR SEL-NBR-LIEN(L-IndSel) > 0
                   MOVE SEL-CODPRD(L-IndSel)    TO WS-RGC-CODPRD
                   MOVE SEL-NUMPOL(L-IndSel)    TO WS-RGC-NUMPOL
                   MOVE SEL-DATTERM(L-IndSel)   TO WS-RGC-DATTERM
                   MOVE SEL-NBR-EVT(L-IndSel)   TO WS-RGC-EVT
                   MOVE SEL-NBR-FICHE(L-IndSel) TO WS-RGC-FICHE
                   MOVE SEL-NBR-LIEN(L-IndSel)  TO WS-RGC-LIEN
                   WRITE S-REGISTRE FROM WS-REG-CONTRAT
               END-IF
           END-PERFORM

           PERFORM VARYING L-IndPe FROM 1 BY 1
                   UNTIL L-IndPe > L-NbrPeTrt
               MOVE PET-ENREG(L-IndPe) TO PER-ENREG
               MOVE PER-ID TO WS-RGP-ID
               WRITE S-REGISTRE FROM WS-REG-PERSONNE
           END-PERFORM
           CLOSE FILE-REGISTRE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           Display 'Nbre contrats lus          =' L-NbrContratsLus '>'
           Display 'Nbre contrats retenus      =' L-NbrContratsRetenus
               '>'
           Display 'Nbre evenements de tete    =' L-NbrEvenements '>'
           Display 'Nbre lignes d extraits     =' L-NbrFiches '>'
           Display 'Nbre rattachements         =' L-NbrLiens '>'
           Display 'Nbre personnes             =' L-NbrPersonnes '>'
           Display 'Nbre fichiers absents      =' L-NbrAbsents '>'
           Display 'Nbre anomalies             =' L-NbrAnomalies '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 8 AND L-NbrAnomalies > 0
               MOVE 8 TO L-CodeRetour
           END-IF
           IF L-CodeRetour < 4 AND L-NbrAbsents > 0
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm               TO L-IncPgm
           MOVE L-CodeRetour        TO L-IncRC
           MOVE L-NomContratsMaster TO L-IncFicIn
           MOVE L-NomRegistre       TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
