       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAITRGPD.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTRATS-MASTER ASSIGN TO DYNAMIC L-NomContratsMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CM-CLE
                      FILE STATUS IS L-FstCm.

       SELECT PERSONNES-MASTER ASSIGN TO DYNAMIC L-NomPersonnes
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PER-CLE
                      FILE STATUS IS L-FstPe.

       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomLiens
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS LN-CLE
                      FILE STATUS IS L-FstLn.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomTetesHisto
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TH-SEQ
                      FILE STATUS IS L-FstTh.

       SELECT HISTO-PRESTATIONS ASSIGN TO DYNAMIC L-NomHisto
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS HP-CLE
                      FILE STATUS IS L-FstHp.

       SELECT FILE-TEXTE ASSIGN TO DYNAMIC L-NomTexte
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstTx.

       SELECT FILE-EXTRAIT ASSIGN TO DYNAMIC L-NomExtrait
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstEx.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTRATS-MASTER.
      *--  MEME DESSIN QUE DANS COBOLEX4, RELU EN LECTURE SEULE.
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

       FD  PERSONNES-MASTER.
      *--  MEME DESSIN QUE DANS PERSONNES, RELU EN LECTURE SEULE.
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
      *--  MEME DESSIN QUE DANS PERSONNES, RELU EN LECTURE SEULE.
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

       FD  TETES-HISTO.
      *--  MEME DESSIN QUE DANS COBOLEX4, RELU EN LECTURE SEULE.
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

       FD  HISTO-PRESTATIONS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3, RELU EN LECTURE SEULE.
       01  HP-ENREG.
           05 HP-CLE.
               10 HP-POLICE          PIC 9(12).
               10 HP-DATESOIN        PIC 9(7).
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-TEXTE.
      *--  FICHIERS A PLAT RELUS TOUR A TOUR (FICSOR, CONTRATS
      *--  INTERROMPUS, CLAIMNOM3.txt, RIB_POLICES.txt), DECOUPES
      *--  SELON LEUR DESSIN PAR REFERENCE MODIFIEE.
       01  E-TEXTE                                   PIC X(250).

       FD  FILE-EXTRAIT.
      *--  EXTRAIT LISIBLE REMIS A LA PERSONNE : CRITERE DE RECHERCHE,
      *--  PUIS UNE RUBRIQUE PAR SOURCE (NOMBRE D ELEMENTS OU SOURCE
      *--  ABSENTE) ET UNE SYNTHESE.
       01  S-EXTRAIT                                 PIC X(132).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                       PIC X(11) VALUE 'EXTRAITRGPD'.

      *-- file status fichier
       01 L-FstCm                                 PIC 99.
       01 L-FstPe                                 PIC 99.
       01 L-FstLn                                 PIC 99.
       01 L-FstTh                                 PIC 99.
       01 L-FstHp                                 PIC 99.
       01 L-FstTx                                 PIC 99.
       01 L-FstEx                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
      *-- (MEMES VARIABLES QUE LES PROGRAMMES QUI TIENNENT CES FICHIERS)
       01 L-NomContratsMaster    PIC X(40) VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomPersonnes         PIC X(40) VALUE 'PERSONNES.DAT'.
       01 L-NomLiens             PIC X(40)
                                 VALUE 'PERSONNES_CONTRATS.DAT'.
       01 L-NomTetesHisto        PIC X(40) VALUE 'TETES_HISTO.DAT'.
       01 L-NomHisto             PIC X(40)
                                 VALUE 'HISTO_PRESTATIONS.DAT'.
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomFicarc            PIC X(40)
                                 VALUE 'CONTRATS_INTERROMPUS.txt'.
       01 L-NomClaimnom          PIC X(40) VALUE 'CLAIMNOM3.txt'.
       01 L-NomRibPol            PIC X(40) VALUE 'RIB_POLICES.txt'.
       01 L-NomExtrait           PIC X(40) VALUE 'EXTRAIT_RGPD.txt'.
       01 L-NomTexte             PIC X(40).
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 EXTRAIT COMPLET, 4 PERSONNE
      *-- INCONNUE DU SYSTEME OU SOURCE ABSENTE, 12 FIN ANORMALE
      *-- (CRITERE ABSENT OU INVALIDE).
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
       01 L-DateJour                              PIC 9(8).
       01 L-NbrSourcesAbsentes                    PIC 9 VALUE 0.
       01 L-NbrElements                           PIC 9(7) VALUE 0.
       01 L-NbrRubrique                           PIC 9(5).

      *-- CRITERE DE RECHERCHE : IDENTITE (NOM + PRENOM + DATE DE
      *-- NAISSANCE) OU NUMERO DE POLICE. EN RECHERCHE PAR POLICE, LA
      *-- PERSONNE EST LE TITULAIRE DU CONTRAT (PREMIERE TETE DANS
      *-- L EXTRAIT FICSOR, COMME DANS CLAIMNOM3).
       01 L-ModePolice                            PIC X VALUE 'N'.
       01 L-CritNom                               PIC X(20).
       01 L-CritPrn                               PIC X(20).
       01 L-CritDatNai                            PIC X(8).
       01 L-CritDatNaiNum REDEFINES L-CritDatNai  PIC 9(8).
       01 L-CritPolice                            PIC X(12).
       01 L-CritNumpol                            PIC 9(7).

      *-- PERSONNE RECHERCHEE : IDENTITE NORMALISEE COMME DANS LE
      *-- REFERENTIEL DES PERSONNES (MAJUSCULES, LETTRES SEULES)
       01 L-SujetConnu                            PIC X VALUE 'N'.
       01 L-SujetCle.
           05 L-SujNomN                           PIC X(20).
           05 L-SujPrnN                           PIC X(20).
           05 L-SujDatNai                         PIC X(8).
       01 L-SujNom                                PIC X(20).
       01 L-SujPrn                                PIC X(20).
       01 L-SujPerId                              PIC 9(9) VALUE 0.

      *-- IDENTITE D UN ENREGISTREMENT LU, COMPAREE A LA PERSONNE
       01 L-CandNom                               PIC X(20).
       01 L-CandPrn                               PIC X(20).
       01 L-CandDatNai                            PIC X(8).
       01 L-MemeNom                               PIC X.
       01 L-NormEntree                            PIC X(20).
       01 L-NormSortie                            PIC X(20).
       01 L-NormIdx                               PIC 9(2).
       01 L-NormLg                                PIC 9(2).
       01 L-NormCar                               PIC X.

      *-- CONTRATS DE LA PERSONNE (RATTACHEMENTS, TETES DE L EXTRAIT
      *-- FICSOR, POLICE DU CRITERE)
       01 L-NbrContrats                           PIC 9(3) VALUE 0.
       01 TABLE-CONTRATS.
           05 L-CONTRAT OCCURS 200 TIMES.
               10 CTR-CODPRD                      PIC XX.
               10 CTR-NUMPOL                      PIC 9(7).
       01 L-IndCtr                                PIC 9(3).
       01 L-CleContrat.
           05 L-CLE-CODPRD                        PIC XX.
           05 L-CLE-NUMPOL                        PIC 9(7).
       01 L-Trouve                                PIC X.

      *-- DECOUPAGE DES FICHIERS A PLAT (MEMES POSITIONS QUE DANS
      *-- ANONYMISE)
       01 L-Fiche                                 PIC X(10).
       01 L-FicheCtr.
           05 L-FCT-CODPRD                        PIC XX.
           05 L-FCT-NUMPOL                        PIC 9(7).
       01 L-TitulaireAttendu                      PIC X.

      *-- zones d edition
       01 L-RembEd               PIC Z(8)9,99.
       01 L-NbrEd                PIC Z(6)9.
       01 L-Ligne                PIC X(132).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           IF L-ModePolice = 'Y'
               PERFORM RESOUT-POLICE
           END-IF

           PERFORM EXTRAIT-PERSONNE

           PERFORM EXTRAIT-LIENS

           PERFORM EXTRAIT-FICHES

           PERFORM EXTRAIT-CONTRATS

           PERFORM EXTRAIT-EVENEMENTS

           PERFORM EXTRAIT-PRESTATIONS

           PERFORM EXTRAIT-DECOMPTES

           PERFORM EXTRAIT-RIB

           PERFORM SYNTHESE

           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateJour

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'COBOL4_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
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

           DISPLAY 'COBOL4_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTetesHisto
           END-IF

           DISPLAY 'COBOL3_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
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

           DISPLAY 'CLAIMNOM3_CLAIMNOM' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomClaimnom
           END-IF

           DISPLAY 'COBOL3_RIB_POLICES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRibPol
           END-IF

           DISPLAY 'RGPD_EXTRAIT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomExtrait
           END-IF

      *>   CRITERE : RGPD_POLICE (12 CHIFFRES, OU LES 7 DU NUMERO DE
      *>   CONTRAT), SINON RGPD_NOM + RGPD_PRENOM + RGPD_DATNAI
           DISPLAY 'RGPD_POLICE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp(1:12) TO L-CritPolice
               IF L-EnvTemp(1:12) IS NUMERIC
                   MOVE L-EnvTemp(6:7) TO L-CritNumpol
               ELSE
                   IF L-EnvTemp(1:7) IS NUMERIC
                      AND L-EnvTemp(8:33) = SPACES
                       MOVE L-EnvTemp(1:7) TO L-CritNumpol
                   ELSE
                       DISPLAY 'RGPD_POLICE INVALIDE (' L-EnvTemp ')'
                       PERFORM ERREUR
                   END-IF
               END-IF
               MOVE 'Y' TO L-ModePolice
           ELSE
               DISPLAY 'RGPD_NOM' UPON ENVIRONMENT-NAME
               ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
               MOVE L-EnvTemp(1:20) TO L-CritNom
               DISPLAY 'RGPD_PRENOM' UPON ENVIRONMENT-NAME
               ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
               MOVE L-EnvTemp(1:20) TO L-CritPrn
               DISPLAY 'RGPD_DATNAI' UPON ENVIRONMENT-NAME
               ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
               MOVE L-EnvTemp(1:8) TO L-CritDatNai
               IF L-CritNom = SPACES OR L-CritPrn = SPACES
                  OR L-CritDatNai IS NOT NUMERIC
                   DISPLAY 'CRITERE ABSENT : RGPD_POLICE OU '
                           'RGPD_NOM + RGPD_PRENOM + RGPD_DATNAI'
                   PERFORM ERREUR
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(L-CritDatNaiNum) NOT = 0
                   DISPLAY 'RGPD_DATNAI INVALIDE (' L-CritDatNai ')'
                   PERFORM ERREUR
               END-IF
               MOVE L-CritNom    TO L-CandNom
               MOVE L-CritPrn    TO L-CandPrn
               MOVE L-CritDatNai TO L-CandDatNai
               PERFORM DEFINIT-SUJET
           END-IF

           OPEN OUTPUT FILE-EXTRAIT
           IF L-FstEx NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstEx '>'
              PERFORM ERREUR
           END-IF

           MOVE SPACES TO L-Ligne
           STRING 'EXTRAIT DES DONNEES PERSONNELLES DETENUES - EDITE '
                  'LE ' L-DateJour
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-LIGNE
           IF L-ModePolice = 'Y'
               STRING 'CRITERE : TITULAIRE DE LA POLICE '
                      L-CritPolice
                   DELIMITED BY SIZE INTO L-Ligne
           ELSE
               STRING 'CRITERE : NOM ' L-CritNom ' PRENOM ' L-CritPrn
                      ' NE(E) LE ' L-CritDatNai
                   DELIMITED BY SIZE INTO L-Ligne
           END-IF
           PERFORM ECRIT-LIGNE
           .
      *----------------------------------------------------------------------------
       DEFINIT-SUJET.
      *-----------
      *--   RETIENT L IDENTITE L-Cand* COMME PERSONNE RECHERCHEE
           MOVE L-CandNom TO L-SujNom
           MOVE L-CandPrn TO L-SujPrn
           MOVE L-CandNom TO L-NormEntree
           PERFORM NORMALISE-ZONE
           MOVE L-NormSortie TO L-SujNomN
           MOVE L-CandPrn TO L-NormEntree
           PERFORM NORMALISE-ZONE
           MOVE L-NormSortie TO L-SujPrnN
           MOVE L-CandDatNai TO L-SujDatNai
           IF L-SujDatNai IS NOT NUMERIC
               MOVE SPACES TO L-SujDatNai
           END-IF
           MOVE 'Y' TO L-SujetConnu
           .
      *----------------------------------------------------------------------------
       RESOUT-POLICE.
      *-----------
      *--   RECHERCHE PAR POLICE : LES CONTRATS DE CE NUMERO DANS LES
      *--   EXTRAITS FICSOR ET CONTRATS INTERROMPUS ; LA PREMIERE TETE
      *--   DU PREMIER D ENTRE EUX EST LA PERSONNE RECHERCHEE.
           MOVE L-NomFicsor TO L-NomTexte
           PERFORM RESOUT-POLICE-FICHIER
           MOVE L-NomFicarc TO L-NomTexte
           PERFORM RESOUT-POLICE-FICHIER

           IF L-SujetConnu = 'N'
               DISPLAY 'TITULAIRE DE LA POLICE ' L-CritPolice
                       ' NON RETROUVE, EXTRAIT AU CONTRAT SEUL'
           END-IF
           .
      *----------------------------------------------------------------------------
       RESOUT-POLICE-FICHIER.
      *-----------
           OPEN INPUT FILE-TEXTE
           IF L-FstTx NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-TitulaireAttendu
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TEXTE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-TEXTE(1:1)
                       WHEN 'C'
                           MOVE 'N' TO L-TitulaireAttendu
                           IF E-TEXTE(4:7) IS NUMERIC
                               IF E-TEXTE(4:7) = L-CritNumpol
                                   MOVE E-TEXTE(2:9) TO L-CleContrat
                                   PERFORM AJOUTE-CONTRAT
                                   MOVE 'Y' TO L-TitulaireAttendu
                               END-IF
                           END-IF
                       WHEN 'T'
                           IF L-TitulaireAttendu = 'Y'
                              AND L-SujetConnu = 'N'
                               MOVE E-TEXTE(5:20)  TO L-CandNom
                               MOVE E-TEXTE(25:20) TO L-CandPrn
                               MOVE E-TEXTE(46:8)  TO L-CandDatNai
                               PERFORM DEFINIT-SUJET
                           END-IF
                           MOVE 'N' TO L-TitulaireAttendu
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-TEXTE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-PERSONNE.
      *-----------
      *--   1. LA PERSONNE DANS LE REFERENTIEL DES PERSONNES, LUE PAR
      *--   SON IDENTITE NORMALISEE (CLE DU REFERENTIEL).
           MOVE 'REFERENTIEL DES PERSONNES' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           IF L-SujetConnu = 'N'
               MOVE '  IDENTITE NON RETROUVEE' TO L-Ligne
               PERFORM ECRIT-LIGNE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PERSONNES-MASTER
           IF L-FstPe NOT = ZERO
               MOVE L-NomPersonnes TO L-NomTexte
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF

           MOVE L-SujetCle TO PER-CLE
           READ PERSONNES-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PER-ID TO L-SujPerId
               STRING '  PERSONNE ' PER-ID ' ' PER-TIT ' ' PER-NOM ' '
                      PER-PRN ' NE(E) LE ' PER-DATNAI
                      ' CONNUE DEPUIS LE ' PER-DATCRE ' (' PER-PGM ')'
                   DELIMITED BY SIZE INTO L-Ligne
               PERFORM ECRIT-DETAIL
           END-READ
           CLOSE PERSONNES-MASTER
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-LIENS.
      *-----------
      *--   2. RATTACHEMENTS DE LA PERSONNE AUX CONTRATS : CHAQUE
      *--   CONTRAT RATTACHE ENTRE DANS LA LISTE DES CONTRATS DE LA
      *--   PERSONNE.
           MOVE 'RATTACHEMENTS AUX CONTRATS' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           IF L-SujPerId = 0
               MOVE '  AUCUNE PERSONNE AU REFERENTIEL' TO L-Ligne
               PERFORM ECRIT-LIGNE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PERSONNES-CONTRATS
           IF L-FstLn NOT = ZERO
               MOVE L-NomLiens TO L-NomTexte
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ PERSONNES-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF LN-PERID = L-SujPerId
                       MOVE LN-CODPRD TO L-CLE-CODPRD
                       MOVE LN-NUMPOL TO L-CLE-NUMPOL
                       PERFORM AJOUTE-CONTRAT
                       STRING '  CONTRAT ' LN-CODPRD ' ' LN-NUMPOL
                              ' TETE ' LN-TIT ' ' LN-NOM ' ' LN-PRN
                              ' NE(E) LE ' LN-DATNAI
                              ' CONFIRME LE ' LN-DATMAJ ' (' LN-PGM
                              ')'
                           DELIMITED BY SIZE INTO L-Ligne
                       PERFORM ECRIT-DETAIL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONNES-CONTRATS
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-FICHES.
      *-----------
      *--   3. FICHES CONTRAT DES EXTRAITS FICSOR ET CONTRATS
      *--   INTERROMPUS : TETES DE MEME IDENTITE (LA DATE DE NAISSANCE
      *--   PEUT MANQUER SUR LES ANCIENS DESSINS : LA TETE N EST ALORS
      *--   RETENUE QUE SUR UN CONTRAT DEJA RATTACHE A LA PERSONNE) ET
      *--   DESIGNATIONS COMME BENEFICIAIRE (NOM ET PRENOM SEULS).
           MOVE 'FICHES CONTRAT (TETES ET BENEFICIAIRES)' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           IF L-SujetConnu = 'N'
               MOVE '  IDENTITE NON RETROUVEE' TO L-Ligne
               PERFORM ECRIT-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE 'FICSOR'     TO L-Fiche
           MOVE L-NomFicsor  TO L-NomTexte
           PERFORM EXTRAIT-FICHES-FICHIER
           MOVE 'ARCHIVE'    TO L-Fiche
           MOVE L-NomFicarc  TO L-NomTexte
           PERFORM EXTRAIT-FICHES-FICHIER
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-FICHES-FICHIER.
      *-----------
           OPEN INPUT FILE-TEXTE
           IF L-FstTx NOT = ZERO
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-FicheCtr
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TEXTE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-TEXTE(1:1)
                       WHEN 'C'
                           MOVE E-TEXTE(2:9) TO L-FicheCtr
                       WHEN 'T'
                           PERFORM EXAMEN-FICHE-TETE
                       WHEN 'B'
                           PERFORM EXAMEN-FICHE-BENEF
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-TEXTE
           .
      *----------------------------------------------------------------------------
       EXAMEN-FICHE-TETE.
      *-----------
           MOVE E-TEXTE(5:20)  TO L-CandNom
           MOVE E-TEXTE(25:20) TO L-CandPrn
           PERFORM COMPARE-NOM
           IF L-MemeNom = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE E-TEXTE(46:8) TO L-CandDatNai
           MOVE L-FicheCtr TO L-CleContrat
           IF L-CandDatNai IS NUMERIC
               IF L-CandDatNai NOT = L-SujDatNai
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM CHERCHE-CONTRAT
               IF L-Trouve = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM AJOUTE-CONTRAT
           STRING '  ' L-Fiche ' CONTRAT ' L-FCT-CODPRD ' '
                  L-FCT-NUMPOL ' TETE ' E-TEXTE(2:3) ' '
                  E-TEXTE(5:20) ' ' E-TEXTE(25:20) ' SITUATION '
                  E-TEXTE(45:1) ' NE(E) LE ' E-TEXTE(46:8)
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-DETAIL
           .
      *----------------------------------------------------------------------------
       EXAMEN-FICHE-BENEF.
      *-----------
           MOVE E-TEXTE(2:20)  TO L-CandNom
           MOVE E-TEXTE(22:20) TO L-CandPrn
           PERFORM COMPARE-NOM
           IF L-MemeNom = 'Y'
               STRING '  ' L-Fiche ' CONTRAT ' L-FCT-CODPRD ' '
                      L-FCT-NUMPOL ' BENEFICIAIRE ' E-TEXTE(2:20) ' '
                      E-TEXTE(22:20) ' QUOTE-PART ' E-TEXTE(42:3)
                      ' % (IDENTITE SUR NOM ET PRENOM)'
                   DELIMITED BY SIZE INTO L-Ligne
               PERFORM ECRIT-DETAIL
           END-IF
           .
      *----------------------------------------------------------------------------
       EXTRAIT-CONTRATS.
      *-----------
      *--   4. LES CONTRATS DE LA PERSONNE DANS LE MAITRE DES CONTRATS.
           MOVE 'CONTRATS' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm NOT = ZERO
               MOVE L-NomContratsMaster TO L-NomTexte
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF

      *>   RECHERCHE PAR POLICE SANS FICHE : LE NUMERO EST CHERCHE
      *>   DANS TOUT LE MAITRE (TOUS PRODUITS)
           IF L-ModePolice = 'Y' AND L-NbrContrats = 0
               MOVE 'N' TO L-Fin
               PERFORM UNTIL L-Fin = 'Y'
                   READ CONTRATS-MASTER NEXT
                   AT END
                       MOVE 'Y' TO L-Fin
                   NOT AT END
                       IF CM-NUMPOL = L-CritNumpol
                           MOVE CM-CLE TO L-CleContrat
                           PERFORM AJOUTE-CONTRAT
                       END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING L-IndCtr FROM 1 BY 1
                   UNTIL L-IndCtr > L-NbrContrats
               MOVE CTR-CODPRD(L-IndCtr) TO CM-CODPRD
               MOVE CTR-NUMPOL(L-IndCtr) TO CM-NUMPOL
               READ CONTRATS-MASTER
               INVALID KEY
                   STRING '  CONTRAT ' CM-CODPRD ' ' CM-NUMPOL
                          ' : ABSENT DU MAITRE DES CONTRATS'
                       DELIMITED BY SIZE INTO L-Ligne
                   PERFORM ECRIT-LIGNE
               NOT INVALID KEY
                   STRING '  CONTRAT ' CM-CODPRD ' ' CM-NUMPOL
                          ' SITUATION ' CM-SIT ' TETES ' CM-NBTET
                          ' BENEFICIAIRES ' CM-NBBEN
                          ' EFFET ' CM-DATEFF
                          ' RESILIATION ' CM-DATTERM
                          ' RENOUVELLEMENT ' CM-DATRENOUV
                       DELIMITED BY SIZE INTO L-Ligne
                   PERFORM ECRIT-DETAIL
               END-READ
           END-PERFORM
           CLOSE CONTRATS-MASTER
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-EVENEMENTS.
      *-----------
      *--   5. EVENEMENTS DE TETE DE LA PERSONNE SUR SES CONTRATS
           MOVE 'HISTORIQUE DES EVENEMENTS DE TETE' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           IF L-SujetConnu = 'N'
               MOVE '  IDENTITE NON RETROUVEE' TO L-Ligne
               PERFORM ECRIT-LIGNE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TETES-HISTO
           IF L-FstTh NOT = ZERO
               MOVE L-NomTetesHisto TO L-NomTexte
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ TETES-HISTO NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF TH-SEQ NOT = ZEROS
                       MOVE TH-CODPRD TO L-CLE-CODPRD
                       MOVE TH-NUMPOL TO L-CLE-NUMPOL
                       PERFORM CHERCHE-CONTRAT
                       IF L-Trouve = 'Y'
                           MOVE TH-NOM TO L-CandNom
                           MOVE TH-PRN TO L-CandPrn
                           PERFORM COMPARE-NOM
                           IF L-MemeNom = 'Y'
                               STRING '  CONTRAT ' TH-CODPRD ' '
                                      TH-NUMPOL ' ' TH-EVENEMENT
                                      ' LE ' TH-DATERUN ' PAR '
                                      TH-PGM ' TETE ' TH-TIT ' '
                                      TH-NOM ' ' TH-PRN
                                   DELIMITED BY SIZE INTO L-Ligne
                               PERFORM ECRIT-DETAIL
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TETES-HISTO
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-PRESTATIONS.
      *-----------
      *--   6. PRESTATIONS DES POLICES DE LA PERSONNE (CONTRAT = CODE
      *--   PRODUIT + 7 DERNIERS CHIFFRES DE LA POLICE ; CODE PRODUIT
      *--   A BLANC SUR LES PRESTATIONS CONVERTIES : NUMERO SEUL)
           MOVE 'PRESTATIONS' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           OPEN INPUT HISTO-PRESTATIONS
           IF L-FstHp NOT = ZERO
               MOVE L-NomHisto TO L-NomTexte
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ HISTO-PRESTATIONS NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   MOVE HP-CODEPDT        TO L-CLE-CODPRD
                   MOVE HP-POLICE(6:7)    TO L-CLE-NUMPOL
                   IF HP-CODEPDT = SPACES
                       PERFORM CHERCHE-NUMPOL
                   ELSE
                       PERFORM CHERCHE-CONTRAT
                   END-IF
                   IF L-Trouve = 'Y'
                       MOVE HP-REMB TO L-RembEd
                       STRING '  POLICE ' HP-POLICE ' PRODUIT '
                              HP-CODEPDT ' SOIN ' HP-DATESOIN
                              ' MONTANT ' HP-MONTANT
                              ' REMBOURSE ' L-RembEd
                              ' RECOURS ' HP-RECOURS
                           DELIMITED BY SIZE INTO L-Ligne
                       PERFORM ECRIT-DETAIL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTO-PRESTATIONS
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-DECOMPTES.
      *-----------
      *--   7. LIGNES NOMINATIVES DE CLAIMNOM3.txt (POLICE EN 8-19,
      *--   NOM EN 61-80, PRENOM EN 91-110) : POLICE DE LA PERSONNE,
      *--   AU NOM DE LA PERSONNE QUAND ELLE EST IDENTIFIEE.
           MOVE 'DECOMPTES NOMINATIFS' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           MOVE L-NomClaimnom TO L-NomTexte
           OPEN INPUT FILE-TEXTE
           IF L-FstTx NOT = ZERO
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TEXTE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-TEXTE(1:7) = 'POLICE '
                      AND E-TEXTE(8:12) IS NUMERIC
                       MOVE E-TEXTE(13:7) TO L-CLE-NUMPOL
                       PERFORM CHERCHE-NUMPOL
                       IF L-Trouve = 'Y' AND L-SujetConnu = 'Y'
                           MOVE E-TEXTE(61:20) TO L-CandNom
                           MOVE E-TEXTE(91:20) TO L-CandPrn
                           PERFORM COMPARE-NOM
                           MOVE L-MemeNom TO L-Trouve
                       END-IF
                       IF L-Trouve = 'Y'
                           STRING '  ' E-TEXTE(1:110)
                               DELIMITED BY SIZE INTO L-Ligne
                           PERFORM ECRIT-DETAIL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TEXTE
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       EXTRAIT-RIB.
      *-----------
      *--   8. COORDONNEES BANCAIRES DES POLICES DE LA PERSONNE
           MOVE 'COORDONNEES BANCAIRES' TO L-Ligne
           PERFORM ENTETE-RUBRIQUE
           MOVE L-NomRibPol TO L-NomTexte
           OPEN INPUT FILE-TEXTE
           IF L-FstTx NOT = ZERO
               PERFORM SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-TEXTE
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-TEXTE(1:12) IS NUMERIC
                       MOVE E-TEXTE(6:7) TO L-CLE-NUMPOL
                       PERFORM CHERCHE-NUMPOL
                       IF L-Trouve = 'Y'
                           STRING '  POLICE ' E-TEXTE(1:12) ' IBAN '
                                  E-TEXTE(13:27)
                               DELIMITED BY SIZE INTO L-Ligne
                           PERFORM ECRIT-DETAIL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TEXTE
           PERFORM PIED-RUBRIQUE
           .
      *----------------------------------------------------------------------------
       SYNTHESE.
      *-----------
           MOVE SPACES TO L-Ligne
           PERFORM ECRIT-LIGNE
           MOVE L-NbrElements TO L-NbrEd
           STRING 'SYNTHESE : ' L-NbrEd ' ELEMENT(S) SUR '
                  L-NbrContrats ' CONTRAT(S), '
                  L-NbrSourcesAbsentes ' SOURCE(S) ABSENTE(S)'
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-LIGNE
           IF L-NbrElements = 0
               MOVE 'AUCUNE DONNEE DETENUE SUR CETTE PERSONNE'
                   TO L-Ligne
               PERFORM ECRIT-LIGNE
           END-IF
           .
      *----------------------------------------------------------------------------
       COMPARE-NOM.
      *-----------
      *--   L-MemeNom = 'Y' SI L-CandNom / L-CandPrn, NORMALISES, SONT
      *--   CEUX DE LA PERSONNE RECHERCHEE
           MOVE 'N' TO L-MemeNom
           MOVE L-CandNom TO L-NormEntree
           PERFORM NORMALISE-ZONE
           IF L-NormSortie NOT = L-SujNomN OR L-NormSortie = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE L-CandPrn TO L-NormEntree
           PERFORM NORMALISE-ZONE
           IF L-NormSortie = L-SujPrnN
               MOVE 'Y' TO L-MemeNom
           END-IF
           .
      *----------------------------------------------------------------------------
       NORMALISE-ZONE.
      *-----------
      *--   MEME NORMALISATION QUE LE REFERENTIEL DES PERSONNES :
      *--   MAJUSCULES, PUIS LES SEULES LETTRES A-Z CADREES A GAUCHE.
           INSPECT L-NormEntree CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO L-NormSortie
           MOVE 0 TO L-NormLg
           PERFORM VARYING L-NormIdx FROM 1 BY 1
                   UNTIL L-NormIdx > 20
               MOVE L-NormEntree(L-NormIdx:1) TO L-NormCar
               IF L-NormCar >= 'A' AND L-NormCar <= 'Z'
                   ADD 1 TO L-NormLg
                   MOVE L-NormCar TO L-NormSortie(L-NormLg:1)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       AJOUTE-CONTRAT.
      *-----------
           PERFORM CHERCHE-CONTRAT
           IF L-Trouve = 'N'
               IF L-NbrContrats < 200
                   ADD 1 TO L-NbrContrats
                   MOVE L-CLE-CODPRD TO CTR-CODPRD(L-NbrContrats)
                   MOVE L-CLE-NUMPOL TO CTR-NUMPOL(L-NbrContrats)
               ELSE
                   DISPLAY 'TABLE DES CONTRATS PLEINE, CONTRAT '
                           L-CleContrat ' IGNORE'
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHERCHE-CONTRAT.
      *-----------
           MOVE 'N' TO L-Trouve
           PERFORM VARYING L-IndCtr FROM 1 BY 1
                   UNTIL L-IndCtr > L-NbrContrats
               IF CTR-CODPRD(L-IndCtr) = L-CLE-CODPRD
                  AND CTR-NUMPOL(L-IndCtr) = L-CLE-NUMPOL
                   MOVE 'Y' TO L-Trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHERCHE-NUMPOL.
      *-----------
      *--   NUMERO DE CONTRAT SEUL, TOUS PRODUITS (ET NUMERO DU CRITERE
      *--   EN RECHERCHE PAR POLICE)
           MOVE 'N' TO L-Trouve
           IF L-ModePolice = 'Y' AND L-CLE-NUMPOL = L-CritNumpol
               MOVE 'Y' TO L-Trouve
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING L-IndCtr FROM 1 BY 1
                   UNTIL L-IndCtr > L-NbrContrats
               IF CTR-NUMPOL(L-IndCtr) = L-CLE-NUMPOL
                   MOVE 'Y' TO L-Trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       ENTETE-RUBRIQUE.
      *-----------
      *--   TITRE DE RUBRIQUE (PREPARE DANS L-Ligne PAR L APPELANT)
           MOVE L-Ligne TO L-EnvTemp
           MOVE SPACES TO L-Ligne
           PERFORM ECRIT-LIGNE
           STRING '*** ' L-EnvTemp
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-LIGNE
           MOVE 0 TO L-NbrRubrique
           .
      *----------------------------------------------------------------------------
       PIED-RUBRIQUE.
      *-----------
           MOVE L-NbrRubrique TO L-NbrEd
           STRING '  ' L-NbrEd ' ELEMENT(S)'
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-LIGNE
           .
      *----------------------------------------------------------------------------
       SOURCE-ABSENTE.
      *-----------
           ADD 1 TO L-NbrSourcesAbsentes
           STRING '  SOURCE ABSENTE OU ILLISIBLE : ' L-NomTexte
               DELIMITED BY SIZE INTO L-Ligne
           PERFORM ECRIT-LIGNE
           DISPLAY 'SOURCE ABSENTE : ' L-NomTexte
           .
      *----------------------------------------------------------------------------
       ECRIT-DETAIL.
      *-----------
           ADD 1 TO L-NbrRubrique
           ADD 1 TO L-NbrElements
           PERFORM ECRIT-LIGNE
           .
      *----------------------------------------------------------------------------
       ECRIT-LIGNE.
      *-----------
           WRITE S-EXTRAIT FROM L-Ligne
           MOVE SPACES TO L-Ligne
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-EXTRAIT

           Display 'Nbre contrats retenus  =' L-NbrContrats '>'
           Display 'Nbre elements extraits =' L-NbrElements '>'
           Display 'Nbre sources absentes  =' L-NbrSourcesAbsentes '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrElements = 0 OR L-NbrSourcesAbsentes > 0)
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm          TO L-IncPgm
           MOVE L-CodeRetour   TO L-IncRC
           MOVE L-NomPersonnes TO L-IncFicIn
           MOVE L-NomExtrait   TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
