       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITEMST.


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

       SELECT HISTO-PRESTATIONS ASSIGN TO DYNAMIC L-NomHisto
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS HP-CLE
                      FILE STATUS IS L-FstHp.

       SELECT TETES-HISTO ASSIGN TO DYNAMIC L-NomTetesHisto
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS SEQUENTIAL
                      RECORD KEY IS TH-SEQ
                      FILE STATUS IS L-FstTh.

       SELECT FILE-RIBPOL ASSIGN TO DYNAMIC L-NomRibPol
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstRp.

       SELECT SORT-EVENEMENTS ASSIGN TO 'SRT-TH'.

       SELECT FILE-HISTO-INTEG ASSIGN TO DYNAMIC L-NomHistoInteg
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstHi.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstR.

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

       FD  HISTO-PRESTATIONS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3, RELU EN LECTURE SEULE.
      *--  LE CONTRAT D UNE PRESTATION EST CODE PRODUIT + 7 DERNIERS
      *--  CHIFFRES DE LA POLICE (HP-CODEPDT A BLANC SUR UNE
      *--  PRESTATION CONVERTIE D UN ANCIEN DESSIN : LE CONTRAT EST
      *--  ALORS CHERCHE SUR TOUS LES PRODUITS).
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

       FD  TETES-HISTO.
      *--  MEME DESSIN QUE DANS COBOLEX4 (ENREGISTREMENT 000000000
      *--  RESERVE AU COMPTEUR DE SEQUENCE), RELU EN LECTURE SEULE.
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

       FD  FILE-RIBPOL.
      *--  COORDONNEES BANCAIRES DES SOUSCRIPTEURS (MEME DESSIN QUE
      *--  DANS COBOLEXERCICE3) : NUMERO DE POLICE COMPLET + IBAN.
       01  E-RIBPOL.
           05 E-RIB-POLICE           PIC 9(12).
           05 E-RIB-IBAN             PIC X(27).

       SD  SORT-EVENEMENTS.
       01  SD-EVENEMENT.
           05 SD-CODPRD                            PIC XX.
           05 SD-NUMPOL                            PIC 9(7).
           05 SD-SEQ                               PIC 9(9).
           05 SD-TYPE-EVT                          PIC X(8).

       FD  FILE-HISTO-INTEG.
      *--  HISTORIQUE PERSISTANT DES BALAYAGES (UNE LIGNE AJOUTEE PAR
      *--  PASSAGE) : MOIS ET DATE DU BALAYAGE, NOMBRE DE RUPTURES ET
      *--  EMPREINTE DE CHAQUE CLASSE, EMPREINTE GLOBALE. LE DERNIER
      *--  BALAYAGE D UN MOIS ANTERIEUR SERT DE REFERENCE.
       01  E-HISTO-INTEG.
           05 E-HIN-MOIS                           PIC 9(6).
           05 FILLER                               PIC X.
           05 E-HIN-DATE                           PIC 9(8).
           05 E-HIN-CLASSE OCCURS 5.
               10 FILLER                           PIC X.
               10 E-HIN-NBR                        PIC 9(7).
               10 FILLER                           PIC X.
               10 E-HIN-EMPREINTE                  PIC 9(9).
           05 FILLER                               PIC X.
           05 E-HIN-GLOBALE                        PIC 9(9).

       FD  FILE-RAPPORT.
      *--  RAPPORT DU BALAYAGE : PAR CLASSE D INCOHERENCE, NOMBRE,
      *--  RAPPEL DU MOIS DE REFERENCE, EMPREINTE ET VERDICT, PUIS
      *--  JUSQU A DIX EXEMPLES ; SYNTHESE ET EMPREINTE GLOBALE EN FIN.
       01  S-RAPPORT                               PIC X(110).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                       PIC X(12) VALUE 'INTEGRITEMST'.

      *-- file status fichier
       01 L-FstCm                                 PIC 99.
       01 L-FstHp                                 PIC 99.
       01 L-FstTh                                 PIC 99.
       01 L-FstRp                                 PIC 99.
       01 L-FstHi                                 PIC 99.
       01 L-FstR                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
      *-- (MEMES VARIABLES QUE LES PROGRAMMES QUI TIENNENT CES FICHIERS)
       01 L-NomContratsMaster    PIC X(40) VALUE 'CONTRATS_MASTER.DAT'.
       01 L-NomHisto             PIC X(40)
                                 VALUE 'HISTO_PRESTATIONS.DAT'.
       01 L-NomTetesHisto        PIC X(40) VALUE 'TETES_HISTO.DAT'.
       01 L-NomRibPol            PIC X(40) VALUE 'RIB_POLICES.txt'.
       01 L-NomHistoInteg        PIC X(40)
                                 VALUE 'INTEGRITE_HISTO.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'RAPPORT_INTEGRITE_MAITRES.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 MAITRES COHERENTS, 4 RUPTURES DEJA
      *-- CONNUES AU MOIS DE REFERENCE OU SOURCE ABSENTE, 8 NOUVELLE
      *-- CLASSE DE RUPTURE (AUCUNE RUPTURE DE CETTE CLASSE AU MOIS DE
      *-- REFERENCE, OU PREMIER BALAYAGE), 12 FIN ANORMALE.
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
       01 L-SortFin                               PIC X.
           88 L-SortFin-OK                        VALUE 'O'.
       01 L-DateBalayage                          PIC 9(8).
       01 L-MoisBalayage                          PIC 9(6).
       01 L-NbrSourcesAbsentes                    PIC 9 VALUE 0.

       01 L-Nbr.
           05 L-NbrContrats                       PIC 9(7).
           05 L-NbrPrestations                    PIC 9(7).
           05 L-NbrEvenements                     PIC 9(7).
           05 L-NbrRib                            PIC 9(7).

      *-- PRODUITS PRESENTS DANS LE MAITRE DES CONTRATS : UN NUMERO DE
      *-- POLICE SANS CODE PRODUIT EST CHERCHE SOUS CHACUN D EUX
       01 L-NbrProduits                           PIC 99 VALUE 0.
       01 TABLE-PRODUITS.
           05 PRD-CODE OCCURS 99 TIMES              PIC XX.
       01 L-IndPrd                                PIC 99.

      *-- RECHERCHE D UN CONTRAT PAR NUMERO DE POLICE SEUL
       01 L-NumpolCherche                         PIC 9(7).
       01 L-NbrTrouves                            PIC 99.
       01 L-NbrEnVigueur                          PIC 99.
       01 L-Resilie                               PIC X.
       01 L-CtrResilie.
           05 L-RES-CODPRD                        PIC XX.
           05 L-RES-NUMPOL                        PIC 9(7).
           05 L-RES-SIT                           PIC X.
           05 L-RES-DATTERM                       PIC X(8).

      *-- REGROUPEMENTS EN COURS (PRESTATIONS D UNE POLICE, EVENEMENTS
      *-- D UN CONTRAT)
       01 L-PrdCourant                            PIC XX.
       01 L-PoliceCourante                        PIC 9(12).
       01 L-NbrPrestPolice                        PIC 9(5).
      *-- PRODUITS RENCONTRES SUR LA POLICE EN COURS : L HISTORIQUE
      *-- EST RANGE PAR POLICE, DATE DE SOINS ET MONTANT, LES PRODUITS
      *-- D UNE MEME POLICE Y SONT DONC ENTRELACES
       01 L-NbrPrdPolice                          PIC 99.
       01 TABLE-PRD-POLICE.
           05 PPO-PRODUIT OCCURS 99 TIMES.
               10 PPO-CODE                        PIC XX.
               10 PPO-NBR                         PIC 9(5).
       01 L-IndPpo                                PIC 99.
       01 L-CtrCourant.
           05 L-CTC-CODPRD                        PIC XX.
           05 L-CTC-NUMPOL                        PIC 9(7).
       01 L-NbrEvtContrat                         PIC 9(5).
       01 L-NetTetes                              PIC S9(5).
       01 L-NbrEvtPremier                         PIC X.

      *-- CLASSES D INCOHERENCE : NOMBRE, EMPREINTE (HACHAGE DES CLES
      *-- EN RUPTURE DANS L ORDRE DE LECTURE, MEME PRINCIPE QUE
      *-- L EMPREINTE DE COMPTESVERIF), EXEMPLES ET REFERENCE DU MOIS
      *-- PRECEDENT
       01 TABLE-LIBELLES.
           05 FILLER             PIC X(40)
              VALUE 'PRESTATIONS SANS CONTRAT'.
           05 FILLER             PIC X(40)
              VALUE 'EVENEMENTS DE TETE SUR CONTRAT INCONNU'.
           05 FILLER             PIC X(40)
              VALUE 'NOMBRE DE TETES / AJOUTS-RETRAITS'.
           05 FILLER             PIC X(40)
              VALUE 'RIB SUR CONTRAT RESILIE OU INTERROMPU'.
           05 FILLER             PIC X(40)
              VALUE 'RIB SANS CONTRAT'.
       01 TABLE-LIBELLES-R REDEFINES TABLE-LIBELLES.
           05 CLS-LIBELLE OCCURS 5 TIMES            PIC X(40).

       01 TABLE-CLASSES.
           05 CLS-CLASSE OCCURS 5 TIMES.
               10 CLS-NBR                PIC 9(7).
               10 CLS-EMPREINTE          PIC 9(9).
               10 CLS-CONTROLEE          PIC X.
               10 CLS-REF-NBR            PIC 9(7).
               10 CLS-REF-EMPREINTE      PIC 9(9).
               10 CLS-NBRECH             PIC 99.
               10 CLS-EXEMPLE OCCURS 10  PIC X(90).
       01 L-IndCls                                PIC 9.
       01 L-IndEch                                PIC 99.
       01 L-Classe                                PIC 9.
       01 L-CleRupture                            PIC X(20).
       01 L-TexteRupture                          PIC X(90).
       01 L-NbrNouvelles                          PIC 9 VALUE 0.
       01 L-NbrConnues                            PIC 9 VALUE 0.
       01 L-TotalRuptures                         PIC 9(8).

      *-- REFERENCE : DERNIER BALAYAGE D UN MOIS ANTERIEUR
       01 L-RefTrouvee                            PIC X VALUE 'N'.
       01 L-RefMois                               PIC 9(6).
       01 L-RefGlobale                            PIC 9(9).

      *-- HACHAGE
       01 L-EMPREINTE            PIC 9(9).
       01 L-EMP-GLOBALE          PIC 9(9) VALUE 0.
       01 L-EMP-TRAVAIL          PIC 9(18).
       01 L-EMP-C                PIC 9(3).
       01 L-EMP-LONG             PIC 9(3).
       01 L-EMP-ZONE             PIC X(20).

      *-- zones d edition
       01 L-NetEd                PIC -(5)9.
       01 L-NbrEd                PIC Z(4)9.

      *-- lignes du rapport
       01 WS-RAP-TITRE.
           05 FILLER             PIC X(48)
              VALUE 'BALAYAGE D INTEGRITE DES FICHIERS MAITRES DU '.
           05 WS-RT-DATE         PIC 9(8).
           05 FILLER             PIC X(15) VALUE ' - REFERENCE : '.
           05 WS-RT-REF          PIC X(6).

       01 WS-RAP-VOLUMES.
           05 FILLER             PIC X(10) VALUE 'CONTRATS='.
           05 WS-RV-CONTRATS     PIC Z(6)9.
           05 FILLER             PIC X(14) VALUE ' PRESTATIONS='.
           05 WS-RV-PRESTATIONS  PIC Z(6)9.
           05 FILLER             PIC X(13) VALUE ' EVENEMENTS='.
           05 WS-RV-EVENEMENTS   PIC Z(6)9.
           05 FILLER             PIC X(6)  VALUE ' RIB='.
           05 WS-RV-RIB          PIC Z(6)9.

       01 WS-RAP-CLASSE.
           05 WS-RC-NUM          PIC 9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RC-LIBELLE      PIC X(40).
           05 FILLER             PIC X(2)  VALUE ': '.
           05 WS-RC-NBR          PIC Z(6)9.
           05 FILLER             PIC X(6)  VALUE ' REF: '.
           05 WS-RC-REF          PIC X(7).
           05 FILLER             PIC X(12) VALUE ' EMPREINTE '.
           05 WS-RC-EMPREINTE    PIC 9(9).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RC-VERDICT      PIC X(15).

       01 WS-RAP-EXEMPLE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 WS-RE-TEXTE        PIC X(90).

       01 WS-RAP-SYNTHESE.
           05 FILLER             PIC X(20) VALUE 'SYNTHESE : RUPTURES='.
           05 WS-RS-TOTAL        PIC Z(7)9.
           05 FILLER             PIC X(12) VALUE ' NOUVELLES='.
           05 WS-RS-NOUVELLES    PIC 9.
           05 FILLER             PIC X(21)
              VALUE ' EMPREINTE GLOBALE = '.
           05 WS-RS-GLOBALE      PIC 9(9).
           05 FILLER             PIC X(8)  VALUE ' (REF. '.
           05 WS-RS-REFGLOBALE   PIC X(9).
           05 FILLER             PIC X     VALUE ')'.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CHARGE-REFERENCE

           PERFORM RELEVE-PRODUITS

           PERFORM CONTROLE-PRESTATIONS

           PERFORM CONTROLE-EVENEMENTS

           PERFORM CONTROLE-RIB

           PERFORM EDITION-RAPPORT

           PERFORM ENREGISTRE-BALAYAGE

           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           INITIALIZE TABLE-CLASSES

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'COBOL4_CONTRATS_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomContratsMaster
           END-IF

           DISPLAY 'COBOL3_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHisto
           END-IF

           DISPLAY 'COBOL4_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTetesHisto
           END-IF

           DISPLAY 'COBOL3_RIB_POLICES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRibPol
           END-IF

           DISPLAY 'INTEGRITE_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomHistoInteg
           END-IF

           DISPLAY 'INTEGRITE_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

      *>   DATE DU BALAYAGE (INTEGRITE_DATE, A DEFAUT LE JOUR) : ELLE
      *>   FIXE LE MOIS ET LA DATE A LAQUELLE UN CONTRAT EST RESILIE
           DISPLAY 'INTEGRITE_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateBalayage
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateBalayage
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(L-DateBalayage) NOT = 0
               DISPLAY 'DATE DU BALAYAGE INVALIDE (' L-DateBalayage ')'
               PERFORM ERREUR
           END-IF
           MOVE L-DateBalayage(1:6) TO L-MoisBalayage

           OPEN INPUT CONTRATS-MASTER
           IF L-FstCm NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCm '> ('
                      L-NomContratsMaster ')'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-REFERENCE.
      *-----------
      *--   RELIT L HISTORIQUE DES BALAYAGES ET RETIENT LE DERNIER
      *--   D UN MOIS ANTERIEUR (UN BALAYAGE REJOUE DANS LE MOIS SE
      *--   COMPARE AU MEME MOIS DE REFERENCE). HISTORIQUE ABSENT =
      *--   PREMIER BALAYAGE.
           OPEN INPUT FILE-HISTO-INTEG
           IF L-FstHi NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-HISTO-INTEG
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-HIN-MOIS IS NUMERIC
                      AND E-HIN-MOIS < L-MoisBalayage
                       MOVE 'Y' TO L-RefTrouvee
                       MOVE E-HIN-MOIS TO L-RefMois
                       MOVE E-HIN-GLOBALE TO L-RefGlobale
                       PERFORM VARYING L-IndCls FROM 1 BY 1
                               UNTIL L-IndCls > 5
                           MOVE E-HIN-NBR(L-IndCls)
                               TO CLS-REF-NBR(L-IndCls)
                           MOVE E-HIN-EMPREINTE(L-IndCls)
                               TO CLS-REF-EMPREINTE(L-IndCls)
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-HISTO-INTEG
           .
      *----------------------------------------------------------------------------
       RELEVE-PRODUITS.
      *-----------
      *--   PARCOURT LE MAITRE DES CONTRATS (ORDRE DES CLES, DONC
      *--   REGROUPE PAR PRODUIT) POUR EN COMPTER LES CONTRATS ET
      *--   RELEVER LES CODES PRODUIT.
           MOVE LOW-VALUES TO CM-CLE
           MOVE 'N' TO L-Fin
           START CONTRATS-MASTER KEY NOT < CM-CLE
           INVALID KEY
               MOVE 'Y' TO L-Fin
           END-START

           PERFORM UNTIL L-Fin = 'Y'
               READ CONTRATS-MASTER NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   ADD 1 TO L-NbrContrats
                   IF L-NbrProduits = 0
                      OR CM-CODPRD NOT = PRD-CODE(L-NbrProduits)
                       IF L-NbrProduits < 99
                           ADD 1 TO L-NbrProduits
                           MOVE CM-CODPRD TO PRD-CODE(L-NbrProduits)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-PRESTATIONS.
      *-----------
      *--   CLASSE 1 : POLICES DE L HISTORIQUE DES PRESTATIONS SANS
      *--   CONTRAT AU MAITRE. L HISTORIQUE EST LU DANS L ORDRE DE SES
      *--   CLES (POLICE EN TETE) : LA RUPTURE SE FAIT SUR LA POLICE
      *--   SEULE, CHAQUE PRODUIT DE LA POLICE Y EST EXAMINE UNE FOIS.
           OPEN INPUT HISTO-PRESTATIONS
           IF L-FstHp = '35'
               DISPLAY 'HISTORIQUE DES PRESTATIONS ABSENT ('
                       L-NomHisto ')'
               ADD 1 TO L-NbrSourcesAbsentes
               EXIT PARAGRAPH
           END-IF
           IF L-FstHp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstHp '> ('
                      L-NomHisto ')'
              PERFORM ERREUR
           END-IF
           MOVE 'Y' TO CLS-CONTROLEE(1)

           MOVE 0 TO L-NbrPrdPolice
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ HISTO-PRESTATIONS NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   ADD 1 TO L-NbrPrestations
                   IF L-NbrPrdPolice > 0
                      AND HP-POLICE NOT = L-PoliceCourante
                       PERFORM EXAMEN-POLICE
                   END-IF
                   MOVE HP-POLICE TO L-PoliceCourante
                   PERFORM CUMUL-PRD-POLICE
               END-READ
           END-PERFORM
           IF L-NbrPrdPolice > 0
               PERFORM EXAMEN-POLICE
           END-IF
           CLOSE HISTO-PRESTATIONS
           .
      *----------------------------------------------------------------------------
       CUMUL-PRD-POLICE.
      *-----------
      *--   COMPTE LA PRESTATION LUE SOUS SON PRODUIT DANS LA TABLE DE
      *--   LA POLICE EN COURS.
           MOVE 0 TO L-IndPpo
           PERFORM VARYING L-IndPrd FROM 1 BY 1
                   UNTIL L-IndPrd > L-NbrPrdPolice OR L-IndPpo > 0
               IF PPO-CODE(L-IndPrd) = HP-CODEPDT
                   MOVE L-IndPrd TO L-IndPpo
               END-IF
           END-PERFORM
           IF L-IndPpo = 0
               IF L-NbrPrdPolice < 99
                   ADD 1 TO L-NbrPrdPolice
                   MOVE L-NbrPrdPolice TO L-IndPpo
                   MOVE HP-CODEPDT TO PPO-CODE(L-IndPpo)
                   MOVE 0 TO PPO-NBR(L-IndPpo)
               ELSE
                   MOVE 99 TO L-IndPpo
               END-IF
           END-IF
           ADD 1 TO PPO-NBR(L-IndPpo)
           .
      *----------------------------------------------------------------------------
       EXAMEN-POLICE.
      *-----------
      *--   RUPTURE DE POLICE : CHAQUE PRODUIT RENCONTRE EST EXAMINE
      *--   AVEC LE TOTAL DE SES PRESTATIONS SUR LA POLICE.
           PERFORM VARYING L-IndPpo FROM 1 BY 1
                   UNTIL L-IndPpo > L-NbrPrdPolice
               MOVE PPO-CODE(L-IndPpo) TO L-PrdCourant
               MOVE PPO-NBR(L-IndPpo)  TO L-NbrPrestPolice
               PERFORM EXAMEN-PRD-POLICE
           END-PERFORM
           MOVE 0 TO L-NbrPrdPolice
           .
      *----------------------------------------------------------------------------
       EXAMEN-PRD-POLICE.
      *-----------
           IF L-PrdCourant = SPACES
               MOVE L-PoliceCourante(6:7) TO L-NumpolCherche
               PERFORM RECHERCHE-NUMPOL
           ELSE
               MOVE 0 TO L-NbrTrouves
               MOVE L-PrdCourant          TO CM-CODPRD
               MOVE L-PoliceCourante(6:7) TO CM-NUMPOL
               READ CONTRATS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO L-NbrTrouves
               END-READ
           END-IF

           IF L-NbrTrouves = 0
               MOVE 1 TO L-Classe
               MOVE SPACES TO L-CleRupture L-TexteRupture
               STRING L-PrdCourant L-PoliceCourante
                   DELIMITED BY SIZE INTO L-CleRupture
               MOVE L-NbrPrestPolice TO L-NbrEd
               STRING 'PRODUIT ' L-PrdCourant ' POLICE '
                      L-PoliceCourante ' : ' L-NbrEd
                      ' PRESTATION(S), AUCUN CONTRAT'
                   DELIMITED BY SIZE INTO L-TexteRupture
               PERFORM ENREGISTRE-RUPTURE
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-EVENEMENTS.
      *-----------
      *--   CLASSES 2 ET 3 : LES EVENEMENTS DE TETE SONT TRIES PAR
      *--   CONTRAT ; POUR CHAQUE CONTRAT, EVENEMENTS SUR UN CONTRAT
      *--   ABSENT DU MAITRE (CLASSE 2) OU SOLDE AJOUTS - RETRAITS
      *--   DIFFERENT DU NOMBRE DE TETES DU MAITRE (CLASSE 3). UN
      *--   CONTRAT SANS AUCUN EVENEMENT (ANTERIEUR A L HISTORIQUE)
      *--   N EST PAS CONTROLE.
           OPEN INPUT TETES-HISTO
           IF L-FstTh = '35'
               DISPLAY 'HISTORIQUE DES TETES ABSENT ('
                       L-NomTetesHisto ')'
               ADD 1 TO L-NbrSourcesAbsentes
               EXIT PARAGRAPH
           END-IF
           IF L-FstTh NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTh '> ('
                      L-NomTetesHisto ')'
              PERFORM ERREUR
           END-IF
           MOVE 'Y' TO CLS-CONTROLEE(2)
           MOVE 'Y' TO CLS-CONTROLEE(3)

           SORT SORT-EVENEMENTS ON ASCENDING KEY SD-CODPRD SD-NUMPOL
                                                 SD-SEQ
               INPUT PROCEDURE IS SORT-EVENEMENTS-IN
               OUTPUT PROCEDURE IS SORT-EVENEMENTS-OUT

           CLOSE TETES-HISTO
           .
      *----------------------------------------------------------------------------
       SORT-EVENEMENTS-IN.
      *------------
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ TETES-HISTO NEXT
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF TH-SEQ NOT = ZEROS
                       ADD 1 TO L-NbrEvenements
                       MOVE TH-CODPRD    TO SD-CODPRD
                       MOVE TH-NUMPOL    TO SD-NUMPOL
                       MOVE TH-SEQ       TO SD-SEQ
                       MOVE TH-EVENEMENT TO SD-TYPE-EVT
                       RELEASE SD-EVENEMENT
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       SORT-EVENEMENTS-OUT.
      *-------------
           MOVE 'N' TO L-SortFin
           MOVE 0 TO L-NbrEvtContrat
           PERFORM UNTIL L-SortFin-OK
               RETURN SORT-EVENEMENTS
                   AT END
                       SET L-SortFin-OK TO TRUE
                   NOT AT END
                       IF L-NbrEvtContrat > 0
                          AND (SD-CODPRD NOT = L-CTC-CODPRD
                               OR SD-NUMPOL NOT = L-CTC-NUMPOL)
                           PERFORM EXAMEN-CONTRAT
                       END-IF
                       IF L-NbrEvtContrat = 0
                           MOVE SD-CODPRD TO L-CTC-CODPRD
                           MOVE SD-NUMPOL TO L-CTC-NUMPOL
                           MOVE 0 TO L-NetTetes
                       END-IF
                       ADD 1 TO L-NbrEvtContrat
                       EVALUATE SD-TYPE-EVT
                           WHEN 'AJOUT'
                               ADD 1 TO L-NetTetes
                           WHEN 'RETRAIT'
                               SUBTRACT 1 FROM L-NetTetes
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF L-NbrEvtContrat > 0
               PERFORM EXAMEN-CONTRAT
           END-IF
           .
      *----------------------------------------------------------------------------
       EXAMEN-CONTRAT.
      *-----------
           MOVE L-CTC-CODPRD TO CM-CODPRD
           MOVE L-CTC-NUMPOL TO CM-NUMPOL
           MOVE SPACES TO L-CleRupture L-TexteRupture
           MOVE L-CtrCourant TO L-CleRupture
           READ CONTRATS-MASTER
           INVALID KEY
               MOVE 2 TO L-Classe
               MOVE L-NbrEvtContrat TO L-NbrEd
               STRING 'CONTRAT ' L-CTC-CODPRD ' ' L-CTC-NUMPOL
                      ' : ' L-NbrEd ' EVENEMENT(S) DE TETE'
                   DELIMITED BY SIZE INTO L-TexteRupture
               PERFORM ENREGISTRE-RUPTURE
           NOT INVALID KEY
               IF CM-NBTET NOT = L-NetTetes
                   MOVE 3 TO L-Classe
                   MOVE L-NetTetes TO L-NetEd
                   STRING 'CONTRAT ' L-CTC-CODPRD ' ' L-CTC-NUMPOL
                          ' : NBTET=' CM-NBTET
                          ' AJOUTS-RETRAITS=' L-NetEd
                       DELIMITED BY SIZE INTO L-TexteRupture
                   PERFORM ENREGISTRE-RUPTURE
               END-IF
           END-READ

           MOVE SD-CODPRD TO L-CTC-CODPRD
           MOVE SD-NUMPOL TO L-CTC-NUMPOL
           MOVE 0 TO L-NetTetes
           MOVE 0 TO L-NbrEvtContrat
           .
      *----------------------------------------------------------------------------
       CONTROLE-RIB.
      *-----------
      *--   CLASSES 4 ET 5 : UNE COORDONNEE BANCAIRE DOIT DESIGNER AU
      *--   MOINS UN CONTRAT EN VIGUEUR (NUMERO = 7 DERNIERS CHIFFRES
      *--   DE LA POLICE, TOUS PRODUITS). AUCUN CONTRAT : CLASSE 5 ;
      *--   CONTRATS TOUS RESILIES OU INTERROMPUS : CLASSE 4.
           OPEN INPUT FILE-RIBPOL
           IF L-FstRp = '35'
               DISPLAY 'REFERENTIEL RIB ABSENT (' L-NomRibPol ')'
               ADD 1 TO L-NbrSourcesAbsentes
               EXIT PARAGRAPH
           END-IF
           IF L-FstRp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRp '> ('
                      L-NomRibPol ')'
              PERFORM ERREUR
           END-IF
           MOVE 'Y' TO CLS-CONTROLEE(4)
           MOVE 'Y' TO CLS-CONTROLEE(5)

           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-RIBPOL
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-RIB-POLICE IS NUMERIC
                       ADD 1 TO L-NbrRib
                       PERFORM EXAMEN-RIB
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RIBPOL
           .
      *----------------------------------------------------------------------------
       EXAMEN-RIB.
      *-----------
           MOVE E-RIB-POLICE(6:7) TO L-NumpolCherche
           PERFORM RECHERCHE-NUMPOL
           MOVE SPACES TO L-CleRupture L-TexteRupture
           MOVE E-RIB-POLICE TO L-CleRupture

           IF L-NbrTrouves = 0
               MOVE 5 TO L-Classe
               STRING 'POLICE ' E-RIB-POLICE ' : AUCUN CONTRAT DE '
                      'NUMERO ' L-NumpolCherche
                   DELIMITED BY SIZE INTO L-TexteRupture
               PERFORM ENREGISTRE-RUPTURE
           ELSE
               IF L-NbrEnVigueur = 0
                   MOVE 4 TO L-Classe
                   STRING 'POLICE ' E-RIB-POLICE ' : CONTRAT '
                          L-RES-CODPRD ' ' L-RES-NUMPOL
                          ' SITUATION ' L-RES-SIT
                          ' RESILIATION ' L-RES-DATTERM
                       DELIMITED BY SIZE INTO L-TexteRupture
                   PERFORM ENREGISTRE-RUPTURE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       RECHERCHE-NUMPOL.
      *-----------
      *--   CHERCHE L-NumpolCherche SOUS CHAQUE PRODUIT DU MAITRE :
      *--   NOMBRE DE CONTRATS TROUVES, NOMBRE EN VIGUEUR A LA DATE DU
      *--   BALAYAGE ET PREMIER CONTRAT RESILIE RENCONTRE.
           MOVE 0 TO L-NbrTrouves L-NbrEnVigueur
           MOVE SPACES TO L-CtrResilie
           PERFORM VARYING L-IndPrd FROM 1 BY 1
                   UNTIL L-IndPrd > L-NbrProduits
               MOVE PRD-CODE(L-IndPrd) TO CM-CODPRD
               MOVE L-NumpolCherche    TO CM-NUMPOL
               READ CONTRATS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO L-NbrTrouves
                   PERFORM CONTROLE-RESILIE
                   IF L-Resilie = 'N'
                       ADD 1 TO L-NbrEnVigueur
                   ELSE
                       IF L-CtrResilie = SPACES
                           MOVE CM-CODPRD  TO L-RES-CODPRD
                           MOVE CM-NUMPOL  TO L-RES-NUMPOL
                           MOVE CM-SIT     TO L-RES-SIT
                           MOVE CM-DATTERM TO L-RES-DATTERM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-RESILIE.
      *-----------
      *--   CONTRAT INTERROMPU (SITUATION 'I') OU DONT LA DATE DE
      *--   RESILIATION EST PASSEE A LA DATE DU BALAYAGE.
           MOVE 'N' TO L-Resilie
           IF CM-SIT = 'I'
               MOVE 'Y' TO L-Resilie
           END-IF
           IF CM-DATTERM IS NUMERIC
               IF CM-DATTERM NOT = ZEROS
                  AND CM-DATTERM < L-DateBalayage
                   MOVE 'Y' TO L-Resilie
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-RUPTURE.
      *-----------
      *--   COMPTE LA RUPTURE DANS SA CLASSE (L-Classe), CUMULE SA CLE
      *--   DANS L EMPREINTE DE LA CLASSE ET GARDE LES DIX PREMIERS
      *--   EXEMPLES.
           ADD 1 TO CLS-NBR(L-Classe)
           MOVE CLS-EMPREINTE(L-Classe) TO L-EMPREINTE
           MOVE L-CleRupture TO L-EMP-ZONE
           MOVE 20 TO L-EMP-LONG
           PERFORM CUMUL-EMPREINTE
           MOVE L-EMPREINTE TO CLS-EMPREINTE(L-Classe)
           IF CLS-NBRECH(L-Classe) < 10
               ADD 1 TO CLS-NBRECH(L-Classe)
               MOVE L-TexteRupture
                   TO CLS-EXEMPLE(L-Classe CLS-NBRECH(L-Classe))
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-EMPREINTE.
      *-----------
      *--   HACHAGE MULTIPLICATIF DE L-EMP-ZONE DANS L-EMPREINTE
      *--   (MEME PRINCIPE QUE L EMPREINTE DE COMPTESVERIF).
           PERFORM VARYING L-EMP-C FROM 1 BY 1
                   UNTIL L-EMP-C > L-EMP-LONG
               COMPUTE L-EMP-TRAVAIL = L-EMPREINTE * 31
                   + FUNCTION ORD(L-EMP-ZONE(L-EMP-C:1))
               COMPUTE L-EMPREINTE =
                   FUNCTION MOD(L-EMP-TRAVAIL 999999937)
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       EDITION-RAPPORT.
      *-----------
      *--   UNE SECTION PAR CLASSE. VERDICT PAR RAPPORT AU MOIS DE
      *--   REFERENCE : NOUVELLE (RUPTURES ALORS QU IL N Y EN AVAIT
      *--   PAS, OU PREMIER BALAYAGE), INCHANGEE (MEME EMPREINTE),
      *--   EVOLUTIVE (RUPTURES DEJA CONNUES, LISTE DIFFERENTE),
      *--   RESORBEE, SAINE OU NON CONTROLEE (SOURCE ABSENTE).
           MOVE L-DateBalayage TO WS-RT-DATE
           IF L-RefTrouvee = 'Y'
               MOVE L-RefMois TO WS-RT-REF
           ELSE
               MOVE 'AUCUNE' TO WS-RT-REF
           END-IF
           WRITE S-RAPPORT FROM WS-RAP-TITRE
           MOVE L-NbrContrats    TO WS-RV-CONTRATS
           MOVE L-NbrPrestations TO WS-RV-PRESTATIONS
           MOVE L-NbrEvenements  TO WS-RV-EVENEMENTS
           MOVE L-NbrRib         TO WS-RV-RIB
           WRITE S-RAPPORT FROM WS-RAP-VOLUMES

           MOVE 0 TO L-TotalRuptures
           PERFORM VARYING L-IndCls FROM 1 BY 1 UNTIL L-IndCls > 5
               MOVE SPACES TO S-RAPPORT
               WRITE S-RAPPORT
               ADD CLS-NBR(L-IndCls) TO L-TotalRuptures
               MOVE L-IndCls                TO WS-RC-NUM
               MOVE CLS-LIBELLE(L-IndCls)   TO WS-RC-LIBELLE
               MOVE CLS-NBR(L-IndCls)       TO WS-RC-NBR
               MOVE CLS-EMPREINTE(L-IndCls) TO WS-RC-EMPREINTE
               IF L-RefTrouvee = 'Y'
                   MOVE CLS-REF-NBR(L-IndCls) TO WS-RC-REF
               ELSE
                   MOVE '-' TO WS-RC-REF
               END-IF
               EVALUATE TRUE
                   WHEN CLS-CONTROLEE(L-IndCls) NOT = 'Y'
                       MOVE 'NON CONTROLEE' TO WS-RC-VERDICT
                   WHEN CLS-NBR(L-IndCls) = 0
                    AND CLS-REF-NBR(L-IndCls) > 0
                       MOVE 'RESORBEE' TO WS-RC-VERDICT
                   WHEN CLS-NBR(L-IndCls) = 0
                       MOVE 'SAINE' TO WS-RC-VERDICT
                   WHEN CLS-REF-NBR(L-IndCls) = 0
                       MOVE 'NOUVELLE' TO WS-RC-VERDICT
                       ADD 1 TO L-NbrNouvelles
                   WHEN CLS-EMPREINTE(L-IndCls)
                      = CLS-REF-EMPREINTE(L-IndCls)
                       MOVE 'INCHANGEE' TO WS-RC-VERDICT
                       ADD 1 TO L-NbrConnues
                   WHEN OTHER
                       MOVE 'EVOLUTIVE' TO WS-RC-VERDICT
                       ADD 1 TO L-NbrConnues
               END-EVALUATE
               WRITE S-RAPPORT FROM WS-RAP-CLASSE
               DISPLAY 'CLASSE ' L-IndCls ' : ' CLS-NBR(L-IndCls)
                       ' ' WS-RC-VERDICT
               PERFORM VARYING L-IndEch FROM 1 BY 1
                       UNTIL L-IndEch > CLS-NBRECH(L-IndCls)
                   MOVE CLS-EXEMPLE(L-IndCls L-IndEch) TO WS-RE-TEXTE
                   WRITE S-RAPPORT FROM WS-RAP-EXEMPLE
               END-PERFORM
           END-PERFORM

      *>   EMPREINTE GLOBALE : NOMBRES ET EMPREINTES DES CINQ CLASSES,
      *>   COMPARABLE D UN MOIS A L AUTRE
           PERFORM VARYING L-IndCls FROM 1 BY 1 UNTIL L-IndCls > 5
               MOVE L-EMP-GLOBALE TO L-EMPREINTE
               MOVE SPACES TO L-EMP-ZONE
               STRING CLS-NBR(L-IndCls) CLS-EMPREINTE(L-IndCls)
                   DELIMITED BY SIZE INTO L-EMP-ZONE
               MOVE 16 TO L-EMP-LONG
               PERFORM CUMUL-EMPREINTE
               MOVE L-EMPREINTE TO L-EMP-GLOBALE
           END-PERFORM

           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           MOVE L-TotalRuptures TO WS-RS-TOTAL
           MOVE L-NbrNouvelles  TO WS-RS-NOUVELLES
           MOVE L-EMP-GLOBALE   TO WS-RS-GLOBALE
           IF L-RefTrouvee = 'Y'
               MOVE L-RefGlobale TO WS-RS-REFGLOBALE
           ELSE
               MOVE 'AUCUNE' TO WS-RS-REFGLOBALE
           END-IF
           WRITE S-RAPPORT FROM WS-RAP-SYNTHESE
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-BALAYAGE.
      *-----------
      *--   AJOUTE LE BALAYAGE A L HISTORIQUE (CREE AU PREMIER
      *--   PASSAGE).
           MOVE SPACES TO E-HISTO-INTEG
           MOVE L-MoisBalayage TO E-HIN-MOIS
           MOVE L-DateBalayage TO E-HIN-DATE
           PERFORM VARYING L-IndCls FROM 1 BY 1 UNTIL L-IndCls > 5
               MOVE CLS-NBR(L-IndCls)       TO E-HIN-NBR(L-IndCls)
               MOVE CLS-EMPREINTE(L-IndCls) TO E-HIN-EMPREINTE(L-IndCls)
           END-PERFORM
           MOVE L-EMP-GLOBALE TO E-HIN-GLOBALE

           OPEN EXTEND FILE-HISTO-INTEG
           IF L-FstHi = '35'
               OPEN OUTPUT FILE-HISTO-INTEG
               CLOSE FILE-HISTO-INTEG
               OPEN EXTEND FILE-HISTO-INTEG
           END-IF
           IF L-FstHi = ZERO
               WRITE E-HISTO-INTEG
               CLOSE FILE-HISTO-INTEG
           ELSE
               DISPLAY 'HISTORIQUE DES BALAYAGES INACCESSIBLE ('
                       L-NomHistoInteg ') FS=' L-FstHi
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE CONTRATS-MASTER
           CLOSE FILE-RAPPORT

           Display 'Nbre contrats lus      =' L-NbrContrats '>'
           Display 'Nbre prestations lues  =' L-NbrPrestations '>'
           Display 'Nbre evenements lus    =' L-NbrEvenements '>'
           Display 'Nbre RIB lus           =' L-NbrRib '>'
           Display 'Nbre classes nouvelles =' L-NbrNouvelles '>'
           Display 'Empreinte globale      =' L-EMP-GLOBALE '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 8 AND L-NbrNouvelles > 0
               MOVE 8 TO L-CodeRetour
           END-IF
           IF L-CodeRetour < 4
              AND (L-NbrConnues > 0 OR L-NbrSourcesAbsentes > 0)
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm               TO L-IncPgm
           MOVE L-CodeRetour        TO L-IncRC
           MOVE L-NomContratsMaster TO L-IncFicIn
           MOVE L-NomRapport        TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
