       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCEFIN.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-REGLES ASSIGN TO DYNAMIC L-NomRegles
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstRg.

       SELECT FILE-PAIEMENTS ASSIGN TO DYNAMIC L-NomPaiements
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstPa.

       SELECT FILE-EXTRGL ASSIGN TO DYNAMIC L-NomExtrGL
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstGl.

       SELECT FILE-REGLEMENTS-TP ASSIGN TO DYNAMIC L-NomReglementsTp
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstTp.

       SELECT FILE-FACTURES ASSIGN TO DYNAMIC L-NomFactures
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstFa.

       SELECT FILE-ECHEANCIER ASSIGN TO DYNAMIC L-NomEcheancier
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstEc.

       SELECT FILE-ENCAISSEMENTS ASSIGN TO DYNAMIC L-NomEncaissements
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstEn.

       SELECT FILE-CERTIFICAT ASSIGN TO DYNAMIC L-NomCertificat
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstCe.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-REGLES.
      *--  REGLES D EQUILIBRAGE, UNE PAR LIGNE (LIGNE COMMENCANT PAR
      *--  '*' = COMMENTAIRE) : CODE DE LA REGLE, DEUX GRANDEURS DE
      *--  GAUCHE ET DEUX DE DROITE (LA SECONDE DE CHAQUE COTE EST
      *--  FACULTATIVE), TOLERANCE EN MONTANT (9(9)V99, ECART ADMIS EN
      *--  VALEUR ABSOLUE) ET LIBELLE REPRIS AU CERTIFICAT.
      *--  GRANDEURS CONNUES :
      *--    PAI-P2   PAI-P9   PAI-NP2  PAI-NP9   VIREMENTS PAIEMENTS3
      *--             (SOMME DES P2, HASH DU P9, NOMBRE DE P2, NOMBRE
      *--             ANNONCE PAR LE P9)
      *--    GL-E2    GL-E9    GL-NE2   GL-NE9    EXTRACT_GL (IDEM)
      *--    TP-T2    TP-T9    TP-NT2   TP-NT9    REGLEMENTS_TP3 (IDEM)
      *--    FAC-HT   FAC-TAXE FAC-TTC            FACTURES
      *--    ECH-TOT  ECH-PAYE                    ECHEANCIER (TOUTES
      *--             ECHEANCES, ECHEANCES PAYEES)
      *--    ENC-RECU                             ENCAISSEMENTS RECUS
       01  E-REGLE.
           05 E-REG-CODE                           PIC X(6).
           05 FILLER                               PIC X.
           05 E-REG-GAUCHE1                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-REG-GAUCHE2                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-REG-DROITE1                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-REG-DROITE2                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-REG-TOLERANCE                      PIC 9(9)V99.
           05 FILLER                               PIC X.
           05 E-REG-LIBELLE                        PIC X(40).

       FD  FILE-PAIEMENTS.
      *--  VIREMENTS DE COBOLEXERCICE3 : EN-TETE P1, ORDRES P2,
      *--  TOTALISEUR P9.
       01  E-PAIEMENT                              PIC X(70).
       01  E-PAI-ENTETE.
           05 E-PAI-TYPE                           PIC XX.
           05 E-PAI-RUNID                          PIC X(10).
       01  E-PAI-ORDRE.
           05 FILLER                               PIC XX.
           05 E-PAI-POLICE                         PIC 9(12).
           05 E-PAI-IBAN                           PIC X(27).
           05 E-PAI-MONTANT                        PIC 9(9)V99.
       01  E-PAI-TOTAL.
           05 FILLER                               PIC XX.
           05 E-PAI-NBR                            PIC 9(6).
           05 E-PAI-HASH                           PIC 9(13)V99.

       FD  FILE-EXTRGL.
      *--  EXTRACT COMPTABLE DE COBOLEXERCICE3 : E1, E2, E9.
       01  E-EXTRGL                                PIC X(30).
       01  E-GL-ENTETE.
           05 E-GL-TYPE                            PIC XX.
           05 E-GL-RUNID                           PIC X(10).
       01  E-GL-DETAIL.
           05 FILLER                               PIC XX.
           05 E-GL-PRODUIT                         PIC XX.
           05 E-GL-MOIS                            PIC 9(2).
           05 E-GL-ANNEE                           PIC 9(4).
           05 E-GL-MONTANT                         PIC 9(11)V99.
       01  E-GL-TOTAL.
           05 FILLER                               PIC XX.
           05 E-GL-NBR                             PIC 9(6).
           05 E-GL-HASH                            PIC 9(13)V99.

       FD  FILE-REGLEMENTS-TP.
      *--  REGLEMENTS TIERS PAYANT DE COBOLEXERCICE3 : T1, ORDRES T2
      *--  SUIVIS DE LEURS AVIS T3 (IGNORES ICI), T9.
       01  E-REGLEMENT-TP                          PIC X(70).
       01  E-TP-ENTETE.
           05 E-TP-TYPE                            PIC XX.
           05 E-TP-RUNID                           PIC X(10).
       01  E-TP-ORDRE.
           05 FILLER                               PIC XX.
           05 E-TP-CODEPROF                        PIC X(8).
           05 E-TP-IBAN                            PIC X(27).
           05 E-TP-MONTANT                         PIC 9(9)V99.
       01  E-TP-TOTAL.
           05 FILLER                               PIC XX.
           05 E-TP-NBR-ORDRES                      PIC 9(6).
           05 E-TP-NBR-LIGNES                      PIC 9(6).
           05 E-TP-HASH                            PIC 9(13)V99.

       FD  FILE-FACTURES.
      *--  FACTURATION DES PRIMES (FACTURATION) ; UNE FACTURE SANS
      *--  PARTIE TAXES (FICHIER ANTERIEUR) VAUT SA PRIME EN TTC,
      *--  COMME AU RECOUVREMENT.
       01  E-FACTURE.
           05 E-FAC-CODPRD                         PIC XX.
           05 E-FAC-NUMPOL                         PIC 9(7).
           05 E-FAC-NBTET                          PIC 9(3).
           05 E-FAC-NBBEN                          PIC 9(3).
           05 E-FAC-PRIME                          PIC 9(9)V99.
           05 E-FAC-TAXE                           PIC 9(9)V99.
           05 E-FAC-PRIME-TTC                      PIC 9(9)V99.
           05 E-FAC-VENTIL-TAXE OCCURS 3.
               10 E-FAC-TYPTAX                     PIC X(4).
               10 E-FAC-MTTAX                      PIC 9(9)V99.

       FD  FILE-ECHEANCIER.
      *--  ECHEANCIER PRODUIT PAR RECOUVREMENT (LIGNE EDITEE), MEME
      *--  DESSIN QUE DANS DECLTAXE.
       01  E-ECHEANCE.
           05 E-ECH-CODPRD                         PIC XX.
           05 FILLER                               PIC X.
           05 E-ECH-NUMPOL                         PIC 9(7).
           05 FILLER                               PIC X(10).
           05 E-ECH-NUMERO                         PIC 9(2).
           05 FILLER                               PIC X(4).
           05 E-ECH-DATE                           PIC 9(8).
           05 FILLER                               PIC X(10).
           05 E-ECH-MONTANT                        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X.
           05 E-ECH-STATUT                         PIC X(8).
           05 FILLER                               PIC X.
           05 E-ECH-DATEPAY                        PIC X(8).
           05 FILLER                               PIC X(5).
           05 E-ECH-HT                             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X(7).
           05 E-ECH-TAXE                           PIC ZZZ.ZZZ.ZZ9,99.
           05 E-ECH-VENTIL-TAXE OCCURS 3.
               10 FILLER                           PIC X.
               10 E-ECH-TYPTAX                     PIC X(4).
               10 FILLER                           PIC X.
               10 E-ECH-MTTAX                      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X(24).

       FD  FILE-ENCAISSEMENTS.
      *--  ENCAISSEMENTS RECUS DE LA BANQUE, LUS PAR RECOUVREMENT.
       01  E-ENCAISSEMENT.
           05 E-ENC-NUMPOL                         PIC 9(7).
           05 E-ENC-MONTANT                        PIC 9(9)V99.
           05 E-ENC-DATE                           PIC 9(8).

       FD  FILE-CERTIFICAT.
       01  S-CERTIFICAT                            PIC X(150).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                          PIC X(10) VALUE 'BALANCEFIN'.

      *-- file status fichier
       01 L-FstRg                                 PIC 99.
       01 L-FstPa                                 PIC 99.
       01 L-FstGl                                 PIC 99.
       01 L-FstTp                                 PIC 99.
       01 L-FstFa                                 PIC 99.
       01 L-FstEc                                 PIC 99.
       01 L-FstEn                                 PIC 99.
       01 L-FstCe                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomRegles            PIC X(40)
                                 VALUE 'REGLES_EQUILIBRAGE.txt'.
       01 L-NomPaiements         PIC X(40) VALUE 'PAIEMENTS3.txt'.
       01 L-NomExtrGL            PIC X(40) VALUE 'EXTRACT_GL.txt'.
       01 L-NomReglementsTp      PIC X(40)
                                 VALUE 'REGLEMENTS_TP3.txt'.
       01 L-NomFactures          PIC X(40) VALUE 'FACTURES.txt'.
       01 L-NomEcheancier        PIC X(40) VALUE 'ECHEANCIER.txt'.
       01 L-NomEncaissements     PIC X(40)
                                 VALUE 'PAIEMENTS_RECUS.txt'.
       01 L-NomCertificat        PIC X(40)
                                 VALUE 'CERTIFICAT_EQUILIBRAGE.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 EQUILIBRE CERTIFIE, 8 AU MOINS UNE
      *-- RUPTURE (ECART HORS TOLERANCE, SOURCE ABSENTE, IDENTIFIANTS
      *-- DE TRAITEMENT DIFFERENTS, REGLE INVALIDE) : LA CHAINE
      *-- S ARRETE AVANT QUE LES FICHIERS NE PARTENT VERS LA BANQUE OU
      *-- LE GRAND LIVRE. 12 FIN ANORMALE.
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
       01 L-DateTraitement                        PIC 9(8).
       01 L-Horodate                              PIC X(21).

      *-- GRANDEURS RELEVEES DANS LES FICHIERS DE LA JOURNEE ; UNE
      *-- GRANDEUR DONT LE FICHIER EST ABSENT N EST PAS DISPONIBLE
       01 TABLE-CODES-MESURES.
           05 FILLER             PIC X(8) VALUE 'PAI-P2'.
           05 FILLER             PIC X(8) VALUE 'PAI-P9'.
           05 FILLER             PIC X(8) VALUE 'PAI-NP2'.
           05 FILLER             PIC X(8) VALUE 'PAI-NP9'.
           05 FILLER             PIC X(8) VALUE 'GL-E2'.
           05 FILLER             PIC X(8) VALUE 'GL-E9'.
           05 FILLER             PIC X(8) VALUE 'GL-NE2'.
           05 FILLER             PIC X(8) VALUE 'GL-NE9'.
           05 FILLER             PIC X(8) VALUE 'TP-T2'.
           05 FILLER             PIC X(8) VALUE 'TP-T9'.
           05 FILLER             PIC X(8) VALUE 'TP-NT2'.
           05 FILLER             PIC X(8) VALUE 'TP-NT9'.
           05 FILLER             PIC X(8) VALUE 'FAC-HT'.
           05 FILLER             PIC X(8) VALUE 'FAC-TAXE'.
           05 FILLER             PIC X(8) VALUE 'FAC-TTC'.
           05 FILLER             PIC X(8) VALUE 'ECH-TOT'.
           05 FILLER             PIC X(8) VALUE 'ECH-PAYE'.
           05 FILLER             PIC X(8) VALUE 'ENC-RECU'.
       01 TABLE-CODES-MESURES-R REDEFINES TABLE-CODES-MESURES.
           05 MES-CODE OCCURS 18 TIMES              PIC X(8).

       01 TABLE-MESURES.
           05 L-MESURE OCCURS 18 TIMES
                       INDEXED BY IND-MES.
               10 MES-VALEUR             PIC S9(13)V99.
               10 MES-DISPO              PIC X.
       01 L-NbrMesures                            PIC 99 VALUE 18.
       01 L-IndMes                                PIC 99.

      *-- IDENTIFIANTS DE TRAITEMENT DES EN-TETES P1 / E1 / T1
       01 L-RunPaiements                          PIC X(10).
       01 L-RunExtrGL                             PIC X(10).
       01 L-RunReglementsTp                       PIC X(10).
       01 L-RunReference                          PIC X(10).
       01 L-RunsCoherents                         PIC X VALUE 'Y'.

      *-- EVALUATION D UNE REGLE
       01 L-CodeMesure                            PIC X(8).
       01 L-ValeurMesure                          PIC S9(13)V99.
       01 L-MesureTrouvee                         PIC X.
       01 L-MesureConnue                          PIC X.
       01 L-Gauche                                PIC S9(13)V99.
       01 L-Droite                                PIC S9(13)V99.
       01 L-Ecart                                 PIC S9(13)V99.
       01 L-EcartAbs                              PIC S9(13)V99.
       01 L-RegleValide                           PIC X.
       01 L-SourceAbsente                         PIC X.
       01 L-EchMontant                            PIC 9(9)V99.

       01 L-Nbr.
           05 L-NbrRegles                         PIC 9(3).
           05 L-NbrEquilibrees                    PIC 9(3).
           05 L-NbrRuptures                       PIC 9(3).

      *-- lignes du certificat
       01 WS-CER-TITRE           PIC X(60)
                VALUE 'CERTIFICAT D EQUILIBRAGE FINANCIER FIN DE JOUR'.

       01 WS-CER-DATE.
           05 FILLER             PIC X(21)
              VALUE 'DATE DE TRAITEMENT : '.
           05 WS-CER-DATETRT     PIC 9(8).
           05 FILLER             PIC X(11) VALUE '  EDITE LE '.
           05 WS-CER-EDITION     PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-HEURE       PIC X(8).

       01 WS-CER-RUNS.
           05 FILLER             PIC X(26)
              VALUE 'IDENTIFIANTS DE TRAITEMENT'.
           05 FILLER             PIC X(14) VALUE ' : VIREMENTS '.
           05 WS-CER-RUN-PAI     PIC X(10).
           05 FILLER             PIC X(13) VALUE ' EXTRACT GL '.
           05 WS-CER-RUN-GL      PIC X(10).
           05 FILLER             PIC X(15) VALUE ' TIERS PAYANT '.
           05 WS-CER-RUN-TP      PIC X(10).
           05 FILLER             PIC X(3)  VALUE ' : '.
           05 WS-CER-RUN-VERDICT PIC X(12).

       01 WS-CER-ENTETE.
           05 FILLER             PIC X(7)  VALUE 'REGLE'.
           05 FILLER             PIC X(41) VALUE 'LIBELLE'.
           05 FILLER             PIC X(18) VALUE '           GAUCHE'.
           05 FILLER             PIC X(18) VALUE '           DROITE'.
           05 FILLER             PIC X(18) VALUE '            ECART'.
           05 FILLER             PIC X(15) VALUE '      TOLERANCE'.
           05 FILLER             PIC X(15) VALUE '  VERDICT'.

       01 WS-CER-LIGNE.
           05 WS-CER-CODE        PIC X(6).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-LIBELLE     PIC X(40).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-GAUCHE      PIC -(13)9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-DROITE      PIC -(13)9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-ECART       PIC -(13)9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CER-TOLERANCE   PIC Z(10)9,99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CER-VERDICT     PIC X(15).

       01 WS-CER-CONCLUSION.
           05 FILLER             PIC X(14) VALUE 'CONCLUSION : '.
           05 WS-CON-TEXTE       PIC X(45).
           05 WS-CON-NBR         PIC ZZ9.

       01 WS-CER-SEPARATION      PIC X(150) VALUE ALL '-'.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM RELEVE-PAIEMENTS

           PERFORM RELEVE-EXTRGL

           PERFORM RELEVE-REGLEMENTS-TP

           PERFORM RELEVE-FACTURES

           PERFORM RELEVE-ECHEANCIER

           PERFORM RELEVE-ENCAISSEMENTS

           PERFORM CONTROLE-RUNS

           PERFORM APPLIQUE-REGLES

           PERFORM FIN-TRT
           .

      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr
           PERFORM VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 18
               MOVE 0   TO MES-VALEUR(IND-MES)
               MOVE 'N' TO MES-DISPO(IND-MES)
           END-PERFORM
           MOVE SPACES TO L-RunPaiements L-RunExtrGL L-RunReglementsTp

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'BALANCEFIN_REGLES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRegles
           END-IF

           DISPLAY 'BALANCEFIN_PAIEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPaiements
           END-IF

           DISPLAY 'BALANCEFIN_EXTRACT_GL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomExtrGL
           END-IF

           DISPLAY 'BALANCEFIN_REGLEMENTS_TP' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomReglementsTp
           END-IF

           DISPLAY 'BALANCEFIN_FACTURES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomFactures
           END-IF

           DISPLAY 'BALANCEFIN_ECHEANCIER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomEcheancier
           END-IF

           DISPLAY 'BALANCEFIN_ENCAISSEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomEncaissements
           END-IF

           DISPLAY 'BALANCEFIN_CERTIFICAT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomCertificat
           END-IF

           DISPLAY 'BALANCEFIN_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF

           OPEN INPUT FILE-REGLES
           IF L-FstRg NOT = ZERO
              DISPLAY 'REGLES D EQUILIBRAGE INTROUVABLES ('
                  L-NomRegles ')'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-CERTIFICAT
           IF L-FstCe NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstCe '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       RELEVE-PAIEMENTS.
      *-----------
      *--   GRANDEURS 1 A 4 : SOMME ET NOMBRE DES ORDRES P2, HASH ET
      *--   NOMBRE ANNONCES PAR LE TOTALISEUR P9.
           OPEN INPUT FILE-PAIEMENTS
           IF L-FstPa = '35'
               DISPLAY 'VIREMENTS ABSENTS (' L-NomPaiements ')'
               EXIT PARAGRAPH
           END-IF
           IF L-FstPa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstPa '>'
              PERFORM ERREUR
           END-IF

           PERFORM VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 4
               MOVE 'Y' TO MES-DISPO(IND-MES)
           END-PERFORM
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-PAIEMENTS
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-PAI-TYPE
                       WHEN 'P1'
                           MOVE E-PAI-RUNID TO L-RunPaiements
                       WHEN 'P2'
                           IF E-PAI-MONTANT IS NUMERIC
                               ADD E-PAI-MONTANT TO MES-VALEUR(1)
                           END-IF
                           ADD 1 TO MES-VALEUR(3)
                       WHEN 'P9'
                           IF E-PAI-HASH IS NUMERIC
                               MOVE E-PAI-HASH TO MES-VALEUR(2)
                           END-IF
                           IF E-PAI-NBR IS NUMERIC
                               MOVE E-PAI-NBR TO MES-VALEUR(4)
                           END-IF
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-PAIEMENTS
           .
      *----------------------------------------------------------------------------
       RELEVE-EXTRGL.
      *-----------
      *--   GRANDEURS 5 A 8 : SOMME ET NOMBRE DES DETAILS E2, HASH ET
      *--   NOMBRE ANNONCES PAR LE TOTALISEUR E9.
           OPEN INPUT FILE-EXTRGL
           IF L-FstGl = '35'
               DISPLAY 'EXTRACT COMPTABLE ABSENT (' L-NomExtrGL ')'
               EXIT PARAGRAPH
           END-IF
           IF L-FstGl NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstGl '>'
              PERFORM ERREUR
           END-IF

           PERFORM VARYING IND-MES FROM 5 BY 1 UNTIL IND-MES > 8
               MOVE 'Y' TO MES-DISPO(IND-MES)
           END-PERFORM
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-EXTRGL
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-GL-TYPE
                       WHEN 'E1'
                           MOVE E-GL-RUNID TO L-RunExtrGL
                       WHEN 'E2'
                           IF E-GL-MONTANT IS NUMERIC
                               ADD E-GL-MONTANT TO MES-VALEUR(5)
                           END-IF
                           ADD 1 TO MES-VALEUR(7)
                       WHEN 'E9'
                           IF E-GL-HASH IS NUMERIC
                               MOVE E-GL-HASH TO MES-VALEUR(6)
                           END-IF
                           IF E-GL-NBR IS NUMERIC
                               MOVE E-GL-NBR TO MES-VALEUR(8)
                           END-IF
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-EXTRGL
           .
      *----------------------------------------------------------------------------
       RELEVE-REGLEMENTS-TP.
      *-----------
      *--   GRANDEURS 9 A 12 : SOMME ET NOMBRE DES ORDRES T2, HASH ET
      *--   NOMBRE D ORDRES ANNONCES PAR LE TOTALISEUR T9.
           OPEN INPUT FILE-REGLEMENTS-TP
           IF L-FstTp = '35'
               DISPLAY 'REGLEMENTS TIERS PAYANT ABSENTS ('
                       L-NomReglementsTp ')'
               EXIT PARAGRAPH
           END-IF
           IF L-FstTp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstTp '>'
              PERFORM ERREUR
           END-IF

           PERFORM VARYING IND-MES FROM 9 BY 1 UNTIL IND-MES > 12
               MOVE 'Y' TO MES-DISPO(IND-MES)
           END-PERFORM
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-REGLEMENTS-TP
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   EVALUATE E-TP-TYPE
                       WHEN 'T1'
                           MOVE E-TP-RUNID TO L-RunReglementsTp
                       WHEN 'T2'
                           IF E-TP-MONTANT IS NUMERIC
                               ADD E-TP-MONTANT TO MES-VALEUR(9)
                           END-IF
                           ADD 1 TO MES-VALEUR(11)
                       WHEN 'T9'
                           IF E-TP-HASH IS NUMERIC
                               MOVE E-TP-HASH TO MES-VALEUR(10)
                           END-IF
                           IF E-TP-NBR-ORDRES IS NUMERIC
                               MOVE E-TP-NBR-ORDRES TO MES-VALEUR(12)
                           END-IF
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-REGLEMENTS-TP
           .
      *----------------------------------------------------------------------------
       RELEVE-FACTURES.
      *-----------
      *--   GRANDEURS 13 A 15 : PRIMES HT, TAXES ET PRIMES TTC
      *--   FACTUREES.
           OPEN INPUT FILE-FACTURES
           IF L-FstFa = '35'
               DISPLAY 'FACTURES ABSENTES (' L-NomFactures ')'
               EXIT PARAGRAPH
           END-IF
           IF L-FstFa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstFa '>'
              PERFORM ERREUR
           END-IF

           PERFORM VARYING IND-MES FROM 13 BY 1 UNTIL IND-MES > 15
               MOVE 'Y' TO MES-DISPO(IND-MES)
           END-PERFORM
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-FACTURES
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-FAC-PRIME IS NUMERIC
                       ADD E-FAC-PRIME TO MES-VALEUR(13)
                       IF E-FAC-PRIME-TTC IS NUMERIC
                           ADD E-FAC-PRIME-TTC TO MES-VALEUR(15)
                           IF E-FAC-TAXE IS NUMERIC
                               ADD E-FAC-TAXE TO MES-VALEUR(14)
                           END-IF
                       ELSE
                           ADD E-FAC-PRIME TO MES-VALEUR(15)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FACTURES
           .
      *----------------------------------------------------------------------------
       RELEVE-ECHEANCIER.
      *-----------
      *--   GRANDEURS 16 ET 17 : TOTAL DES ECHEANCES ET DES ECHEANCES
      *--   PAYEES (APPARIEES A UN ENCAISSEMENT OU PRELEVEES).
           OPEN INPUT FILE-ECHEANCIER
           IF L-FstEc = '35'
               DISPLAY 'ECHEANCIER ABSENT (' L-NomEcheancier ')'
               EXIT PARAGRAPH
           END-IF
           IF L-FstEc NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstEc '>'
              PERFORM ERREUR
           END-IF

           MOVE 'Y' TO MES-DISPO(16)
           MOVE 'Y' TO MES-DISPO(17)
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-ECHEANCIER
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-ECH-NUMPOL IS NUMERIC
                       MOVE E-ECH-MONTANT TO L-EchMontant
                       ADD L-EchMontant TO MES-VALEUR(16)
                       IF E-ECH-STATUT = 'PAYEE'
                           ADD L-EchMontant TO MES-VALEUR(17)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ECHEANCIER
           .
      *----------------------------------------------------------------------------
       RELEVE-ENCAISSEMENTS.
      *-----------
      *--   GRANDEUR 18 : TOTAL DES ENCAISSEMENTS RECUS. FICHIER
      *--   ABSENT = AUCUN ENCAISSEMENT (COMME AU RECOUVREMENT).
           MOVE 'Y' TO MES-DISPO(18)
           OPEN INPUT FILE-ENCAISSEMENTS
           IF L-FstEn = '35'
               EXIT PARAGRAPH
           END-IF
           IF L-FstEn NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstEn '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-ENCAISSEMENTS
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-ENC-MONTANT IS NUMERIC
                       ADD E-ENC-MONTANT TO MES-VALEUR(18)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ENCAISSEMENTS
           .
      *----------------------------------------------------------------------------
       CONTROLE-RUNS.
      *-----------
      *--   VIREMENTS, EXTRACT COMPTABLE ET REGLEMENTS TIERS PAYANT
      *--   DOIVENT VENIR DU MEME TRAITEMENT : LES IDENTIFIANTS DES
      *--   EN-TETES PRESENTS DOIVENT ETRE EGAUX.
           WRITE S-CERTIFICAT FROM WS-CER-TITRE
           MOVE L-DateTraitement TO WS-CER-DATETRT
           MOVE FUNCTION CURRENT-DATE TO L-Horodate
           MOVE L-Horodate(1:8) TO WS-CER-EDITION
           MOVE SPACES TO WS-CER-HEURE
           STRING L-Horodate(9:2) ':' L-Horodate(11:2) ':'
                  L-Horodate(13:2)
               DELIMITED BY SIZE INTO WS-CER-HEURE
           WRITE S-CERTIFICAT FROM WS-CER-DATE
           WRITE S-CERTIFICAT FROM WS-CER-SEPARATION

           MOVE SPACES TO L-RunReference
           IF L-RunPaiements NOT = SPACES
               MOVE L-RunPaiements TO L-RunReference
           END-IF
           IF L-RunExtrGL NOT = SPACES
               IF L-RunReference = SPACES
                   MOVE L-RunExtrGL TO L-RunReference
               ELSE
                   IF L-RunExtrGL NOT = L-RunReference
                       MOVE 'N' TO L-RunsCoherents
                   END-IF
               END-IF
           END-IF
           IF L-RunReglementsTp NOT = SPACES
              AND L-RunReference NOT = SPACES
              AND L-RunReglementsTp NOT = L-RunReference
               MOVE 'N' TO L-RunsCoherents
           END-IF

           MOVE L-RunPaiements    TO WS-CER-RUN-PAI
           MOVE L-RunExtrGL       TO WS-CER-RUN-GL
           MOVE L-RunReglementsTp TO WS-CER-RUN-TP
           IF L-RunsCoherents = 'Y'
               MOVE 'COHERENTS' TO WS-CER-RUN-VERDICT
           ELSE
               MOVE 'RUPTURE' TO WS-CER-RUN-VERDICT
               ADD 1 TO L-NbrRuptures
               DISPLAY 'RUPTURE : IDENTIFIANTS DE TRAITEMENT DIFFERENTS'
           END-IF
           WRITE S-CERTIFICAT FROM WS-CER-RUNS
           MOVE SPACES TO S-CERTIFICAT
           WRITE S-CERTIFICAT
           WRITE S-CERTIFICAT FROM WS-CER-ENTETE
           .
      *----------------------------------------------------------------------------
       APPLIQUE-REGLES.
      *-----------
           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-REGLES
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-REGLE NOT = SPACES
                      AND E-REG-CODE(1:1) NOT = '*'
                       PERFORM APPLIQUE-REGLE
                   END-IF
               END-READ
           END-PERFORM

           IF L-NbrRegles = 0
               DISPLAY 'AUCUNE REGLE D EQUILIBRAGE (' L-NomRegles ')'
               PERFORM ERREUR
           END-IF

           WRITE S-CERTIFICAT FROM WS-CER-SEPARATION
           IF L-NbrRuptures = 0
               MOVE 'CERTIFIE EQUILIBRE - REGLES EQUILIBREES :'
                   TO WS-CON-TEXTE
               MOVE L-NbrEquilibrees TO WS-CON-NBR
           ELSE
               MOVE 'NON CERTIFIE - FICHIERS BLOQUES - RUPTURES :'
                   TO WS-CON-TEXTE
               MOVE L-NbrRuptures TO WS-CON-NBR
           END-IF
           WRITE S-CERTIFICAT FROM WS-CER-CONCLUSION
           .
      *----------------------------------------------------------------------------
       APPLIQUE-REGLE.
      *-----------
      *--   GAUCHE = GAUCHE1 + GAUCHE2, DROITE = DROITE1 + DROITE2 ;
      *--   RUPTURE SI L ECART DEPASSE LA TOLERANCE EN VALEUR ABSOLUE.
      *--   UNE GRANDEUR INCONNUE OU UNE TOLERANCE NON NUMERIQUE REND
      *--   LA REGLE INVALIDE ; UNE GRANDEUR DONT LE FICHIER EST ABSENT
      *--   NE PERMET PAS D EQUILIBRER : DANS LES DEUX CAS, RUPTURE.
           ADD 1 TO L-NbrRegles
           MOVE 'Y' TO L-RegleValide
           MOVE 'N' TO L-SourceAbsente
           MOVE 0 TO L-Gauche L-Droite

           IF E-REG-TOLERANCE IS NOT NUMERIC
              OR E-REG-GAUCHE1 = SPACES
              OR E-REG-DROITE1 = SPACES
               MOVE 'N' TO L-RegleValide
           END-IF

           MOVE E-REG-GAUCHE1 TO L-CodeMesure
           PERFORM CHERCHE-MESURE
           ADD L-ValeurMesure TO L-Gauche
           MOVE E-REG-GAUCHE2 TO L-CodeMesure
           PERFORM CHERCHE-MESURE
           ADD L-ValeurMesure TO L-Gauche
           MOVE E-REG-DROITE1 TO L-CodeMesure
           PERFORM CHERCHE-MESURE
           ADD L-ValeurMesure TO L-Droite
           MOVE E-REG-DROITE2 TO L-CodeMesure
           PERFORM CHERCHE-MESURE
           ADD L-ValeurMesure TO L-Droite

           MOVE SPACES TO WS-CER-LIGNE
           MOVE E-REG-CODE    TO WS-CER-CODE
           MOVE E-REG-LIBELLE TO WS-CER-LIBELLE

           EVALUATE TRUE
               WHEN L-RegleValide = 'N'
                   MOVE 'REGLE INVALIDE' TO WS-CER-VERDICT
                   ADD 1 TO L-NbrRuptures
               WHEN L-SourceAbsente = 'Y'
                   MOVE 'SOURCE ABSENTE' TO WS-CER-VERDICT
                   ADD 1 TO L-NbrRuptures
               WHEN OTHER
                   COMPUTE L-Ecart = L-Gauche - L-Droite
                   MOVE L-Ecart TO L-EcartAbs
                   IF L-EcartAbs < 0
                       COMPUTE L-EcartAbs = 0 - L-EcartAbs
                   END-IF
                   MOVE L-Gauche        TO WS-CER-GAUCHE
                   MOVE L-Droite        TO WS-CER-DROITE
                   MOVE L-Ecart         TO WS-CER-ECART
                   MOVE E-REG-TOLERANCE TO WS-CER-TOLERANCE
                   IF L-EcartAbs > E-REG-TOLERANCE
                       MOVE 'RUPTURE' TO WS-CER-VERDICT
                       ADD 1 TO L-NbrRuptures
                   ELSE
                       MOVE 'EQUILIBRE' TO WS-CER-VERDICT
                       ADD 1 TO L-NbrEquilibrees
                   END-IF
           END-EVALUATE

           IF WS-CER-VERDICT NOT = 'EQUILIBRE'
               DISPLAY 'REGLE ' E-REG-CODE ' : ' WS-CER-VERDICT
           END-IF
           WRITE S-CERTIFICAT FROM WS-CER-LIGNE
           .
      *----------------------------------------------------------------------------
       CHERCHE-MESURE.
      *-----------
      *--   VALEUR DE LA GRANDEUR L-CodeMesure (ESPACES = ZERO, SECONDE
      *--   GRANDEUR NON RENSEIGNEE).
           MOVE 0 TO L-ValeurMesure
           IF L-CodeMesure = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO L-MesureConnue
           PERFORM VARYING L-IndMes FROM 1 BY 1
                   UNTIL L-IndMes > L-NbrMesures
               IF MES-CODE(L-IndMes) = L-CodeMesure
                   MOVE 'Y' TO L-MesureConnue
                   IF MES-DISPO(L-IndMes) = 'Y'
                       MOVE MES-VALEUR(L-IndMes) TO L-ValeurMesure
                   ELSE
                       MOVE 'Y' TO L-SourceAbsente
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-MesureConnue = 'N'
               MOVE 'N' TO L-RegleValide
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-REGLES
           CLOSE FILE-CERTIFICAT

           Display 'Nbre regles appliquees  =' L-NbrRegles '>'
           Display 'Nbre regles equilibrees =' L-NbrEquilibrees '>'
           Display 'Nbre ruptures           =' L-NbrRuptures '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 8 AND L-NbrRuptures > 0
               MOVE 8 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm        TO L-IncPgm
           MOVE L-CodeRetour TO L-IncRC
           MOVE L-NomRegles  TO L-IncFicIn
           MOVE L-NomCertificat TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------------------
       ERREUR.
      *----
           DISPLAY 'Fin anormale'
           MOVE 12 TO L-CodeRetour
           PERFORM FIN-TRT.
