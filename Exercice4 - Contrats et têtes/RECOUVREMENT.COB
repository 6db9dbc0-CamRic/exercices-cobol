                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstR.

       SELECT FILE-MANDATS ASSIGN TO DYNAMIC L-NomMandats
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstM.

       SELECT FILE-REJETS-PRLV ASSIGN TO DYNAMIC L-NomRejetsPrlv
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstJ.

       SELECT PRELEVEMENTS-EMIS ASSIGN TO DYNAMIC L-NomPrlvEmis
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PRL-CLE
                       FILE STATUS IS L-FstL.

       SELECT FILE-PRELEVEMENTS ASSIGN TO DYNAMIC L-NomPrelevements
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstV.

       SELECT FILE-ANOMALIES-PRLV ASSIGN TO DYNAMIC L-NomAnoPrlv
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstA.

       SELECT SUSPENSIONS-CONTRATS ASSIGN TO DYNAMIC L-NomSuspensions
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SPC-CLE
                       FILE STATUS IS L-FstU.

       SELECT FILE-MVT-SUSPENSION ASSIGN TO DYNAMIC L-NomMvtSuspension
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstS.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-FACTURES.
      *--  FICHIER DE FACTURATION PRODUIT PAR FACTURATION : UN
      *--  ENREGISTREMENT PAR CONTRAT TARIFE. LE MONTANT A RECOUVRER
      *--  EST LA PRIME TTC ; UNE FACTURE SANS PARTIE TAXES (FICHIER
      *--  ANTERIEUR) EST RECOUVREE SUR SA PRIME, SANS TAXE.
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

       FD  FILE-PAIEMENTS.
      *--  ENCAISSEMENTS RECUS DE LA BANQUE : POLICE, MONTANT, DATE DE
           05 E-PAY-DATE                           PIC 9(8).

       FD  FILE-ECHEANCIER.
       01  S-ECHEANCIER                            PIC X(200).

       FD  FILE-BALANCE.
       01  S-BALANCE                               PIC X(130).
       FD  FILE-RELANCES.
       01  S-RELANCE                               PIC X(90).

       FD  FILE-MANDATS.
      *--  MANDATS DE PRELEVEMENT DES ASSURES : POLICE, IBAN, REFERENCE
      *--  UNIQUE DU MANDAT, DATE DE SIGNATURE, STATUT ('A' ACTIF, 'R'
      *--  REVOQUE, 'S' SUSPENDU). SEUL UN MANDAT ACTIF ET SIGNE A LA
      *--  DATE DE TRAITEMENT EST PRELEVE. FICHIER FACULTATIF : ABSENT
      *--  = AUCUN PRELEVEMENT EMIS.
       01  E-MANDAT.
           05 E-MDT-NUMPOL                         PIC 9(7).
           05 E-MDT-IBAN                           PIC X(34).
           05 E-MDT-RUM                            PIC X(35).
           05 E-MDT-DATSIGN                        PIC 9(8).
           05 E-MDT-STATUT                         PIC X.

       FD  FILE-REJETS-PRLV.
      *--  PRELEVEMENTS REJETES PAR LA BANQUE (IMPAYES, MANDAT
      *--  CONTESTE...) : L ECHEANCE REDEVIENT OUVERTE ET SUIT LA
      *--  RELANCE ; ELLE N EST PAS REPRESENTEE EN PRELEVEMENT.
      *--  FICHIER FACULTATIF ET CUMULATIF.
       01  E-REJET-PRLV.
           05 E-RJP-CODPRD                         PIC XX.
           05 E-RJP-NUMPOL                         PIC 9(7).
           05 E-RJP-DATEECH                        PIC 9(8).
           05 E-RJP-DATE                           PIC 9(8).
           05 E-RJP-MOTIF                          PIC X(4).

       FD  PRELEVEMENTS-EMIS.
      *--  PRELEVEMENTS PRESENTES, UN PAR ECHEANCE (CLE CONTRAT + DATE
      *--  D ECHEANCE) : UNE ECHEANCE N EST PRESENTEE QU UNE FOIS. UN
      *--  PRELEVEMENT EMIS VAUT ENCAISSEMENT A SA DATE DE PRELEVEMENT,
      *--  SANS ATTENDRE LE RELEVE BANCAIRE, SAUF REJET.
       01  PRL-ENREG.
           05 PRL-CLE.
               10 PRL-CODPRD         PIC XX.
               10 PRL-NUMPOL         PIC 9(7).
               10 PRL-DATEECH        PIC 9(8).
           05 PRL-NUMERO             PIC 9(2).
           05 PRL-MONTANT            PIC 9(9)V99.
           05 PRL-RUM                PIC X(35).
           05 PRL-IBAN               PIC X(34).
           05 PRL-DATE-EMISSION      PIC 9(8).
           05 PRL-DATE-PRELEV        PIC 9(8).
           05 PRL-STATUT             PIC X.
               88 PRL-EMIS           VALUE 'E'.
               88 PRL-REJETE         VALUE 'R'.
           05 PRL-DATE-STATUT        PIC 9(8).
           05 PRL-MOTIF              PIC X(4).

       FD  FILE-PRELEVEMENTS.
       01  S-PRELEVEMENT                           PIC X(150).

       FD  FILE-ANOMALIES-PRLV.
       01  S-ANOMALIE-PRLV                         PIC X(100).

       FD  SUSPENSIONS-CONTRATS.
      *--  PERIODES DE SUSPENSION DES CONTRATS POUR NON-PAIEMENT, UNE
      *--  PAR SUSPENSION (CLE CONTRAT + DATE DE DEBUT). LA PERIODE
      *--  EN COURS A UNE DATE DE FIN A ZERO ; LA REMISE EN VIGUEUR
      *--  LA CLOT A SA DATE. TENU ICI, RELU PAR COBOLEXERCICE3 ET
      *--  COBOL3.2 POUR LES SOINS DATES D UNE PERIODE DE SUSPENSION.
       01  SPC-ENREG.
           05 SPC-CLE.
               10 SPC-CODPRD         PIC XX.
               10 SPC-NUMPOL         PIC 9(7).
               10 SPC-DATDEB         PIC 9(8).
           05 SPC-DATFIN             PIC 9(8).
           05 SPC-STATUT             PIC X.
               88 SPC-EN-COURS       VALUE 'S'.
               88 SPC-LEVEE          VALUE 'L'.
           05 SPC-RETARD             PIC 9(5).
           05 SPC-IMPAYE             PIC 9(9)V99.

       FD  FILE-MVT-SUSPENSION.
      *--  MOUVEMENTS 'MC' DE SUSPENSION (SITUATION 'S') ET DE REMISE
      *--  EN VIGUEUR (SITUATION 'C'), AU DESSIN DE MOUVEMENTS.txt,
      *--  A APPLIQUER PAR CONTRATMVT. DATE D EFFET = DATE DE
      *--  TRAITEMENT.
       01  S-MVT-SUSPENSION.
           05 S-MVT-CODE                           PIC XX.
           05 S-MVT-CODPRD                         PIC XX.
           05 S-MVT-NUMPOL                         PIC 9(7).
           05 S-MVT-TIT                            PIC X(3).
           05 S-MVT-NOM                            PIC X(20).
           05 S-MVT-PRN                            PIC X(20).
           05 S-MVT-SIT                            PIC X.
           05 S-MVT-DATNAI                         PIC X(8).
           05 S-MVT-DATEFF                         PIC X(8).
           05 S-MVT-CODINT                         PIC X(6).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-FstE                                  PIC 99.
       01 L-FstB                                  PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstM                                  PIC 99.
       01 L-FstJ                                  PIC 99.
       01 L-FstL                                  PIC 99.
       01 L-FstV                                  PIC 99.
       01 L-FstA                                  PIC 99.
       01 L-FstU                                  PIC 99.
       01 L-FstS                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomFactures          PIC X(40) VALUE 'FACTURES.txt'.
       01 L-NomEcheancier        PIC X(40) VALUE 'ECHEANCIER.txt'.
       01 L-NomBalance           PIC X(40) VALUE 'BALANCE_AGEE.txt'.
       01 L-NomRelances          PIC X(40) VALUE 'RELANCES.txt'.
       01 L-NomMandats           PIC X(40)
                                 VALUE 'MANDATS_PRELEVEMENT.txt'.
       01 L-NomRejetsPrlv        PIC X(40)
                                 VALUE 'PRELEVEMENTS_REJETES.txt'.
       01 L-NomPrlvEmis          PIC X(40)
                                 VALUE 'PRELEVEMENTS_EMIS.DAT'.
       01 L-NomPrelevements      PIC X(40) VALUE 'PRELEVEMENTS.txt'.
       01 L-NomAnoPrlv           PIC X(40)
                                 VALUE 'PRELEVEMENTS_ANOMALIES.txt'.
       01 L-NomSuspensions       PIC X(40)
                                 VALUE 'SUSPENSIONS_CONTRATS.DAT'.
       01 L-NomMvtSuspension     PIC X(40)
                                 VALUE 'MOUVEMENTS_SUSPENSION.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 TOUT ENCAISSE, 4 SUIVI NECESSAIRE
      *-- (RELANCES, PAIEMENTS NON APPARIES, ANOMALIES DE
      *-- PRELEVEMENT OU SUSPENSIONS), 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFicF                               PIC X.
           88 L-FinFicF-OK                        VALUE 'O'.
       01 L-FinFicP                               PIC X.
           88 L-FinFicP-OK                        VALUE 'O'.
       01 L-FinFicM                               PIC X.

       01 L-Nbr.
           05 L-NbrFactures                       PIC 9(5).
           05 L-NbrApparies                       PIC 9(5).
           05 L-NbrNonApparies                    PIC 9(5).
           05 L-NbrRelances                       PIC 9(5).
           05 L-NbrMandats                        PIC 9(5).
           05 L-NbrPrlvEmis                       PIC 9(5).
           05 L-NbrPrlvEncaisses                  PIC 9(5).
           05 L-NbrPrlvEnCours                    PIC 9(5).
           05 L-NbrPrlvRejetes                    PIC 9(5).
           05 L-NbrPrlvConfirmes                  PIC 9(5).
           05 L-NbrAnoPrlv                        PIC 9(5).
           05 L-NbrSuspensions                    PIC 9(5).
           05 L-NbrRemisesVigueur                 PIC 9(5).

      *-- PARAMETRES DU RECOUVREMENT : PERIODICITE DE L ECHEANCIER
      *-- ('T' TRIMESTRIEL = 4 ECHEANCES, 'M' MENSUEL = 12), DATE DE
               10 ECH-STATUT             PIC X.
                   88 ECH-PAYEE          VALUE 'P'.
                   88 ECH-OUVERTE        VALUE 'O'.
      *--              PRELEVEMENT EMIS, DATE DE PRELEVEMENT A VENIR
                   88 ECH-EN-PRELEVEMENT VALUE 'D'.
      *--          'P' REGLEE PAR PRELEVEMENT ; 'C' PRELEVEMENT CONFIRME
      *--          DEPUIS PAR UNE LIGNE DU RELEVE DES ENCAISSEMENTS
               10 ECH-MODE               PIC X.
                   88 ECH-PRELEVEE       VALUE 'P'.
                   88 ECH-PRLV-CONFIRME  VALUE 'C'.
               10 ECH-DATEPAY            PIC 9(8).
               10 ECH-HT                 PIC 9(9)V99.
               10 ECH-TAXE               PIC 9(9)V99.
               10 ECH-VENTIL-TAXE OCCURS 3.
                   15 ECH-TYPTAX         PIC X(4).
                   15 ECH-MTTAX          PIC 9(9)V99.

      *-- ZONES DE CALCUL DES DATES D ECHEANCE ET DU VIEILLISSEMENT
       01 L-EchAAAA              PIC 9(4).
       01 L-IndEch               PIC 9(2).
       01 L-MontantEch           PIC 9(9)V99.
       01 L-MontantDerniere      PIC 9(9)V99.
      *-- MONTANT A RECOUVRER (TTC) ET VENTILATION DES TAXES DE LA
      *-- FACTURE COURANTE ENTRE SES ECHEANCES (LA DERNIERE PORTE
      *-- L ARRONDI, COMME POUR LA PRIME)
       01 L-MontantFacture       PIC 9(9)V99.
       01 L-TaxesFacture.
           05 L-TXF OCCURS 3.
               10 TXF-TYPE               PIC X(4).
               10 TXF-MONTANT            PIC 9(9)V99.
               10 TXF-PART               PIC 9(9)V99.
               10 TXF-DERNIERE           PIC 9(9)V99.
       01 L-IndTxf               PIC 9.
       01 L-NbEchAvantDerniere   PIC 9(2).
       01 L-JourTraitNum         PIC S9(8).
       01 L-JourEchNum           PIC S9(8).
       01 L-JoursRetard          PIC S9(5).
       01 L-Trouve               PIC X.

      *-- PRELEVEMENTS : MANDATS CHARGES (IBAN CONTROLE PAR CTRLRIB),
      *-- HORIZON EN JOURS OUVRES (LES ECHEANCES DUES D ICI LA SONT
      *-- PRELEVEES) ET DATE DE PRELEVEMENT PAR LES SERVICES JOURS
      *-- OUVRES DE CONVDATE.
       01 L-PrlvJours            PIC 9(2) VALUE 5.
       01 L-DateHorizon          PIC 9(8).
       01 L-DatePrelev           PIC 9(8).
       01 L-IndJour              PIC 9(2).
       01 L-NbrMdt               PIC 9(5) VALUE 0.
       01 TABLE-MANDATS.
           05 L-MDT OCCURS 1 TO 20000 TIMES
                    DEPENDING ON L-NbrMdt
                    INDEXED BY IND-MDT.
               10 MDT-NUMPOL             PIC 9(7).
               10 MDT-IBAN               PIC X(34).
               10 MDT-RUM                PIC X(35).
       01 L-MandatTrouve         PIC X.
       01 L-TotalPrelevements    PIC 9(13)V99 VALUE 0.

      *-- SUSPENSION POUR NON-PAIEMENT : UN CONTRAT DONT UNE ECHEANCE
      *-- EST IMPAYEE DEPUIS PLUS DU SEUIL (EN JOURS, 90 PAR DEFAUT)
      *-- EST SUSPENDU ; IL EST REMIS EN VIGUEUR DES QU IL N A PLUS
      *-- D ECHEANCE ECHUE IMPAYEE. LES ECHEANCES EN COURS DE
      *-- PRELEVEMENT NE COMPTENT PAS COMME IMPAYEES.
       01 L-SuspensionJours      PIC 9(3) VALUE 90.
       01 L-RetardMaxCtr         PIC S9(5).
       01 L-ImpayeCtr            PIC 9(11)V99.
       01 L-SuspEnCours          PIC X.
       01 L-SuspDatDeb           PIC 9(8).
       01 L-FinSuspensions       PIC X.

      *-- parametres d appel de CONVDATE (mode '4' = jour ouvre
      *-- suivant)
       01 L-CnvDateJul           PIC 9(7) VALUE 0.
       01 L-CnvDateGreg          PIC 9(8).
       01 L-CnvMode              PIC X VALUE '4'.
       01 L-CnvResultat          PIC S9(8).

      *-- parametres d appel de CTRLRIB (mode '1' = IBAN)
       01 L-ModeCtrlRib          PIC X VALUE '1'.
       01 L-IbanCtrl             PIC X(34).
       01 L-RetourCtrlRib        PIC X(2).
       01 L-CleCtrlRib           PIC 9(2).
       01 L-LibCtrlRib           PIC X(30).

      *-- CUMULS DE LA BALANCE AGEE PAR CONTRAT
       01 L-BAL-DU               PIC 9(11)V99.
       01 L-BAL-PAYE             PIC 9(11)V99.
           05 WS-EC-MONTANT      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-EC-STATUT       PIC X(8).
      *--   DATE D ENCAISSEMENT (ZERO SI OUVERTE), PART HORS TAXES,
      *--   TAXES DE L ECHEANCE ET LEUR VENTILATION PAR TYPE
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-EC-DATEPAY      PIC 9(8).
           05 FILLER             PIC X(5)  VALUE ' HT: '.
           05 WS-EC-HT           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(7)  VALUE ' TAXE: '.
           05 WS-EC-TAXE         PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-EC-VENTIL-TAXE OCCURS 3.
               10 FILLER         PIC X     VALUE SPACE.
               10 WS-EC-TYPTAX   PIC X(4).
               10 FILLER         PIC X     VALUE SPACE.
               10 WS-EC-MTTAX    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-BAL-LIGNE.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
           05 WS-RL-RETARD       PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE ' JOURS'.

      *-- fichier des prelevements a presenter a la banque : en-tete,
      *-- une ligne par echeance prelevee, totaliseur de controle
       01 WS-PRL-HEADER.
           05 FILLER             PIC X(2)  VALUE 'L1'.
           05 WS-PRH-DATE        PIC 9(8).
           05 WS-PRH-HORIZON     PIC 9(8).

       01 WS-PRL-DETAIL.
           05 FILLER             PIC X(2)  VALUE 'L2'.
           05 WS-PRD-RUM         PIC X(35).
           05 WS-PRD-IBAN        PIC X(34).
           05 WS-PRD-CODPRD      PIC XX.
           05 WS-PRD-NUMPOL      PIC 9(7).
           05 WS-PRD-NUMERO      PIC 9(2).
           05 WS-PRD-DATEECH     PIC 9(8).
           05 WS-PRD-DATEPRLV    PIC 9(8).
           05 WS-PRD-MONTANT     PIC 9(9)V99.

       01 WS-PRL-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'L9'.
           05 WS-PRT-NBR         PIC 9(6) VALUE 0.
           05 WS-PRT-TOTAL       PIC 9(13)V99.

       01 WS-ANO-PRLV.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
           05 WS-AP-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AP-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' ECHEANCE '.
           05 WS-AP-DATEECH      PIC 9(8).
           05 FILLER             PIC X(8)  VALUE ' MOTIF: '.
           05 WS-AP-MOTIF        PIC X(50).

       01 WS-PAY-ORPHELIN.
           05 FILLER             PIC X(26)
              VALUE 'PAIEMENT SANS ECHEANCE PO '.

           PERFORM GENERE-ECHEANCIER

           PERFORM CHARGE-MANDATS

           PERFORM REJETS-PRELEVEMENTS

           PERFORM APPLIQUE-PRELEVEMENTS

           PERFORM APPARIE-PAIEMENTS

           PERFORM GENERE-PRELEVEMENTS

           PERFORM ECRITURE-ECHEANCIER

           PERFORM EDITION-BALANCE-RELANCES
               MOVE L-EnvTemp TO L-NomRelances
           END-IF

           DISPLAY 'RECOUVREMENT_MANDATS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMandats
           END-IF

           DISPLAY 'RECOUVREMENT_PRLV_REJETS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRejetsPrlv
           END-IF

           DISPLAY 'RECOUVREMENT_PRLV_EMIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPrlvEmis
           END-IF

           DISPLAY 'RECOUVREMENT_PRELEVEMENTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPrelevements
           END-IF

           DISPLAY 'RECOUVREMENT_PRLV_ANOMALIES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAnoPrlv
           END-IF

           DISPLAY 'RECOUVREMENT_SUSPENSIONS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomSuspensions
           END-IF

           DISPLAY 'RECOUVREMENT_MVT_SUSPENSION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomMvtSuspension
           END-IF

      *--   PERIODICITE ('T' = 4 ECHEANCES TRIMESTRIELLES, 'M' = 12
      *--   MENSUELLES), DATE DE TRAITEMENT, DEBUT DE PERIODE ET
      *--   SEUIL DE RELANCE
               MOVE L-EnvTemp(1:3) TO L-RelanceJours
           END-IF

      *--   HORIZON DES PRELEVEMENTS EN JOURS OUVRES (5 PAR DEFAUT)
           DISPLAY 'RECOUVREMENT_PRLV_JOURS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:2) IS NUMERIC
               MOVE L-EnvTemp(1:2) TO L-PrlvJours
           END-IF

      *--   SEUIL DE SUSPENSION EN JOURS DE RETARD (90 PAR DEFAUT)
           DISPLAY 'RECOUVREMENT_SUSPENSION_JOURS'
               UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:3) IS NUMERIC
               MOVE L-EnvTemp(1:3) TO L-SuspensionJours
           END-IF

           IF L-Periodicite = 'M'
               MOVE 12 TO L-NbEcheancesCtr
               MOVE 1  TO L-PasMois
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-ANOMALIES-PRLV
           IF L-FstA NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstA '>'
              PERFORM ERREUR
           END-IF

      *>    PRELEVEMENTS PRESENTES, CREE AU PREMIER PASSAGE
           OPEN I-O PRELEVEMENTS-EMIS
           IF L-FstL = 35
               OPEN OUTPUT PRELEVEMENTS-EMIS
               CLOSE PRELEVEMENTS-EMIS
               OPEN I-O PRELEVEMENTS-EMIS
           END-IF
           IF L-FstL NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstL '>'
              PERFORM ERREUR
           END-IF

      *>    PERIODES DE SUSPENSION, CREE AU PREMIER PASSAGE
           OPEN I-O SUSPENSIONS-CONTRATS
           IF L-FstU = 35
               OPEN OUTPUT SUSPENSIONS-CONTRATS
               CLOSE SUSPENSIONS-CONTRATS
               OPEN I-O SUSPENSIONS-CONTRATS
           END-IF
           IF L-FstU NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstU '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-MVT-SUSPENSION
           IF L-FstS NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstS '>'
              PERFORM ERREUR
           END-IF

      *>    HORIZON : DATE DE TRAITEMENT + N JOURS OUVRES
           MOVE L-DateTraitement TO L-DateHorizon
           PERFORM VARYING L-IndJour FROM 1 BY 1
                   UNTIL L-IndJour > L-PrlvJours
               MOVE '4' TO L-CnvMode
               MOVE L-DateHorizon TO L-CnvDateGreg
               CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                     L-CnvMode L-CnvResultat
               MOVE L-CnvResultat TO L-DateHorizon
           END-PERFORM

           OPEN OUTPUT FILE-PRELEVEMENTS
           IF L-FstV NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstV '>'
              PERFORM ERREUR
           END-IF
           MOVE L-DateTraitement TO WS-PRH-DATE
           MOVE L-DateHorizon    TO WS-PRH-HORIZON
           WRITE S-PRELEVEMENT FROM WS-PRL-HEADER
           .
      *----------------------------------------------------------------------------
       GENERE-ECHEANCIER.
                   IF E-FAC-NUMPOL IS NUMERIC
                      AND E-FAC-PRIME IS NUMERIC
                      AND E-FAC-PRIME > 0
                       PERFORM PREPARE-TAXES-FACTURE
                       PERFORM GENERE-ECHEANCES-FACTURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FACTURES
           .
      *----------------------------------------------------------------------------
       PREPARE-TAXES-FACTURE.
      *-----------
      *--   MONTANT A RECOUVRER ET PART DE CHAQUE TAXE PAR ECHEANCE.
           COMPUTE L-NbEchAvantDerniere = L-NbEcheancesCtr - 1
           MOVE SPACES TO L-TaxesFacture
           IF E-FAC-PRIME-TTC IS NUMERIC
              AND E-FAC-TAXE IS NUMERIC
               MOVE E-FAC-PRIME-TTC TO L-MontantFacture
               PERFORM VARYING L-IndTxf FROM 1 BY 1
                       UNTIL L-IndTxf > 3
                   MOVE E-FAC-TYPTAX(L-IndTxf) TO TXF-TYPE(L-IndTxf)
                   IF E-FAC-MTTAX(L-IndTxf) IS NUMERIC
                       MOVE E-FAC-MTTAX(L-IndTxf)
                           TO TXF-MONTANT(L-IndTxf)
                   ELSE
                       MOVE 0 TO TXF-MONTANT(L-IndTxf)
                   END-IF
                   COMPUTE TXF-PART(L-IndTxf) ROUNDED =
                       TXF-MONTANT(L-IndTxf) / L-NbEcheancesCtr
                   COMPUTE TXF-DERNIERE(L-IndTxf) =
                       TXF-MONTANT(L-IndTxf)
                       - (TXF-PART(L-IndTxf) * L-NbEchAvantDerniere)
               END-PERFORM
           ELSE
               MOVE E-FAC-PRIME TO L-MontantFacture
               PERFORM VARYING L-IndTxf FROM 1 BY 1
                       UNTIL L-IndTxf > 3
                   MOVE 0 TO TXF-MONTANT(L-IndTxf)
                   MOVE 0 TO TXF-PART(L-IndTxf)
                   MOVE 0 TO TXF-DERNIERE(L-IndTxf)
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------
       GENERE-ECHEANCES-FACTURE.
      *-----------
           COMPUTE L-MontantEch ROUNDED =
               L-MontantFacture / L-NbEcheancesCtr
           COMPUTE L-MontantDerniere =
               L-MontantFacture
               - (L-MontantEch * L-NbEchAvantDerniere)

           MOVE L-PeriodeDebut(1:4) TO L-EchAAAA
           MOVE L-PeriodeDebut(5:2) TO L-EchMM
                   ELSE
                       MOVE L-MontantEch TO ECH-MONTANT(IND-ECH)
                   END-IF
                   MOVE 0 TO ECH-TAXE(IND-ECH)
                   PERFORM VARYING L-IndTxf FROM 1 BY 1
                           UNTIL L-IndTxf > 3
                       MOVE TXF-TYPE(L-IndTxf)
                           TO ECH-TYPTAX(IND-ECH L-IndTxf)
                       IF L-IndEch = L-NbEcheancesCtr
                           MOVE TXF-DERNIERE(L-IndTxf)
                               TO ECH-MTTAX(IND-ECH L-IndTxf)
                       ELSE
                           MOVE TXF-PART(L-IndTxf)
                               TO ECH-MTTAX(IND-ECH L-IndTxf)
                       END-IF
                       ADD ECH-MTTAX(IND-ECH L-IndTxf)
                           TO ECH-TAXE(IND-ECH)
                   END-PERFORM
                   COMPUTE ECH-HT(IND-ECH) =
                       ECH-MONTANT(IND-ECH) - ECH-TAXE(IND-ECH)
                   SET ECH-OUVERTE(IND-ECH) TO TRUE
                   MOVE SPACE TO ECH-MODE(IND-ECH)
                   MOVE 0 TO ECH-DATEPAY(IND-ECH)
                   ADD 1 TO L-NbrEcheances
               END-IF
           END-PERFORM
                              AND ECH-MONTANT(IND-ECH)
                                  = E-PAY-MONTANT
                               SET ECH-PAYEE(IND-ECH) TO TRUE
                               MOVE E-PAY-DATE
                                   TO ECH-DATEPAY(IND-ECH)
                               MOVE 'Y' TO L-Trouve
                               ADD 1 TO L-NbrApparies
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
      *>               ECHEANCE DEJA REGLEE PAR PRELEVEMENT : LA LIGNE
      *>               DU RELEVE EN EST LA CONFIRMATION BANCAIRE
                       IF L-Trouve = 'N'
                           PERFORM VARYING IND-ECH FROM 1 BY 1
                                   UNTIL IND-ECH > L-NbrEch
                               IF ECH-PRELEVEE(IND-ECH)
                                  AND ECH-NUMPOL(IND-ECH)
                                      = E-PAY-NUMPOL
                                  AND ECH-MONTANT(IND-ECH)
                                      = E-PAY-MONTANT
                                   SET ECH-PRLV-CONFIRME(IND-ECH)
                                       TO TRUE
                                   MOVE 'Y' TO L-Trouve
                                   ADD 1 TO L-NbrPrlvConfirmes
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
                       IF L-Trouve = 'N'
                           ADD 1 TO L-NbrNonApparies
                           MOVE E-PAY-NUMPOL  TO WS-PO-NUMPOL
               CLOSE FILE-PAIEMENTS
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-MANDATS.
      *-----------
      *--   MANDATS ACTIFS ET SIGNES A LA DATE DE TRAITEMENT ; L IBAN
      *--   EST CONTROLE PAR CTRLRIB ET UN MANDAT A L IBAN REFUSE EST
      *--   LISTE EN ANOMALIE ET ECARTE (LA POLICE RESTE EN
      *--   ENCAISSEMENT PAR VIREMENT). FICHIER FACULTATIF.
           OPEN INPUT FILE-MANDATS
           IF L-FstM = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstM '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinFicM
           PERFORM UNTIL L-FinFicM = 'Y'
               READ FILE-MANDATS
               AT END
                   MOVE 'Y' TO L-FinFicM
               NOT AT END
                   ADD 1 TO L-NbrMandats
                   IF E-MDT-NUMPOL IS NUMERIC
                      AND E-MDT-STATUT = 'A'
                      AND E-MDT-DATSIGN IS NUMERIC
                      AND E-MDT-DATSIGN <= L-DateTraitement
                       PERFORM CONTROLE-MANDAT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MANDATS
           .
      *----------------------------------------------------------------------------
       CONTROLE-MANDAT.
      *-----------
           MOVE E-MDT-IBAN TO L-IbanCtrl
           CALL 'CTRLRIB' USING L-ModeCtrlRib L-IbanCtrl
                                L-RetourCtrlRib L-CleCtrlRib
                                L-LibCtrlRib
           IF L-RetourCtrlRib NOT = '00'
               MOVE SPACES       TO WS-AP-CODPRD
               MOVE E-MDT-NUMPOL TO WS-AP-NUMPOL
               MOVE ZERO         TO WS-AP-DATEECH
               MOVE SPACES       TO WS-AP-MOTIF
               STRING 'MANDAT ECARTE, IBAN ' DELIMITED BY SIZE
                      L-LibCtrlRib DELIMITED BY SIZE
                   INTO WS-AP-MOTIF
               PERFORM ECRITURE-ANOMALIE-PRLV
               EXIT PARAGRAPH
           END-IF

           IF L-NbrMdt >= 20000
               DISPLAY 'TABLE DES MANDATS PLEINE'
               PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrMdt
           SET IND-MDT TO L-NbrMdt
           MOVE E-MDT-NUMPOL TO MDT-NUMPOL(IND-MDT)
           MOVE E-MDT-IBAN   TO MDT-IBAN(IND-MDT)
           MOVE E-MDT-RUM    TO MDT-RUM(IND-MDT)
           .
      *----------------------------------------------------------------------------
       REJETS-PRELEVEMENTS.
      *-----------
      *--   REJETS DE PRELEVEMENT RENVOYES PAR LA BANQUE : LE
      *--   PRELEVEMENT PASSE 'R' ET NE VAUT PLUS ENCAISSEMENT.
      *--   FICHIER FACULTATIF, CUMULATIF (UN REJET DEJA ENREGISTRE
      *--   EST IGNORE).
           OPEN INPUT FILE-REJETS-PRLV
           IF L-FstJ = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstJ NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstJ '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinFicM
           PERFORM UNTIL L-FinFicM = 'Y'
               READ FILE-REJETS-PRLV
               AT END
                   MOVE 'Y' TO L-FinFicM
               NOT AT END
                   MOVE E-RJP-CODPRD  TO PRL-CODPRD
                   MOVE E-RJP-NUMPOL  TO PRL-NUMPOL
                   MOVE E-RJP-DATEECH TO PRL-DATEECH
                   READ PRELEVEMENTS-EMIS
                   INVALID KEY
                       MOVE E-RJP-CODPRD  TO WS-AP-CODPRD
                       MOVE E-RJP-NUMPOL  TO WS-AP-NUMPOL
                       MOVE E-RJP-DATEECH TO WS-AP-DATEECH
                       MOVE 'REJET SANS PRELEVEMENT EMIS'
                           TO WS-AP-MOTIF
                       PERFORM ECRITURE-ANOMALIE-PRLV
                   NOT INVALID KEY
                       IF PRL-EMIS
                           SET PRL-REJETE TO TRUE
                           MOVE E-RJP-DATE  TO PRL-DATE-STATUT
                           MOVE E-RJP-MOTIF TO PRL-MOTIF
                           REWRITE PRL-ENREG
                           IF L-FstL NOT = ZERO
                              DISPLAY 'Erreur reecriture FS ='
                                  L-FstL '>'
                              PERFORM ERREUR
                           END-IF
                           ADD 1 TO L-NbrPrlvRejetes
                           MOVE PRL-CODPRD  TO WS-AP-CODPRD
                           MOVE PRL-NUMPOL  TO WS-AP-NUMPOL
                           MOVE PRL-DATEECH TO WS-AP-DATEECH
                           MOVE SPACES      TO WS-AP-MOTIF
                           STRING 'PRELEVEMENT REJETE, MOTIF '
                                      DELIMITED BY SIZE
                                  PRL-MOTIF DELIMITED BY SIZE
                               INTO WS-AP-MOTIF
                           PERFORM ECRITURE-ANOMALIE-PRLV
                       END-IF
                   END-READ
               END-READ
           END-PERFORM
           CLOSE FILE-REJETS-PRLV
           .
      *----------------------------------------------------------------------------
       APPLIQUE-PRELEVEMENTS.
      *-----------
      *--   UN PRELEVEMENT EMIS NON REJETE REGLE SON ECHEANCE A LA
      *--   DATE DE PRELEVEMENT ; AVANT CETTE DATE, L ECHEANCE RESTE
      *--   OUVERTE MAIS N EST PAS RELANCEE. LES PRELEVEMENTS EMIS A
      *--   LA DATE DU JOUR SONT REPRIS DANS LE FICHIER DU JOUR (UN
      *--   PASSAGE RELANCE REDONNE LE MEME FICHIER).
           MOVE 'N' TO L-FinFicM
           MOVE LOW-VALUES TO PRL-CLE
           START PRELEVEMENTS-EMIS KEY NOT < PRL-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinFicM
           END-START

           PERFORM UNTIL L-FinFicM = 'Y'
               READ PRELEVEMENTS-EMIS NEXT
               AT END
                   MOVE 'Y' TO L-FinFicM
               NOT AT END
                   IF PRL-EMIS
                       PERFORM APPLIQUE-PRELEVEMENT
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       APPLIQUE-PRELEVEMENT.
      *-----------
           MOVE 'N' TO L-Trouve
           PERFORM VARYING IND-ECH FROM 1 BY 1
                   UNTIL IND-ECH > L-NbrEch
               IF ECH-CODPRD(IND-ECH) = PRL-CODPRD
                  AND ECH-NUMPOL(IND-ECH) = PRL-NUMPOL
                  AND ECH-DATE(IND-ECH) = PRL-DATEECH
                   MOVE 'Y' TO L-Trouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE PRL-CODPRD  TO WS-AP-CODPRD
           MOVE PRL-NUMPOL  TO WS-AP-NUMPOL
           MOVE PRL-DATEECH TO WS-AP-DATEECH
           IF L-Trouve = 'N'
               MOVE 'PRELEVEMENT SANS ECHEANCE AU CALENDRIER'
                   TO WS-AP-MOTIF
               PERFORM ECRITURE-ANOMALIE-PRLV
               EXIT PARAGRAPH
           END-IF
           IF ECH-MONTANT(IND-ECH) NOT = PRL-MONTANT
               MOVE 'MONTANT PRELEVE DIFFERENT DE L ECHEANCE'
                   TO WS-AP-MOTIF
               PERFORM ECRITURE-ANOMALIE-PRLV
               EXIT PARAGRAPH
           END-IF

           IF PRL-DATE-EMISSION = L-DateTraitement
               PERFORM ECRITURE-LIGNE-PRELEVEMENT
           END-IF

           IF PRL-DATE-PRELEV <= L-DateTraitement
               SET ECH-PAYEE(IND-ECH)    TO TRUE
               SET ECH-PRELEVEE(IND-ECH) TO TRUE
               MOVE PRL-DATE-PRELEV      TO ECH-DATEPAY(IND-ECH)
               ADD 1 TO L-NbrPrlvEncaisses
           ELSE
               SET ECH-EN-PRELEVEMENT(IND-ECH) TO TRUE
               ADD 1 TO L-NbrPrlvEnCours
           END-IF
           .
      *----------------------------------------------------------------------------
       GENERE-PRELEVEMENTS.
      *-----------
      *--   PRESENTE EN PRELEVEMENT CHAQUE ECHEANCE OUVERTE DUE D ICI
      *--   L HORIZON, D UNE POLICE AYANT UN MANDAT ACTIF, JAMAIS
      *--   PRESENTEE. DATE DE PRELEVEMENT : L ECHEANCE, REPORTEE AU
      *--   JOUR OUVRE SUIVANT ; UNE ECHEANCE DEJA ECHUE EST PRELEVEE
      *--   LE PREMIER JOUR OUVRE APRES LA DATE DE TRAITEMENT.
           PERFORM VARYING IND-ECH FROM 1 BY 1
                   UNTIL IND-ECH > L-NbrEch
               IF ECH-OUVERTE(IND-ECH)
                  AND ECH-DATE(IND-ECH) <= L-DateHorizon
                   PERFORM PRELEVEMENT-ECHEANCE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       PRELEVEMENT-ECHEANCE.
      *-----------
           MOVE 'N' TO L-MandatTrouve
           PERFORM VARYING IND-MDT FROM 1 BY 1
                   UNTIL IND-MDT > L-NbrMdt
               IF MDT-NUMPOL(IND-MDT) = ECH-NUMPOL(IND-ECH)
                   MOVE 'Y' TO L-MandatTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-MandatTrouve = 'N'
               EXIT PARAGRAPH
           END-IF

      *>    ECHEANCE DEJA PRESENTEE (REJETEE OU SANS ECHEANCE EN FACE
      *>    AU PASSAGE PRECEDENT) : PAS DE SECONDE PRESENTATION
           MOVE ECH-CODPRD(IND-ECH) TO PRL-CODPRD
           MOVE ECH-NUMPOL(IND-ECH) TO PRL-NUMPOL
           MOVE ECH-DATE(IND-ECH)   TO PRL-DATEECH
           READ PRELEVEMENTS-EMIS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EXIT PARAGRAPH
           END-READ

           MOVE '4' TO L-CnvMode
           IF ECH-DATE(IND-ECH) <= L-DateTraitement
               MOVE L-DateTraitement TO L-CnvDateGreg
           ELSE
               COMPUTE L-CnvDateGreg = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ECH-DATE(IND-ECH)) - 1)
           END-IF
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           MOVE L-CnvResultat TO L-DatePrelev

           MOVE ECH-NUMERO(IND-ECH)  TO PRL-NUMERO
           MOVE ECH-MONTANT(IND-ECH) TO PRL-MONTANT
           MOVE MDT-RUM(IND-MDT)     TO PRL-RUM
           MOVE MDT-IBAN(IND-MDT)    TO PRL-IBAN
           MOVE L-DateTraitement     TO PRL-DATE-EMISSION
           MOVE L-DatePrelev         TO PRL-DATE-PRELEV
           SET PRL-EMIS              TO TRUE
           MOVE L-DateTraitement     TO PRL-DATE-STATUT
           MOVE SPACES               TO PRL-MOTIF
           WRITE PRL-ENREG
           IF L-FstL NOT = ZERO
              DISPLAY 'Erreur ecriture prelevements FS =' L-FstL '>'
              PERFORM ERREUR
           END-IF
           ADD 1 TO L-NbrPrlvEmis
           PERFORM ECRITURE-LIGNE-PRELEVEMENT

           IF L-DatePrelev <= L-DateTraitement
               SET ECH-PAYEE(IND-ECH)    TO TRUE
               SET ECH-PRELEVEE(IND-ECH) TO TRUE
               MOVE L-DatePrelev         TO ECH-DATEPAY(IND-ECH)
           ELSE
               SET ECH-EN-PRELEVEMENT(IND-ECH) TO TRUE
           END-IF
           .
      *----------------------------------------------------------------------------
       ECRITURE-LIGNE-PRELEVEMENT.
      *-----------
           MOVE PRL-RUM         TO WS-PRD-RUM
           MOVE PRL-IBAN        TO WS-PRD-IBAN
           MOVE PRL-CODPRD      TO WS-PRD-CODPRD
           MOVE PRL-NUMPOL      TO WS-PRD-NUMPOL
           MOVE PRL-NUMERO      TO WS-PRD-NUMERO
           MOVE PRL-DATEECH     TO WS-PRD-DATEECH
           MOVE PRL-DATE-PRELEV TO WS-PRD-DATEPRLV
           MOVE PRL-MONTANT     TO WS-PRD-MONTANT
           WRITE S-PRELEVEMENT FROM WS-PRL-DETAIL
           ADD 1 TO WS-PRT-NBR
           ADD PRL-MONTANT TO L-TotalPrelevements
           .
      *----------------------------------------------------------------------------
       ECRITURE-ANOMALIE-PRLV.
      *-----------
           ADD 1 TO L-NbrAnoPrlv
           WRITE S-ANOMALIE-PRLV FROM WS-ANO-PRLV
           .
      *----------------------------------------------------------------------------
       ECRITURE-ECHEANCIER.
      *-----------
               ELSE
                   MOVE 'OUVERTE' TO WS-EC-STATUT
               END-IF
               MOVE ECH-DATEPAY(IND-ECH) TO WS-EC-DATEPAY
               MOVE ECH-HT(IND-ECH)      TO WS-EC-HT
               MOVE ECH-TAXE(IND-ECH)    TO WS-EC-TAXE
               PERFORM VARYING L-IndTxf FROM 1 BY 1
                       UNTIL L-IndTxf > 3
                   MOVE ECH-TYPTAX(IND-ECH L-IndTxf)
                       TO WS-EC-TYPTAX(L-IndTxf)
                   MOVE ECH-MTTAX(IND-ECH L-IndTxf)
                       TO WS-EC-MTTAX(L-IndTxf)
               END-PERFORM
               WRITE S-ECHEANCIER FROM WS-ECH-LIGNE
           END-PERFORM
           .
      *--   BALANCE AGEE PAR CONTRAT (LES ECHEANCES SONT GENEREES
      *--   FACTURE PAR FACTURE, DONC GROUPEES PAR CONTRAT DANS LA
      *--   TABLE) ET RELANCES POUR LES ECHEANCES OUVERTES EN RETARD
      *--   DE PLUS DU SEUIL PARAMETRE. EN FIN DE CONTRAT, LA
      *--   SUSPENSION OU LA REMISE EN VIGUEUR EST DECIDEE SUR LE PLUS
      *--   GRAND RETARD ET L IMPAYE ECHU DU CONTRAT.
           MOVE 0 TO L-PoliceCourante
           PERFORM VARYING IND-ECH FROM 1 BY 1
                   UNTIL IND-ECH > L-NbrEch
                   MOVE 0 TO L-BAL-B30
                   MOVE 0 TO L-BAL-B60
                   MOVE 0 TO L-BAL-B90
                   MOVE 0 TO L-RetardMaxCtr
                   MOVE 0 TO L-ImpayeCtr
               END-IF

               ADD ECH-MONTANT(IND-ECH) TO L-BAL-DU
                   ADD ECH-MONTANT(IND-ECH) TO L-BAL-B90
           END-EVALUATE

           IF L-JoursRetard > 0
              AND NOT ECH-EN-PRELEVEMENT(IND-ECH)
               ADD ECH-MONTANT(IND-ECH) TO L-ImpayeCtr
               IF L-JoursRetard > L-RetardMaxCtr
                   MOVE L-JoursRetard TO L-RetardMaxCtr
               END-IF
           END-IF

           IF L-JoursRetard > L-RelanceJours
              AND NOT ECH-EN-PRELEVEMENT(IND-ECH)
               ADD 1 TO L-NbrRelances
               MOVE ECH-CODPRD(IND-ECH)  TO WS-RL-CODPRD
               MOVE ECH-NUMPOL(IND-ECH)  TO WS-RL-NUMPOL
           MOVE L-BAL-B60        TO WS-BA-B60
           MOVE L-BAL-B90        TO WS-BA-B90
           WRITE S-BALANCE FROM WS-BAL-LIGNE

           PERFORM CONTROLE-SUSPENSION
           .
      *----------------------------------------------------------------------------
       CONTROLE-SUSPENSION.
      *-----------
      *--   RECHERCHE LA PERIODE DE SUSPENSION EN COURS DU CONTRAT
      *--   (DATE DE FIN A ZERO) PARMI SES PERIODES SUCCESSIVES. UN
      *--   CONTRAT NON SUSPENDU EN RETARD DE PLUS DU SEUIL EST
      *--   SUSPENDU ; UN CONTRAT SUSPENDU SANS PLUS D IMPAYE ECHU EST
      *--   REMIS EN VIGUEUR. UN MOUVEMENT N EST EMIS QU AU CHANGEMENT
      *--   D ETAT.
           MOVE 'N' TO L-SuspEnCours
           MOVE 'N' TO L-FinSuspensions
           MOVE L-CodprdCourant  TO SPC-CODPRD
           MOVE L-PoliceCourante TO SPC-NUMPOL
           MOVE 0                TO SPC-DATDEB
           START SUSPENSIONS-CONTRATS KEY NOT < SPC-CLE
           INVALID KEY
               MOVE 'Y' TO L-FinSuspensions
           END-START
           PERFORM UNTIL L-FinSuspensions = 'Y'
               READ SUSPENSIONS-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-FinSuspensions
               NOT AT END
                   IF SPC-CODPRD NOT = L-CodprdCourant
                      OR SPC-NUMPOL NOT = L-PoliceCourante
                       MOVE 'Y' TO L-FinSuspensions
                   ELSE
                       IF SPC-EN-COURS
                           MOVE 'Y' TO L-SuspEnCours
                           MOVE SPC-DATDEB TO L-SuspDatDeb
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN L-SuspEnCours = 'N'
                AND L-RetardMaxCtr > L-SuspensionJours
                   PERFORM SUSPENSION-CONTRAT
               WHEN L-SuspEnCours = 'Y'
                AND L-ImpayeCtr = 0
                   PERFORM REMISE-EN-VIGUEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       SUSPENSION-CONTRAT.
      *-----------
      *--   OUVRE UNE PERIODE DE SUSPENSION A LA DATE DE TRAITEMENT ET
      *--   EMET LE MOUVEMENT DE SITUATION 'S'. UNE PERIODE DEJA
      *--   OUVERTE A CETTE DATE (REPRISE DU RUN) N EST PAS DOUBLEE.
           MOVE L-CodprdCourant  TO SPC-CODPRD
           MOVE L-PoliceCourante TO SPC-NUMPOL
           MOVE L-DateTraitement TO SPC-DATDEB
           MOVE 0                TO SPC-DATFIN
           SET SPC-EN-COURS      TO TRUE
           MOVE L-RetardMaxCtr   TO SPC-RETARD
           MOVE L-ImpayeCtr      TO SPC-IMPAYE
           WRITE SPC-ENREG
           INVALID KEY
               DISPLAY 'SUSPENSION DEJA ENREGISTREE ' SPC-CODPRD
                       ' ' SPC-NUMPOL ' AU ' SPC-DATDEB
           NOT INVALID KEY
               ADD 1 TO L-NbrSuspensions
               MOVE 'S' TO S-MVT-SIT
               PERFORM ECRITURE-MVT-SUSPENSION
           END-WRITE
           .
      *----------------------------------------------------------------------------
       REMISE-EN-VIGUEUR.
      *-----------
      *--   CLOT LA PERIODE DE SUSPENSION EN COURS A LA DATE DE
      *--   TRAITEMENT ET EMET LE MOUVEMENT DE SITUATION 'C'.
           MOVE L-CodprdCourant  TO SPC-CODPRD
           MOVE L-PoliceCourante TO SPC-NUMPOL
           MOVE L-SuspDatDeb     TO SPC-DATDEB
           READ SUSPENSIONS-CONTRATS
           INVALID KEY
               DISPLAY 'Erreur lecture suspension FS =' L-FstU '>'
               PERFORM ERREUR
           END-READ
           MOVE L-DateTraitement TO SPC-DATFIN
           SET SPC-LEVEE         TO TRUE
           REWRITE SPC-ENREG
           INVALID KEY
               DISPLAY 'Erreur reecriture suspension FS =' L-FstU '>'
               PERFORM ERREUR
           END-REWRITE
           ADD 1 TO L-NbrRemisesVigueur
           MOVE 'C' TO S-MVT-SIT
           PERFORM ECRITURE-MVT-SUSPENSION
           .
      *----------------------------------------------------------------------------
       ECRITURE-MVT-SUSPENSION.
      *-----------
           MOVE 'MC'             TO S-MVT-CODE
           MOVE L-CodprdCourant  TO S-MVT-CODPRD
           MOVE L-PoliceCourante TO S-MVT-NUMPOL
           MOVE SPACES           TO S-MVT-TIT
           MOVE SPACES           TO S-MVT-NOM
           MOVE SPACES           TO S-MVT-PRN
           MOVE SPACES           TO S-MVT-DATNAI
           MOVE L-DateTraitement TO S-MVT-DATEFF
           MOVE SPACES           TO S-MVT-CODINT
           WRITE S-MVT-SUSPENSION
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE L-TotalPrelevements TO WS-PRT-TOTAL
           WRITE S-PRELEVEMENT FROM WS-PRL-TRAILER

           CLOSE FILE-ECHEANCIER
           CLOSE FILE-BALANCE
           CLOSE FILE-RELANCES
           CLOSE FILE-PRELEVEMENTS
           CLOSE FILE-ANOMALIES-PRLV
           CLOSE PRELEVEMENTS-EMIS
           CLOSE SUSPENSIONS-CONTRATS
           CLOSE FILE-MVT-SUSPENSION

           Display 'Nbre factures lues       =' L-NbrFactures '>'
           Display 'Nbre echeances generees  =' L-NbrEcheances '>'
           Display 'Nbre paiements apparies  =' L-NbrApparies '>'
           Display 'Nbre paiements orphelins =' L-NbrNonApparies '>'
           Display 'Nbre relances emises     =' L-NbrRelances '>'
           Display 'Nbre mandats lus         =' L-NbrMandats
               ', retenus =' L-NbrMdt '>'
           Display 'Nbre prelevements emis   =' L-NbrPrlvEmis
               ', fichier du jour =' WS-PRT-NBR '>'
           Display 'Nbre prelevements regles =' L-NbrPrlvEncaisses
               ', a venir =' L-NbrPrlvEnCours '>'
           Display 'Nbre prelevements rejetes=' L-NbrPrlvRejetes
               ', confirmes releve =' L-NbrPrlvConfirmes '>'
           Display 'Nbre anomalies prelev.   =' L-NbrAnoPrlv '>'
           Display 'Nbre contrats suspendus  =' L-NbrSuspensions
               ', remis en vigueur =' L-NbrRemisesVigueur '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrRelances > 0 OR L-NbrNonApparies > 0
                   OR L-NbrAnoPrlv > 0 OR L-NbrSuspensions > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
