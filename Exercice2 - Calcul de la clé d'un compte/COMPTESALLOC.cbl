       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTESALLOC.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPTES-MASTER ASSIGN TO DYNAMIC L-NomComptesMaster
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS M-NUMCOMPTE
                      FILE STATUS IS L-FstM.

       SELECT FILE-DEMANDES ASSIGN TO DYNAMIC L-NomDemandes
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstD.

       SELECT FILE-ALGOS ASSIGN TO DYNAMIC L-NomAlgos
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstAl.

       SELECT FILE-ALLOCATIONS ASSIGN TO DYNAMIC L-NomAllocations
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstA.

       SELECT FILE-LIBERER ASSIGN TO DYNAMIC L-NomLiberer
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstL.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstR.

       SELECT FILE-JOURNAL-MST ASSIGN TO DYNAMIC L-NomJournalMst
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJm.

       DATA DIVISION.

       FILE SECTION.

       FD  COMPTES-MASTER.
      *--   MEME DESSIN QUE DANS COBOL_EX2 : L ENREGISTREMENT DE CLE
      *--   0000000000 EST RESERVE AU COMPTEUR DE RUNS ET N EST
      *--   JAMAIS ATTRIBUE.
       01  M-COMPTE.
           05 M-NUMCOMPTE           PIC 9(10).
           05 M-RESULT              PIC 9(10) OCCURS 5.
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

       FD  FILE-DEMANDES.
      *--   DEMANDES DE NUMEROS DES AGENCES, SERVIES DANS L ORDRE DU
      *--   FICHIER : CODE AGENCE, NOMBRE DE NUMEROS DEMANDES ET PLAGE
      *--   (DEBUT/FIN) DANS LAQUELLE LES PRENDRE. LES NUMEROS LIBRES
      *--   LES PLUS BAS DE LA PLAGE SONT ATTRIBUES EN PREMIER.
       01  E-DEMANDE.
           05 E-DEM-AGENCE          PIC X(3).
           05 E-DEM-QUANTITE        PIC X(4).
           05 E-DEM-QUANTITE-N REDEFINES E-DEM-QUANTITE
                                    PIC 9(4).
           05 E-DEM-DEBUT           PIC X(10).
           05 E-DEM-DEBUT-N REDEFINES E-DEM-DEBUT
                                    PIC 9(10).
           05 E-DEM-FIN             PIC X(10).
           05 E-DEM-FIN-N REDEFINES E-DEM-FIN
                                    PIC 9(10).

       FD  FILE-ALGOS.
      *--   AFFECTATION DES ALGORITHMES DE CLE PAR PLAGE DE NUMEROS DE
      *--   COMPTE, LE MEME FICHIER QUE CELUI DE COBOL_EX2 : LA CLE
      *--   REMISE A L AGENCE EST AINSI CELLE QUE LE TRAITEMENT DES
      *--   COMPTES RECALCULERA. FICHIER FACULTATIF.
       01  E-ALGO.
           05 E-ALGO-DEBUT          PIC 9(10).
           05 E-ALGO-FIN            PIC 9(10).
           05 E-ALGO-CODE           PIC X.
           05 E-ALGO-DATEFF         PIC 9(8).

       FD  FILE-ALLOCATIONS.
      *--   FICHIER RETOURNE AUX AGENCES : UNE LIGNE PAR NUMERO
      *--   ATTRIBUE, LE NUMERO ET SA CLE EN TETE DE LIGNE (MEME
      *--   DESSIN QUE LE FICHIER COMPTES), PUIS L AGENCE, LA DATE DE
      *--   RESERVATION ET L ALGORITHME DE CLE.
       01  S-ALLOCATION                             PIC X(40).

       FD  FILE-LIBERER.
      *--   NUMEROS RESERVES DEPUIS PLUS DU DELAI SANS AVOIR ETE VUS
      *--   DANS UN LOT COMPTES, AU DESSIN DES MOUVEMENTS DE
      *--   COMPTESSTATUT (CODE 'L' LIBERATION) : APRES VERIFICATION
      *--   AUPRES DES AGENCES, LE FICHIER LUI EST PASSE TEL QUEL.
       01  S-LIBERER                                PIC X(39).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                                PIC X(120).

       FD  FILE-JOURNAL-MST.
      *--   JOURNAL DES IMAGES AVANT DU FICHIER MAITRE, LE MEME QUE
      *--   CELUI DE COBOL_EX2 (OUVERT EN EXTEND) : UNE LIGNE 'AJ' PAR
      *--   NUMERO RESERVE, SOUS L IDENTIFIANT DE RUN DU TRAITEMENT.
      *--   ROLLBACKMST (CIBLE EX2) ANNULE AINSI UN PASSAGE ENTIER.
       01  S-JOURNAL-MST                            PIC X(230).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                               PIC X(12)
                                              VALUE 'COMPTESALLOC'.

      *-- file status fichier
       01 L-FstM                                  PIC 99.
       01 L-FstD                                  PIC 99.
       01 L-FstAl                                 PIC 99.
       01 L-FstA                                  PIC 99.
       01 L-FstL                                  PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstJm                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomComptesMaster     PIC X(40) VALUE 'COMPTES_MASTER.DAT'.
       01 L-NomDemandes          PIC X(40)
                                 VALUE 'DEMANDES_NUMEROS.txt'.
       01 L-NomAlgos             PIC X(40) VALUE 'ALGO_CLES.txt'.
       01 L-NomAllocations       PIC X(40)
                                 VALUE 'NUMEROS_ALLOUES.txt'.
       01 L-NomLiberer           PIC X(40)
                                 VALUE 'NUMEROS_A_LIBERER.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'RAPPORT_ALLOCATION.txt'.
       01 L-NomJournalMst        PIC X(40) VALUE 'JOURNAL_COMPTES.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 DEMANDES REJETEES OU
      *-- SERVIES EN PARTIE, OU NUMEROS A LIBERER, 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.
       01 L-FinMaster                             PIC X.

       01 L-Nbr.
           05 L-NbrDemandesLues                   PIC 9(5).
           05 L-NbrDemandesRejetees               PIC 9(5).
           05 L-NbrDemandesPartielles             PIC 9(5).
           05 L-NbrNumerosAlloues                 PIC 9(6).
           05 L-NbrReservesEnCours                PIC 9(6).
           05 L-NbrALiberer                       PIC 9(6).

      *-- DELAI (EN JOURS CIVILS) AU-DELA DUQUEL UN NUMERO RESERVE
      *-- ET JAMAIS VU DANS UN LOT COMPTES EST PROPOSE A LA
      *-- LIBERATION
       01 L-DelaiLiberation      PIC 9(4) VALUE 90.
       01 L-AgeReservation       PIC S9(8).

      *-- DATE DU JOUR ET IDENTIFIANT DE RUN PORTE PAR LE JOURNAL :
      *-- 'AL' + DATE DU JOUR A DEFAUT (PARAMETRABLE POUR DISTINGUER
      *-- DEUX PASSAGES DANS LA MEME JOURNEE)
       01 L-Timestamp            PIC X(21).
       01 L-DateJour             PIC 9(8).
       01 L-RunId                PIC X(10).
       01 WS-JRN-LIGNE.
           05 WS-JRN-RUNID       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-ACTION      PIC X(2).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-IMAGE       PIC X(216).

      *-- DEMANDE EN COURS
       01 WS-DEM-VALIDE                           PIC X.
       01 WS-MOTIF-REJET                          PIC X(40).
       01 L-PlageEpuisee                          PIC X.
       01 L-Candidat             PIC 9(11).
       01 L-DemFin               PIC 9(11).
       01 L-NbrAllouesDem        PIC 9(4).
       01 L-PremierAlloue        PIC 9(10).
       01 L-DernierAlloue        PIC 9(10).

      *-- TABLE DES AFFECTATIONS D ALGORITHME PAR PLAGE DE COMPTES
      *-- (MEME REGLE QUE COBOL_EX2 : EN CAS DE PLAGES IMBRIQUEES,
      *-- L AFFECTATION A LA DATE D EFFET LA PLUS RECENTE SANS
      *-- DEPASSER LA DATE DU JOUR)
       01 L-FinAlgos             PIC X.
       01 L-NbrAlgos             PIC 9(3) VALUE 0.
       01 TABLE-ALGOS.
           05 L-ALGO OCCURS 1 TO 100 TIMES
                     DEPENDING ON L-NbrAlgos
                     INDEXED BY IND-ALG.
               10 ALG-DEBUT              PIC 9(10).
               10 ALG-FIN                PIC 9(10).
               10 ALG-CODE               PIC X.
               10 ALG-DATEFF             PIC 9(8).
       01 L-AlgoCompte           PIC X.
       01 L-AlgoMeilleureDate    PIC 9(8).

      *-- ZONES DE CALCUL DE LA CLE (MEMES REGLES QUE COBOL_EX2)
       01 L-NumTravail           PIC 9(10).
       01 L-Comptes REDEFINES L-NumTravail.
           05 L-Number PIC 9 OCCURS 10.
       01 L-RESULTS.
           05 L-RESULT PIC 9(10) OCCURS 5.
       01 L-IndI                 PIC 9(2).
       01 L-Res5Tmp              PIC 9(2).
       01 L-KEY                  PIC 9.
       01 L-Mod11Somme           PIC 9(5).
       01 L-Mod11Cle             PIC 9(2).
       01 L-Mod11Idx             PIC 9(2).

      *-- ligne du fichier retourne aux agences
       01 WS-ALL-LIGNE.
           05 WS-ALL-NUMCOMPTE   PIC 9(10).
           05 WS-ALL-CLE         PIC 9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-ALL-AGENCE      PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-ALL-DATE        PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-ALL-ALGO        PIC X.

      *-- mouvement de liberation (dessin E-MVT de COMPTESSTATUT)
       01 WS-LIB-LIGNE.
           05 WS-LIB-NUMCOMPTE   PIC 9(10).
           05 WS-LIB-CODE        PIC X     VALUE 'L'.
           05 WS-LIB-DATE        PIC X(8)  VALUE SPACES.
           05 WS-LIB-MOTIF       PIC X(20).

      *-- lignes du rapport
       01 WS-RAP-TITRE.
           05 FILLER             PIC X(35)
                       VALUE 'ALLOCATION DE NUMEROS DE COMPTE - '.
           05 FILLER             PIC X(4)  VALUE 'RUN '.
           05 WS-RAP-RUNID       PIC X(10).

       01 WS-RAP-DEMANDE.
           05 FILLER             PIC X(7)  VALUE 'AGENCE '.
           05 WS-RAP-AGENCE      PIC X(3).
           05 FILLER             PIC X(10) VALUE ' DEMANDES '.
           05 WS-RAP-QUANTITE    PIC X(4).
           05 FILLER             PIC X(7)  VALUE ' PLAGE '.
           05 WS-RAP-DEBUT       PIC X(10).
           05 FILLER             PIC X     VALUE '-'.
           05 WS-RAP-FIN         PIC X(10).
           05 FILLER             PIC X(9)  VALUE ' ALLOUES '.
           05 WS-RAP-ALLOUES     PIC Z(3)9.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-RESULTAT    PIC X(50).

       01 WS-RAP-LIBERER.
           05 FILLER             PIC X(7)  VALUE 'NUMERO '.
           05 WS-RAP-LIB-NUM     PIC 9(10).
           05 FILLER             PIC X(11) VALUE ' RESERVE LE'.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-LIB-DATE    PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-LIB-MOTIF   PIC X(20).
           05 FILLER             PIC X(17) VALUE ' NON VU DEPUIS   '.
           05 WS-RAP-LIB-AGE     PIC Z(6)9.
           05 FILLER             PIC X(6)  VALUE ' JOURS'.

       01 WS-RAP-TOTAUX.
           05 FILLER             PIC X(11) VALUE 'DEMANDES = '.
           05 WS-RAP-LUES        PIC Z(4)9.
           05 FILLER             PIC X(12) VALUE ' REJETEES = '.
           05 WS-RAP-REJ         PIC Z(4)9.
           05 FILLER             PIC X(14) VALUE ' PARTIELLES = '.
           05 WS-RAP-PART        PIC Z(4)9.
           05 FILLER             PIC X(11) VALUE ' ALLOUES = '.
           05 WS-RAP-ALL         PIC Z(5)9.
           05 FILLER             PIC X(14) VALUE ' EN ATTENTE = '.
           05 WS-RAP-ATT         PIC Z(5)9.
           05 FILLER             PIC X(13) VALUE ' A LIBERER = '.
           05 WS-RAP-LIB         PIC Z(5)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM LECTURE-DEMANDE

           PERFORM UNTIL L-FinFic-OK
               PERFORM TRAITEMENT
               PERFORM LECTURE-DEMANDE
           END-PERFORM

      *--   NUMEROS RESERVES RESTES SANS SUITE AU-DELA DU DELAI
           PERFORM LISTE-A-LIBERER

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

           MOVE FUNCTION CURRENT-DATE TO L-Timestamp
           MOVE L-Timestamp(1:8) TO L-DateJour
           MOVE SPACES TO L-RunId
           MOVE 'AL' TO L-RunId(1:2)
           MOVE L-DateJour TO L-RunId(3:8)

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'EX2_COMPTES_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomComptesMaster
           END-IF

           DISPLAY 'EX2_ALLOC_DEMANDES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDemandes
           END-IF

           DISPLAY 'EX2_ALGOS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAlgos
           END-IF

           DISPLAY 'EX2_ALLOC_SORTIE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAllocations
           END-IF

           DISPLAY 'EX2_ALLOC_LIBERER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomLiberer
           END-IF

           DISPLAY 'EX2_ALLOC_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

           DISPLAY 'EX2_JOURNAL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomJournalMst
           END-IF

           DISPLAY 'EX2_ALLOC_RUNID' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp(1:10) TO L-RunId
           END-IF

      *--   DELAI DE LIBERATION EN JOURS (NUMERIQUE SUR 1 A 4
      *--   CHIFFRES, A DEFAUT 90)
           DISPLAY 'EX2_ALLOC_DELAI' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               IF FUNCTION TEST-NUMVAL(L-EnvTemp) = 0
                   COMPUTE L-DelaiLiberation =
                       FUNCTION NUMVAL(L-EnvTemp)
               ELSE
                   DISPLAY 'EX2_ALLOC_DELAI INVALIDE, DELAI PAR '
                           'DEFAUT CONSERVE'
               END-IF
           END-IF

           PERFORM CHARGE-ALGOS

           OPEN INPUT FILE-DEMANDES
           IF L-FstD NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstD '>'
              PERFORM ERREUR
           END-IF

           OPEN I-O COMPTES-MASTER
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ouverture fichier maitre FS ='
                  L-FstM '>'
              PERFORM ERREUR
           END-IF

      *--   JOURNAL DES IMAGES AVANT, OUVERT AVANT LA PREMIERE
      *--   ECRITURE SUR LE MAITRE
           OPEN EXTEND FILE-JOURNAL-MST
           IF L-FstJm = '35'
               OPEN OUTPUT FILE-JOURNAL-MST
               CLOSE FILE-JOURNAL-MST
               OPEN EXTEND FILE-JOURNAL-MST
           END-IF
           IF L-FstJm NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstJm '>'
              PERFORM ERREUR
           END-IF
           MOVE L-RunId TO WS-JRN-RUNID

           OPEN OUTPUT FILE-ALLOCATIONS
           IF L-FstA NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstA '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-LIBERER
           IF L-FstL NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstL '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstR NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstR '>'
              PERFORM ERREUR
           END-IF

           MOVE L-RunId TO WS-RAP-RUNID
           WRITE S-RAPPORT FROM WS-RAP-TITRE
           DISPLAY 'IDENTIFIANT DE RUN AU JOURNAL : ' L-RunId
           .
      *----------------------------------------------------------------------------
       CHARGE-ALGOS.
      *-----------
      *--   CHARGE LES AFFECTATIONS D ALGORITHME PAR PLAGE DE COMPTES.
      *--   FICHIER FACULTATIF : EN SON ABSENCE, TOUS LES NUMEROS
      *--   RESTENT SUR L ALGORITHME HISTORIQUE.
           OPEN INPUT FILE-ALGOS
           IF L-FstAl = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinAlgos
               PERFORM UNTIL L-FinAlgos = 'Y'
                   READ FILE-ALGOS
                   AT END
                       MOVE 'Y' TO L-FinAlgos
                   NOT AT END
                       IF E-ALGO-DEBUT IS NUMERIC
                          AND E-ALGO-FIN IS NUMERIC
                          AND E-ALGO-DATEFF IS NUMERIC
                          AND (E-ALGO-CODE = '1' OR E-ALGO-CODE = '2')
                          AND L-NbrAlgos < 100
                           ADD 1 TO L-NbrAlgos
                           SET IND-ALG TO L-NbrAlgos
                           MOVE E-ALGO-DEBUT  TO ALG-DEBUT(IND-ALG)
                           MOVE E-ALGO-FIN    TO ALG-FIN(IND-ALG)
                           MOVE E-ALGO-CODE   TO ALG-CODE(IND-ALG)
                           MOVE E-ALGO-DATEFF TO ALG-DATEFF(IND-ALG)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-ALGOS
           END-IF
           .
      *----------------------------------------------------------------------------
       LECTURE-DEMANDE.
      *-----------
           READ FILE-DEMANDES
           AT END
               SET L-FinFic-OK TO TRUE
           NOT AT END
               ADD 1 TO L-NbrDemandesLues
           END-READ
           .
      *----------------------------------------------------------------------------
       TRAITEMENT.
      *-----------
      *--   CONTROLE LA DEMANDE PUIS ATTRIBUE UN A UN LES NUMEROS
      *--   LIBRES DE LA PLAGE, DU PLUS BAS AU PLUS HAUT, JUSQU A LA
      *--   QUANTITE DEMANDEE. UNE PLAGE EPUISEE AVANT LA QUANTITE
      *--   DONNE UNE DEMANDE SERVIE EN PARTIE.
           MOVE 'Y'             TO WS-DEM-VALIDE
           MOVE SPACES          TO WS-MOTIF-REJET
           MOVE 0               TO L-NbrAllouesDem
           MOVE E-DEM-AGENCE    TO WS-RAP-AGENCE
           MOVE E-DEM-QUANTITE  TO WS-RAP-QUANTITE
           MOVE E-DEM-DEBUT     TO WS-RAP-DEBUT
           MOVE E-DEM-FIN       TO WS-RAP-FIN

           PERFORM CONTROLE-DEMANDE

           IF WS-DEM-VALIDE = 'Y'
               MOVE E-DEM-DEBUT-N TO L-Candidat
      *--       LE NUMERO 0000000000 EST LA CLE RESERVEE AU COMPTEUR
      *--       DE RUNS DU FICHIER MAITRE
               IF L-Candidat = 0
                   MOVE 1 TO L-Candidat
               END-IF
               MOVE E-DEM-FIN-N TO L-DemFin
               MOVE 'N' TO L-PlageEpuisee
               PERFORM UNTIL L-NbrAllouesDem = E-DEM-QUANTITE-N
                          OR L-PlageEpuisee = 'Y'
                   PERFORM ALLOUE-NUMERO
               END-PERFORM
           END-IF

           MOVE L-NbrAllouesDem TO WS-RAP-ALLOUES
           MOVE SPACES TO WS-RAP-RESULTAT
           EVALUATE TRUE
               WHEN WS-DEM-VALIDE NOT = 'Y'
                   ADD 1 TO L-NbrDemandesRejetees
                   STRING 'REJETEE : ' WS-MOTIF-REJET
                       DELIMITED BY SIZE INTO WS-RAP-RESULTAT
               WHEN L-NbrAllouesDem < E-DEM-QUANTITE-N
                   ADD 1 TO L-NbrDemandesPartielles
                   MOVE 'SERVIE EN PARTIE : PLAGE EPUISEE'
                       TO WS-RAP-RESULTAT
               WHEN OTHER
                   STRING 'SERVIE : ' L-PremierAlloue ' A '
                          L-DernierAlloue
                       DELIMITED BY SIZE INTO WS-RAP-RESULTAT
           END-EVALUATE
           WRITE S-RAPPORT FROM WS-RAP-DEMANDE
           .
      *----------------------------------------------------------------------------
       CONTROLE-DEMANDE.
      *-----------
      *--   CONTROLES DE FORME DE LA DEMANDE : AGENCE RENSEIGNEE,
      *--   QUANTITE NUMERIQUE NON NULLE, BORNES NUMERIQUES ET
      *--   ORDONNEES, PLAGE NE SE REDUISANT PAS AU NUMERO RESERVE.
           IF E-DEM-AGENCE = SPACES
               MOVE 'N' TO WS-DEM-VALIDE
               MOVE 'CODE AGENCE ABSENT' TO WS-MOTIF-REJET
           ELSE
           IF E-DEM-QUANTITE IS NOT NUMERIC
              OR E-DEM-QUANTITE-N = ZEROS
               MOVE 'N' TO WS-DEM-VALIDE
               MOVE 'QUANTITE INVALIDE' TO WS-MOTIF-REJET
           ELSE
           IF E-DEM-DEBUT IS NOT NUMERIC OR E-DEM-FIN IS NOT NUMERIC
               MOVE 'N' TO WS-DEM-VALIDE
               MOVE 'BORNES DE PLAGE NON NUMERIQUES' TO WS-MOTIF-REJET
           ELSE
           IF E-DEM-DEBUT-N > E-DEM-FIN-N OR E-DEM-FIN-N = ZEROS
               MOVE 'N' TO WS-DEM-VALIDE
               MOVE 'PLAGE INVALIDE' TO WS-MOTIF-REJET
           END-IF
           END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       ALLOUE-NUMERO.
      *-----------
      *--   CHERCHE LE PREMIER NUMERO LIBRE A PARTIR DU CANDIDAT
      *--   COURANT ET LE RESERVE ; AU-DELA DE LA FIN DE PLAGE, LA
      *--   PLAGE EST EPUISEE.
           PERFORM RECHERCHE-LIBRE
           IF L-Candidat > L-DemFin
               MOVE 'Y' TO L-PlageEpuisee
           ELSE
               PERFORM RESERVE-NUMERO
               ADD 1 TO L-Candidat
           END-IF
           .
      *----------------------------------------------------------------------------
       RECHERCHE-LIBRE.
      *-----------
      *--   LECTURE DU FICHIER MAITRE DANS L ORDRE DES CLES A PARTIR
      *--   DU CANDIDAT : TANT QUE LE NUMERO EXISTE (COMPTE CONNU,
      *--   QUEL QUE SOIT SON STATUT, OU DEJA RESERVE), LE CANDIDAT
      *--   AVANCE ; LE PREMIER TROU RENCONTRE EST LE NUMERO LIBRE.
           IF L-Candidat <= L-DemFin
               MOVE L-Candidat TO M-NUMCOMPTE
               START COMPTES-MASTER KEY NOT < M-NUMCOMPTE
               INVALID KEY
                   MOVE 'Y' TO L-FinMaster
               NOT INVALID KEY
                   MOVE 'N' TO L-FinMaster
               END-START

               PERFORM UNTIL L-FinMaster = 'Y'
                          OR L-Candidat > L-DemFin
                   READ COMPTES-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO L-FinMaster
                   NOT AT END
                       IF M-NUMCOMPTE = L-Candidat
                           ADD 1 TO L-Candidat
                       ELSE
                           MOVE 'Y' TO L-FinMaster
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------
       RESERVE-NUMERO.
      *-----------
      *--   CALCULE LA CLE DU NUMERO AVEC L ALGORITHME AFFECTE A SA
      *--   PLAGE, CREE L ENREGISTREMENT DE RESERVATION DANS LE
      *--   FICHIER MAITRE (STATUT 'R', DERNIER RUN A ZERO, AGENCE EN
      *--   MOTIF) ET L ECRIT DANS LE FICHIER RETOURNE A L AGENCE.
           MOVE L-Candidat TO L-NumTravail
           PERFORM CALCUL-CLE

           MOVE L-NumTravail TO M-NUMCOMPTE
           MOVE L-RESULT(1) TO M-RESULT(1)
           MOVE L-RESULT(2) TO M-RESULT(2)
           MOVE L-RESULT(3) TO M-RESULT(3)
           MOVE L-RESULT(4) TO M-RESULT(4)
           MOVE L-RESULT(5) TO M-RESULT(5)
           MOVE L-KEY TO M-KEY
           MOVE ZEROS TO M-DERNIER-RUN
           MOVE L-AlgoCompte TO M-ALGO
           MOVE 'R' TO M-STATUT
           MOVE SPACES TO M-MOTIF-STATUT
           STRING 'AGENCE ' E-DEM-AGENCE
               DELIMITED BY SIZE INTO M-MOTIF-STATUT
           MOVE L-DateJour TO M-DATE-STATUT

           MOVE 'AJ' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-IMAGE
           MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
           WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
           WRITE M-COMPTE
           IF L-FstM NOT = ZERO
              DISPLAY 'Erreur ecriture fichier maitre FS ='
                  L-FstM ' COMPTE ' M-NUMCOMPTE '>'
              PERFORM ERREUR
           END-IF

           MOVE L-NumTravail TO WS-ALL-NUMCOMPTE
           MOVE L-KEY        TO WS-ALL-CLE
           MOVE E-DEM-AGENCE TO WS-ALL-AGENCE
           MOVE L-DateJour   TO WS-ALL-DATE
           MOVE L-AlgoCompte TO WS-ALL-ALGO
           WRITE S-ALLOCATION FROM WS-ALL-LIGNE

           IF L-NbrAllouesDem = 0
               MOVE L-NumTravail TO L-PremierAlloue
           END-IF
           MOVE L-NumTravail TO L-DernierAlloue
           ADD 1 TO L-NbrAllouesDem
           ADD 1 TO L-NbrNumerosAlloues
           .
      *----------------------------------------------------------------------------
       CALCUL-CLE.
      *-----------
      *--   CLE DU NUMERO L-NumTravail, CALCULEE COMME DANS COBOL_EX2 :
      *--   CINQ RESULTATS INTERMEDIAIRES ET CLE HISTORIQUE (SOMME
      *--   MODULO 10), REMPLACEE PAR LA CLE MODULO 11 POUR LES PLAGES
      *--   AFFECTEES A L ALGORITHME '2'.
           MOVE 0 TO L-RESULT(1)
           PERFORM VARYING L-IndI FROM 1 BY 1
                   UNTIL L-IndI > L-Number(1)
               ADD L-IndI TO L-RESULT(1)
           END-PERFORM

           MOVE 0 TO L-RESULT(2)
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > 5
               ADD L-Number(L-IndI) TO L-RESULT(2)
           END-PERFORM

           MOVE L-Number(1) TO L-RESULT(3)
           PERFORM VARYING L-IndI FROM 2 BY 1 UNTIL L-IndI > 4
               IF L-Number(L-IndI) < L-RESULT(3)
                   MOVE L-Number(L-IndI) TO L-RESULT(3)
               END-IF
           END-PERFORM

           IF L-Number(7) = 0
               MOVE 0 TO L-RESULT(4)
           ELSE
               IF L-Number(9) = 0
                   MOVE 1 TO L-RESULT(4)
               ELSE
                   COMPUTE L-RESULT(4) = L-Number(7) ** L-Number(9)
               END-IF
           END-IF

           COMPUTE L-Res5Tmp =
               FUNCTION MOD((L-Number(7) + L-Number(8)) 2)
           IF L-Res5Tmp = 0
               COMPUTE L-RESULT(5) = L-Number(8) + L-Number(10) - 2
           ELSE
               COMPUTE L-RESULT(5) = L-Number(8) + L-Number(10) + 1
           END-IF

           MOVE 0 TO L-KEY
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > 5
               ADD L-RESULT(L-IndI) TO L-KEY
           END-PERFORM
           COMPUTE L-KEY = FUNCTION MOD(L-KEY 10)

           PERFORM RECHERCHE-ALGO
           IF L-AlgoCompte = '2'
               PERFORM CALCUL-CLE-MOD11
               MOVE L-Mod11Cle TO L-KEY
           END-IF
           .
      *----------------------------------------------------------------------------
       RECHERCHE-ALGO.
      *-----------
      *--   ALGORITHME APPLICABLE AU NUMERO : L AFFECTATION DONT LA
      *--   PLAGE LE CONTIENT ET DONT LA DATE D EFFET, SANS DEPASSER
      *--   LA DATE DU JOUR, EST LA PLUS RECENTE. HORS DE TOUTE PLAGE
      *--   = ALGORITHME HISTORIQUE '1'.
           MOVE '1' TO L-AlgoCompte
           MOVE ZEROS TO L-AlgoMeilleureDate
           PERFORM VARYING IND-ALG FROM 1 BY 1
                   UNTIL IND-ALG > L-NbrAlgos
               IF L-NumTravail >= ALG-DEBUT(IND-ALG)
                  AND L-NumTravail <= ALG-FIN(IND-ALG)
                  AND ALG-DATEFF(IND-ALG) <= L-DateJour
                  AND ALG-DATEFF(IND-ALG) >= L-AlgoMeilleureDate
                   MOVE ALG-DATEFF(IND-ALG) TO L-AlgoMeilleureDate
                   MOVE ALG-CODE(IND-ALG)   TO L-AlgoCompte
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CALCUL-CLE-MOD11.
      *-----------
      *--   CLE MODULO 11 (POIDS 2 POUR LE CHIFFRE DE DROITE ... 11
      *--   POUR LE CHIFFRE DE GAUCHE), RESTES 10 ET 11 RAMENES A ZERO.
           MOVE 0 TO L-Mod11Somme
           PERFORM VARYING L-Mod11Idx FROM 1 BY 1
                   UNTIL L-Mod11Idx > 10
               COMPUTE L-Mod11Somme = L-Mod11Somme
                   + L-Number(L-Mod11Idx) * (12 - L-Mod11Idx)
           END-PERFORM
           COMPUTE L-Mod11Cle = 11 - FUNCTION MOD(L-Mod11Somme 11)
           IF L-Mod11Cle > 9
               MOVE 0 TO L-Mod11Cle
           END-IF
           .
      *----------------------------------------------------------------------------
       LISTE-A-LIBERER.
      *-----------
      *--   PARCOURS COMPLET DU FICHIER MAITRE : TOUT NUMERO ENCORE AU
      *--   STATUT RESERVE (JAMAIS VU DANS UN LOT COMPTES, SINON
      *--   COBOL_EX2 L AURAIT OUVERT) DEPUIS AU MOINS LE DELAI EST
      *--   PROPOSE A LA LIBERATION. LES RESERVATIONS PLUS RECENTES
      *--   SONT SEULEMENT DENOMBREES.
           MOVE 'LIBERATIONS PROPOSEES' TO S-RAPPORT
           WRITE S-RAPPORT

           MOVE ZEROS TO M-NUMCOMPTE
           START COMPTES-MASTER KEY NOT < M-NUMCOMPTE
           INVALID KEY
               MOVE 'Y' TO L-FinMaster
           NOT INVALID KEY
               MOVE 'N' TO L-FinMaster
           END-START

           PERFORM UNTIL L-FinMaster = 'Y'
               READ COMPTES-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO L-FinMaster
               NOT AT END
                   IF M-STATUT-RESERVE
                       PERFORM CONTROLE-RESERVATION
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-RESERVATION.
      *-----------
      *--   AGE DE LA RESERVATION EN JOURS CIVILS ; UNE DATE DE
      *--   RESERVATION ILLISIBLE REND LE NUMERO LIBERABLE D OFFICE.
           IF M-DATE-STATUT IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(M-DATE-STATUT) = 0
               COMPUTE L-AgeReservation =
                   FUNCTION INTEGER-OF-DATE(L-DateJour)
                   - FUNCTION INTEGER-OF-DATE(M-DATE-STATUT)
           ELSE
               MOVE 99999999 TO L-AgeReservation
           END-IF

           IF L-AgeReservation >= L-DelaiLiberation
               ADD 1 TO L-NbrALiberer
               MOVE M-NUMCOMPTE    TO WS-LIB-NUMCOMPTE
               MOVE SPACES         TO WS-LIB-MOTIF
               STRING 'NON UTILISE ' M-MOTIF-STATUT(8:3)
                   DELIMITED BY SIZE INTO WS-LIB-MOTIF
               WRITE S-LIBERER FROM WS-LIB-LIGNE

               MOVE M-NUMCOMPTE    TO WS-RAP-LIB-NUM
               MOVE M-DATE-STATUT  TO WS-RAP-LIB-DATE
               MOVE M-MOTIF-STATUT TO WS-RAP-LIB-MOTIF
               MOVE L-AgeReservation TO WS-RAP-LIB-AGE
               WRITE S-RAPPORT FROM WS-RAP-LIBERER
           ELSE
               ADD 1 TO L-NbrReservesEnCours
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           MOVE L-NbrDemandesLues       TO WS-RAP-LUES
           MOVE L-NbrDemandesRejetees   TO WS-RAP-REJ
           MOVE L-NbrDemandesPartielles TO WS-RAP-PART
           MOVE L-NbrNumerosAlloues     TO WS-RAP-ALL
           MOVE L-NbrReservesEnCours    TO WS-RAP-ATT
           MOVE L-NbrALiberer           TO WS-RAP-LIB
           WRITE S-RAPPORT FROM WS-RAP-TOTAUX

           CLOSE FILE-DEMANDES
                 COMPTES-MASTER
                 FILE-JOURNAL-MST
                 FILE-ALLOCATIONS
                 FILE-LIBERER
                 FILE-RAPPORT

           Display 'Nbre demandes lues       =' L-NbrDemandesLues '>'
           Display 'Nbre demandes rejetees   =' L-NbrDemandesRejetees
                   '>'
           Display 'Nbre demandes partielles =' L-NbrDemandesPartielles
                   '>'
           Display 'Nbre numeros alloues     =' L-NbrNumerosAlloues '>'
           Display 'Nbre reserves en attente =' L-NbrReservesEnCours
                   '>'
           Display 'Nbre numeros a liberer   =' L-NbrALiberer '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrDemandesRejetees > 0
                   OR L-NbrDemandesPartielles > 0
                   OR L-NbrALiberer > 0)
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
