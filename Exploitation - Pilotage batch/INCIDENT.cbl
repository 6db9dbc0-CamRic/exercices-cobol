       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-INCIDENTS ASSIGN TO DYNAMIC L-NomIncidents
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstI.

       SELECT FILE-AUDIT ASSIGN TO DYNAMIC L-NomAudit
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstA.

       DATA DIVISION.

       FILE SECTION.

       FD  FILE-INCIDENTS.
      *--  FICHIER D INTERFACE AVEC L OUTIL DU SERVICE DESK, ALIMENTE
      *--  EN FIN DE FICHIER (CREE AU PREMIER PASSAGE) :
      *--    'INC' INCIDENT : ETAPE TERMINEE EN RC 08 OU PLUS. LA
      *--          REFERENCE (DATE, HEURE, ETAPE) IDENTIFIE LE TICKET ;
      *--          UN NOUVEL ECHEC DE LA MEME ETAPE AVANT RESOLUTION
      *--          REPREND LA REFERENCE DU TICKET DEJA OUVERT.
      *--    'RES' RESOLUTION : PREMIERE EXECUTION SANS ECHEC DE LA
      *--          MEME ETAPE (MEME NUMERO D ETAPE, MEME PROGRAMME)
      *--          APRES UN INCIDENT, AVEC LA REFERENCE DU TICKET.
      *--  ORIGINE 'CHAINE' (ETAPE DU PLAN DE CHAINEBATCH) OU
      *--  'AUTONOME' (UTILITAIRE LANCE SEUL, ETAPE 00). LA LIGNE
      *--  D AUDIT EST LA DERNIERE ECRITE PAR LE PROGRAMME DANS LES
      *--  JOURNAUX AUDIT_EX1..EX5.LOG (ESPACES SI AUCUNE).
       01  E-INCIDENT.
           05 E-INC-TYPE                           PIC X(3).
           05 FILLER                               PIC X.
           05 E-INC-REF                            PIC X(16).
           05 FILLER                               PIC X.
           05 E-INC-DATE                           PIC 9(8).
           05 FILLER                               PIC X.
           05 E-INC-HEURE                          PIC 9(6).
           05 FILLER                               PIC X.
           05 E-INC-ORIGINE                        PIC X(8).
           05 FILLER                               PIC X.
           05 E-INC-ETAPE                          PIC 9(2).
           05 FILLER                               PIC X.
           05 E-INC-PGM                            PIC X(15).
           05 FILLER                               PIC X.
           05 E-INC-RC                             PIC 9(2).
           05 FILLER                               PIC X.
           05 E-INC-SEVERITE                       PIC X(8).
           05 FILLER                               PIC X.
           05 E-INC-FICIN                          PIC X(40).
           05 FILLER                               PIC X.
           05 E-INC-FICOUT                         PIC X(40).
           05 FILLER                               PIC X.
           05 E-INC-AUDIT                          PIC X(90).

       FD  FILE-AUDIT.
      *--  LIGNE DE PISTE D AUDIT TELLE QU ECRITE PAR LES PROGRAMMES
      *--  DE LA CHAINE (NOM DU PROGRAMME EN TETE DE LIGNE).
       01  E-AUDIT.
           05 E-AUD-PGM                            PIC X(15).
           05 FILLER                               PIC X.
           05 E-AUD-DATE                           PIC X(10).
           05 FILLER                               PIC X.
           05 E-AUD-TIME                           PIC X(8).
           05 FILLER                               PIC X(55).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

      *-- file status fichier
       01 L-FstI                                  PIC 99.
       01 L-FstA                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomIncidents         PIC X(40)
                                 VALUE 'INCIDENTS_SERVICEDESK.txt'.
       01 L-NomAudit             PIC X(40).
       01 L-EnvTemp              PIC X(40).

      *-- LES CINQ JOURNAUX D AUDIT DE LA CHAINE
       01 TABLE-JOURNAUX.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX1.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX2.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX3.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX4.LOG'.
           05 FILLER             PIC X(40) VALUE 'AUDIT_EX5.LOG'.
       01 TABLE-JOURNAUX-R REDEFINES TABLE-JOURNAUX.
           05 JRN-NOM OCCURS 5 TIMES                PIC X(40).
       01 L-IndJrn                                PIC 9.

       01 L-Fin                                   PIC X.
       01 L-Horodate                              PIC X(21).
       01 L-RefOuverte                            PIC X(16).
       01 L-DerniereAudit                         PIC X(90).
       01 L-HorodateAudit                         PIC X(18).
       01 L-HorodateLue                           PIC X(18).

       LINKAGE SECTION.
      *-- EXECUTION A SIGNALER : ETAPE DU PLAN (00 = UTILITAIRE LANCE
      *-- SEUL), PROGRAMME, CODE RETOUR ET FICHIERS D ENTREE / SORTIE.
      *-- LE SERVICE EST APPELE A CHAQUE FIN D EXECUTION, REUSSIE OU
      *-- NON, POUR POUVOIR EMETTRE LA RESOLUTION D UN INCIDENT.
      *-- UN UTILITAIRE APPELE PAR CHAINEBATCH (VARIABLE CHAINE_ETAPE
      *-- RENSEIGNEE PAR LA CHAINE) N EST PAS SIGNALE : C EST LA
      *-- CHAINE QUI SIGNALE SON ETAPE.
       01 LK-EXECUTION.
           05 LK-ETAPE           PIC 9(2).
           05 LK-PGM             PIC X(15).
           05 LK-RC              PIC 9(2).
           05 LK-FICIN           PIC X(40).
           05 LK-FICOUT          PIC X(40).
      *-- RETOUR : REFERENCE DU TICKET ET CODE
      *--   '00' RIEN A SIGNALER
      *--   '01' INCIDENT EMIS
      *--   '02' RESOLUTION EMISE
      *--   '03' EXECUTION SOUS CHAINEBATCH, SIGNALEE PAR LA CHAINE
      *--   '99' FICHIER D INTERFACE INACCESSIBLE
       01 LK-RETOUR.
           05 LK-REF             PIC X(16).
           05 LK-CODE            PIC X(2).

       PROCEDURE DIVISION USING LK-EXECUTION LK-RETOUR.

       SQUELETTE.

           MOVE SPACES TO LK-REF
           MOVE '00' TO LK-CODE

           IF LK-ETAPE = 0
               DISPLAY 'CHAINE_ETAPE' UPON ENVIRONMENT-NAME
               ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
               IF L-EnvTemp NOT = SPACES
                   MOVE '03' TO LK-CODE
                   GOBACK
               END-IF
           END-IF

           DISPLAY 'INCIDENT_FICHIER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomIncidents
           END-IF

           PERFORM CHERCHE-TICKET

           IF LK-RC >= 8
               PERFORM EMISSION-INCIDENT
           ELSE
               IF L-RefOuverte NOT = SPACES
                   PERFORM EMISSION-RESOLUTION
               END-IF
           END-IF

           GOBACK
           .
      *----------------------------------------------------------------------------
       CHERCHE-TICKET.
      *-----------
      *--   RELIT LE FICHIER D INTERFACE : LE DERNIER ENREGISTREMENT DE
      *--   LA MEME ETAPE DU MEME PROGRAMME DIT SI UN TICKET EST
      *--   ENCORE OUVERT ('INC') OU NON ('RES').
           MOVE SPACES TO L-RefOuverte
           OPEN INPUT FILE-INCIDENTS
           IF L-FstI NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO L-Fin
           PERFORM UNTIL L-Fin = 'Y'
               READ FILE-INCIDENTS
               AT END
                   MOVE 'Y' TO L-Fin
               NOT AT END
                   IF E-INC-ETAPE = LK-ETAPE
                      AND E-INC-PGM = LK-PGM
                       IF E-INC-TYPE = 'INC'
                           MOVE E-INC-REF TO L-RefOuverte
                       ELSE
                           MOVE SPACES TO L-RefOuverte
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-INCIDENTS
           .
      *----------------------------------------------------------------------------
       EMISSION-INCIDENT.
      *-----------
           PERFORM PREPARE-ENREG
           MOVE 'INC' TO E-INC-TYPE
           IF L-RefOuverte = SPACES
               STRING L-Horodate(1:14) LK-ETAPE
                   DELIMITED BY SIZE INTO E-INC-REF
           ELSE
               MOVE L-RefOuverte TO E-INC-REF
           END-IF
           IF LK-RC >= 12
               MOVE 'CRITIQUE' TO E-INC-SEVERITE
           ELSE
               MOVE 'MAJEURE' TO E-INC-SEVERITE
           END-IF
           PERFORM ECRITURE-ENREG
           IF LK-CODE = '00'
               MOVE '01' TO LK-CODE
               DISPLAY 'INCIDENT ' E-INC-REF ' EMIS POUR LE SERVICE '
                       'DESK (' LK-PGM ' RC=' LK-RC ')'
           END-IF
           .
      *----------------------------------------------------------------------------
       EMISSION-RESOLUTION.
      *-----------
           PERFORM PREPARE-ENREG
           MOVE 'RES' TO E-INC-TYPE
           MOVE L-RefOuverte TO E-INC-REF
           PERFORM ECRITURE-ENREG
           IF LK-CODE = '00'
               MOVE '02' TO LK-CODE
               DISPLAY 'INCIDENT ' E-INC-REF ' RESOLU (' LK-PGM
                       ' RC=' LK-RC ')'
           END-IF
           .
      *----------------------------------------------------------------------------
       PREPARE-ENREG.
      *-----------
           PERFORM CHERCHE-AUDIT
           MOVE FUNCTION CURRENT-DATE TO L-Horodate
           MOVE SPACES          TO E-INCIDENT
           MOVE L-Horodate(1:8) TO E-INC-DATE
           MOVE L-Horodate(9:6) TO E-INC-HEURE
           IF LK-ETAPE = 0
               MOVE 'AUTONOME' TO E-INC-ORIGINE
           ELSE
               MOVE 'CHAINE' TO E-INC-ORIGINE
           END-IF
           MOVE LK-ETAPE        TO E-INC-ETAPE
           MOVE LK-PGM          TO E-INC-PGM
           MOVE LK-RC           TO E-INC-RC
           MOVE LK-FICIN        TO E-INC-FICIN
           MOVE LK-FICOUT       TO E-INC-FICOUT
           MOVE L-DerniereAudit TO E-INC-AUDIT
           .
      *----------------------------------------------------------------------------
       ECRITURE-ENREG.
      *-----------
           OPEN EXTEND FILE-INCIDENTS
           IF L-FstI = '35'
               OPEN OUTPUT FILE-INCIDENTS
               CLOSE FILE-INCIDENTS
               OPEN EXTEND FILE-INCIDENTS
           END-IF
           IF L-FstI = ZERO
               MOVE E-INC-REF TO LK-REF
               WRITE E-INCIDENT
               CLOSE FILE-INCIDENTS
           ELSE
               DISPLAY 'FICHIER INCIDENTS INACCESSIBLE ('
                       L-NomIncidents ') FS=' L-FstI
               MOVE '99' TO LK-CODE
           END-IF
           .
      *----------------------------------------------------------------------------
       CHERCHE-AUDIT.
      *-----------
      *--   DERNIERE LIGNE D AUDIT DU PROGRAMME, TOUS JOURNAUX
      *--   CONFONDUS (LA PLUS RECENTE PAR DATE ET HEURE).
           MOVE SPACES TO L-DerniereAudit
           MOVE LOW-VALUES TO L-HorodateAudit
           PERFORM VARYING L-IndJrn FROM 1 BY 1 UNTIL L-IndJrn > 5
               MOVE JRN-NOM(L-IndJrn) TO L-NomAudit
               OPEN INPUT FILE-AUDIT
               IF L-FstA = ZERO
                   MOVE 'N' TO L-Fin
                   PERFORM UNTIL L-Fin = 'Y'
                       READ FILE-AUDIT
                       AT END
                           MOVE 'Y' TO L-Fin
                       NOT AT END
                           IF E-AUD-PGM = LK-PGM
                               MOVE E-AUD-DATE TO L-HorodateLue(1:10)
                               MOVE E-AUD-TIME TO L-HorodateLue(11:8)
                               IF L-HorodateLue >= L-HorodateAudit
                                   MOVE L-HorodateLue TO L-HorodateAudit
                                   MOVE E-AUDIT TO L-DerniereAudit
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILE-AUDIT
               END-IF
           END-PERFORM
           .
