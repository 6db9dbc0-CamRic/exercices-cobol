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

       FD  FILE-RESULTAT.
       01  ENR-RESULTAT             PIC X(120).
           05 WS-RES-RUN             PIC 9(8).
           05 FILLER                 PIC X(6) VALUE ' ALGO='.
           05 WS-RES-ALGO            PIC X.
           05 FILLER                 PIC X(4) VALUE ' ST='.
           05 WS-RES-STATUT          PIC X.

       01  WS-RES-ABSENT.
           05 FILLER                 PIC X(7) VALUE 'COMPTE '.
           MOVE M-KEY         TO WS-RES-KEY
           MOVE M-DERNIER-RUN TO WS-RES-RUN
           MOVE M-ALGO        TO WS-RES-ALGO
           IF M-STATUT = SPACE
               MOVE 'O'       TO WS-RES-STATUT
           ELSE
               MOVE M-STATUT  TO WS-RES-STATUT
           END-IF
           WRITE ENR-RESULTAT FROM WS-RES-LIGNE
           ADD 1 TO L-NbrEnrEcr
           DISPLAY WS-RES-LIGNE
