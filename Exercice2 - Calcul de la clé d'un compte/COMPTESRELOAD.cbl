       FD  COMPTES-MASTER.
      *--   MEME DESSIN QUE DANS COBOL_EX2. LE FICHIER MAITRE EST
      *--   RECONSTRUIT A NEUF (OPEN OUTPUT) A PARTIR DE L IMAGE
      *--   SEQUENTIELLE PRODUITE PAR COMPTESUNLOAD (OU PAR
      *--   COMPTESCONV). UNE IMAGE AU DESSIN PRECEDENT, SANS LES
      *--   ZONES DE STATUT, EST ACCEPTEE : LES LIGNES PLUS COURTES
      *--   SONT COMPLETEES PAR DES ESPACES (STATUT OUVERT).
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

       FD  FILE-SAUVEGARDE.
       01  E-SAUVEGARDE                             PIC X(99).


       FD  FILE-AUTORISATION.
                       ADD 1 TO L-NbrEnrLus
                       IF E-SAUVEGARDE(1:10) IS NUMERIC
                           MOVE E-SAUVEGARDE TO M-COMPTE
      *--                  IMAGE AU DESSIN PRECEDENT (70 OCTETS, SANS
      *--                  STATUT) : LE COMPTE EST RECHARGE OUVERT,
      *--                  SANS DATE DE STATUT
                           IF M-DATE-STATUT IS NOT NUMERIC
                               MOVE ZEROS TO M-DATE-STATUT
                           END-IF
                           WRITE M-COMPTE
                           IF L-FstM = ZERO
                               ADD 1 TO L-NbrEnrEcr
