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

       FD  FILE-RAPPORT.
      *--   RAPPORT D ANOMALIES DE LA PASSE DE VERIFICATION : UNE
       01 L-EMPREINTE            PIC 9(9) VALUE 0.
       01 L-EMP-TRAVAIL          PIC 9(18).
       01 L-EMP-C                PIC 9(3).
       01 L-EMP-ZONE             PIC X(99).

      *-- lignes du rapport
       01 WS-RAP-ANOMALIE.
      *--   RECALCULE LES CINQ RESULTATS ET LA CLE DU COMPTE COURANT
      *--   (ALGORITHME SELON M-ALGO) ET COMPARE AUX VALEURS
      *--   STOCKEES. UN M-ALGO INCONNU EST LUI-MEME UNE ANOMALIE.
           IF NOT (M-STATUT-OUVERT OR M-STATUT-BLOQUE
                   OR M-STATUT-CLOS OR M-STATUT-RESERVE)
               MOVE 'CODE STATUT INCONNU' TO WS-RAP-MOTIF
               MOVE M-NUMCOMPTE TO WS-RAP-NUMCOMPTE
               MOVE ZEROS       TO WS-RAP-STOCKE
               MOVE ZEROS       TO WS-RAP-CALCULE
               WRITE S-RAPPORT FROM WS-RAP-ANOMALIE
               ADD 1 TO L-NbrAnomalies
           END-IF

      *--   UN COMPTE OUVERT PAR COMPTESSTATUT OU RESERVE PAR
      *--   COMPTESALLOC ET JAMAIS ENCORE TRAITE PAR COBOL_EX2 (DERNIER
      *--   RUN A ZERO) N A PAS DE RESULTATS ETABLIS A RAPPROCHER
           IF M-DERNIER-RUN NOT = ZEROS
               PERFORM CONTROLE-CALCULS
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-CALCULS.
      *-----------
           MOVE M-NUMCOMPTE TO L-NumTravail
           PERFORM CALCUL-RESULTATS

      *--   L EMPREINTE DE CONTRAT DE COBOLEX4).
           MOVE M-COMPTE TO L-EMP-ZONE
           PERFORM VARYING L-EMP-C FROM 1 BY 1
                   UNTIL L-EMP-C > 99
               COMPUTE L-EMP-TRAVAIL = L-EMPREINTE * 31
                   + FUNCTION ORD(L-EMP-ZONE(L-EMP-C:1))
               COMPUTE L-EMPREINTE =
