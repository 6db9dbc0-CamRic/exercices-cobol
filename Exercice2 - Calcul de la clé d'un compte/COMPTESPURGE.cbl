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

       FD  FILE-ARCHIVE.
      *--   ARCHIVE SEQUENTIELLE DES COMPTES PURGES (IMAGE A PLAT DE
      *--   M-COMPTE, OUVERTE EN EXTEND POUR CUMULER LES PURGES
      *--   SUCCESSIVES SANS PERDRE D HISTORIQUE).
       01  S-ARCHIVE                                PIC X(99).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                                PIC X(80).
       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.

      *-- NOMBRE DE RUNS DE RETENTION (PARAMETRABLE) : UN COMPTE CLOS
      *-- DONT M-DERNIER-RUN EST ANTERIEUR DE N RUNS OU PLUS AU
      *-- COMPTEUR COURANT EST PURGE VERS L ARCHIVE. UN COMPTE
      *-- SIMPLEMENT PLUS VU (OUVERT OU BLOQUE) EST CONSERVE.
       01 L-NbRunsRetention                       PIC 9(4) VALUE 10.
       01 L-NumRunCourant                         PIC 9(8) VALUE 0.
       01 L-AgeRuns                               PIC S9(8).
           05 L-NbrEnrLus                         PIC 9(5).
           05 L-NbrPurges                         PIC 9(5).
           05 L-NbrConserves                      PIC 9(5).
           05 L-NbrInactifsNonClos                PIC 9(5).

      *-- lignes formatees pour le rapport de purge
       01 WS-RAP-TITRE.
           05 WS-RAP-NUMCOMPTE   PIC 9(10).
           05 FILLER             PIC X(13) VALUE ' DERNIER RUN '.
           05 WS-RAP-DERNIER     PIC 9(8).
           05 FILLER             PIC X(9)  VALUE ' CLOS AU '.
           05 WS-RAP-DATE-CLOS   PIC 9(8).
           05 FILLER             PIC X(16) VALUE ' PURGE VERS ARCH'.

       01 WS-RAP-TOTAUX.
           05 FILLER             PIC X(13) VALUE ' CONSERVES = '.
           05 WS-RAP-CONSERVES   PIC Z(4)9.

       01 WS-RAP-INACTIFS.
           05 FILLER             PIC X(33)
                       VALUE 'DONT INACTIFS NON CLOS CONSERVES '.
           05 FILLER             PIC X(2)  VALUE '= '.
           05 WS-RAP-NONCLOS     PIC Z(4)9.


      *-- AUTORISATION A DOUBLE CONTROLE
       01 L-NomAutorisation      PIC X(40) VALUE 'AUTORISATION.txt'.
      *-----------
      *--   L ENREGISTREMENT RESERVE AU COMPTEUR DE RUNS N EST JAMAIS
      *--   PURGE. LES AUTRES SONT COMPARES AU COMPTEUR COURANT :
      *--   TROP ANCIENS ET CLOS, ILS PARTENT DANS L ARCHIVE
      *--   SEQUENTIELLE PUIS SONT SUPPRIMES DU FICHIER MAITRE ; TROP
      *--   ANCIENS MAIS NON CLOS, ILS SONT CONSERVES ET DENOMBRES.
           IF M-NUMCOMPTE = ZEROS
      *--      L ENREGISTREMENT RESERVE N EST PAS UN COMPTE : IL NE
      *--      COMPTE NI DANS LES LUS NI DANS LES CONSERVES, POUR QUE
               SUBTRACT 1 FROM L-NbrEnrLus
           ELSE
               COMPUTE L-AgeRuns = L-NumRunCourant - M-DERNIER-RUN
               IF L-AgeRuns >= L-NbRunsRetention AND M-STATUT-CLOS
                   ADD 1 TO L-NbrPurges
                   MOVE M-COMPTE TO S-ARCHIVE
                   WRITE S-ARCHIVE

                   MOVE M-NUMCOMPTE   TO WS-RAP-NUMCOMPTE
                   MOVE M-DERNIER-RUN TO WS-RAP-DERNIER
                   MOVE M-DATE-STATUT TO WS-RAP-DATE-CLOS
                   WRITE S-RAPPORT FROM WS-RAP-LIGNE

                   DELETE COMPTES-MASTER
               ELSE
                   ADD 1 TO L-NbrConserves
                   IF L-AgeRuns >= L-NbRunsRetention
                       ADD 1 TO L-NbrInactifsNonClos
                   END-IF
               END-IF
           END-IF
           .
           MOVE L-NbrPurges    TO WS-RAP-PURGES
           MOVE L-NbrConserves TO WS-RAP-CONSERVES
           WRITE S-RAPPORT FROM WS-RAP-TOTAUX
           MOVE L-NbrInactifsNonClos TO WS-RAP-NONCLOS
           WRITE S-RAPPORT FROM WS-RAP-INACTIFS

           CLOSE COMPTES-MASTER
                 FILE-ARCHIVE
           Display 'Nbre comptes lus       =' L-NbrEnrLus '>'
           Display 'Nbre comptes purges    =' L-NbrPurges '>'
           Display 'Nbre comptes conserves =' L-NbrConserves '>'
           Display 'Dont inactifs non clos =' L-NbrInactifsNonClos '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
