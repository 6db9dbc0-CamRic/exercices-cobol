                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstJm.

       SELECT FILE-NON-EMIS ASSIGN TO DYNAMIC L-NomNonEmis
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstNe.

       DATA DIVISION.

       FILE SECTION.
       FD  COMPTES-MASTER.
      *--   M-DERNIER-RUN PORTE LE NUMERO DU DERNIER TRAITEMENT AYANT
      *--   RENCONTRE LE COMPTE : C EST CE CHAMP QU EXPLOITE LE BATCH
      *--   DE PURGE POUR ECARTER LES COMPTES CLOS PLUS VUS DEPUIS N
      *--   RUNS.
      *--   L ENREGISTREMENT DE CLE 0000000000 EST RESERVE : IL PORTE
      *--   LE COMPTEUR DE RUNS DANS M-RESULT(1).
      *--   M-ALGO PORTE LE CODE DE L ALGORITHME DE CLE APPLIQUE AU
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

       FD  FILE-CLESHISTO.
      *--   HISTORIQUE PERSISTANT DES CHANGEMENTS DE CLE (OUVERT EN
      *--   ROLLBACKMST.
       01  S-JOURNAL-MST                            PIC X(230).

       FD  FILE-NON-EMIS.
      *--   COMPTES TRAITES MAIS NON EMIS DANS LE FICHIER D INTERFACE
      *--   PARCE QU ILS SONT BLOQUES OU CLOS DANS LE FICHIER MAITRE :
      *--   UNE LIGNE PAR COMPTE, A TRAITER PAR LE SERVICE QUI TIENT
      *--   LES STATUTS (UN COMPTE CLOS QUI REAPPARAIT EST SUSPECT).
       01  S-NON-EMIS                               PIC X(80).

       FD  FILE-AUDITLOG.
       01  E-AUDITLOG.
           05 AUD-PGM               PIC X(15).
       01 L-NbrRecyclesOK        PIC 9(5) VALUE 0.
       01 L-DateJour             PIC X(10).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS (REJETS,
      *-- DOUBLONS OU COMPTES CLOS PRESENTES), 8 ECHEC DE CONTROLE,
      *-- 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

      *-- ENREGISTREMENTS DU FICHIER D INTERFACE
           05 FILLER             PIC X VALUE SPACE.
           05 WS-JRN-IMAGE       PIC X(216).

      *-- COMPTES NON EMIS (BLOQUES OU CLOS)
       01 L-NomNonEmis           PIC X(40)
                                 VALUE 'COMPTES_NON_EMIS.txt'.
       01 L-FstNe                PIC 99.
       01 L-NbrNonEmisBloques    PIC 9(5) VALUE 0.
       01 L-NbrNonEmisClos       PIC 9(5) VALUE 0.
       01 WS-NEM-LIGNE.
           05 FILLER                 PIC X(7) VALUE 'COMPTE '.
           05 WS-NEM-NUMCOMPTE       PIC 9(10).
           05 FILLER                 PIC X(8) VALUE ' AGENCE '.
           05 WS-NEM-AGENCE          PIC X(3).
           05 FILLER                 PIC X(8) VALUE ' STATUT '.
           05 WS-NEM-STATUT          PIC X(6).
           05 FILLER                 PIC X(4) VALUE ' AU '.
           05 WS-NEM-DATE            PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 WS-NEM-MOTIF           PIC X(20).

       01 WS-INT-DETAIL.
           05 FILLER                 PIC X(2) VALUE '20'.
           05 WS-INT-NUMCOMPTE       PIC 9(10).
               10 CHG-NOUVELLE       PIC 9.
       01 L-NbrComptesMaj                         PIC 9(5) VALUE 0.
       01 L-NbrComptesNouveaux                    PIC 9(5) VALUE 0.
       01 L-NbrReservesOuverts                    PIC 9(5) VALUE 0.

      *-- LIGNES FORMATEES POUR RESULT_COMPTES.txt
       01  WS-RES-TITRE                           PIC X(80).
               MOVE L-EnvTemp TO L-NomAlgos
           END-IF

           DISPLAY 'EX2_NON_EMIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomNonEmis
           END-IF

           PERFORM CHARGE-BANQUE
           PERFORM CHARGE-ALGOS

              DISPLAY 'Erreur ouverture fichier FS =' L-FstI '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-NON-EMIS
           IF L-FstNe NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstNe '>'
              PERFORM ERREUR
           END-IF
      *--   EN-TETE DU FICHIER D INTERFACE (DATE DU TRAITEMENT +
      *--   NUMERO DE GENERATION MAINTENU D UN RUN A L AUTRE)
           PERFORM MAJ-SEQUENCE-INTERFACE

           PERFORM TRAITEMENT-MASTER

      *--   UN COMPTE BLOQUE OU CLOS (STATUT TENU PAR COMPTESSTATUT)
      *--   N EST PAS EMIS VERS LE RECEVEUR : IL EST SIGNALE A PART
      *--   DANS LA LISTE DES COMPTES NON EMIS
           IF M-STATUT-BLOQUE OR M-STATUT-CLOS
               PERFORM ECRITURE-NON-EMIS
           ELSE
               PERFORM ECRITURE-INTERFACE

      *--       IDENTIFIANTS BANCAIRES COMPLETS (CLE RIB + IBAN) SI
      *--       LES PARAMETRES DE L ETABLISSEMENT SONT CHARGES
               IF L-BanqueChargee-OUI
                   PERFORM ECRITURE-INTERFACE-RIB
               END-IF
           END-IF

           PERFORM ECRITURE-RESULTAT-LIGNE
               MOVE ZERO TO M-KEY
               MOVE ZEROS TO M-DERNIER-RUN
               MOVE SPACE TO M-ALGO
               MOVE SPACE TO M-STATUT
               MOVE SPACES TO M-MOTIF-STATUT
               MOVE ZEROS TO M-DATE-STATUT
               MOVE SPACES TO WS-JRN-RUNID
               MOVE L-NumRun TO WS-JRN-RUNID(1:8)
               MOVE 'AJ' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-IMAGE
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               WRITE M-COMPTE

               MOVE SPACES TO WS-JRN-IMAGE
      *--       L IMAGE EST PRISE AVANT LA MISE A JOUR : ELLE PORTE
      *--       ENCORE L ANCIEN COMPTEUR
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               MOVE L-NumRun TO M-RESULT(1)
               REWRITE M-COMPTE
      *--       REGARNISSAGE
               MOVE 'AV' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-IMAGE
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
      *--       UN COMPTE OUVERT PAR COMPTESSTATUT ET JAMAIS ENCORE
      *--       TRAITE (DERNIER RUN A ZERO) N A PAS DE CLE A COMPARER ;
      *--       UN NUMERO RESERVE PAR COMPTESALLOC PORTE LA CLE REMISE
      *--       A L AGENCE, QUI DOIT ETRE LA CLE CALCULEE ICI
               IF M-KEY NOT = L-KEY
                  AND (M-DERNIER-RUN NOT = ZEROS OR M-STATUT-RESERVE)
                   SET WS-CLE-CHANGEE-OUI TO TRUE
                   ADD 1 TO L-NbrClesChangees
                   MOVE M-KEY TO WS-ANCIENNE-CLE
           MOVE L-AlgoCompte TO M-ALGO

           IF WS-COMPTE-CONNU-OUI
      *--       PREMIER PASSAGE D UN NUMERO RESERVE PAR COMPTESALLOC :
      *--       LA RESERVATION EST CONSOMMEE, LE COMPTE EST OUVERT A LA
      *--       DATE DU JOUR
               IF M-STATUT-RESERVE
                   MOVE 'O' TO M-STATUT
                   MOVE SPACES TO M-MOTIF-STATUT
                   MOVE L-DateNum TO M-DATE-STATUT
                   ADD 1 TO L-NbrReservesOuverts
               END-IF
               REWRITE M-COMPTE
               ADD 1 TO L-NbrComptesMaj
           ELSE
      *--       UN COMPTE CREE AU FIL DU TRAITEMENT EST OUVERT A LA
      *--       DATE DU JOUR
               MOVE 'O' TO M-STATUT
               MOVE SPACES TO M-MOTIF-STATUT
               MOVE L-DateNum TO M-DATE-STATUT
               MOVE 'AJ' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-IMAGE
               MOVE M-COMPTE TO WS-JRN-IMAGE(1:99)
               WRITE S-JOURNAL-MST FROM WS-JRN-LIGNE
               WRITE M-COMPTE
               ADD 1 TO L-NbrComptesNouveaux
           WRITE S-INTERFACE FROM WS-INT-DETAIL
           ADD 1 TO L-NbrInterfaces
           .
      *----------------------------------------------------------------------------
       ECRITURE-NON-EMIS.
      *-----------
      *--   COMPTE RETENU HORS DU FICHIER D INTERFACE A CAUSE DE SON
      *--   STATUT : UNE LIGNE DANS LA LISTE DES COMPTES NON EMIS
      *--   (STATUT, DATE D EFFET ET MOTIF), COMPTEE PAR STATUT.
           MOVE E-NUMCOMPTE      TO WS-NEM-NUMCOMPTE
           MOVE M-DATE-STATUT    TO WS-NEM-DATE
           MOVE M-MOTIF-STATUT   TO WS-NEM-MOTIF
           MOVE L-CodeAgenceCour TO WS-NEM-AGENCE
           IF M-STATUT-BLOQUE
               MOVE 'BLOQUE' TO WS-NEM-STATUT
               ADD 1 TO L-NbrNonEmisBloques
           ELSE
               MOVE 'CLOS'   TO WS-NEM-STATUT
               ADD 1 TO L-NbrNonEmisClos
           END-IF
           WRITE S-NON-EMIS FROM WS-NEM-LIGNE
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-AGENCE.
      *-----------
                 FILE-CLESHISTO
                 FILE-INTERFACE
                 FILE-JOURNAL-MST
                 FILE-NON-EMIS

           Display 'Nbre enregs lus      =' L-NbrEnrLus '>'
           Display 'Nbre enregs rejetes  =' L-NbrRejets '>'
           Display 'Nbre recycles OK     =' L-NbrRecyclesOK '>'
           Display 'Nbre details RIB/IBAN=' L-NbrRIB '>'
           Display 'Nbre comptes mod 11  =' L-NbrComptesMod11 '>'
           Display 'Nbre non emis bloques=' L-NbrNonEmisBloques '>'
           Display 'Nbre non emis clos   =' L-NbrNonEmisClos '>'
           Display 'Nbre reserves ouverts=' L-NbrReservesOuverts '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrRejets > 0 OR L-NbrDoublonsLot > 0
                   OR L-NbrNonEmisClos > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
