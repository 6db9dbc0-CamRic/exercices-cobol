                       RECORD KEY IS H1-CLE
                       FILE STATUS IS L-FstV1.

       SELECT HISTO-V1B ASSIGN TO DYNAMIC L-NomHistoV1
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS H1B-CLE
                       FILE STATUS IS L-FstV1.

       SELECT HISTO-V1C ASSIGN TO DYNAMIC L-NomHistoV1
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS H1C-CLE
                       FILE STATUS IS L-FstV1.

       SELECT HISTO-V2 ASSIGN TO DYNAMIC L-NomHistoV2
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
       FD  HISTO-V1.
      *--  ANCIEN DESSIN DE L HISTORIQUE DES PRESTATIONS (40 OCTETS,
      *--  SANS HP-CODEPDT). CE PROGRAMME DE CONVERSION, A PASSER UNE
      *--  SEULE FOIS, LE RECOPIE AU NOUVEAU DESSIN (69 OCTETS) DANS
      *--  UN SECOND FICHIER, EN CONSERVANT LES HP-RUNID D ORIGINE :
      *--  LE DELAI SOIN/TRAITEMENT EXPLOITE PAR TRIANGLE3 SURVIT A
      *--  LA MIGRATION (REJOUER LES DECOMPTE.txt LE DETRUIRAIT).
               10 H1-MONTANT         PIC X(11).
           05 H1-RUNID               PIC X(10).

       FD  HISTO-V1B.
      *--  DESSIN INTERMEDIAIRE (42 OCTETS, AVEC HP-CODEPDT MAIS SANS
      *--  TYPE D ENREGISTREMENT NI MONTANT REMBOURSE). LE DESSIN DU
      *--  FICHIER A CONVERTIR EST RECONNU A L OUVERTURE.
       01  H1B-ENREG.
           05 H1B-CLE.
               10 H1B-POLICE         PIC 9(12).
               10 H1B-DATESOIN       PIC 9(7).
               10 H1B-MONTANT        PIC X(11).
           05 H1B-RUNID              PIC X(10).
           05 H1B-CODEPDT            PIC X(2).

       FD  HISTO-V1C.
      *--  DESSIN INTERMEDIAIRE (54 OCTETS, AVEC TYPE D ENREGISTREMENT
      *--  ET MONTANT REMBOURSE MAIS SANS REFERENCE DE RECOURS) : CES
      *--  ZONES SONT REPRISES TELLES QUELLES.
       01  H1C-ENREG.
           05 H1C-CLE.
               10 H1C-POLICE         PIC 9(12).
               10 H1C-DATESOIN       PIC 9(7).
               10 H1C-MONTANT        PIC X(11).
           05 H1C-RUNID              PIC X(10).
           05 H1C-CODEPDT            PIC X(2).
           05 H1C-TYPE-ENR           PIC X(1).
           05 H1C-REMB               PIC 9(9)V99.

       FD  HISTO-V2.
      *--  NOUVEAU DESSIN : HP-CODEPDT, HP-TYPE-ENR, HP-REMB ET
      *--  HP-RECOURS EN QUEUE. POUR LES PRESTATIONS CONVERTIES LE
      *--  CODE PRODUIT EST REPRIS S IL ETAIT HISTORISE (A BLANC
      *--  SINON ; FREQCLAIM3 APPLIQUE ALORS LE SEUIL PAR DEFAUT), LE
      *--  TYPE EST A '*' (PRESTATION CONVERTIE, AVOIR OU NON INCONNU)
      *--  ET LE REMBOURSE A ZERO (NON HISTORISE, LE RELEVE ANNUEL
      *--  RELEVE3 LE SIGNALE). AUCUNE PRESTATION CONVERTIE N EST RATTACHEE A
      *--  UN DOSSIER DE RECOURS (REFERENCE A BLANC).
       01  H2-ENREG.
           05 H2-CLE.
               10 H2-POLICE          PIC 9(12).
               10 H2-MONTANT         PIC X(11).
           05 H2-RUNID               PIC X(10).
           05 H2-CODEPDT             PIC X(2).
           05 H2-TYPE-ENR            PIC X(1).
           05 H2-REMB                PIC 9(9)V99.
           05 H2-RECOURS             PIC X(15).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
                                 VALUE 'HISTO_PRESTATIONS_NEUF.DAT'.
       01 L-EnvTemp              PIC X(40).

      *-- DESSIN DE L HISTORIQUE A CONVERTIR (54 PAR DEFAUT, PUIS 42
      *-- ET 40 SI LE FICHIER EST REFUSE AU DESSIN ESSAYE)
       01 L-DessinV1                              PIC XX VALUE '54'.

       01 L-FinFic                                PIC X.
           88 L-FinFic-OK                         VALUE 'O'.

               MOVE L-EnvTemp TO L-NomHistoV2
           END-IF

      *>          ESSAI AU DESSIN 54 OCTETS PUIS 42 OCTETS ; UN REFUS
      *>          POUR DESSIN INCOMPATIBLE (FS 39) DESIGNE UN
      *>          HISTORIQUE A UN DESSIN PLUS ANCIEN
           OPEN INPUT HISTO-V1C
           IF L-FstV1 = '39'
               MOVE '42' TO L-DessinV1
               OPEN INPUT HISTO-V1B
           END-IF
           IF L-FstV1 = '39'
               MOVE '40' TO L-DessinV1
               OPEN INPUT HISTO-V1
           END-IF
           DISPLAY 'DESSIN DE L HISTORIQUE A CONVERTIR : ' L-DessinV1
           IF L-FstV1 NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstV1 '>'
              PERFORM ERREUR
      *-----------
      *--   PARCOURT TOUT L ANCIEN HISTORIQUE EN SEQUENTIEL (ORDRE
      *--   DES CLES) ET RECOPIE CHAQUE PRESTATION AU NOUVEAU DESSIN,
      *--   HP-RUNID ET HP-CODEPDT INCHANGES (CODE PRODUIT A BLANC
      *--   DEPUIS LE DESSIN 40), TYPE A '*' ET REMBOURSE A ZERO
      *--   (REPRIS DEPUIS LE DESSIN 54), REFERENCE DE RECOURS A BLANC.
           IF L-DessinV1 = '54'
               PERFORM CONVERSION-V1C
               EXIT PARAGRAPH
           END-IF
           IF L-DessinV1 = '42'
               PERFORM CONVERSION-V1B
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO H1-CLE
           START HISTO-V1 KEY NOT < H1-CLE
           INVALID KEY
                   MOVE H1-MONTANT  TO H2-MONTANT
                   MOVE H1-RUNID    TO H2-RUNID
                   MOVE SPACES      TO H2-CODEPDT
                   MOVE '*'         TO H2-TYPE-ENR
                   MOVE 0           TO H2-REMB
                   MOVE SPACES      TO H2-RECOURS
                   WRITE H2-ENREG
                   IF L-FstV2 = ZERO
                       ADD 1 TO L-NbrEnrEcr
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONVERSION-V1B.
      *-----------
           MOVE LOW-VALUES TO H1B-CLE
           START HISTO-V1B KEY NOT < H1B-CLE
           INVALID KEY
               SET L-FinFic-OK TO TRUE
           END-START

           PERFORM UNTIL L-FinFic-OK
               READ HISTO-V1B NEXT
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   MOVE H1B-POLICE   TO H2-POLICE
                   MOVE H1B-DATESOIN TO H2-DATESOIN
                   MOVE H1B-MONTANT  TO H2-MONTANT
                   MOVE H1B-RUNID    TO H2-RUNID
                   MOVE H1B-CODEPDT  TO H2-CODEPDT
                   MOVE '*'          TO H2-TYPE-ENR
                   MOVE 0            TO H2-REMB
                   MOVE SPACES       TO H2-RECOURS
                   WRITE H2-ENREG
                   IF L-FstV2 = ZERO
                       ADD 1 TO L-NbrEnrEcr
                   ELSE
                       DISPLAY 'ECRITURE REFUSEE FS =' L-FstV2
                           ' CLE ' H1B-CLE '>'
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONVERSION-V1C.
      *-----------
           MOVE LOW-VALUES TO H1C-CLE
           START HISTO-V1C KEY NOT < H1C-CLE
           INVALID KEY
               SET L-FinFic-OK TO TRUE
           END-START

           PERFORM UNTIL L-FinFic-OK
               READ HISTO-V1C NEXT
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrEnrLus
                   MOVE H1C-POLICE   TO H2-POLICE
                   MOVE H1C-DATESOIN TO H2-DATESOIN
                   MOVE H1C-MONTANT  TO H2-MONTANT
                   MOVE H1C-RUNID    TO H2-RUNID
                   MOVE H1C-CODEPDT  TO H2-CODEPDT
                   MOVE H1C-TYPE-ENR TO H2-TYPE-ENR
                   MOVE H1C-REMB     TO H2-REMB
                   MOVE SPACES       TO H2-RECOURS
                   WRITE H2-ENREG
                   IF L-FstV2 = ZERO
                       ADD 1 TO L-NbrEnrEcr
                   ELSE
                       DISPLAY 'ECRITURE REFUSEE FS =' L-FstV2
                           ' CLE ' H1C-CLE '>'
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           EVALUATE L-DessinV1
               WHEN '54'
                   CLOSE HISTO-V1C
               WHEN '42'
                   CLOSE HISTO-V1B
               WHEN OTHER
                   CLOSE HISTO-V1
           END-EVALUATE
           CLOSE HISTO-V2

           Display 'Nbre prestations lues       =' L-NbrEnrLus '>'
           Display 'Nbre prestations converties =' L-NbrEnrEcr '>'
