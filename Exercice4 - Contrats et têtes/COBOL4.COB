       01 L-DateRun              PIC 9(8).
       01 L-NbrEvenements        PIC 9(5) VALUE 0.

      *-- REFERENTIEL DES PERSONNES (SOUS-PROGRAMME PERSONNES) : CHAQUE
      *-- TETE COUVERTE D UN CONTRAT NON INTERROMPU EST RATTACHEE A
      *-- UNE PERSONNE, LES LIENS NON CONFIRMES CE RUN SONT PURGES
       01 L-PersMode             PIC X.
       01 L-PERS-TETE.
           05 PRS-CODPRD         PIC XX.
           05 PRS-NUMPOL         PIC 9(7).
           05 PRS-TIT            PIC X(3).
           05 PRS-NOM            PIC X(20).
           05 PRS-PRN            PIC X(20).
           05 PRS-DATNAI         PIC X(8).
           05 PRS-DATE           PIC 9(8).
           05 PRS-PGM            PIC X(10).
       01 L-PERS-RETOUR.
           05 PRS-PERID          PIC 9(9).
           05 PRS-CODE           PIC X(2).
       01 L-NbrPersRevue         PIC 9(5) VALUE 0.

      *-- CONTROLE DES QUOTES-PARTS BENEFICIAIRES
       01 L-TotalPct             PIC 9(5).
       01 L-PctZero              PIC X.

       01 L-NbrTetesEcart                          PIC S9(7).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS (ALERTES,
      *-- QUOTES-PARTS KO OU PERSONNES A REVOIR), 8 ECHEC DE CONTROLE
      *-- (ECART DE RECONCILIATION DES TETES), 12 FIN ANORMALE.
       01 L-CodeRetour                            PIC 99 VALUE 0.

       01 L-TropTetes                             PIC X VALUE 'N'.
      *--       DATE DE RENOUVELLEMENT ANNUEL (AAAAMMJJ, A BLANC SI
      *--       INCONNUE), EXPLOITEE PAR LA CAMPAGNE RENOUVELLEMENT
               10 L-CTR-DATRENOUV                  PIC X(8).
      *--       CODE DE L INTERMEDIAIRE (COURTIER/AGENT) APPORTEUR, A
      *--       BLANC POUR UNE AFFAIRE DIRECTE, BASE DES COMMISSIONS
               10 L-CTR-CODINT                     PIC X(6).

               10 L-CTR-TET                        OCCURS 99 TIMES
                                                   INDEXED BY IND-TET.
                PERFORM UPDATE-CONTRAT
                PERFORM CONTROLE-QUOTES-BENEF
                PERFORM TRAITEMENT-MASTER-CONTRAT
                PERFORM RATTACHEMENT-PERSONNES
                PERFORM WRITE-CONTRAT
           END-PERFORM

           MOVE L-DateRun TO WS-JRN-RUNID(1:8)
           PERFORM INIT-TETES-HISTO

           MOVE 'O' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           IF PRS-CODE NOT = '00'
              DISPLAY 'Erreur ouverture referentiel des personnes'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT-TETES
           IF L-FstRap NOT = 0
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRap '>'
           MOVE E-FICENT-Donnees(10:8) TO L-CTR-DATEFF
           MOVE E-FICENT-Donnees(18:8) TO L-CTR-DATTERM
           MOVE E-FICENT-Donnees(26:8) TO L-CTR-DATRENOUV
           MOVE E-FICENT-Donnees(34:6) TO L-CTR-CODINT


           SET IND-TET TO 1
               REWRITE TH-ENREG
           END-READ
           .
      *----------------------------------------------------------------------------
       RATTACHEMENT-PERSONNES.
      *-----------
      *--   RATTACHE CHAQUE TETE COUVERTE (SITUATION 'C') DU CONTRAT A
      *--   SA PERSONNE DANS LE REFERENTIEL (LES QUASI-DOUBLONS PARTENT
      *--   EN LISTE DE REVUE), PUIS PURGE LES LIENS DU CONTRAT NON
      *--   CONFIRMES CE RUN (TETES DISPARUES OU PLUS COUVERTES). UN
      *--   CONTRAT INTERROMPU NE COUVRE PERSONNE : TOUS SES LIENS SONT
      *--   PURGES.
           MOVE L-CTR-CODPRD TO PRS-CODPRD
           MOVE L-CTR-NUMPOL TO PRS-NUMPOL
           MOVE L-DateRun    TO PRS-DATE
           MOVE 'COBOLEX4'   TO PRS-PGM

           IF L-CTR-SIT NOT = 'I'
               MOVE 'R' TO L-PersMode
               PERFORM VARYING IND-TET FROM 1 BY 1
                       UNTIL IND-TET = L-NBR-TET
                   IF L-CTR-TET-SIT(IND-TET) = 'C'
                       MOVE L-CTR-TET-TIT(IND-TET)    TO PRS-TIT
                       MOVE L-CTR-TET-NOM(IND-TET)    TO PRS-NOM
                       MOVE L-CTR-TET-PRN(IND-TET)    TO PRS-PRN
                       MOVE L-CTR-TET-DATNAI(IND-TET) TO PRS-DATNAI
                       CALL 'PERSONNES' USING L-PersMode L-PERS-TETE
                                              L-PERS-RETOUR
                       IF PRS-CODE = '02'
                           ADD 1 TO L-NbrPersRevue
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'P' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           .
      *----------------------------------------------------------------------------
       GARNIR-CM.
      *-----------
           MOVE L-CTR(1:35) TO L-EMP-ZONE
           MOVE 35 TO L-EMP-LG
           PERFORM CUMUL-EMPREINTE-ZONE
      *--   L INTERMEDIAIRE N ENTRE DANS L EMPREINTE QUE S IL EST
      *--   RENSEIGNE : LES EMPREINTES DEJA AU FICHIER MAITRE RESTENT
      *--   VALABLES POUR LES AFFAIRES DIRECTES
           IF L-CTR-CODINT NOT = SPACES
               MOVE L-CTR-CODINT TO L-EMP-ZONE
               MOVE 6 TO L-EMP-LG
               PERFORM CUMUL-EMPREINTE-ZONE
           END-IF

           PERFORM VARYING IND-TET FROM 1 BY 1
                   UNTIL IND-TET = L-NBR-TET
           IF L-CTR-SIT = 'I'
               ADD 1 TO L-NbrContratsArc

               MOVE L-CTR(1:41) TO S-FICARC
               PERFORM WRITE-S-FICARC

               PERFORM VARYING IND-TET FROM 1 BY 1

               END-PERFORM
           ELSE
               MOVE L-CTR(1:41) TO S-FICSOR
               PERFORM WRITE-S-FICSOR

               PERFORM VARYING IND-TET FROM 1 BY 1
           CLOSE FILE-RAPPORT-TETES
           PERFORM MAJ-COMPTEUR-TETES-HISTO
           CLOSE TETES-HISTO
           MOVE 'F' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           CLOSE FILE-JOURNAL-MST
           CLOSE CONTRATS-MASTER
           CLOSE FILE-DELTA
               ', inchanges =' L-NbrInchanges '>'
           DISPLAY 'Nbre evenements tetes historises ='
               L-NbrEvenements '>'
           DISPLAY 'Nbre personnes a revoir =' L-NbrPersRevue '>'
           DISPLAY '*************************************************'
           DISPLAY '      RECAPITULATIF CONTRATS / TETES'
           DISPLAY 'Nbre contrats traites =' L-NbrContrats '>'
               MOVE 8 TO L-CodeRetour
           END-IF
           IF L-CodeRetour < 4
              AND (L-NbrAlertes > 0 OR L-NbrBenefKO > 0
                   OR L-NbrPersRevue > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
