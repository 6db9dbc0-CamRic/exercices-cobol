                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstTg.

       SELECT FILE-GL-IBNR ASSIGN TO DYNAMIC L-NomGlIbnr
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstGi.

       SELECT FILE-GL-IBNR-PREC ASSIGN TO DYNAMIC L-NomGlIbnrPrec
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstGp.

       DATA DIVISION.

       FILE SECTION.
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-TRIANGLE.
       01  S-TRIANGLE                                PIC X(110).

       FD  FILE-GL-IBNR.
      *--  EXTRACT COMPTABLE DE LA PROVISION IBNR, MEME PRINCIPE QUE
      *--  EXTRACT_GL.txt DE COBOLEXERCICE3 : EN-TETE 'E1'
      *--  (IDENTIFIANT DE TRAITEMENT), UN DETAIL 'E2' PAR PRODUIT ET
      *--  MOIS DE SOIN (DOTATION DU MOIS ET REPRISE DE LA PROVISION
      *--  DU MOIS PRECEDENT), TOTALISEUR 'E9' (NOMBRE DE DETAILS +
      *--  HASH DES DOTATIONS ET REPRISES). PLUS DE SAISIE MANUELLE DE
      *--  LA PROVISION EN FIN DE MOIS.
       01  S-GLIBNR                                  PIC X(36).

       FD  FILE-GL-IBNR-PREC.
      *--  EXTRACT DU MOIS PRECEDENT (COPIE DE EXTRACT_GL_IBNR.txt
      *--  CONSERVEE PAR L EXPLOITATION) : SES DOTATIONS SONT REPRISES
      *--  CE MOIS-CI. FICHIER FACULTATIF (PREMIER MOIS : PAS DE
      *--  REPRISE).
       01  E-GLIBNR-PREC.
           05 E-GP-TYPE              PIC X(2).
           05 FILLER                 PIC X(34).
       01  E-GLIBNR-PREC-E2.
           05 FILLER                 PIC X(2).
           05 E-GP-PRODUIT           PIC X(2).
           05 E-GP-MOIS              PIC 9(2).
           05 E-GP-ANNEE             PIC 9(4).
           05 E-GP-DOTATION          PIC 9(11)V99.
           05 E-GP-REPRISE           PIC 9(11)V99.
       01  E-GLIBNR-PREC-E9.
           05 FILLER                 PIC X(2).
           05 E-GP-NBR               PIC 9(6).
           05 E-GP-HASH              PIC 9(13)V99.
           05 FILLER                 PIC X(13).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

      *-- file status fichier
       01 L-FstHp                                 PIC 99.
       01 L-FstTg                                 PIC 99.
       01 L-FstGi                                 PIC 99.
       01 L-FstGp                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomHisto             PIC X(40)
                                 VALUE 'HISTO_PRESTATIONS.DAT'.
       01 L-NomTriangle          PIC X(40)
                                 VALUE 'TRIANGLE_PRESTATIONS.txt'.
       01 L-NomGlIbnr            PIC X(40)
                                 VALUE 'EXTRACT_GL_IBNR.txt'.
       01 L-NomGlIbnrPrec        PIC X(40)
                                 VALUE 'EXTRACT_GL_IBNR_PREC.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- IDENTIFIANT DE TRAITEMENT PORTE PAR L EN-TETE DE L EXTRACT
      *-- COMPTABLE (PAR DEFAUT LA DATE DU JOUR, AAAAMMJJ)
       01 L-RunId                PIC X(10) VALUE SPACES.

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENT (DES
      *-- ENREGISTREMENTS INEXPLOITABLES ONT ETE ECARTES, OU UNE
      *-- TABLE DE L EXTRACT COMPTABLE EST SATUREE), 12 FIN
      *-- ANORMALE (DONT EXTRACT DU MOIS PRECEDENT NON EQUILIBRE).
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           05 L-NbrEnrLus                         PIC 9(7).
           05 L-NbrExploites                      PIC 9(7).
           05 L-NbrEcartes                        PIC 9(7).
           05 L-NbrPdtHorsTable                   PIC 9(7).
           05 L-NbrGlHorsTable                    PIC 9(7).
           05 L-NbrPrecLus                        PIC 9(7).

      *-- PARAMETRES D APPEL DU MODULE DE SERVICES DE DATES CONVDATE
      *-- (MODE '1' = JULIEN VERS GREGORIEN)
               10 TRI-CASE OCCURS 13 TIMES.
                   15 TRI-MONTANT        PIC 9(11)V99.
                   15 TRI-NBR            PIC 9(6).
      *--     VENTILATION PAR PRODUIT DU MONTANT REGLE DU MOIS DE SOIN,
      *--     BASE DE LA PROVISION PAR PRODUIT DE L EXTRACT COMPTABLE
               10 TRI-NBR-PDT            PIC 9(2).
               10 TRI-PDT OCCURS 30 TIMES.
                   15 TRI-PDT-CODE       PIC X(2).
                   15 TRI-PDT-PAYE       PIC 9(11)V99.
       01 L-TriTrouve                             PIC X.
       01 L-TriRangI                              PIC 9(3).
       01 L-TriRangJ                              PIC 9(3).
           05 WS-TRI-TEMP-CASE OCCURS 13 TIMES.
               10 WS-TRI-TEMP-MONTANT PIC 9(11)V99.
               10 WS-TRI-TEMP-NBR     PIC 9(6).
           05 WS-TRI-TEMP-NBR-PDT     PIC 9(2).
           05 WS-TRI-TEMP-PDT OCCURS 30 TIMES.
               10 WS-TRI-TEMP-PDT-CODE PIC X(2).
               10 WS-TRI-TEMP-PDT-PAYE PIC 9(11)V99.
       01 L-IndPdt                                PIC 9(2).

      *-- ZONES DE CALCUL DES MOIS ET DELAIS
       01 L-MoisSoin                              PIC 9(6).
       01 L-IBNRTotal                             PIC 9(13)V99 VALUE 0.
       01 L-DelaiMoyenNum                         PIC 9(15)V99.
       01 L-DelaiMoyen                            PIC 9(4)V99.
       01 L-Facteur                               PIC 9V9(6).

      *-- LIGNES DE L EXTRACT COMPTABLE IBNR : DOTATIONS DU MOIS ET
      *-- REPRISES DE L EXTRACT PRECEDENT, RAPPROCHEES PAR PRODUIT ET
      *-- MOIS DE SOIN, PUIS TRIEES DANS L ORDRE DE EXTRACT_GL.txt
      *-- (PRODUIT, ANNEE, MOIS).
       01 L-NbrGlIbnr                             PIC 9(4) VALUE 0.
       01 TABLE-GL-IBNR.
           05 L-GLI OCCURS 1 TO 2000 TIMES
                    DEPENDING ON L-NbrGlIbnr
                    INDEXED BY IND-GLI.
               10 GLI-CLE.
                   15 GLI-PRODUIT        PIC X(2).
                   15 GLI-ANNEE          PIC 9(4).
                   15 GLI-MOIS           PIC 9(2).
               10 GLI-DOTATION           PIC 9(11)V99.
               10 GLI-REPRISE            PIC 9(11)V99.
       01 WS-GLI-TEMP.
           05 WS-GLI-TEMP-CLE            PIC X(8).
           05 WS-GLI-TEMP-DOTATION       PIC 9(11)V99.
           05 WS-GLI-TEMP-REPRISE        PIC 9(11)V99.
       01 L-GliCle.
           05 L-GliProduit                        PIC X(2).
           05 L-GliAnnee                          PIC 9(4).
           05 L-GliMois                           PIC 9(2).
       01 L-GliTrouve                             PIC X.
       01 L-GliRangI                              PIC 9(4).
       01 L-GliRangJ                              PIC 9(4).
       01 L-ProvPdt                               PIC 9(13)V99.
       01 L-AttenduPdt                            PIC 9(13)V99.
       01 L-NbrDetailsGL                          PIC 9(6) VALUE 0.
       01 L-HashGL                                PIC 9(13)V99 VALUE 0.
       01 L-NbrDetailsPrec                        PIC 9(6) VALUE 0.
       01 L-HashPrec                              PIC 9(13)V99 VALUE 0.
       01 L-TotDotation                           PIC 9(13)V99 VALUE 0.
       01 L-TotReprise                            PIC 9(13)V99 VALUE 0.
       01 L-PrecTotaliseur                        PIC X VALUE 'N'.
           88 L-PrecTotaliseur-OK                 VALUE 'O'.
       01 L-PrecRunId                             PIC X(10)
                                                  VALUE SPACES.

      *-- lignes du rapport
       01 L-TRIANGLE-HEADER                       PIC X(60)
              VALUE 'PROVISION PRESTATIONS A VENIR (IBNR) : '.
           05 WS-IT-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-- ENREGISTREMENTS DE L EXTRACT COMPTABLE IBNR
       01 WS-GI-HEADER.
           05 FILLER             PIC X(2)  VALUE 'E1'.
           05 WS-GI-HDR-RUNID    PIC X(10).

       01 WS-GI-DETAIL.
           05 FILLER             PIC X(2)  VALUE 'E2'.
           05 WS-GI-PRODUIT      PIC X(2).
           05 WS-GI-MOIS         PIC 9(2).
           05 WS-GI-ANNEE        PIC 9(4).
           05 WS-GI-DOTATION     PIC 9(11)V99.
           05 WS-GI-REPRISE      PIC 9(11)V99.

       01 WS-GI-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'E9'.
           05 WS-GI-NBR          PIC 9(6).
           05 WS-GI-HASH         PIC 9(13)V99.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM CALCUL-FACTEURS

           PERFORM CHARGE-PROVISION-PRECEDENTE

           PERFORM EDITION-IBNR

           PERFORM ECRITURE-EXTRACT-GL-IBNR

           PERFORM FIN-TRT
           .

               MOVE L-EnvTemp TO L-NomTriangle
           END-IF

           DISPLAY 'TRIANGLE3_EXTRACT_GL' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomGlIbnr
           END-IF

           DISPLAY 'TRIANGLE3_EXTRACT_GL_PREC' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomGlIbnrPrec
           END-IF

           DISPLAY 'TRIANGLE3_RUNID' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp(1:10) TO L-RunId
           END-IF
           IF L-RunId = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-RunId(1:8)
           END-IF

           OPEN INPUT HISTO-PRESTATIONS
           IF L-FstHp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstHp '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-GL-IBNR
           IF L-FstGi NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstGi '>'
              PERFORM ERREUR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO L-AAAA
           MOVE FUNCTION CURRENT-DATE(5:2) TO L-MM
           COMPUTE L-MoisCourantNum = L-AAAA * 12 + L-MM
           ADD L-MontantNum TO TRI-MONTANT(IND-TRI L-IndCase)
           ADD 1 TO TRI-NBR(IND-TRI L-IndCase)
           ADD 1 TO L-NbrExploites

           PERFORM CUMUL-PRODUIT-MOIS
           .
      *----------------------------------------------------------------------------
       CUMUL-PRODUIT-MOIS.
      *-----------
      *--   VENTILE LE MONTANT DE LA PRESTATION SUR SON PRODUIT DANS LE
      *--   MOIS DE SOIN COURANT (IND-TRI). AU-DELA DE 30 PRODUITS DANS
      *--   UN MEME MOIS, LA PRESTATION RESTE DANS LE TRIANGLE MAIS
      *--   N ENTRE PAS DANS L EXTRACT COMPTABLE (AVERTISSEMENT).
           MOVE 'N' TO L-TriTrouve
           PERFORM VARYING L-IndPdt FROM 1 BY 1
                   UNTIL L-IndPdt > TRI-NBR-PDT(IND-TRI)
               IF TRI-PDT-CODE(IND-TRI L-IndPdt) = HP-CODEPDT
                   MOVE 'Y' TO L-TriTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-TriTrouve = 'N'
               IF TRI-NBR-PDT(IND-TRI) < 30
                   ADD 1 TO TRI-NBR-PDT(IND-TRI)
                   MOVE TRI-NBR-PDT(IND-TRI) TO L-IndPdt
                   MOVE HP-CODEPDT TO TRI-PDT-CODE(IND-TRI L-IndPdt)
                   MOVE 0 TO TRI-PDT-PAYE(IND-TRI L-IndPdt)
               ELSE
                   ADD 1 TO L-NbrPdtHorsTable
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD L-MontantNum TO TRI-PDT-PAYE(IND-TRI L-IndPdt)
           .
      *----------------------------------------------------------------------------
       TRI-MOIS-SOIN.
                   COMPUTE L-IBNR = L-TotalAttendu - L-PayeADate
                   ADD L-IBNR TO L-IBNRTotal

                   MOVE FAC-FACTEUR(L-IndCase) TO L-Facteur
                   PERFORM PROVISION-PRODUITS

                   MOVE TRI-MOIS(IND-TRI) TO WS-IB-MOIS
                   MOVE L-PayeADate       TO WS-IB-PAYE
                   MOVE L-TotalAttendu    TO WS-IB-ATTENDU
           MOVE L-IBNRTotal TO WS-IT-TOTAL
           WRITE S-TRIANGLE FROM WS-IBNR-TOTAL
           .
      *----------------------------------------------------------------------------
       PROVISION-PRODUITS.
      *-----------
      *--   DOTATION PAR PRODUIT DU MOIS DE SOIN IND-TRI : MEME
      *--   FACTEUR DE LIQUIDATION QUE LE MOIS ENTIER, APPLIQUE AU
      *--   MONTANT REGLE A DATE DU PRODUIT (LA SOMME DES PRODUITS
      *--   PEUT DIFFERER DU TOTAL DU MOIS DE QUELQUES CENTIMES
      *--   D ARRONDI).
           PERFORM VARYING L-IndPdt FROM 1 BY 1
                   UNTIL L-IndPdt > TRI-NBR-PDT(IND-TRI)
               IF L-Facteur = 0
                   MOVE 0 TO L-ProvPdt
               ELSE
                   COMPUTE L-AttenduPdt ROUNDED =
                       TRI-PDT-PAYE(IND-TRI L-IndPdt) / L-Facteur
                   IF L-AttenduPdt < TRI-PDT-PAYE(IND-TRI L-IndPdt)
                       MOVE 0 TO L-ProvPdt
                   ELSE
                       COMPUTE L-ProvPdt = L-AttenduPdt
                           - TRI-PDT-PAYE(IND-TRI L-IndPdt)
                   END-IF
               END-IF

               IF L-ProvPdt > 0
                   MOVE TRI-PDT-CODE(IND-TRI L-IndPdt) TO L-GliProduit
                   MOVE L-AAAA TO L-GliAnnee
                   MOVE L-MM   TO L-GliMois
                   PERFORM RECHERCHE-LIGNE-GL
                   IF L-GliTrouve = 'Y'
                       ADD L-ProvPdt TO GLI-DOTATION(IND-GLI)
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RECHERCHE-LIGNE-GL.
      *-----------
      *--   RECHERCHE (OU CREE) LA LIGNE DE L EXTRACT COMPTABLE DE CLE
      *--   L-GliCle (PRODUIT, ANNEE, MOIS DE SOIN) ; TABLE SATUREE :
      *--   L-GliTrouve RESTE A 'N' ET LE MONTANT EST PERDU POUR
      *--   L EXTRACT (AVERTISSEMENT).
           MOVE 'N' TO L-GliTrouve
           PERFORM VARYING IND-GLI FROM 1 BY 1
                   UNTIL IND-GLI > L-NbrGlIbnr
               IF GLI-CLE(IND-GLI) = L-GliCle
                   MOVE 'Y' TO L-GliTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF L-GliTrouve = 'N'
               IF L-NbrGlIbnr < 2000
                   ADD 1 TO L-NbrGlIbnr
                   SET IND-GLI TO L-NbrGlIbnr
                   MOVE L-GliCle TO GLI-CLE(IND-GLI)
                   MOVE 0 TO GLI-DOTATION(IND-GLI)
                   MOVE 0 TO GLI-REPRISE(IND-GLI)
                   MOVE 'Y' TO L-GliTrouve
               ELSE
                   ADD 1 TO L-NbrGlHorsTable
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-PROVISION-PRECEDENTE.
      *-----------
      *--   RELIT L EXTRACT DU MOIS PRECEDENT : CHAQUE DOTATION 'E2'
      *--   DEVIENT LA REPRISE DE LA MEME LIGNE (PRODUIT, MOIS DE
      *--   SOIN) CE MOIS-CI. LE FICHIER DOIT ETRE EQUILIBRE (NOMBRE
      *--   ET HASH DU TOTALISEUR 'E9') : SINON LES REPRISES SERAIENT
      *--   FAUSSES ET LE TRAITEMENT S ARRETE. ABSENT : PAS DE REPRISE.
           OPEN INPUT FILE-GL-IBNR-PREC
           IF L-FstGp = 35
               DISPLAY 'Pas d extract IBNR precedent : aucune reprise'
               EXIT PARAGRAPH
           END-IF
           IF L-FstGp NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstGp '>'
              PERFORM ERREUR
           END-IF

           MOVE LOW-VALUE TO L-FinFic
           PERFORM UNTIL L-FinFic-OK
               READ FILE-GL-IBNR-PREC
               AT END
                   SET L-FinFic-OK TO TRUE
               NOT AT END
                   ADD 1 TO L-NbrPrecLus
                   PERFORM TRAITE-LIGNE-PRECEDENTE
               END-READ
           END-PERFORM

           CLOSE FILE-GL-IBNR-PREC

           IF NOT L-PrecTotaliseur-OK
               DISPLAY 'Extract IBNR precedent sans totaliseur E9'
               PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       TRAITE-LIGNE-PRECEDENTE.
      *-----------
           EVALUATE E-GP-TYPE
               WHEN 'E1'
                   MOVE E-GLIBNR-PREC(3:10) TO L-PrecRunId
               WHEN 'E2'
                   IF E-GP-DOTATION IS NOT NUMERIC
                      OR E-GP-REPRISE IS NOT NUMERIC
                       DISPLAY 'Extract IBNR precedent : detail '
                               'non numerique ' E-GLIBNR-PREC
                       PERFORM ERREUR
                   END-IF
                   ADD 1 TO L-NbrDetailsPrec
                   ADD E-GP-DOTATION E-GP-REPRISE TO L-HashPrec
                   IF E-GP-DOTATION > 0
                       MOVE E-GP-PRODUIT TO L-GliProduit
                       MOVE E-GP-ANNEE   TO L-GliAnnee
                       MOVE E-GP-MOIS    TO L-GliMois
                       PERFORM RECHERCHE-LIGNE-GL
                       IF L-GliTrouve = 'Y'
                           ADD E-GP-DOTATION TO GLI-REPRISE(IND-GLI)
                       END-IF
                   END-IF
               WHEN 'E9'
                   IF E-GP-NBR NOT = L-NbrDetailsPrec
                      OR E-GP-HASH NOT = L-HashPrec
                       DISPLAY 'Extract IBNR precedent desequilibre :'
                               ' E9 ' E-GP-NBR ' / ' E-GP-HASH
                               ' calcule ' L-NbrDetailsPrec ' / '
                               L-HashPrec
                       PERFORM ERREUR
                   END-IF
                   SET L-PrecTotaliseur-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'Extract IBNR precedent : type inconnu '
                           E-GLIBNR-PREC
                   PERFORM ERREUR
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       ECRITURE-EXTRACT-GL-IBNR.
      *-----------
      *--   TRIE LES LIGNES PAR PRODUIT, ANNEE ET MOIS DE SOIN (TRI A
      *--   ECHANGES COMME TRI-MOIS-SOIN) PUIS ECRIT L EXTRACT : EN-TETE,
      *--   UN DETAIL PAR LIGNE PORTANT UNE DOTATION OU UNE REPRISE,
      *--   TOTALISEUR (NOMBRE DE DETAILS + HASH DES DOTATIONS ET DES
      *--   REPRISES).
           PERFORM VARYING L-GliRangI FROM 1 BY 1
                   UNTIL L-GliRangI > L-NbrGlIbnr - 1
               PERFORM VARYING L-GliRangJ FROM L-GliRangI BY 1
                       UNTIL L-GliRangJ > L-NbrGlIbnr
                   IF GLI-CLE(L-GliRangJ) < GLI-CLE(L-GliRangI)
                       MOVE L-GLI(L-GliRangI) TO WS-GLI-TEMP
                       MOVE L-GLI(L-GliRangJ) TO L-GLI(L-GliRangI)
                       MOVE WS-GLI-TEMP TO L-GLI(L-GliRangJ)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE L-RunId TO WS-GI-HDR-RUNID
           WRITE S-GLIBNR FROM WS-GI-HEADER

           PERFORM VARYING IND-GLI FROM 1 BY 1
                   UNTIL IND-GLI > L-NbrGlIbnr
               IF GLI-DOTATION(IND-GLI) > 0
                  OR GLI-REPRISE(IND-GLI) > 0
                   MOVE GLI-PRODUIT(IND-GLI)  TO WS-GI-PRODUIT
                   MOVE GLI-MOIS(IND-GLI)     TO WS-GI-MOIS
                   MOVE GLI-ANNEE(IND-GLI)    TO WS-GI-ANNEE
                   MOVE GLI-DOTATION(IND-GLI) TO WS-GI-DOTATION
                   MOVE GLI-REPRISE(IND-GLI)  TO WS-GI-REPRISE
                   WRITE S-GLIBNR FROM WS-GI-DETAIL
                   ADD 1 TO L-NbrDetailsGL
                   ADD GLI-DOTATION(IND-GLI) GLI-REPRISE(IND-GLI)
                       TO L-HashGL
                   ADD GLI-DOTATION(IND-GLI) TO L-TotDotation
                   ADD GLI-REPRISE(IND-GLI)  TO L-TotReprise
               END-IF
           END-PERFORM

           MOVE L-NbrDetailsGL TO WS-GI-NBR
           MOVE L-HashGL       TO WS-GI-HASH
           WRITE S-GLIBNR FROM WS-GI-TRAILER
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE HISTO-PRESTATIONS
           CLOSE FILE-TRIANGLE
           CLOSE FILE-GL-IBNR

           Display 'Nbre prestations lues      =' L-NbrEnrLus '>'
           Display 'Nbre prestations classees  =' L-NbrExploites '>'
           Display 'Nbre prestations ecartees  =' L-NbrEcartes '>'
           Display 'Nbre hors table produits   =' L-NbrPdtHorsTable '>'
           Display 'Extract IBNR precedent     =' L-PrecRunId
                   ' lignes lues ' L-NbrPrecLus '>'
           Display 'Nbre details extract IBNR  =' L-NbrDetailsGL '>'
           Display 'Total dotations IBNR       =' L-TotDotation '>'
           Display 'Total reprises IBNR        =' L-TotReprise '>'
           Display 'Nbre lignes GL hors table  =' L-NbrGlHorsTable '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrEcartes > 0 OR L-NbrPdtHorsTable > 0
                   OR L-NbrGlHorsTable > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
