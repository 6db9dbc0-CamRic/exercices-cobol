       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLTAXE.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE-ECHEANCIER ASSIGN TO DYNAMIC L-NomEcheancier
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstE.

       SELECT FILE-DECLARATION ASSIGN TO DYNAMIC L-NomDeclaration
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstD.

       SELECT FILE-RAPPORT ASSIGN TO DYNAMIC L-NomRapport
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRa.


       DATA DIVISION.

       FILE SECTION.

       FD  FILE-ECHEANCIER.
      *--  ECHEANCIER PRODUIT PAR RECOUVREMENT (LIGNE EDITEE) : LA TAXE
      *--  EST DUE SUR LES ECHEANCES ENCAISSEES, A LA DATE
      *--  D ENCAISSEMENT. CHAQUE ECHEANCE PORTE SA PART HORS TAXES,
      *--  SA TAXE ET LA VENTILATION DE CELLE-CI PAR TYPE DE TAXE.
       01  E-ECHEANCE.
           05 E-ECH-CODPRD                         PIC XX.
           05 FILLER                               PIC X.
           05 E-ECH-NUMPOL                         PIC 9(7).
           05 FILLER                               PIC X(10).
           05 E-ECH-NUMERO                         PIC 9(2).
           05 FILLER                               PIC X(4).
           05 E-ECH-DATE                           PIC 9(8).
           05 FILLER                               PIC X(10).
           05 E-ECH-MONTANT                        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X.
           05 E-ECH-STATUT                         PIC X(8).
           05 FILLER                               PIC X.
           05 E-ECH-DATEPAY                        PIC X(8).
           05 FILLER                               PIC X(5).
           05 E-ECH-HT                             PIC ZZZ.ZZZ.ZZ9,99.
           05 E-ECH-HT-X REDEFINES E-ECH-HT        PIC X(14).
           05 FILLER                               PIC X(7).
           05 E-ECH-TAXE                           PIC ZZZ.ZZZ.ZZ9,99.
           05 E-ECH-VENTIL-TAXE OCCURS 3.
               10 FILLER                           PIC X.
               10 E-ECH-TYPTAX                     PIC X(4).
               10 FILLER                           PIC X.
               10 E-ECH-MTTAX                      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                               PIC X(24).

       FD  FILE-DECLARATION.
       01  S-DECLARATION                           PIC X(80).

       FD  FILE-RAPPORT.
       01  S-RAPPORT                               PIC X(100).


       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-Pgm                          PIC X(8) VALUE 'DECLTAXE'.

      *-- file status fichier
       01 L-FstE                                  PIC 99.
       01 L-FstD                                  PIC 99.
       01 L-FstRa                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomEcheancier        PIC X(40) VALUE 'ECHEANCIER.txt'.
       01 L-NomDeclaration       PIC X(40)
                                 VALUE 'DECLARATION_TAXES.txt'.
       01 L-NomRapport           PIC X(40)
                                 VALUE 'RAPPORT_DECLARATION_TAXES.txt'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS
      *-- (ECHEANCES ENCAISSEES SANS VENTILATION DES TAXES), 8 ECHEC
      *-- DU RAPPROCHEMENT AVEC LES ENCAISSEMENTS, 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFichier                            PIC X.

      *-- MOIS DECLARE (AAAAMM, MOIS DE LA DATE DU JOUR PAR DEFAUT)
       01 L-DateTraitement       PIC 9(8).
       01 L-Mois                 PIC 9(6).

       01 L-Nbr.
           05 L-NbrEcheancesLues                  PIC 9(6).
           05 L-NbrEncaissees                     PIC 9(6).
           05 L-NbrSansVentilation                PIC 9(6).
           05 L-NbrEcarts                         PIC 9(6).
           05 L-NbrLignesDecl                     PIC 9(6).

      *-- CUMULS DECLARES PAR TYPE DE TAXE ET PRODUIT, TENUS TRIES
      *-- SUR TYPE + PRODUIT (ORDRE DE LA DECLARATION)
       01 L-NbrDec               PIC 9(4) VALUE 0.
       01 TABLE-DECLARATION.
           05 L-DEC OCCURS 1 TO 2000 TIMES
                    DEPENDING ON L-NbrDec
                    INDEXED BY IND-DEC.
               10 DEC-CLE.
                   15 DEC-TYPTAX         PIC X(4).
                   15 DEC-CODPRD         PIC XX.
               10 DEC-NBR                PIC 9(6).
               10 DEC-BASE               PIC 9(11)V99.
               10 DEC-TAXE               PIC 9(11)V99.
       01 L-DecCle.
           05 L-DecCle-TYPTAX    PIC X(4).
           05 L-DecCle-CODPRD    PIC XX.
       01 L-DecPos               PIC 9(4).
       01 L-DecRang              PIC 9(4).
       01 L-DecTrouve            PIC X.

      *-- ECHEANCE COURANTE DE-EDITEE ET TOTAUX DE RAPPROCHEMENT :
      *-- ENCAISSE TTC = HORS TAXES + TAXES, ET TAXES DES ECHEANCES =
      *-- TAXES DECLAREES (SOMME DES LIGNES PAR TYPE ET PRODUIT)
       01 L-EchMontant           PIC 9(9)V99.
       01 L-EchHT                PIC 9(9)V99.
       01 L-EchTaxe              PIC 9(9)V99.
       01 L-EchTaxeTypes         PIC 9(9)V99.
       01 L-EchMtTax             PIC 9(9)V99.
       01 L-IndTax               PIC 9.
       01 L-TotalEncaisse        PIC 9(13)V99 VALUE 0.
       01 L-TotalHT              PIC 9(13)V99 VALUE 0.
       01 L-TotalTaxes           PIC 9(13)V99 VALUE 0.
       01 L-TotalDeclare         PIC 9(13)V99 VALUE 0.
       01 L-TotalSansVentil      PIC 9(13)V99 VALUE 0.
       01 L-TotalType            PIC 9(13)V99.
       01 L-TypeCourant          PIC X(4).

      *-- fichier de declaration : en-tete, une ligne par type de
      *-- taxe et produit, totaliseur
       01 WS-DEC-HEADER.
           05 FILLER             PIC X(2)  VALUE 'D1'.
           05 WS-DH-MOIS         PIC 9(6).
           05 WS-DH-DATE         PIC 9(8).

       01 WS-DEC-DETAIL.
           05 FILLER             PIC X(2)  VALUE 'D2'.
           05 WS-DD-TYPTAX       PIC X(4).
           05 WS-DD-CODPRD       PIC XX.
           05 WS-DD-NBR          PIC 9(6).
           05 WS-DD-BASE         PIC 9(11)V99.
           05 WS-DD-TAXE         PIC 9(11)V99.

       01 WS-DEC-TRAILER.
           05 FILLER             PIC X(2)  VALUE 'D9'.
           05 WS-DT-NBR          PIC 9(6).
           05 WS-DT-TAXE         PIC 9(13)V99.
           05 WS-DT-ENCAISSE     PIC 9(13)V99.

      *-- lignes du rapport
       01 WS-RAP-TITRE.
           05 FILLER             PIC X(38)
              VALUE 'DECLARATION DES TAXES SUR PRIMES - '.
           05 WS-RT-MM           PIC 99.
           05 FILLER             PIC X     VALUE '/'.
           05 WS-RT-AAAA         PIC 9(4).

       01 WS-RAP-ENTETE          PIC X(100) VALUE
           'TAXE PRODUIT  ECHEANCES        BASE HORS TAXES
      -    '        TAXE ENCAISSEE'.

       01 WS-RAP-DETAIL.
           05 WS-RD-TYPTAX       PIC X(4).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-RD-CODPRD       PIC XX.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-RD-NBR          PIC ZZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-BASE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-RD-TAXE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-RAP-TOTAL.
           05 WS-RTO-LIBELLE     PIC X(50).
           05 WS-RTO-MONTANT     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-RAP-ECART.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
           05 WS-RE-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RE-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' ECHEANCE '.
           05 WS-RE-NUMERO       PIC 9(2).
           05 FILLER             PIC X(4)  VALUE ' DU '.
           05 WS-RE-DATE         PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RE-MOTIF        PIC X(40).

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM INIT

           PERFORM CUMUL-ECHEANCES

           PERFORM ECRITURE-DECLARATION

           PERFORM RAPPROCHEMENT

           PERFORM FIN-TRT
           .


      *----------------------------------------------------------------------------
       INIT.
      *-----
           DISPLAY '*************************************************'
           DISPLAY '      DEBUT PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           INITIALIZE L-Nbr

      *>          NOMS DE FICHIERS PARAMETRABLES PAR VARIABLE D'ENVIRONNEMENT
      *>          (A DEFAUT, LES NOMS CI-DESSUS SONT UTILISES)
           DISPLAY 'DECLTAXE_ECHEANCIER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomEcheancier
           END-IF

           DISPLAY 'DECLTAXE_DECLARATION' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDeclaration
           END-IF

           DISPLAY 'DECLTAXE_RAPPORT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRapport
           END-IF

      *--   DATE DE TRAITEMENT (DATE DU JOUR PAR DEFAUT) ET MOIS
      *--   DECLARE (MOIS DE LA DATE DE TRAITEMENT PAR DEFAUT)
           DISPLAY 'DECLTAXE_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF
           MOVE L-DateTraitement(1:6) TO L-Mois

           DISPLAY 'DECLTAXE_MOIS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:6) IS NUMERIC
               MOVE L-EnvTemp(1:6) TO L-Mois
           END-IF
           IF L-Mois(5:2) < '01' OR L-Mois(5:2) > '12'
               DISPLAY 'MOIS DECLARE INVALIDE ' L-Mois
               PERFORM ERREUR
           END-IF

           OPEN INPUT FILE-ECHEANCIER
           IF L-FstE NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstE '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-DECLARATION
           IF L-FstD NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstD '>'
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-RAPPORT
           IF L-FstRa NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRa '>'
              PERFORM ERREUR
           END-IF

           MOVE L-Mois(5:2) TO WS-RT-MM
           MOVE L-Mois(1:4) TO WS-RT-AAAA
           WRITE S-RAPPORT FROM WS-RAP-TITRE
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           .
      *----------------------------------------------------------------------------
       CUMUL-ECHEANCES.
      *-----------
      *--   CUMULE PAR TYPE DE TAXE ET PRODUIT LES TAXES DES ECHEANCES
      *--   ENCAISSEES DANS LE MOIS. UNE ECHEANCE DONT LE MONTANT NE
      *--   SE DECOMPOSE PAS EN HORS TAXES + TAXES, OU DONT LA TAXE
      *--   N EST PAS LA SOMME DE SA VENTILATION, EST LISTEE EN ECART ;
      *--   UNE ECHEANCE SANS VENTILATION (ECHEANCIER ANTERIEUR AUX
      *--   TAXES) EST LISTEE ET LAISSEE HORS DECLARATION.
           MOVE 'N' TO L-FinFichier
           PERFORM UNTIL L-FinFichier = 'Y'
               READ FILE-ECHEANCIER
               AT END
                   MOVE 'Y' TO L-FinFichier
               NOT AT END
                   ADD 1 TO L-NbrEcheancesLues
                   IF E-ECH-STATUT = 'PAYEE'
                       PERFORM CUMUL-ECHEANCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ECHEANCIER
           .
      *----------------------------------------------------------------------------
       CUMUL-ECHEANCE.
      *-----------
           IF E-ECH-HT-X = SPACES
              OR E-ECH-DATEPAY IS NOT NUMERIC
               ADD 1 TO L-NbrSansVentilation
               MOVE E-ECH-MONTANT TO L-EchMontant
               ADD L-EchMontant TO L-TotalSansVentil
               MOVE 'ENCAISSEE SANS VENTILATION DES TAXES'
                   TO WS-RE-MOTIF
               PERFORM ECRITURE-ECART
               EXIT PARAGRAPH
           END-IF
           IF E-ECH-DATEPAY(1:6) NOT = L-Mois
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO L-NbrEncaissees
           MOVE E-ECH-MONTANT TO L-EchMontant
           MOVE E-ECH-HT      TO L-EchHT
           MOVE E-ECH-TAXE    TO L-EchTaxe
           ADD L-EchMontant TO L-TotalEncaisse
           ADD L-EchHT      TO L-TotalHT
           ADD L-EchTaxe    TO L-TotalTaxes

           MOVE 0 TO L-EchTaxeTypes
           PERFORM VARYING L-IndTax FROM 1 BY 1
                   UNTIL L-IndTax > 3
               IF E-ECH-TYPTAX(L-IndTax) NOT = SPACES
                   MOVE E-ECH-MTTAX(L-IndTax) TO L-EchMtTax
                   ADD L-EchMtTax TO L-EchTaxeTypes
                   MOVE E-ECH-TYPTAX(L-IndTax) TO L-DecCle-TYPTAX
                   MOVE E-ECH-CODPRD           TO L-DecCle-CODPRD
                   PERFORM CUMUL-TYPE-PRODUIT
               END-IF
           END-PERFORM

           IF L-EchMontant NOT = L-EchHT + L-EchTaxe
               ADD 1 TO L-NbrEcarts
               MOVE 'MONTANT DIFFERENT DE HT + TAXE' TO WS-RE-MOTIF
               PERFORM ECRITURE-ECART
           END-IF
           IF L-EchTaxe NOT = L-EchTaxeTypes
               ADD 1 TO L-NbrEcarts
               MOVE 'TAXE DIFFERENTE DE SA VENTILATION'
                   TO WS-RE-MOTIF
               PERFORM ECRITURE-ECART
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-TYPE-PRODUIT.
      *-----------
      *--   AJOUTE L-EchMtTax ET LA BASE HORS TAXES DE L ECHEANCE A LA
      *--   LIGNE L-DecCle, CREEE A SA PLACE DANS LA TABLE TRIEE.
           MOVE 'N' TO L-DecTrouve
           MOVE 1 TO L-DecPos
           PERFORM VARYING IND-DEC FROM 1 BY 1
                   UNTIL IND-DEC > L-NbrDec
               IF DEC-CLE(IND-DEC) = L-DecCle
                   MOVE 'Y' TO L-DecTrouve
                   SET L-DecPos TO IND-DEC
                   EXIT PERFORM
               END-IF
               IF DEC-CLE(IND-DEC) > L-DecCle
                   EXIT PERFORM
               END-IF
               SET L-DecPos TO IND-DEC
               ADD 1 TO L-DecPos
           END-PERFORM

           IF L-DecTrouve = 'N'
               IF L-NbrDec >= 2000
                   DISPLAY 'TABLE DE DECLARATION PLEINE'
                   PERFORM ERREUR
               END-IF
               ADD 1 TO L-NbrDec
               PERFORM VARYING L-DecRang FROM L-NbrDec BY -1
                       UNTIL L-DecRang <= L-DecPos
                   MOVE L-DEC(L-DecRang - 1) TO L-DEC(L-DecRang)
               END-PERFORM
               MOVE L-DecCle TO DEC-CLE(L-DecPos)
               MOVE 0 TO DEC-NBR(L-DecPos)
               MOVE 0 TO DEC-BASE(L-DecPos)
               MOVE 0 TO DEC-TAXE(L-DecPos)
           END-IF

           ADD 1          TO DEC-NBR(L-DecPos)
           ADD L-EchHT    TO DEC-BASE(L-DecPos)
           ADD L-EchMtTax TO DEC-TAXE(L-DecPos)
           ADD L-EchMtTax TO L-TotalDeclare
           .
      *----------------------------------------------------------------------------
       ECRITURE-ECART.
      *-----------
           MOVE E-ECH-CODPRD TO WS-RE-CODPRD
           MOVE E-ECH-NUMPOL TO WS-RE-NUMPOL
           MOVE E-ECH-NUMERO TO WS-RE-NUMERO
           MOVE E-ECH-DATE   TO WS-RE-DATE
           WRITE S-RAPPORT FROM WS-RAP-ECART
           .
      *----------------------------------------------------------------------------
       ECRITURE-DECLARATION.
      *-----------
      *--   FICHIER DE DECLARATION ET SON EDITION, PAR TYPE DE TAXE
      *--   PUIS PRODUIT, AVEC UN SOUS-TOTAL PAR TYPE DE TAXE.
           MOVE L-Mois           TO WS-DH-MOIS
           MOVE L-DateTraitement TO WS-DH-DATE
           WRITE S-DECLARATION FROM WS-DEC-HEADER

           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           WRITE S-RAPPORT FROM WS-RAP-ENTETE

           MOVE SPACES TO L-TypeCourant
           MOVE 0 TO L-TotalType
           PERFORM VARYING IND-DEC FROM 1 BY 1
                   UNTIL IND-DEC > L-NbrDec
               IF DEC-TYPTAX(IND-DEC) NOT = L-TypeCourant
                   IF L-TypeCourant NOT = SPACES
                       PERFORM ECRITURE-TOTAL-TYPE
                   END-IF
                   MOVE DEC-TYPTAX(IND-DEC) TO L-TypeCourant
                   MOVE 0 TO L-TotalType
               END-IF
               ADD DEC-TAXE(IND-DEC) TO L-TotalType

               MOVE DEC-TYPTAX(IND-DEC) TO WS-DD-TYPTAX
               MOVE DEC-CODPRD(IND-DEC) TO WS-DD-CODPRD
               MOVE DEC-NBR(IND-DEC)    TO WS-DD-NBR
               MOVE DEC-BASE(IND-DEC)   TO WS-DD-BASE
               MOVE DEC-TAXE(IND-DEC)   TO WS-DD-TAXE
               WRITE S-DECLARATION FROM WS-DEC-DETAIL
               ADD 1 TO L-NbrLignesDecl

               MOVE DEC-TYPTAX(IND-DEC) TO WS-RD-TYPTAX
               MOVE DEC-CODPRD(IND-DEC) TO WS-RD-CODPRD
               MOVE DEC-NBR(IND-DEC)    TO WS-RD-NBR
               MOVE DEC-BASE(IND-DEC)   TO WS-RD-BASE
               MOVE DEC-TAXE(IND-DEC)   TO WS-RD-TAXE
               WRITE S-RAPPORT FROM WS-RAP-DETAIL
           END-PERFORM
           IF L-TypeCourant NOT = SPACES
               PERFORM ECRITURE-TOTAL-TYPE
           END-IF

           MOVE L-NbrLignesDecl TO WS-DT-NBR
           MOVE L-TotalDeclare  TO WS-DT-TAXE
           MOVE L-TotalEncaisse TO WS-DT-ENCAISSE
           WRITE S-DECLARATION FROM WS-DEC-TRAILER
           .
      *----------------------------------------------------------------------------
       ECRITURE-TOTAL-TYPE.
      *-----------
           MOVE SPACES TO WS-RTO-LIBELLE
           STRING 'TOTAL TAXE ' L-TypeCourant DELIMITED BY SIZE
               INTO WS-RTO-LIBELLE
           MOVE L-TotalType TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           .
      *----------------------------------------------------------------------------
       RAPPROCHEMENT.
      *-----------
      *--   RAPPROCHEMENT DE LA DECLARATION AVEC LES ECHEANCES
      *--   ENCAISSEES DU MOIS : ENCAISSE TTC = HORS TAXES + TAXES ET
      *--   TAXES DES ECHEANCES = TAXES DECLAREES. UN ECART EMPECHE
      *--   DE DEPOSER LA DECLARATION EN L ETAT (CODE RETOUR 8).
           MOVE SPACES TO S-RAPPORT
           WRITE S-RAPPORT
           MOVE 'RAPPROCHEMENT AVEC LES ECHEANCES ENCAISSEES'
               TO S-RAPPORT
           WRITE S-RAPPORT

           MOVE 'ENCAISSE TTC DU MOIS' TO WS-RTO-LIBELLE
           MOVE L-TotalEncaisse TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'DONT PRIMES HORS TAXES' TO WS-RTO-LIBELLE
           MOVE L-TotalHT TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'DONT TAXES DES ECHEANCES' TO WS-RTO-LIBELLE
           MOVE L-TotalTaxes TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'TAXES DECLAREES' TO WS-RTO-LIBELLE
           MOVE L-TotalDeclare TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'ENCAISSE SANS VENTILATION (NON DECLARE)'
               TO WS-RTO-LIBELLE
           MOVE L-TotalSansVentil TO WS-RTO-MONTANT
           WRITE S-RAPPORT FROM WS-RAP-TOTAL

           IF L-TotalEncaisse NOT = L-TotalHT + L-TotalTaxes
              OR L-TotalTaxes NOT = L-TotalDeclare
              OR L-NbrEcarts > 0
               MOVE 'RAPPROCHEMENT : ECART' TO S-RAPPORT
               MOVE 8 TO L-CodeRetour
           ELSE
               MOVE 'RAPPROCHEMENT : OK' TO S-RAPPORT
           END-IF
           WRITE S-RAPPORT
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           CLOSE FILE-DECLARATION
           CLOSE FILE-RAPPORT

           Display 'Mois declare             =' L-Mois '>'
           Display 'Nbre echeances lues      =' L-NbrEcheancesLues '>'
           Display 'Nbre encaissees du mois  =' L-NbrEncaissees '>'
           Display 'Nbre sans ventilation    =' L-NbrSansVentilation
               '>'
           Display 'Nbre ecarts              =' L-NbrEcarts '>'
           Display 'Nbre lignes declarees    =' L-NbrLignesDecl '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4 AND L-NbrSansVentilation > 0
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
