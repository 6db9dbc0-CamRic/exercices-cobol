                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstT.

       SELECT FILE-TAXES ASSIGN TO DYNAMIC L-NomTaxes
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstX.

       SELECT FILE-FACTURES ASSIGN TO DYNAMIC L-NomFactures
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstF.
           05 E-TARIF-AGEMIN                       PIC X(3).
           05 E-TARIF-AGEMAX                       PIC X(3).

       FD  FILE-TAXES.
      *--  TAUX DES TAXES SUR LES PRIMES PAR PRODUIT ET TYPE DE TAXE
      *--  (POURCENTAGE A DEUX DECIMALES IMPLICITES), AVEC DATES DE
      *--  VALIDITE (FIN A BLANC OU A ZERO = TAUX EN VIGUEUR). FICHIER
      *--  FACULTATIF : ABSENT = PRIMES FACTUREES SANS TAXE.
       01  E-TAXE.
           05 E-TAXE-CODPRD                        PIC XX.
           05 E-TAXE-TYPE                          PIC X(4).
           05 E-TAXE-TAUX                          PIC 9(2)V99.
           05 E-TAXE-DATDEB                        PIC 9(8).
           05 E-TAXE-DATFIN                        PIC X(8).

       FD  FILE-FACTURES.
      *--  FICHIER DE FACTURATION A DESTINATION DU RECOUVREMENT : UN
      *--  ENREGISTREMENT PAR CONTRAT TARIFE. S-FAC-PRIME RESTE LA
      *--  PRIME HORS TAXES (PRIME ACQUISE DE COMBIRATIO) ; LA TAXE,
      *--  LE MONTANT TTC A RECOUVRER ET LA VENTILATION PAR TYPE DE
      *--  TAXE (TROIS AU PLUS PAR PRODUIT) SONT EN QUEUE.
       01  S-FACTURE.
           05 S-FAC-CODPRD                         PIC XX.
           05 S-FAC-NUMPOL                         PIC 9(7).
           05 S-FAC-NBTET                          PIC 9(3).
           05 S-FAC-NBBEN                          PIC 9(3).
           05 S-FAC-PRIME                          PIC 9(9)V99.
           05 S-FAC-TAXE                           PIC 9(9)V99.
           05 S-FAC-PRIME-TTC                      PIC 9(9)V99.
           05 S-FAC-VENTIL-TAXE OCCURS 3.
               10 S-FAC-TYPTAX                     PIC X(4).
               10 S-FAC-MTTAX                      PIC 9(9)V99.

       FD  FILE-RAPPORT.
       01  S-RAPPORT                               PIC X(150).


       WORKING-STORAGE SECTION.
       01 L-FstT                                  PIC 99.
       01 L-FstF                                  PIC 99.
       01 L-FstRa                                 PIC 99.
       01 L-FstX                                  PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-NomTarifs            PIC X(40) VALUE 'TARIFS_PRODUITS.txt'.
       01 L-NomTaxes             PIC X(40) VALUE 'TAXES_PRODUITS.txt'.
       01 L-NomFactures          PIC X(40) VALUE 'FACTURES.txt'.
       01 L-NomRapport     PIC X(40) VALUE 'RAPPORT_FACTURATION.txt'.
       01 L-EnvTemp              PIC X(40).
       01 L-Prime                PIC 9(9)V99.
       01 L-TotalPrimes          PIC 9(11)V99 VALUE 0.

      *-- TAXES SUR LES PRIMES : TABLE DES TAUX (TAXES_PRODUITS.txt),
      *-- TAUX EN VIGUEUR A LA DATE DE FACTURATION RETENUS POUR LE
      *-- PRODUIT DU CONTRAT COURANT (UN PAR TYPE DE TAXE, TROIS TYPES
      *-- AU PLUS) ET MONTANTS CALCULES SUR LA PRIME HORS TAXES.
       01 L-NbrTaux              PIC 9(3) VALUE 0.
       01 TABLE-TAXES.
           05 L-TXP OCCURS 1 TO 500 TIMES
                    DEPENDING ON L-NbrTaux
                    INDEXED BY IND-TXP.
               10 TXP-CODPRD             PIC XX.
               10 TXP-TYPE               PIC X(4).
               10 TXP-TAUX               PIC 9(2)V99.
               10 TXP-DATDEB             PIC 9(8).
               10 TXP-DATFIN             PIC 9(8).
       01 L-TaxesContrat.
           05 L-TXC OCCURS 3.
               10 TXC-TYPE               PIC X(4).
               10 TXC-TAUX               PIC 9(2)V99.
               10 TXC-MONTANT            PIC 9(9)V99.
       01 L-NbrTaxesCtr          PIC 9.
       01 L-IndTxc               PIC 9.
       01 L-TaxeTrouvee          PIC X.
       01 L-Taxe                 PIC 9(9)V99.
       01 L-PrimeTTC             PIC 9(9)V99.
       01 L-TotalTaxes           PIC 9(11)V99 VALUE 0.
       01 L-TotalTTC             PIC 9(11)V99 VALUE 0.

      *-- lignes du rapport de facturation
       01 WS-RAP-LIGNE.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
           05 WS-RAP-TARBEN      PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(8)  VALUE ' PRIME: '.
           05 WS-RAP-PRIME       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(7)  VALUE ' TAXE: '.
           05 WS-RAP-TAXE        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(6)  VALUE ' TTC: '.
           05 WS-RAP-TTC         PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-RAP-SANS-TARIF.
           05 FILLER             PIC X(8)  VALUE 'CONTRAT '.
              VALUE ' PRODUIT SANS TARIF, NON FACTURE'.

       01 WS-RAP-TOTAL.
           05 WS-RAP-TOT-LIBELLE PIC X(22)
                                 VALUE 'TOTAL PRIMES EMISES : '.
           05 WS-RAP-TOT-PRIME   PIC ZZ.ZZZ.ZZZ.ZZ9,99.


           PERFORM CHARGE-TARIFS

           PERFORM CHARGE-TAXES

           PERFORM LECTURE-FICHIER

           IF NOT L-FinFic-OK
               MOVE L-EnvTemp TO L-NomTarifs
           END-IF

           DISPLAY 'FACTURATION_TAXES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTaxes
           END-IF

           DISPLAY 'FACTURATION_FACTURES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
           END-PERFORM
           CLOSE FILE-TARIFS
           .
      *----------------------------------------------------------------------------
       CHARGE-TAXES.
      *-----------
      *--   TABLE DES TAUX DE TAXE PAR PRODUIT ET TYPE. FICHIER
      *--   FACULTATIF : ABSENT, LES PRIMES SONT FACTUREES SANS TAXE.
           OPEN INPUT FILE-TAXES
           IF L-FstX = 35
               DISPLAY 'Pas de table des taxes : primes sans taxe'
               EXIT PARAGRAPH
           END-IF
           IF L-FstX NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstX '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinTarifs
           PERFORM UNTIL L-FinTarifs = 'Y'
               READ FILE-TAXES
               AT END
                   MOVE 'Y' TO L-FinTarifs
               NOT AT END
                   IF E-TAXE-TAUX IS NUMERIC
                      AND E-TAXE-DATDEB IS NUMERIC
                      AND E-TAXE-TYPE NOT = SPACES
                       IF L-NbrTaux >= 500
                           DISPLAY 'TABLE DES TAXES PLEINE'
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO L-NbrTaux
                       SET IND-TXP TO L-NbrTaux
                       MOVE E-TAXE-CODPRD TO TXP-CODPRD(IND-TXP)
                       MOVE E-TAXE-TYPE   TO TXP-TYPE(IND-TXP)
                       MOVE E-TAXE-TAUX   TO TXP-TAUX(IND-TXP)
                       MOVE E-TAXE-DATDEB TO TXP-DATDEB(IND-TXP)
                       IF E-TAXE-DATFIN IS NUMERIC
                          AND E-TAXE-DATFIN NOT = ZEROS
                           MOVE E-TAXE-DATFIN TO TXP-DATFIN(IND-TXP)
                       ELSE
                           MOVE 99999999 TO TXP-DATFIN(IND-TXP)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TAXES
           .
      *----------------------------------------------------------------------------
       LECTURE-FICHIER.
      *-----------
                           / L-JoursPeriode
                   END-IF
               END-IF
               PERFORM CALCUL-TAXES
               ADD L-Prime TO L-TotalPrimes
               ADD L-Taxe TO L-TotalTaxes
               ADD L-PrimeTTC TO L-TotalTTC
               ADD 1 TO L-NbrFactures

               MOVE L-CTR-CODPRD TO S-FAC-CODPRD
               MOVE L-NbTetesCot TO S-FAC-NBTET
               MOVE L-NbBenef    TO S-FAC-NBBEN
               MOVE L-Prime      TO S-FAC-PRIME
               MOVE L-Taxe       TO S-FAC-TAXE
               MOVE L-PrimeTTC   TO S-FAC-PRIME-TTC
               PERFORM VARYING L-IndTxc FROM 1 BY 1
                       UNTIL L-IndTxc > 3
                   MOVE TXC-TYPE(L-IndTxc)
                       TO S-FAC-TYPTAX(L-IndTxc)
                   MOVE TXC-MONTANT(L-IndTxc)
                       TO S-FAC-MTTAX(L-IndTxc)
               END-PERFORM
               WRITE S-FACTURE

               MOVE L-CTR-CODPRD TO WS-RAP-CODPRD
               MOVE TAR-TETE(L-IndTar1)  TO WS-RAP-TARTET
               MOVE TAR-BENEF(L-IndTar1) TO WS-RAP-TARBEN
               MOVE L-Prime      TO WS-RAP-PRIME
               MOVE L-Taxe       TO WS-RAP-TAXE
               MOVE L-PrimeTTC   TO WS-RAP-TTC
               WRITE S-RAPPORT FROM WS-RAP-LIGNE
           END-IF

               COMPUTE L-JoursCouverts = L-CnvResultat + 1
           END-IF
           .
      *----------------------------------------------------------------------------
       CALCUL-TAXES.
      *-----------
      *--   TAXES DE LA PRIME HORS TAXES L-Prime : UN MONTANT PAR TYPE
      *--   DE TAXE DU PRODUIT EN VIGUEUR A LA DATE DE FACTURATION (LA
      *--   PREMIERE LIGNE VALIDE D UN TYPE L EMPORTE), ARRONDI AU
      *--   CENTIME ; LA PRIME TTC EST LA PRIME PLUS SES TAXES.
           MOVE SPACES TO L-TaxesContrat
           PERFORM VARYING L-IndTxc FROM 1 BY 1
                   UNTIL L-IndTxc > 3
               MOVE 0 TO TXC-TAUX(L-IndTxc)
               MOVE 0 TO TXC-MONTANT(L-IndTxc)
           END-PERFORM
           MOVE 0 TO L-NbrTaxesCtr
           MOVE 0 TO L-Taxe

           PERFORM VARYING IND-TXP FROM 1 BY 1
                   UNTIL IND-TXP > L-NbrTaux
               IF TXP-CODPRD(IND-TXP) = L-CTR-CODPRD
                  AND TXP-DATDEB(IND-TXP) <= L-DateFacturation
                  AND TXP-DATFIN(IND-TXP) >= L-DateFacturation
                   MOVE 'N' TO L-TaxeTrouvee
                   PERFORM VARYING L-IndTxc FROM 1 BY 1
                           UNTIL L-IndTxc > L-NbrTaxesCtr
                       IF TXC-TYPE(L-IndTxc) = TXP-TYPE(IND-TXP)
                           MOVE 'Y' TO L-TaxeTrouvee
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF L-TaxeTrouvee = 'N'
                       IF L-NbrTaxesCtr >= 3
                           DISPLAY 'PLUS DE 3 TAXES POUR LE PRODUIT '
                               L-CTR-CODPRD
                           PERFORM ERREUR
                       END-IF
                       ADD 1 TO L-NbrTaxesCtr
                       MOVE TXP-TYPE(IND-TXP)
                           TO TXC-TYPE(L-NbrTaxesCtr)
                       MOVE TXP-TAUX(IND-TXP)
                           TO TXC-TAUX(L-NbrTaxesCtr)
                       COMPUTE TXC-MONTANT(L-NbrTaxesCtr) ROUNDED =
                           L-Prime * TXP-TAUX(IND-TXP) / 100
                       ADD TXC-MONTANT(L-NbrTaxesCtr) TO L-Taxe
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE L-PrimeTTC = L-Prime + L-Taxe
           .
      *----------------------------------------------------------------------------
       TARIFE-TETE.
      *-----------
      *----
           MOVE L-TotalPrimes TO WS-RAP-TOT-PRIME
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'TOTAL TAXES         : ' TO WS-RAP-TOT-LIBELLE
           MOVE L-TotalTaxes TO WS-RAP-TOT-PRIME
           WRITE S-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'TOTAL PRIMES TTC    : ' TO WS-RAP-TOT-LIBELLE
           MOVE L-TotalTTC TO WS-RAP-TOT-PRIME
           WRITE S-RAPPORT FROM WS-RAP-TOTAL

           CLOSE FICSOR
           CLOSE FILE-FACTURES
