
       FD  FILE-FACTURES.
      *--  FICHIER DE FACTURATION PRODUIT PAR FACTURATION (COBOLEX4) :
      *--  UN ENREGISTREMENT PAR CONTRAT TARIFE. LA PRIME ACQUISE EST
      *--  LA PRIME HORS TAXES ; TAXES ET MONTANT TTC NE SERVENT PAS.
       01  E-FACTURE.
           05 E-FAC-CODPRD                         PIC XX.
           05 E-FAC-NUMPOL                         PIC 9(7).
           05 E-FAC-NBTET                          PIC 9(3).
           05 E-FAC-NBBEN                          PIC 9(3).
           05 E-FAC-PRIME                          PIC 9(9)V99.
           05 FILLER                               PIC X(67).

       FD  HISTO-PRESTATIONS.
      *--  MEME DESSIN QUE DANS COBOLEXERCICE3. LE RAPPROCHEMENT AVEC
               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-RATIO.
       01  S-RATIO                                   PIC X(110).
