               10 HP-MONTANT         PIC X(11).
           05 HP-RUNID               PIC X(10).
           05 HP-CODEPDT             PIC X(2).
           05 HP-TYPE-ENR            PIC X(1).
           05 HP-REMB                PIC 9(9)V99.
           05 HP-RECOURS             PIC X(15).

       FD  FILE-SEUILS.
      *--  SEUILS DE FREQUENCE PAR CODE PRODUIT : NOMBRE DE
