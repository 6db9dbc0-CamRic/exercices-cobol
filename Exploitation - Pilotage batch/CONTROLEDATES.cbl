      *-- REPRODUISE PAS.
       01 L-CodeRetour           PIC 99 VALUE 0.

      *-- SIGNALEMENT AU SERVICE DESK EN EXECUTION AUTONOME (ETAPE 00)
       01 L-Incident.
           05 L-IncEtape         PIC 9(2) VALUE 0.
           05 L-IncPgm           PIC X(15).
           05 L-IncRC            PIC 9(2).
           05 L-IncFicIn         PIC X(40).
           05 L-IncFicOut        PIC X(40).
       01 L-IncRetour.
           05 L-IncRef           PIC X(16).
           05 L-IncCode          PIC X(2).

       01 L-FinParam                              PIC X.
       01 L-FinEntree                             PIC X.

           IF L-CodeRetour < 8 AND L-NbrPerimes > 0
               MOVE 8 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm        TO L-IncPgm
           MOVE L-CodeRetour TO L-IncRC
           MOVE L-NomParam   TO L-IncFicIn
           MOVE L-NomRapport TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

