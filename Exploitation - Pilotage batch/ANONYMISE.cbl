      *-- SAUTES, 12 FIN ANORMALE.
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

       01 L-FinFic                                PIC X.
       01 L-FinMapping                            PIC X.

       MASQUE-DECOMPTE.
      *-----------
      *--   DECOMPTE.txt : NUMERO DE POLICE SUR 12 CHIFFRES EN 6-17,
      *--   DONT LES 7 DERNIERS (11-17) SONT LA CLE DE RAPPROCHEMENT,
      *--   NOM ET PRENOM DE LA TETE ASSUREE EN 54-73 ET 74-93 (A
      *--   BLANC SUR LES ANCIENS DESSINS, MASQUES COMME CEUX DE
      *--   MOUVEMENTS.txt). LE TOTALISEUR 'TR' N EST PAS TOUCHE.
      *--   UNE LIGNE DONT LA POLICE N EST PAS LISIBLE EST NEUTRALISEE
      *--   PLUTOT QUE LAISSEE EN CLAIR : UNE LIGNE MAL FORMEE NE DOIT
      *--   JAMAIS EMPORTER UNE DONNEE REELLE EN RECETTE.
           IF E-ENTREE(1:2) NOT = 'TR'
               IF E-ENTREE(6:12) IS NUMERIC
                   MOVE E-ENTREE(11:7) TO L-PoliceReelle
               ELSE
                   MOVE '9999999' TO E-ENTREE(11:7)
               END-IF
               MOVE E-ENTREE(54:20) TO L-LibelleReel
               PERFORM MAPPE-LIBELLE
               MOVE L-LibelleFactice TO E-ENTREE(54:20)
               MOVE E-ENTREE(74:20) TO L-LibelleReel
               PERFORM MAPPE-LIBELLE
               MOVE L-LibelleFactice TO E-ENTREE(74:20)
           END-IF
           .
      *----------------------------------------------------------------------------
           IF L-CodeRetour < 4 AND L-NbrFichiersAbsents > 0
               MOVE 4 TO L-CodeRetour
           END-IF

      *>   INCIDENT (RC >= 8) OU RESOLUTION POUR LE SERVICE DESK ; SOUS
      *>   CHAINEBATCH, C EST LA CHAINE QUI SIGNALE L ETAPE
           MOVE L-Pgm        TO L-IncPgm
           MOVE L-CodeRetour TO L-IncRC
           MOVE L-NomEntree  TO L-IncFicIn
           MOVE L-NomSortie  TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour

           MOVE L-CodeRetour TO RETURN-CODE
           GOBACK.

