      *--  FICSOR FUSIONNE PAR LECTFIC : LES DEUX PREMIERS CARACTERES
      *--  DE LA REFERENCE SONT LE CODE PRODUIT DU CONTRAT (MEME
      *--  CONVENTION QUE LA CLE CM-CLE DE CONTRATS_MASTER.DAT).
      *--  ZONE D ATTENTE NON BLANCHE = REFERENCE D UNE FUSION
      *--  PARTIELLE ENCORE INCOMPLETE : ELLE N EST PAS ROUTEE (LE
      *--  CONSOMMATEUR LA PRENDRAIT POUR DEFINITIVE) ; ELLE LE SERA
      *--  VIA LE COMPLEMENT DU RATTRAPAGE (FICSOR_COMPLEMENT.txt,
      *--  MEME DESSIN) PASSE A SON TOUR DANS LE ROUTEUR.
       01  E-FICSOR.
           05 E-FICSOR-CODPRD        PIC XX.
           05 FILLER                 PIC X(7).
           05 FILLER                 PIC X(3).
           05 E-FICSOR-CODINT        PIC X(7).
           05 FILLER                 PIC X(8).
           05 FILLER                 PIC X.
           05 E-FICSOR-ATTENTE       PIC X(3).

       FD  FILE-ROUTAGE.
      *--  PARAMETRAGE DU ROUTAGE : CODE PRODUIT, CODE DESTINATAIRE
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 TOUT ROUTE, 4 ENREGISTREMENTS
      *-- SANS DESTINATION OU EN ATTENTE, 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           05 L-NbrEnrLus                         PIC 9(6).
           05 L-NbrRoutes                         PIC 9(6).
           05 L-NbrSansRoute                      PIC 9(6).
           05 L-NbrAttente                        PIC 9(6).

      *-- TABLE DE ROUTAGE (UNE LIGNE PAR CODE PRODUIT) ET LISTE DES
      *-- DESTINATIONS DISTINCTES (UN FICHIER PAR DESTINATION, ECRIT
              VALUE 'ENREGISTREMENTS SANS ROUTAGE : '.
           05 WS-RS-NBR          PIC Z(5)9.

       01 WS-RAP-ATTENTE.
           05 FILLER             PIC X(42)
              VALUE 'ENREGISTREMENTS EN ATTENTE (NON ROUTES) : '.
           05 WS-RA-NBR          PIC Z(5)9.

       PROCEDURE DIVISION.

       SQUELETTE.
                       END-IF
                   END-PERFORM

                   IF L-Trouve = 'Y' AND E-FICSOR-ATTENTE = SPACES
                       MOVE E-FICSOR TO S-FICDEST
                       WRITE S-FICDEST
                       ADD 1 TO DST-NBR(L-IndDest)
      *-----------
      *--   DERNIERE PASSE : COMPTE LES ENREGISTREMENTS DONT LE CODE
      *--   PRODUIT N EST ROUTE NULLE PART - UN CONSOMMATEUR MANQUE
      *--   AU PARAMETRAGE. LES ENREGISTREMENTS EN ATTENTE SONT
      *--   COMPTES A PART.
           OPEN INPUT FICSOR
           IF L-Fst NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-Fst '>'
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN E-FICSOR-ATTENTE NOT = SPACES
                           ADD 1 TO L-NbrAttente
                       WHEN L-Trouve = 'N'
                           ADD 1 TO L-NbrSansRoute
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FICSOR

           MOVE L-NbrSansRoute TO WS-RS-NBR
           WRITE S-RAPPORT FROM WS-RAP-SANS-ROUTE
           MOVE L-NbrAttente TO WS-RA-NBR
           WRITE S-RAPPORT FROM WS-RAP-ATTENTE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
           Display 'Nbre enregs FICSOR     =' L-NbrEnrLus '>'
           Display 'Nbre enregs routes     =' L-NbrRoutes '>'
           Display 'Nbre sans destination  =' L-NbrSansRoute '>'
           Display 'Nbre en attente        =' L-NbrAttente '>'
           Display 'Nbre destinations      =' L-NbrDests '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrSansRoute > 0 OR L-NbrAttente > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
