      *--  FICSOR FUSIONNE PAR LECTFIC : LA REFERENCE (9 CARACTERES)
      *--  EST COMPARABLE A LA CLE CM-CLE (CODE PRODUIT + POLICE) DE
      *--  CONTRATS_MASTER.DAT, APRES TRANSCODIFICATION XREF
      *--  EVENTUELLE. ZONE D ATTENTE NON BLANCHE = REFERENCE D UNE
      *--  FUSION PARTIELLE ENCORE INCOMPLETE.
       01  E-FICSOR.
           05 E-FICSOR-REF           PIC X(9).
           05 FILLER                 PIC X(18).
           05 FILLER                 PIC X.
           05 E-FICSOR-ATTENTE       PIC X(3).

       FD  FILE-XREF.
      *--  MEME TABLE DE TRANSCODIFICATION QUE DANS LECTFIC.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 LES DEUX BASES CONCORDENT,
      *-- 4 ORPHELINS SOUS LE SEUIL OU REFERENCES EN ATTENTE,
      *-- 8 ECART AU-DESSUS DU SEUIL PARAMETRE (LA CHAINE S ARRETE),
      *-- 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
           05 L-NbrOrphFicsor                     PIC 9(5).
           05 L-NbrOrphMaster                     PIC 9(5).
           05 L-NbrTraduits                       PIC 9(5).
           05 L-NbrAttente                        PIC 9(5).

      *-- SEUIL D ECART AU-DELA DUQUEL LA CHAINE DOIT S ARRETER
      *-- (TOTAL DES ORPHELINS DES DEUX COTES, 0 PAR DEFAUT = TOUT
       01 L-TotalEcarts          PIC 9(6).

      *-- TABLE DES REFERENCES DISTINCTES DE FICSOR (APRES
      *-- TRANSCODIFICATION), AVEC MARQUE DE RAPPROCHEMENT ET
      *-- MARQUE D ATTENTE (FUSION PARTIELLE)
       01 L-NbrRefsT             PIC 9(4) VALUE 0.
       01 TABLE-REFS.
           05 L-REF OCCURS 1 TO 5000 TIMES
                    INDEXED BY IND-REF.
               10 REF-CLE                PIC X(9).
               10 REF-VUE                PIC X.
               10 REF-ATTENTE            PIC X.
       01 L-Trouve               PIC X.
       01 L-RefCherchee          PIC X(9).

           05 FILLER             PIC X(19) VALUE ' ORPHELINS MAITRE ='.
           05 WS-RT-ORPHM        PIC Z(4)9.

       01 WS-RAP-ATTENTE.
           05 FILLER             PIC X(46) VALUE
              'REFS EN ATTENTE ABSENTES DU MAITRE (NON ORPHEL'.
           05 FILLER             PIC X(6)  VALUE 'INS) ='.
           05 WS-RA-NBR          PIC Z(4)9.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM EDITE-ORPHELINS-FICSOR

           PERFORM EDITE-ATTENTES

           PERFORM FIN-TRT
           .

               SET IND-REF TO L-NbrRefsT
               MOVE L-RefCherchee TO REF-CLE(IND-REF)
               MOVE 'N' TO REF-VUE(IND-REF)
               MOVE 'N' TO REF-ATTENTE(IND-REF)
               MOVE 'Y' TO L-Trouve
           END-IF

           IF L-Trouve = 'Y' AND E-FICSOR-ATTENTE NOT = SPACES
               MOVE 'O' TO REF-ATTENTE(IND-REF)
           END-IF
           .
      *----------------------------------------------------------------------------
       EDITE-ORPHELINS-FICSOR.
      *-----------
      *--   REFERENCES FICSOR JAMAIS RAPPROCHEES = CONTRATS CONNUS
      *--   DES PARTENAIRES MAIS ABSENTS DE LA BASE CONTRATS. UNE
      *--   REFERENCE EN ATTENTE N EST PAS UN ORPHELIN : ELLE EST
      *--   EDITEE A PART (EDITE-ATTENTES).
           PERFORM VARYING IND-REF FROM 1 BY 1
                   UNTIL IND-REF > L-NbrRefsT
               IF REF-VUE(IND-REF) = 'N'
                  AND REF-ATTENTE(IND-REF) = 'N'
                   ADD 1 TO L-NbrOrphFicsor
                   MOVE REF-CLE(IND-REF) TO WS-RO-REF
                   MOVE 'ABSENT DE CONTRATS_MASTER.DAT'
           MOVE L-NbrOrphMaster TO WS-RT-ORPHM
           WRITE S-RAPPORT FROM WS-RAP-TOTAUX
           .
      *----------------------------------------------------------------------------
       EDITE-ATTENTES.
      *-----------
      *--   REFERENCES D UNE FUSION PARTIELLE, ENCORE EN ATTENTE
      *--   D UNE SOURCE, ET ABSENTES DU MAITRE : LISTEES A PART, HORS
      *--   TOTAL DES ECARTS (LE RATTRAPAGE PEUT ENCORE LES CHANGER).
           PERFORM VARYING IND-REF FROM 1 BY 1
                   UNTIL IND-REF > L-NbrRefsT
               IF REF-VUE(IND-REF) = 'N'
                  AND REF-ATTENTE(IND-REF) = 'O'
                   ADD 1 TO L-NbrAttente
                   MOVE REF-CLE(IND-REF) TO WS-RO-REF
                   MOVE 'EN ATTENTE DE SOURCE (FUSION PARTIELLE)'
                       TO WS-RO-MOTIF
                   WRITE S-RAPPORT FROM WS-RAP-ORPHELIN
               END-IF
           END-PERFORM

           MOVE L-NbrAttente TO WS-RA-NBR
           WRITE S-RAPPORT FROM WS-RAP-ATTENTE
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           Display 'Nbre cles maitre       =' L-NbrMaster '>'
           Display 'Orphelins FICSOR       =' L-NbrOrphFicsor '>'
           Display 'Orphelins maitre       =' L-NbrOrphMaster '>'
           Display 'En attente hors maitre =' L-NbrAttente '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           IF L-CodeRetour < 8 AND L-TotalEcarts > L-SeuilEcarts
               MOVE 8 TO L-CodeRetour
           END-IF
           IF L-CodeRetour < 4
              AND (L-TotalEcarts > 0 OR L-NbrAttente > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
