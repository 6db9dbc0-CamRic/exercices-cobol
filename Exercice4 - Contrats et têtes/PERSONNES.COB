       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONNES.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERSONNES-MASTER ASSIGN TO DYNAMIC L-NomPersonnes
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PER-CLE
                       FILE STATUS IS L-FstPe.

       SELECT PERSONNES-CONTRATS ASSIGN TO DYNAMIC L-NomLiens
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LN-CLE
                       FILE STATUS IS L-FstLn.

       SELECT FILE-REVUE ASSIGN TO DYNAMIC L-NomRevue
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstRv.


       DATA DIVISION.

       FILE SECTION.

       FD  PERSONNES-MASTER.
      *--  REFERENTIEL PERSISTANT DES PERSONNES ASSUREES : UNE PERSONNE
      *--  PAR IDENTITE NORMALISEE (NOM, PRENOM, DATE DE NAISSANCE),
      *--  AVEC UN IDENTIFIANT STABLE ATTRIBUE A LA CREATION. LE NOM ET
      *--  LE PRENOM SONT CONSERVES TELS QUE VUS LA PREMIERE FOIS.
      *--  L ENREGISTREMENT DE CLE A BLANC EST RESERVE : IL PORTE LE
      *--  DERNIER IDENTIFIANT ATTRIBUE DANS PER-ID.
       01  PER-ENREG.
           05 PER-CLE.
               10 PER-NOMN.
                   15 PER-NOMN-RAC   PIC X(4).
                   15 FILLER         PIC X(16).
               10 PER-PRNN           PIC X(20).
               10 PER-DATNAI         PIC X(8).
           05 PER-ID                 PIC 9(9).
           05 PER-TIT                PIC X(3).
           05 PER-NOM                PIC X(20).
           05 PER-PRN                PIC X(20).
           05 PER-DATCRE             PIC 9(8).
           05 PER-PGM                PIC X(10).

       FD  PERSONNES-CONTRATS.
      *--  RATTACHEMENT DES TETES COUVERTES AUX PERSONNES : CLE
      *--  CONTRAT + NOM + PRENOM DE LA TETE (IDENTIFICATION DE LA TETE
      *--  DANS SON CONTRAT, COMME DANS CONTRATMVT), IDENTIFIANT DE LA
      *--  PERSONNE ET DATE DE DERNIERE CONFIRMATION DU LIEN.
       01  LN-ENREG.
           05 LN-CLE.
               10 LN-CODPRD          PIC XX.
               10 LN-NUMPOL          PIC 9(7).
               10 LN-NOM             PIC X(20).
               10 LN-PRN             PIC X(20).
           05 LN-PERID               PIC 9(9).
           05 LN-TIT                 PIC X(3).
           05 LN-DATNAI              PIC X(8).
           05 LN-DATMAJ              PIC 9(8).
           05 LN-PGM                 PIC X(10).

       FD  FILE-REVUE.
      *--  LISTE DE REVUE DES QUASI-DOUBLONS (OUVERTE EN EXTEND, UNE
      *--  LIGNE PAR PERSONNE CREEE VOISINE D UNE PERSONNE EXISTANTE) :
      *--  LA GESTION DECIDE S IL S AGIT DE LA MEME PERSONNE.
       01  S-REVUE                                 PIC X(200).


       WORKING-STORAGE SECTION.
      *-- LES FICHIERS RESTENT OUVERTS ENTRE LES APPELS (OUVERTURE
      *-- 'O', FERMETURE 'F') : LES ZONES CI-DESSOUS SONT DONC EN
      *-- WORKING-STORAGE, PERSISTANT D UN APPEL A L AUTRE.

      *-- file status fichier
       01 L-FstPe                                 PIC 99.
       01 L-FstLn                                 PIC 99.
       01 L-FstRv                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomPersonnes         PIC X(40) VALUE 'PERSONNES.DAT'.
       01 L-NomLiens             PIC X(40)
                                 VALUE 'PERSONNES_CONTRATS.DAT'.
       01 L-NomRevue             PIC X(40) VALUE 'PERSONNES_REVUE.txt'.
       01 L-EnvTemp              PIC X(40).

       01 L-Ouvert               PIC X VALUE 'N'.
       01 L-DernierId            PIC 9(9) VALUE 0.
       01 L-DateRun              PIC 9(8).

       01 L-Nbr.
           05 L-NbrRattaches                      PIC 9(7).
           05 L-NbrPersCreees                     PIC 9(7).
           05 L-NbrPersVoisines                   PIC 9(7).
           05 L-NbrDetaches                       PIC 9(7).
           05 L-NbrPurges                         PIC 9(7).

      *-- IDENTITE NORMALISEE DE LA TETE : MAJUSCULES, LETTRES SEULES
      *-- (ESPACES, TIRETS, APOSTROPHES, POINTS ET CARACTERES
      *-- ACCENTUES ELIMINES), CADREE A GAUCHE
       01 L-CleCherchee.
           05 L-NomN.
               10 L-NomN-RAC         PIC X(4).
               10 FILLER             PIC X(16).
           05 L-PrnN                 PIC X(20).
           05 L-DatNai               PIC X(8).
       01 L-NormEntree           PIC X(20).
       01 L-NormSortie           PIC X(20).
       01 L-NormIdx              PIC 9(2).
       01 L-NormLg               PIC 9(2).
       01 L-NormCar              PIC X.

      *-- RECHERCHE DES PERSONNES VOISINES (MEME RACINE DE NOM
      *-- NORMALISE SUR QUATRE LETTRES)
       01 L-FinVoisins           PIC X.
       01 L-MotifVoisin          PIC X(24).
       01 L-Voisine              PIC X.

       01 WS-REVUE-LIGNE.
           05 WS-RV-DATE         PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-PGM          PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(10) VALUE ' NOUVELLE '.
           05 WS-RV-ID           PIC 9(9).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-PRN          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-DATNAI       PIC X(8).
           05 FILLER             PIC X(9)  VALUE ' VOISINE '.
           05 WS-RV-IDV          PIC 9(9).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-NOMV         PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-PRNV         PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-DATNAIV      PIC X(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RV-MOTIF        PIC X(24).

       LOCAL-STORAGE SECTION.

       LINKAGE SECTION.
      *-- SERVICE DEMANDE PAR L APPELANT :
      *--   'O' OUVERTURE DES FICHIERS (EN DEBUT DE TRAITEMENT)
      *--   'R' RATTACHEMENT DE LA TETE LK-TETE A UNE PERSONNE (CREEE
      *--       SI SON IDENTITE NORMALISEE EST INCONNUE) ET MISE A JOUR
      *--       DE SON LIEN AVEC LE CONTRAT
      *--   'D' DETACHEMENT DE LA TETE DE SON CONTRAT (RETRAIT, TETE
      *--       PLUS COUVERTE)
      *--   'P' PURGE DES LIENS DU CONTRAT NON CONFIRMES DEPUIS
      *--       LK-DATE (99999999 : TOUS LES LIENS DU CONTRAT)
      *--   'F' FERMETURE DES FICHIERS (EN FIN DE TRAITEMENT)
       01 LK-MODE                PIC X.
      *-- TETE CONCERNEE (CONTRAT, IDENTITE), DATE DE REFERENCE DE LA
      *-- PURGE ET PROGRAMME APPELANT
       01 LK-TETE.
           05 LK-CODPRD          PIC XX.
           05 LK-NUMPOL          PIC 9(7).
           05 LK-TIT             PIC X(3).
           05 LK-NOM             PIC X(20).
           05 LK-PRN             PIC X(20).
           05 LK-DATNAI          PIC X(8).
           05 LK-DATE            PIC 9(8).
           05 LK-PGM             PIC X(10).
      *-- RETOUR : IDENTIFIANT DE LA PERSONNE (MODE 'R') ET CODE
      *--   '00' SERVICE RENDU (PERSONNE DEJA CONNUE EN MODE 'R')
      *--   '01' PERSONNE CREEE
      *--   '02' PERSONNE CREEE, VOISINE D UNE PERSONNE EXISTANTE
      *--        (LISTEE POUR REVUE)
      *--   '10' LIEN ABSENT (MODE 'D')
      *--   '90' IDENTITE VIDE, TETE NON RATTACHEE
      *--   '98' MODE INCONNU
      *--   '99' ERREUR D ACCES AUX FICHIERS
       01 LK-RETOUR.
           05 LK-PERID           PIC 9(9).
           05 LK-CODE            PIC X(2).

       PROCEDURE DIVISION USING LK-MODE LK-TETE LK-RETOUR.

       SQUELETTE.

           MOVE ZERO TO LK-PERID
           MOVE '00' TO LK-CODE

           EVALUATE LK-MODE
               WHEN 'O'
                   PERFORM OUVERTURE
               WHEN 'R'
                   PERFORM RATTACHEMENT
               WHEN 'D'
                   PERFORM DETACHEMENT
               WHEN 'P'
                   PERFORM PURGE-CONTRAT
               WHEN 'F'
                   PERFORM FERMETURE
               WHEN OTHER
                   MOVE '98' TO LK-CODE
           END-EVALUATE

           GOBACK
           .
      *----------------------------------------------------------------------------
       OUVERTURE.
      *-----------
      *--   OUVRE LE REFERENTIEL ET LES RATTACHEMENTS (CREES AU PREMIER
      *--   PASSAGE), RELIT LE DERNIER IDENTIFIANT ATTRIBUE DANS
      *--   L ENREGISTREMENT RESERVE ET OUVRE LA LISTE DE REVUE.
           INITIALIZE L-Nbr
           MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateRun

           DISPLAY 'PERSONNES_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomPersonnes
           END-IF

           DISPLAY 'PERSONNES_CONTRATS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomLiens
           END-IF

           DISPLAY 'PERSONNES_REVUE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomRevue
           END-IF

           OPEN I-O PERSONNES-MASTER
           IF L-FstPe = 35
               OPEN OUTPUT PERSONNES-MASTER
               CLOSE PERSONNES-MASTER
               OPEN I-O PERSONNES-MASTER
           END-IF
           IF L-FstPe NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstPe '>'
              MOVE '99' TO LK-CODE
              EXIT PARAGRAPH
           END-IF

           OPEN I-O PERSONNES-CONTRATS
           IF L-FstLn = 35
               OPEN OUTPUT PERSONNES-CONTRATS
               CLOSE PERSONNES-CONTRATS
               OPEN I-O PERSONNES-CONTRATS
           END-IF
           IF L-FstLn NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstLn '>'
              CLOSE PERSONNES-MASTER
              MOVE '99' TO LK-CODE
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FILE-REVUE
           IF L-FstRv = 35
               OPEN OUTPUT FILE-REVUE
               CLOSE FILE-REVUE
               OPEN EXTEND FILE-REVUE
           END-IF
           IF L-FstRv NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstRv '>'
              CLOSE PERSONNES-MASTER
              CLOSE PERSONNES-CONTRATS
              MOVE '99' TO LK-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PER-CLE
           READ PERSONNES-MASTER
           INVALID KEY
               MOVE 0 TO L-DernierId
               MOVE SPACES TO PER-ENREG
               MOVE ZEROS TO PER-ID
               MOVE ZEROS TO PER-DATCRE
               WRITE PER-ENREG
           NOT INVALID KEY
               MOVE PER-ID TO L-DernierId
           END-READ

           MOVE 'O' TO L-Ouvert
           .
      *----------------------------------------------------------------------------
       RATTACHEMENT.
      *-----------
      *--   RETROUVE LA PERSONNE PAR SON IDENTITE NORMALISEE OU LA CREE
      *--   (EN SIGNALANT LES PERSONNES VOISINES), PUIS ENREGISTRE OU
      *--   CONFIRME LE LIEN TETE / CONTRAT / PERSONNE.
           IF L-Ouvert NOT = 'O'
               MOVE '99' TO LK-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALISE-IDENTITE
           IF L-NomN = SPACES AND L-PrnN = SPACES
               MOVE '90' TO LK-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE L-CleCherchee TO PER-CLE
           READ PERSONNES-MASTER
           INVALID KEY
               PERFORM CREATION-PERSONNE
           NOT INVALID KEY
               MOVE PER-ID TO LK-PERID
           END-READ

           MOVE LK-CODPRD TO LN-CODPRD
           MOVE LK-NUMPOL TO LN-NUMPOL
           MOVE LK-NOM    TO LN-NOM
           MOVE LK-PRN    TO LN-PRN
           READ PERSONNES-CONTRATS
           INVALID KEY
               MOVE LK-PERID  TO LN-PERID
               MOVE LK-TIT    TO LN-TIT
               MOVE LK-DATNAI TO LN-DATNAI
               MOVE L-DateRun TO LN-DATMAJ
               MOVE LK-PGM    TO LN-PGM
               WRITE LN-ENREG
               END-WRITE
           NOT INVALID KEY
      *--       LIEN CONNU : CONFIRME, ET REPORTE SUR LA PERSONNE
      *--       COURANTE SI LA DATE DE NAISSANCE DE LA TETE A ETE
      *--       CORRIGEE DEPUIS
               MOVE LK-PERID  TO LN-PERID
               MOVE LK-TIT    TO LN-TIT
               MOVE LK-DATNAI TO LN-DATNAI
               MOVE L-DateRun TO LN-DATMAJ
               MOVE LK-PGM    TO LN-PGM
               REWRITE LN-ENREG
               END-REWRITE
           END-READ

           ADD 1 TO L-NbrRattaches
           .
      *----------------------------------------------------------------------------
       CREATION-PERSONNE.
      *-----------
      *--   NOUVELLE PERSONNE : IDENTIFIANT SUIVANT. LES PERSONNES
      *--   VOISINES SONT RECHERCHEES AVANT L ECRITURE (LA LECTURE
      *--   SEQUENTIELLE DEPLACE LE POSITIONNEMENT DU FICHIER).
           ADD 1 TO L-DernierId
           MOVE L-DernierId TO LK-PERID
           MOVE '01' TO LK-CODE
           ADD 1 TO L-NbrPersCreees

           PERFORM RECHERCHE-VOISINES

           MOVE L-CleCherchee TO PER-CLE
           MOVE L-DernierId   TO PER-ID
           MOVE LK-TIT        TO PER-TIT
           MOVE LK-NOM        TO PER-NOM
           MOVE LK-PRN        TO PER-PRN
           MOVE L-DateRun     TO PER-DATCRE
           MOVE LK-PGM        TO PER-PGM
           WRITE PER-ENREG
           END-WRITE
           .
      *----------------------------------------------------------------------------
       RECHERCHE-VOISINES.
      *-----------
      *--   PARCOURT LES PERSONNES DONT LE NOM NORMALISE COMMENCE PAR
      *--   LES QUATRE MEMES LETTRES. SONT VOISINES D UNE NOUVELLE
      *--   PERSONNE :
      *--     - MEMES NOM ET PRENOM, NAISSANCE DIFFERENTE (OU ABSENTE)
      *--     - MEMES NOM ET NAISSANCE, PRENOM DE MEME INITIALE
      *--     - MEMES PRENOM ET NAISSANCE, NOM DE MEME RACINE
      *--   CHAQUE VOISINE EST LISTEE POUR REVUE. LA NOUVELLE PERSONNE
      *--   EST CREEE QUAND MEME : LA FUSION EVENTUELLE RELEVE DE LA
      *--   GESTION.
           MOVE 'N' TO L-Voisine
           MOVE LOW-VALUES TO PER-CLE
           MOVE L-NomN-RAC TO PER-NOMN-RAC
           START PERSONNES-MASTER KEY IS NOT < PER-CLE
           INVALID KEY
               EXIT PARAGRAPH
           END-START

           MOVE 'N' TO L-FinVoisins
           PERFORM UNTIL L-FinVoisins = 'Y'
               READ PERSONNES-MASTER NEXT
               AT END
                   MOVE 'Y' TO L-FinVoisins
               NOT AT END
                   IF PER-NOMN-RAC NOT = L-NomN-RAC
                       MOVE 'Y' TO L-FinVoisins
                   ELSE
                       PERFORM CONTROLE-VOISINE
                   END-IF
               END-READ
           END-PERFORM

           IF L-Voisine = 'Y'
               MOVE '02' TO LK-CODE
               ADD 1 TO L-NbrPersVoisines
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-VOISINE.
      *-----------
           IF PER-CLE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO L-MotifVoisin
           EVALUATE TRUE
               WHEN PER-NOMN = L-NomN AND PER-PRNN = L-PrnN
                   MOVE 'NAISSANCE DIFFERENTE' TO L-MotifVoisin
               WHEN PER-NOMN = L-NomN AND PER-DATNAI = L-DatNai
                    AND PER-PRNN(1:1) = L-PrnN(1:1)
                   MOVE 'PRENOM VOISIN' TO L-MotifVoisin
               WHEN PER-PRNN = L-PrnN AND PER-DATNAI = L-DatNai
                   MOVE 'NOM VOISIN' TO L-MotifVoisin
           END-EVALUATE

           IF L-MotifVoisin NOT = SPACES
               MOVE 'Y' TO L-Voisine
               MOVE L-DateRun   TO WS-RV-DATE
               MOVE LK-PGM      TO WS-RV-PGM
               MOVE LK-CODPRD   TO WS-RV-CODPRD
               MOVE LK-NUMPOL   TO WS-RV-NUMPOL
               MOVE L-DernierId TO WS-RV-ID
               MOVE LK-NOM      TO WS-RV-NOM
               MOVE LK-PRN      TO WS-RV-PRN
               MOVE LK-DATNAI   TO WS-RV-DATNAI
               MOVE PER-ID      TO WS-RV-IDV
               MOVE PER-NOM     TO WS-RV-NOMV
               MOVE PER-PRN     TO WS-RV-PRNV
               MOVE PER-DATNAI  TO WS-RV-DATNAIV
               MOVE L-MotifVoisin TO WS-RV-MOTIF
               WRITE S-REVUE FROM WS-REVUE-LIGNE
           END-IF
           .
      *----------------------------------------------------------------------------
       NORMALISE-IDENTITE.
      *-----------
           MOVE LK-NOM TO L-NormEntree
           PERFORM NORMALISE-ZONE
           MOVE L-NormSortie TO L-NomN

           MOVE LK-PRN TO L-NormEntree
           PERFORM NORMALISE-ZONE
           MOVE L-NormSortie TO L-PrnN

           MOVE LK-DATNAI TO L-DatNai
           IF L-DatNai IS NOT NUMERIC
               MOVE SPACES TO L-DatNai
           END-IF
           .
      *----------------------------------------------------------------------------
       NORMALISE-ZONE.
      *-----------
      *--   MAJUSCULES, PUIS NE GARDE QUE LES LETTRES A-Z CADREES A
      *--   GAUCHE : 'Le Goff' = 'LEGOFF', 'DUPONT-MARTIN' =
      *--   'DUPONT MARTIN' = 'DUPONTMARTIN'.
           INSPECT L-NormEntree CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO L-NormSortie
           MOVE 0 TO L-NormLg
           PERFORM VARYING L-NormIdx FROM 1 BY 1
                   UNTIL L-NormIdx > 20
               MOVE L-NormEntree(L-NormIdx:1) TO L-NormCar
               IF L-NormCar >= 'A' AND L-NormCar <= 'Z'
                   ADD 1 TO L-NormLg
                   MOVE L-NormCar TO L-NormSortie(L-NormLg:1)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       DETACHEMENT.
      *-----------
           IF L-Ouvert NOT = 'O'
               MOVE '99' TO LK-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CODPRD TO LN-CODPRD
           MOVE LK-NUMPOL TO LN-NUMPOL
           MOVE LK-NOM    TO LN-NOM
           MOVE LK-PRN    TO LN-PRN
           DELETE PERSONNES-CONTRATS RECORD
           INVALID KEY
               MOVE '10' TO LK-CODE
           NOT INVALID KEY
               ADD 1 TO L-NbrDetaches
           END-DELETE
           .
      *----------------------------------------------------------------------------
       PURGE-CONTRAT.
      *-----------
      *--   SUPPRIME LES LIENS DU CONTRAT DONT LA DERNIERE
      *--   CONFIRMATION EST ANTERIEURE A LK-DATE : TETES DISPARUES OU
      *--   PLUS COUVERTES DEPUIS LE DERNIER PASSAGE.
           IF L-Ouvert NOT = 'O'
               MOVE '99' TO LK-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CODPRD  TO LN-CODPRD
           MOVE LK-NUMPOL  TO LN-NUMPOL
           MOVE LOW-VALUES TO LN-NOM LN-PRN
           START PERSONNES-CONTRATS KEY IS NOT < LN-CLE
           INVALID KEY
               EXIT PARAGRAPH
           END-START

           MOVE 'N' TO L-FinVoisins
           PERFORM UNTIL L-FinVoisins = 'Y'
               READ PERSONNES-CONTRATS NEXT
               AT END
                   MOVE 'Y' TO L-FinVoisins
               NOT AT END
                   IF LN-CODPRD NOT = LK-CODPRD
                      OR LN-NUMPOL NOT = LK-NUMPOL
                       MOVE 'Y' TO L-FinVoisins
                   ELSE
                       IF LN-DATMAJ < LK-DATE
                           DELETE PERSONNES-CONTRATS RECORD
                           END-DELETE
                           ADD 1 TO L-NbrPurges
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       FERMETURE.
      *-----------
      *--   REECRIT LE DERNIER IDENTIFIANT ATTRIBUE DANS
      *--   L ENREGISTREMENT RESERVE ET FERME LES FICHIERS.
           IF L-Ouvert NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PER-CLE
           READ PERSONNES-MASTER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE L-DernierId TO PER-ID
               REWRITE PER-ENREG
           END-READ

           CLOSE PERSONNES-MASTER
           CLOSE PERSONNES-CONTRATS
           CLOSE FILE-REVUE
           MOVE 'N' TO L-Ouvert

           Display 'Nbre tetes rattachees  =' L-NbrRattaches '>'
           Display 'Nbre personnes creees  =' L-NbrPersCreees
               ', a revoir =' L-NbrPersVoisines '>'
           Display 'Nbre liens retires     =' L-NbrDetaches
               ', purges =' L-NbrPurges '>'
           .
