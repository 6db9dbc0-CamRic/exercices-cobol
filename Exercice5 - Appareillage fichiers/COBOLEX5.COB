                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstN2.

       SELECT FILE-QUALITE ASSIGN TO DYNAMIC L-NomQualite
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstQ.

       SELECT FILE-COMPLEMENT ASSIGN TO DYNAMIC L-NomComplement
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstC.

       DATA DIVISION.

       FILE SECTION.
           05 S-FICSOR-CODINT                      PIC 9(7).
           05 FILLER                               PIC X.
           05 S-FICSOR-CODREC                      PIC X(7).
      *--  REFERENCE EN ATTENTE (FUSION PARTIELLE) : UNE LETTRE PAR
      *--  NATURE DONT LA SOURCE N A PAS ETE LIVREE ET QUE LA
      *--  REFERENCE N A PAS RECUE ('S' SITUATION, 'I' CODE INT,
      *--  'R' CODE REC). A BLANC, LA LIGNE EST DEFINITIVE.
           05 S-FICSOR-SEP4                        PIC X.
           05 S-FICSOR-ATTENTE.
               10 S-FICSOR-ATT-SIT                 PIC X.
               10 S-FICSOR-ATT-INT                 PIC X.
               10 S-FICSOR-ATT-REC                 PIC X.

       FD  FILE-COMPLEMENT.
      *--  COMPLEMENT EMIS PAR UN PASSAGE DE RATTRAPAGE : LES
      *--  REFERENCES EN ATTENTE DEVENUES COMPLETES, AU DESSIN DE
      *--  FICSOR (ZONE D ATTENTE A BLANC).
       01  S-COMPLEMENT                              PIC X(31).

       FD  FILE-XREF.
      *--  TABLE DE TRANSCODIFICATION DES REFERENCES (MIGRATION DE
      *--  FICSOR DU PASSAGE PRECEDENT, RELU AVANT QUE L OPEN OUTPUT
      *--  NE L ECRASE : C EST LA REFERENCE DU RAPPORT D EVOLUTION
      *--  PASSAGE SUR PASSAGE.
       01  E-FICSOR-PREC                             PIC X(31).

       FD  FILE-EVOLUTION.
       01  S-EVOLUTION                               PIC X(80).
           05 FILLER                               PIC X.
           05 E-FICENTN-VALEUR                     PIC X(7).

       FD  FILE-QUALITE.
      *--  HISTORIQUE PERSISTANT DE LA QUALITE DES SOURCES (OUVERT
      *--  EN EXTEND) : UNE LIGNE PAR SOURCE ET PAR PASSAGE. STATUT
      *--  'L' SOURCE LIVREE, 'A' SOURCE ABSENTE (FICHIER
      *--  INTROUVABLE). APPAREILLES = REFERENCES DE LA SOURCE
      *--  PRESENTES DANS LES TROIS NATURES ; SEULES = REFERENCES
      *--  CONNUES DE CETTE SEULE SOURCE ; DOUBLONS = REFERENCE
      *--  REPETEE DANS LA SOURCE ; TRADUITES = REFERENCES PASSEES
      *--  PAR XREF_REF.txt. EXPLOITE PAR SCOREQUALITE.
       01  S-QUALITE.
           05 S-QLT-DATE             PIC X(8).
           05 FILLER                 PIC X.
           05 S-QLT-HEURE            PIC X(6).
           05 FILLER                 PIC X.
           05 S-QLT-SOURCE           PIC X(7).
           05 FILLER                 PIC X.
           05 S-QLT-NATURE           PIC X(3).
           05 FILLER                 PIC X.
           05 S-QLT-STATUT           PIC X.
           05 FILLER                 PIC X.
           05 S-QLT-LUS              PIC 9(7).
           05 FILLER                 PIC X.
           05 S-QLT-APPAR            PIC 9(7).
           05 FILLER                 PIC X.
           05 S-QLT-SEULE            PIC 9(7).
           05 FILLER                 PIC X.
           05 S-QLT-DOUBLE           PIC 9(7).
           05 FILLER                 PIC X.
           05 S-QLT-TRADUITS         PIC 9(7).

       FD  NONAPP.
       01  S-NONAPP.
           05 S-NONAPP-REF                         PIC X(9).
           05 SD-SORT-DATA-FLAG1                   PIC X.
           05 SD-SORT-DATA-FLAG2                   PIC X.
           05 SD-SORT-DATA-FLAG3                   PIC X.
           05 SD-SORT-DATA-SRCS                    PIC X(6).
           05 SD-SORT-DATA-ATT                     PIC X(4).

       FD  FILE-AUDITLOG.
       01  E-AUDITLOG.
                   88 FLAG-FIC2-OUI                     VALUE 'O'.
               10 FLAG-FIC3                            PIC X.
                   88 FLAG-FIC3-OUI                     VALUE 'O'.
      *-- RANG (DANS TABLE-QUALITE) DE LA SOURCE QUI A APPORTE
      *-- CHAQUE CODE, RENSEIGNE AVEC LE FLAG CORRESPONDANT
               10 SRCSIT                               PIC 99.
               10 SRCINT                               PIC 99.
               10 SRCREC                               PIC 99.
      *-- NATURES EN ATTENTE (MEMES LETTRES QUE S-FICSOR-ATTENTE)
      *-- ET MARQUE 'O' D UNE REFERENCE EN ATTENTE AU CHARGEMENT
      *-- D UN PASSAGE DE RATTRAPAGE
               10 ATTENTE-CTR.
                   15 ATT-SIT                          PIC X.
                   15 ATT-INT                          PIC X.
                   15 ATT-REC                          PIC X.
               10 ATT-INITIALE                         PIC X.

       01 L-NbrCtr                                 PIC 9(4) VALUE 0.

           05 WS-PREC-CODINT     PIC X(7).
           05 FILLER             PIC X.
           05 WS-PREC-CODREC     PIC X(7).
           05 FILLER             PIC X.
           05 WS-PREC-ATTENTE    PIC X(3).

      *-- lignes du rapport d evolution
       01 WS-EVO-LIGNE.
       01 L-NbrCtrEcart                           PIC S9(5).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS (NON
      *-- APPAREILLES, DOUBLONS, SOURCE ABSENTE OU REFERENCES EN
      *-- ATTENTE), 8 ECHEC DE CONTROLE (ECART
      *-- FICSOR / CONTRATS FUSIONNES), 12 FIN ANORMALE.
       01 L-CodeRetour                            PIC 99 VALUE 0.

       01 L-RefTraduite                           PIC X.
       01 L-NbrTraduits                           PIC 9(5) VALUE 0.

      *-- BILAN QUALITE PAR SOURCE DU PASSAGE (MEME RANG QUE
      *-- TABLE-SOURCES ; SANS PARAMETRAGE, RANGS 1 A 3 POUR
      *-- FIC1/FIC2/FIC3), HISTORISE DANS QUALITE_SOURCES_HISTO.txt
       01 L-NomQualite  PIC X(40) VALUE 'QUALITE_SOURCES_HISTO.txt'.
       01 L-FstQ                                  PIC 99.
       01 L-NbrQualite                            PIC 9(2) VALUE 0.
       01 TABLE-QUALITE.
           05 L-QUALITE OCCURS 20 TIMES.
               10 QLT-CODE               PIC X(7).
               10 QLT-NATURE             PIC X(3).
               10 QLT-STATUT             PIC X.
               10 QLT-LUS                PIC 9(7).
               10 QLT-APPAR              PIC 9(7).
               10 QLT-SEULE              PIC 9(7).
               10 QLT-DOUBLE             PIC 9(7).
               10 QLT-TRADUITS           PIC 9(7).
       01 L-IndQualite                            PIC 9(2).
       01 L-NbrNatures                            PIC 9.

      *-- MODE DE FUSION (COBOLEX5_MODE) : NORMAL ; PARTIEL = UNE
      *-- SOURCE ABSENTE N ARRETE PAS LA FUSION, LES REFERENCES QUI
      *-- N ONT PAS RECU LA NATURE MANQUANTE SONT MARQUEES EN
      *-- ATTENTE DANS FICSOR ; RATTRAPAGE = LES SOURCES DES
      *-- NATURES EN ATTENTE SONT APPLIQUEES AU FICSOR EXISTANT ET
      *-- LES REFERENCES COMPLETEES VONT DANS FICSOR_COMPLEMENT.txt
       01 L-ModeFusion           PIC X(10) VALUE 'NORMAL'.
           88 L-ModeNormal       VALUE 'NORMAL'.
           88 L-ModePartiel      VALUE 'PARTIEL'.
           88 L-ModeRattrapage   VALUE 'RATTRAPAGE'.
       01 L-ManqueSIT            PIC X VALUE 'N'.
       01 L-ManqueINT            PIC X VALUE 'N'.
       01 L-ManqueREC            PIC X VALUE 'N'.
       01 L-EncoreManqueSIT      PIC X VALUE 'N'.
       01 L-EncoreManqueINT      PIC X VALUE 'N'.
       01 L-EncoreManqueREC      PIC X VALUE 'N'.
       01 L-NomComplement  PIC X(40) VALUE 'FICSOR_COMPLEMENT.txt'.
       01 L-FstC                                  PIC 99.
       01 L-ValeurRattrapage                      PIC X(7).
       01 L-NbrAttente                            PIC 9(5) VALUE 0.
       01 L-NbrAttenteAvant                       PIC 9(5) VALUE 0.
       01 L-NbrCompletes                          PIC 9(5) VALUE 0.
       01 L-NbrRattrapes                          PIC 9(5) VALUE 0.
       01 L-NbrHorsAttente                        PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.


           PERFORM INIT

      *>          PASSAGE DE RATTRAPAGE : TRAITEMENT DEDIE, PUIS FIN
           IF L-ModeRattrapage
               PERFORM RATTRAPAGE
               PERFORM FIN-TRT
           END-IF

      *>          SOURCES PARAMETREES : LES N FICHIERS DU PARAMETRAGE
      *>          SONT TRAITES EN BOUCLE ; SANS PARAMETRAGE, LES TROIS
      *>          SOURCES HISTORIQUES SONT TRAITEES COMME AVANT
           IF L-NbrSources > 0
               PERFORM TRAITE-SOURCES
           ELSE
               MOVE 1 TO L-IndSource
               PERFORM UNTIL L-FinFic1-OK
                   PERFORM LECTURE-FICHIER1
                   PERFORM ENR-DONNEES-FICENT1
               END-PERFORM

               MOVE 2 TO L-IndSource
               PERFORM UNTIL L-FinFic2-OK
                   PERFORM LECTURE-FICHIER2
                   PERFORM ENR-DONNEES-FICENT2
               END-PERFORM

               MOVE 3 TO L-IndSource
               PERFORM UNTIL L-FinFic3-OK
                   PERFORM LECTURE-FICHIER3
                   PERFORM ENR-DONNEES-FICENT3

           PERFORM SORT-CTR

           PERFORM MARQUE-ATTENTE

           PERFORM ECRITURE

           PERFORM RAPPORT-EVOLUTION

           PERFORM REPORT-NON-APPAREILLES

           PERFORM BILAN-QUALITE-SOURCES

           PERFORM FIN-TRT
           .

               MOVE L-EnvTemp TO L-NomSources
           END-IF

           DISPLAY 'COBOLEX5_QUALITE_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomQualite
           END-IF

           DISPLAY 'COBOLEX5_COMPLEMENT' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomComplement
           END-IF

           DISPLAY 'COBOLEX5_MODE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-ModeFusion
           END-IF
           IF NOT L-ModeNormal AND NOT L-ModePartiel
              AND NOT L-ModeRattrapage
               DISPLAY 'MODE DE FUSION INVALIDE ' L-ModeFusion
               PERFORM ERREUR
           END-IF
           DISPLAY 'Mode de fusion : ' L-ModeFusion

           PERFORM CHARGE-SOURCES

           PERFORM INIT-QUALITE-SOURCES

           PERFORM CHARGE-XREF

      *--   LE FICSOR DU PASSAGE PRECEDENT EST RELU MAINTENANT, AVANT
      *--   QUE L OPEN OUTPUT CI-DESSOUS NE L ECRASE : PAS DE COPIE A
      *--   FAIRE COTE EXPLOITATION. EN RATTRAPAGE, C EST LE FICSOR
      *--   A COMPLETER QUI EST CHARGE, AVANT D ETRE RECRIT.
           IF L-ModeRattrapage
               PERFORM CHARGE-FICSOR-ATTENTE
           ELSE
               PERFORM CHARGE-FICSOR-PRECEDENT
           END-IF

      *--   EN FUSION PARTIELLE, UN FICHIER HISTORIQUE ABSENT EST
      *--   TRAITE COMME UNE SOURCE NON LIVREE ; EN RATTRAPAGE, LES
      *--   FICHIERS SONT OUVERTS PAR NATURE EN ATTENTE.
           IF L-NbrSources = 0 AND NOT L-ModeRattrapage
               OPEN INPUT FICENT1
               IF L-Fst NOT = ZERO
                  IF L-ModePartiel AND L-Fst = 35
                      MOVE 1 TO L-IndSource
                      PERFORM SOURCE-ABSENTE-PARTIEL
                      SET L-FinFic1-OK TO TRUE
                  ELSE
                      DISPLAY 'Erreur ouverture fichier FS =' L-Fst '>'
                      PERFORM ERREUR
                  END-IF
               END-IF

               OPEN INPUT FICENT2
               IF L-Fst2 NOT = ZERO
                  IF L-ModePartiel AND L-Fst2 = 35
                      MOVE 2 TO L-IndSource
                      PERFORM SOURCE-ABSENTE-PARTIEL
                      SET L-FinFic2-OK TO TRUE
                  ELSE
                      DISPLAY 'Erreur ouverture fichier FS =' L-Fst2
                          '>'
                      PERFORM ERREUR
                  END-IF
               END-IF
           END-IF

              PERFORM ERREUR
           END-IF

      *--   EN RATTRAPAGE, LE RAPPORT DES NON-APPAREILLES DE LA
      *--   FUSION PARTIELLE EST CONSERVE ET COMPLETE.
           IF L-ModeRattrapage
               OPEN EXTEND NONAPP
               IF L-FstN = 35
                   OPEN OUTPUT NONAPP
               END-IF
           ELSE
               OPEN OUTPUT NONAPP
           END-IF
           IF L-FstN NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstN '>'
              PERFORM ERREUR
           END-IF

           IF L-NbrSources = 0 AND NOT L-ModeRattrapage
               OPEN INPUT FICENT3
               IF L-Fst4 NOT = ZERO
                  IF L-ModePartiel AND L-Fst4 = 35
                      MOVE 3 TO L-IndSource
                      PERFORM SOURCE-ABSENTE-PARTIEL
                      SET L-FinFic3-OK TO TRUE
                  ELSE
                      DISPLAY 'Erreur ouverture fichier FS =' L-Fst4
                          '>'
                      PERFORM ERREUR
                  END-IF
               END-IF
           END-IF


      *> D       DISPLAY 'E-FICENT1 =' E-FICENT1 '>'
              ADD 1                            TO L-NbrEnrLus
              ADD 1                      TO QLT-LUS(L-IndSource)
           END-READ



      *> D       DISPLAY 'E-FICENT2 =' E-FICENT2 '>'
              ADD 1                            TO L-NbrEnrLus
              ADD 1                      TO QLT-LUS(L-IndSource)
           END-READ


              END-IF

              ADD 1                            TO L-NbrEnrLus
              ADD 1                      TO QLT-LUS(L-IndSource)
           END-READ


                   IF FLAG-FIC1-OUI(L-IndI)
      *--              VRAI DOUBLON DE FIC1.txt : PREMIERE CONSERVEE
                       ADD 1 TO L-NbrDoublonsRef
                       ADD 1 TO QLT-DOUBLE(L-IndSource)
                       MOVE E-FICENT1-REF TO S-NONAPP-REF
                       MOVE SPACE         TO S-NONAPP-SEP1
                       MOVE 'FICENT1'     TO S-NONAPP-SOURCE
      *--              LIGNE CREEE PAR UN AUTRE FICHIER : FUSION
                       MOVE E-FICENT1-CODSIT TO CODSIT(L-IndI)
                       SET FLAG-FIC1-OUI(L-IndI) TO TRUE
                       MOVE L-IndSource TO SRCSIT(L-IndI)
                   END-IF
               ELSE
               IF IND-CTR >= 2000
                   MOVE E-FICENT1-REF TO REFCTR(IND-CTR)
                   MOVE E-FICENT1-CODSIT TO CODSIT(IND-CTR)
                   SET FLAG-FIC1-OUI(IND-CTR) TO TRUE
                   MOVE L-IndSource TO SRCSIT(IND-CTR)
               END-IF
               END-IF
           END-IF
               PERFORM RECHERCHE-REF-TRADUITE

               IF L-Trouve-OUI
                   PERFORM CONTROLE-DOUBLE-INT
                   MOVE E-FICENT2-CODINT   TO  CODINT(L-IndI)
                   SET FLAG-FIC2-OUI(L-IndI) TO TRUE
                   MOVE L-IndSource TO SRCINT(L-IndI)
               ELSE
                   IF IND-CTR >= 2000
                       MOVE E-FICENT2-REF TO S-NONAPP-REF
                       MOVE L-RefCherchee TO REFCTR(IND-CTR)
                       MOVE E-FICENT2-CODINT   TO  CODINT(IND-CTR)
                       SET FLAG-FIC2-OUI(IND-CTR) TO TRUE
                       MOVE L-IndSource TO SRCINT(IND-CTR)
                   END-IF
               END-IF

               PERFORM RECHERCHE-REF-TRADUITE

               IF L-Trouve-OUI
                   PERFORM CONTROLE-DOUBLE-REC
                   MOVE E-FICENT3-CODREC   TO  CODREC(L-IndI)
                   SET FLAG-FIC3-OUI(L-IndI) TO TRUE
                   MOVE L-IndSource TO SRCREC(L-IndI)
               ELSE
                   IF IND-CTR >= 2000
                       MOVE E-FICENT3-REF TO S-NONAPP-REF
                       MOVE L-RefCherchee TO REFCTR(IND-CTR)
                       MOVE E-FICENT3-CODREC   TO  CODREC(IND-CTR)
                       SET FLAG-FIC3-OUI(IND-CTR) TO TRUE
                       MOVE L-IndSource TO SRCREC(IND-CTR)
                   END-IF
               END-IF

               OPEN INPUT FICENTN
               IF L-FstN2 NOT = ZERO
                   ADD 1 TO L-NbrSourcesKO
                   MOVE 'A' TO QLT-STATUT(L-IndSource)
                   DISPLAY 'SOURCE ' L-CodeSourceCourant
                           ' INTROUVABLE (' L-NomFicentN ')'
                   IF L-ModePartiel
                       PERFORM MARQUE-NATURE-MANQUANTE
                   END-IF
               ELSE
                   MOVE 'N' TO L-FinFicN
                   PERFORM UNTIL L-FinFicN = 'Y'
                           MOVE 'Y' TO L-FinFicN
                       NOT AT END
                           ADD 1 TO L-NbrEnrLus
                           ADD 1 TO QLT-LUS(L-IndSource)
                           PERFORM ENR-DONNEES-GENERIQUE
                       END-READ
                   END-PERFORM
                   MOVE E-FICENTN-REF TO L-RefCherchee
                   PERFORM RECHERCHE-REF-TRADUITE
                   IF L-Trouve-OUI
                       PERFORM CONTROLE-DOUBLE-INT
                       MOVE E-FICENTN-VALEUR TO CODINT(L-IndI)
                       SET FLAG-FIC2-OUI(L-IndI) TO TRUE
                       MOVE L-IndSource TO SRCINT(L-IndI)
                   ELSE
                       IF IND-CTR >= 2000
                           MOVE E-FICENTN-REF TO S-NONAPP-REF
                           MOVE L-RefCherchee TO REFCTR(IND-CTR)
                           MOVE E-FICENTN-VALEUR TO CODINT(IND-CTR)
                           SET FLAG-FIC2-OUI(IND-CTR) TO TRUE
                           MOVE L-IndSource TO SRCINT(IND-CTR)
                       END-IF
                   END-IF
               WHEN 'REC'
                   MOVE E-FICENTN-REF TO L-RefCherchee
                   PERFORM RECHERCHE-REF-TRADUITE
                   IF L-Trouve-OUI
                       PERFORM CONTROLE-DOUBLE-REC
                       MOVE E-FICENTN-VALEUR TO CODREC(L-IndI)
                       SET FLAG-FIC3-OUI(L-IndI) TO TRUE
                       MOVE L-IndSource TO SRCREC(L-IndI)
                   ELSE
                       IF IND-CTR >= 2000
                           MOVE E-FICENTN-REF TO S-NONAPP-REF
                           MOVE L-RefCherchee TO REFCTR(IND-CTR)
                           MOVE E-FICENTN-VALEUR TO CODREC(IND-CTR)
                           SET FLAG-FIC3-OUI(IND-CTR) TO TRUE
                           MOVE L-IndSource TO SRCREC(IND-CTR)
                       END-IF
                   END-IF
           END-EVALUATE
           IF L-Trouve-OUI
               IF FLAG-FIC1-OUI(L-IndI)
                   ADD 1 TO L-NbrDoublonsRef
                   ADD 1 TO QLT-DOUBLE(L-IndSource)
                   MOVE E-FICENTN-REF TO S-NONAPP-REF
                   MOVE SPACE         TO S-NONAPP-SEP1
                   MOVE L-CodeSourceCourant TO S-NONAPP-SOURCE
               ELSE
                   MOVE E-FICENTN-VALEUR(1:1) TO CODSIT(L-IndI)
                   SET FLAG-FIC1-OUI(L-IndI) TO TRUE
                   MOVE L-IndSource TO SRCSIT(L-IndI)
               END-IF
           ELSE
           IF IND-CTR >= 2000
               MOVE E-FICENTN-REF TO REFCTR(IND-CTR)
               MOVE E-FICENTN-VALEUR(1:1) TO CODSIT(IND-CTR)
               SET FLAG-FIC1-OUI(IND-CTR) TO TRUE
               MOVE L-IndSource TO SRCSIT(IND-CTR)
           END-IF
           END-IF
           .
               END-PERFORM

               IF L-RefTraduite = 'Y'
                   ADD 1 TO QLT-TRADUITS(L-IndSource)
                   PERFORM RECHERCHE-REF-DIRECTE
                   IF L-Trouve-OUI
                       ADD 1 TO L-NbrTraduits

           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               MOVE CONTRAT(L-IndI) TO S-FICSOR
               MOVE SPACE TO S-FICSOR-SEP4
               MOVE ATTENTE-CTR(L-IndI) TO S-FICSOR-ATTENTE
               WRITE S-FICSOR END-WRITE
               ADD 1 TO L-NbrEnrEcr
           END-PERFORM
      *--   PAS DE CODSIT VENANT DE FIC1, PAS DE CODINT VENANT DE FIC2,
      *--   OU PAS DE CODREC VENANT DE FIC3) - UNE LIGNE PAR FICHIER
      *--   MANQUANT, UN CONTRAT PEUT DONC GENERER PLUSIEURS LIGNES.
      *--   UNE NATURE EN ATTENTE (FUSION PARTIELLE) N EST PAS UN
      *--   DEFAUT D APPAREILLAGE ET N EST PAS SIGNALEE ICI.
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               IF NOT FLAG-FIC1-OUI(L-IndI)
                  AND ATT-SIT(L-IndI) = SPACE
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceSIT TO S-NONAPP-SOURCE
               END-IF

               IF NOT FLAG-FIC2-OUI(L-IndI)
                  AND ATT-INT(L-IndI) = SPACE
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceINT TO S-NONAPP-SOURCE
               END-IF

               IF NOT FLAG-FIC3-OUI(L-IndI)
                  AND ATT-REC(L-IndI) = SPACE
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceREC TO S-NONAPP-SOURCE
           CONTINUE
           .

      *----------------------------------------------------------------------------
       CONTROLE-DOUBLE-INT.
      *---------------------
      *--   REFERENCE DEJA APPORTEE PAR LA MEME SOURCE 'INT' : LA
      *--   DERNIERE VALEUR L EMPORTE COMME AVANT, LA REPETITION EST
      *--   SEULEMENT COMPTEE DANS LE BILAN QUALITE DE LA SOURCE.
           IF FLAG-FIC2-OUI(L-IndI)
              AND SRCINT(L-IndI) = L-IndSource
               ADD 1 TO QLT-DOUBLE(L-IndSource)
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-DOUBLE-REC.
      *---------------------
      *--   MEME PRINCIPE POUR UNE SOURCE 'REC'.
           IF FLAG-FIC3-OUI(L-IndI)
              AND SRCREC(L-IndI) = L-IndSource
               ADD 1 TO QLT-DOUBLE(L-IndSource)
           END-IF
           .
      *----------------------------------------------------------------------------
       INIT-QUALITE-SOURCES.
      *---------------------
      *--   UNE LIGNE DE BILAN PAR SOURCE DU PARAMETRAGE OU, A
      *--   DEFAUT, PAR FICHIER HISTORIQUE FIC1/FIC2/FIC3.
           INITIALIZE TABLE-QUALITE
           IF L-NbrSources > 0
               MOVE L-NbrSources TO L-NbrQualite
               PERFORM VARYING L-IndQualite FROM 1 BY 1
                       UNTIL L-IndQualite > L-NbrQualite
                   MOVE SRC-CODE(L-IndQualite)
                       TO QLT-CODE(L-IndQualite)
                   MOVE SRC-NATURE(L-IndQualite)
                       TO QLT-NATURE(L-IndQualite)
                   MOVE 'L' TO QLT-STATUT(L-IndQualite)
               END-PERFORM
           ELSE
               MOVE 3 TO L-NbrQualite
               MOVE L-CodeSourceSIT TO QLT-CODE(1)
               MOVE 'SIT'           TO QLT-NATURE(1)
               MOVE L-CodeSourceINT TO QLT-CODE(2)
               MOVE 'INT'           TO QLT-NATURE(2)
               MOVE L-CodeSourceREC TO QLT-CODE(3)
               MOVE 'REC'           TO QLT-NATURE(3)
               MOVE 'L' TO QLT-STATUT(1) QLT-STATUT(2) QLT-STATUT(3)
           END-IF
           .
      *----------------------------------------------------------------------------
       BILAN-QUALITE-SOURCES.
      *---------------------
      *--   VENTILE CHAQUE CONTRAT FUSIONNE SUR LES SOURCES QUI
      *--   L ONT APPORTE : PRESENT DANS LES TROIS NATURES, IL
      *--   COMPTE COMME APPAREILLE POUR CHACUNE ; PRESENT DANS UNE
      *--   SEULE, IL COMPTE COMME REFERENCE PROPRE A CETTE SOURCE.
      *--   PUIS AJOUTE UNE LIGNE PAR SOURCE A L HISTORIQUE QUALITE.
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               MOVE 0 TO L-NbrNatures
               IF FLAG-FIC1-OUI(L-IndI)
                   ADD 1 TO L-NbrNatures
               END-IF
               IF FLAG-FIC2-OUI(L-IndI)
                   ADD 1 TO L-NbrNatures
               END-IF
               IF FLAG-FIC3-OUI(L-IndI)
                   ADD 1 TO L-NbrNatures
               END-IF

               EVALUATE TRUE
                   WHEN ATTENTE-CTR(L-IndI) NOT = SPACES
      *>                  EN ATTENTE (FUSION PARTIELLE) : NI L UN NI
      *>                  L AUTRE, LE RATTRAPAGE TRANCHERA
                       CONTINUE
                   WHEN L-NbrNatures = 3
                       ADD 1 TO QLT-APPAR(SRCSIT(L-IndI))
                       ADD 1 TO QLT-APPAR(SRCINT(L-IndI))
                       ADD 1 TO QLT-APPAR(SRCREC(L-IndI))
                   WHEN L-NbrNatures = 1 AND FLAG-FIC1-OUI(L-IndI)
                       ADD 1 TO QLT-SEULE(SRCSIT(L-IndI))
                   WHEN L-NbrNatures = 1 AND FLAG-FIC2-OUI(L-IndI)
                       ADD 1 TO QLT-SEULE(SRCINT(L-IndI))
                   WHEN L-NbrNatures = 1 AND FLAG-FIC3-OUI(L-IndI)
                       ADD 1 TO QLT-SEULE(SRCREC(L-IndI))
               END-EVALUATE
           END-PERFORM

           OPEN EXTEND FILE-QUALITE
           IF L-FstQ = 35
      *--      PREMIER PASSAGE : L HISTORIQUE EST CREE
               OPEN OUTPUT FILE-QUALITE
               CLOSE FILE-QUALITE
               OPEN EXTEND FILE-QUALITE
           END-IF
           IF L-FstQ NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstQ '>'
              PERFORM ERREUR
           END-IF

           MOVE FUNCTION CURRENT-DATE TO L-AuditTimestamp
           PERFORM VARYING L-IndQualite FROM 1 BY 1
                   UNTIL L-IndQualite > L-NbrQualite
               MOVE SPACES                 TO S-QUALITE
               MOVE L-AuditTimestamp(1:8)  TO S-QLT-DATE
               MOVE L-AuditTimestamp(9:6)  TO S-QLT-HEURE
               MOVE QLT-CODE(L-IndQualite)     TO S-QLT-SOURCE
               MOVE QLT-NATURE(L-IndQualite)   TO S-QLT-NATURE
               MOVE QLT-STATUT(L-IndQualite)   TO S-QLT-STATUT
               MOVE QLT-LUS(L-IndQualite)      TO S-QLT-LUS
               MOVE QLT-APPAR(L-IndQualite)    TO S-QLT-APPAR
               MOVE QLT-SEULE(L-IndQualite)    TO S-QLT-SEULE
               MOVE QLT-DOUBLE(L-IndQualite)   TO S-QLT-DOUBLE
               MOVE QLT-TRADUITS(L-IndQualite) TO S-QLT-TRADUITS
               WRITE S-QUALITE
           END-PERFORM

           CLOSE FILE-QUALITE
           DISPLAY 'Bilan qualite historise pour ' L-NbrQualite
               ' sources>'
           .
      *----------------------------------------------------------------------------
       SOURCE-ABSENTE-PARTIEL.
      *---------------------
      *--   FICHIER HISTORIQUE (RANG L-IndSource) ABSENT EN FUSION
      *--   PARTIELLE : SIGNALE COMME UNE SOURCE PARAMETREE
      *--   INTROUVABLE, SA NATURE PASSE EN ATTENTE.
           ADD 1 TO L-NbrSourcesKO
           MOVE 'A' TO QLT-STATUT(L-IndSource)
           MOVE QLT-NATURE(L-IndSource) TO L-NatureCourante
           DISPLAY 'SOURCE ' QLT-CODE(L-IndSource)
                   ' INTROUVABLE, NATURE ' L-NatureCourante
                   ' EN ATTENTE'
           PERFORM MARQUE-NATURE-MANQUANTE
           .
      *----------------------------------------------------------------------------
       MARQUE-NATURE-MANQUANTE.
      *---------------------
           EVALUATE L-NatureCourante
               WHEN 'SIT'
                   MOVE 'O' TO L-ManqueSIT
               WHEN 'INT'
                   MOVE 'O' TO L-ManqueINT
               WHEN 'REC'
                   MOVE 'O' TO L-ManqueREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       MARQUE-ATTENTE.
      *---------------------
      *--   FUSION PARTIELLE : UNE REFERENCE QUI N A PAS RECU UNE
      *--   NATURE DONT UNE SOURCE N A PAS ETE LIVREE EST EN ATTENTE
      *--   DE CETTE NATURE (ET NON NON-APPAREILLEE). HORS FUSION
      *--   PARTIELLE, AUCUNE NATURE N EST MANQUANTE.
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               MOVE SPACES TO ATTENTE-CTR(L-IndI)
               IF L-ManqueSIT = 'O' AND NOT FLAG-FIC1-OUI(L-IndI)
                   MOVE 'S' TO ATT-SIT(L-IndI)
               END-IF
               IF L-ManqueINT = 'O' AND NOT FLAG-FIC2-OUI(L-IndI)
                   MOVE 'I' TO ATT-INT(L-IndI)
               END-IF
               IF L-ManqueREC = 'O' AND NOT FLAG-FIC3-OUI(L-IndI)
                   MOVE 'R' TO ATT-REC(L-IndI)
               END-IF
               IF ATTENTE-CTR(L-IndI) NOT = SPACES
                   ADD 1 TO L-NbrAttente
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHARGE-FICSOR-ATTENTE.
      *---------------------
      *--   RATTRAPAGE : CHARGE LE FICSOR DE LA FUSION PARTIELLE
      *--   DANS TABLE-DONNEES, TEL QUEL (DEJA TRIE). LES NATURES EN
      *--   ATTENTE DETERMINENT LES SOURCES A RELIRE. LE FICSOR SERA
      *--   RECRIT EN ENTIER : UN DEPASSEMENT DE TABLE EST DONC UNE
      *--   FIN ANORMALE, PAS UNE ALERTE.
           OPEN INPUT FICSOR-PREC
           IF L-FstP NOT = ZERO
               DISPLAY 'FICSOR A COMPLETER INTROUVABLE (' L-NomFicsor
                   ')'
               PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinPrec
           PERFORM UNTIL L-FinPrec = 'Y'
               READ FICSOR-PREC
               AT END
                   MOVE 'Y' TO L-FinPrec
               NOT AT END
                   IF IND-CTR >= 2000
                       DISPLAY 'TABLE CONTRAT PLEINE AU CHARGEMENT DU '
                           'FICSOR A COMPLETER'
                       PERFORM ERREUR
                   END-IF
                   MOVE E-FICSOR-PREC TO WS-PREC-IN
                   ADD 1 TO IND-CTR
                   SET L-NbrCtr TO IND-CTR
                   MOVE SPACES TO CONTRAT(IND-CTR)
                   MOVE WS-PREC-REF    TO REFCTR(IND-CTR)
                   MOVE WS-PREC-CODSIT TO CODSIT(IND-CTR)
                   MOVE WS-PREC-CODINT TO CODINT(IND-CTR)
                   MOVE WS-PREC-CODREC TO CODREC(IND-CTR)
                   IF WS-PREC-CODSIT NOT = SPACE
                       SET FLAG-FIC1-OUI(IND-CTR) TO TRUE
                   END-IF
                   IF WS-PREC-CODINT NOT = SPACES
                       SET FLAG-FIC2-OUI(IND-CTR) TO TRUE
                   END-IF
                   IF WS-PREC-CODREC NOT = SPACES
                       SET FLAG-FIC3-OUI(IND-CTR) TO TRUE
                   END-IF
                   MOVE WS-PREC-ATTENTE TO ATTENTE-CTR(IND-CTR)
                   IF ATTENTE-CTR(IND-CTR) NOT = SPACES
                       MOVE 'O' TO ATT-INITIALE(IND-CTR)
                       ADD 1 TO L-NbrAttenteAvant
                   END-IF
                   IF ATT-SIT(IND-CTR) NOT = SPACE
                       MOVE 'O' TO L-ManqueSIT
                   END-IF
                   IF ATT-INT(IND-CTR) NOT = SPACE
                       MOVE 'O' TO L-ManqueINT
                   END-IF
                   IF ATT-REC(IND-CTR) NOT = SPACE
                       MOVE 'O' TO L-ManqueREC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICSOR-PREC
           .
      *----------------------------------------------------------------------------
       RATTRAPAGE.
      *---------------------
      *--   RELIT LES SOURCES DES NATURES EN ATTENTE (PARAMETRAGE OU
      *--   FICHIERS HISTORIQUES), APPLIQUE LEURS CODES AUX SEULES
      *--   REFERENCES EN ATTENTE, RECRIT FICSOR ET EMET LE
      *--   COMPLEMENT. UNE SOURCE ENCORE ABSENTE LAISSE SES
      *--   REFERENCES EN ATTENTE POUR UN PROCHAIN RATTRAPAGE.
           DISPLAY 'References en attente a completer ='
               L-NbrAttenteAvant '>'

           IF L-NbrSources > 0
               PERFORM VARYING L-IndSource FROM 1 BY 1
                       UNTIL L-IndSource > L-NbrSources
                   MOVE SRC-NATURE(L-IndSource) TO L-NatureCourante
                   IF (L-NatureCourante = 'SIT' AND L-ManqueSIT = 'O')
                   OR (L-NatureCourante = 'INT' AND L-ManqueINT = 'O')
                   OR (L-NatureCourante = 'REC' AND L-ManqueREC = 'O')
                       PERFORM RATTRAPAGE-SOURCE-PARAMETREE
                   END-IF
               END-PERFORM
           ELSE
               IF L-ManqueSIT = 'O'
                   PERFORM RATTRAPAGE-FICENT1
               END-IF
               IF L-ManqueINT = 'O'
                   PERFORM RATTRAPAGE-FICENT2
               END-IF
               IF L-ManqueREC = 'O'
                   PERFORM RATTRAPAGE-FICENT3
               END-IF
           END-IF

           PERFORM CLOT-ATTENTES-LIVREES

           PERFORM ECRITURE

           PERFORM ECRITURE-COMPLEMENT
           .
      *----------------------------------------------------------------------------
       MARQUE-ENCORE-MANQUANTE.
      *---------------------
           EVALUATE L-NatureCourante
               WHEN 'SIT'
                   MOVE 'O' TO L-EncoreManqueSIT
               WHEN 'INT'
                   MOVE 'O' TO L-EncoreManqueINT
               WHEN 'REC'
                   MOVE 'O' TO L-EncoreManqueREC
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       CLOT-ATTENTES-LIVREES.
      *---------------------
      *--   UNE NATURE DONT TOUTES LES SOURCES SONT MAINTENANT
      *--   LIVREES N EST PLUS EN ATTENTE : UNE REFERENCE QU ELLES NE
      *--   PORTENT PAS EST DEFINITIVEMENT NON APPAREILLEE POUR CETTE
      *--   NATURE (SIGNALEE COMME A LA FUSION) ET DEVIENT COMPLETE.
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               IF ATT-SIT(L-IndI) NOT = SPACE
                  AND L-EncoreManqueSIT = 'N'
                   MOVE SPACE TO ATT-SIT(L-IndI)
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceSIT TO S-NONAPP-SOURCE
                   MOVE SPACE           TO S-NONAPP-SEP2
                   MOVE 'CONTRAT ABSENT DE LA SOURCE SITUATION'
                                        TO S-NONAPP-MOTIF
                   PERFORM ECRITURE-NON-APPAREILLE
               END-IF
               IF ATT-INT(L-IndI) NOT = SPACE
                  AND L-EncoreManqueINT = 'N'
                   MOVE SPACE TO ATT-INT(L-IndI)
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceINT TO S-NONAPP-SOURCE
                   MOVE SPACE           TO S-NONAPP-SEP2
                   MOVE 'CONTRAT ABSENT DE LA SOURCE CODE INT'
                                        TO S-NONAPP-MOTIF
                   PERFORM ECRITURE-NON-APPAREILLE
               END-IF
               IF ATT-REC(L-IndI) NOT = SPACE
                  AND L-EncoreManqueREC = 'N'
                   MOVE SPACE TO ATT-REC(L-IndI)
                   MOVE REFCTR(L-IndI)  TO S-NONAPP-REF
                   MOVE SPACE           TO S-NONAPP-SEP1
                   MOVE L-CodeSourceREC TO S-NONAPP-SOURCE
                   MOVE SPACE           TO S-NONAPP-SEP2
                   MOVE 'CONTRAT ABSENT DE LA SOURCE CODE REC'
                                        TO S-NONAPP-MOTIF
                   PERFORM ECRITURE-NON-APPAREILLE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RATTRAPAGE-SOURCE-PARAMETREE.
      *---------------------
           MOVE SRC-FICHIER(L-IndSource) TO L-NomFicentN
           MOVE SRC-CODE(L-IndSource)    TO L-CodeSourceCourant
           EVALUATE L-NatureCourante
               WHEN 'SIT'
                   MOVE L-CodeSourceCourant TO L-CodeSourceSIT
               WHEN 'INT'
                   MOVE L-CodeSourceCourant TO L-CodeSourceINT
               WHEN 'REC'
                   MOVE L-CodeSourceCourant TO L-CodeSourceREC
           END-EVALUATE
           OPEN INPUT FICENTN
           IF L-FstN2 NOT = ZERO
               ADD 1 TO L-NbrSourcesKO
               PERFORM MARQUE-ENCORE-MANQUANTE
               DISPLAY 'SOURCE ' L-CodeSourceCourant
                       ' TOUJOURS INTROUVABLE (' L-NomFicentN ')'
           ELSE
               MOVE 'N' TO L-FinFicN
               PERFORM UNTIL L-FinFicN = 'Y'
                   READ FICENTN
                   AT END
                       MOVE 'Y' TO L-FinFicN
                   NOT AT END
                       ADD 1 TO L-NbrEnrLus
                       MOVE E-FICENTN-REF    TO L-RefCherchee
                       MOVE E-FICENTN-VALEUR TO L-ValeurRattrapage
                       PERFORM RATTRAPE-ENREGISTREMENT
                   END-READ
               END-PERFORM
               CLOSE FICENTN
           END-IF
           .
      *----------------------------------------------------------------------------
       RATTRAPAGE-FICENT1.
      *---------------------
           MOVE 1 TO L-IndSource
           MOVE 'SIT' TO L-NatureCourante
           MOVE L-CodeSourceSIT TO L-CodeSourceCourant
           OPEN INPUT FICENT1
           IF L-Fst NOT = ZERO
               ADD 1 TO L-NbrSourcesKO
               PERFORM MARQUE-ENCORE-MANQUANTE
               DISPLAY 'SOURCE ' L-CodeSourceCourant
                       ' TOUJOURS INTROUVABLE (' L-NomFicent1 ')'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FinFic1-OK
               PERFORM LECTURE-FICHIER1
               IF NOT L-FinFic1-OK
                   MOVE E-FICENT1-REF    TO L-RefCherchee
                   MOVE E-FICENT1-CODSIT TO L-ValeurRattrapage
                   PERFORM RATTRAPE-ENREGISTREMENT
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RATTRAPAGE-FICENT2.
      *---------------------
           MOVE 2 TO L-IndSource
           MOVE 'INT' TO L-NatureCourante
           MOVE L-CodeSourceINT TO L-CodeSourceCourant
           OPEN INPUT FICENT2
           IF L-Fst2 NOT = ZERO
               ADD 1 TO L-NbrSourcesKO
               PERFORM MARQUE-ENCORE-MANQUANTE
               DISPLAY 'SOURCE ' L-CodeSourceCourant
                       ' TOUJOURS INTROUVABLE (' L-NomFicent2 ')'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FinFic2-OK
               PERFORM LECTURE-FICHIER2
               IF NOT L-FinFic2-OK
                   MOVE E-FICENT2-REF    TO L-RefCherchee
                   MOVE E-FICENT2-CODINT TO L-ValeurRattrapage
                   PERFORM RATTRAPE-ENREGISTREMENT
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RATTRAPAGE-FICENT3.
      *---------------------
           MOVE 3 TO L-IndSource
           MOVE 'REC' TO L-NatureCourante
           MOVE L-CodeSourceREC TO L-CodeSourceCourant
           OPEN INPUT FICENT3
           IF L-Fst4 NOT = ZERO
               ADD 1 TO L-NbrSourcesKO
               PERFORM MARQUE-ENCORE-MANQUANTE
               DISPLAY 'SOURCE ' L-CodeSourceCourant
                       ' TOUJOURS INTROUVABLE (' L-NomFicent3 ')'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL L-FinFic3-OK
               PERFORM LECTURE-FICHIER3
               IF NOT L-FinFic3-OK
                   MOVE E-FICENT3-REF    TO L-RefCherchee
                   MOVE E-FICENT3-CODREC TO L-ValeurRattrapage
                   PERFORM RATTRAPE-ENREGISTREMENT
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RATTRAPE-ENREGISTREMENT.
      *---------------------
      *--   APPLIQUE L ENREGISTREMENT D UNE SOURCE EN RETARD (NATURE
      *--   L-NatureCourante) : LA REFERENCE EST RETROUVEE COMME A LA
      *--   FUSION (TRANSCODIFICATION XREF POUR INT/REC) ; SEULE UNE
      *--   REFERENCE EN ATTENTE DE CETTE NATURE EST COMPLETEE, UNE
      *--   REFERENCE INCONNUE DU FICSOR EST SIGNALEE.
           IF L-NatureCourante = 'SIT'
               PERFORM RECHERCHE-REF-DIRECTE
           ELSE
               PERFORM RECHERCHE-REF-TRADUITE
           END-IF

           IF NOT L-Trouve-OUI
               MOVE L-RefCherchee       TO S-NONAPP-REF
               MOVE SPACE               TO S-NONAPP-SEP1
               MOVE L-CodeSourceCourant TO S-NONAPP-SOURCE
               MOVE SPACE               TO S-NONAPP-SEP2
               MOVE 'REF INCONNUE DU FICSOR, RATTRAPAGE'
                                        TO S-NONAPP-MOTIF
               PERFORM ECRITURE-NON-APPAREILLE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN L-NatureCourante = 'SIT'
                AND ATT-SIT(L-IndI) NOT = SPACE
                   MOVE L-ValeurRattrapage(1:1) TO CODSIT(L-IndI)
                   SET FLAG-FIC1-OUI(L-IndI) TO TRUE
                   MOVE SPACE TO ATT-SIT(L-IndI)
                   ADD 1 TO L-NbrRattrapes
               WHEN L-NatureCourante = 'INT'
                AND ATT-INT(L-IndI) NOT = SPACE
                   MOVE L-ValeurRattrapage TO CODINT(L-IndI)
                   SET FLAG-FIC2-OUI(L-IndI) TO TRUE
                   MOVE SPACE TO ATT-INT(L-IndI)
                   ADD 1 TO L-NbrRattrapes
               WHEN L-NatureCourante = 'REC'
                AND ATT-REC(L-IndI) NOT = SPACE
                   MOVE L-ValeurRattrapage TO CODREC(L-IndI)
                   SET FLAG-FIC3-OUI(L-IndI) TO TRUE
                   MOVE SPACE TO ATT-REC(L-IndI)
                   ADD 1 TO L-NbrRattrapes
               WHEN OTHER
                   ADD 1 TO L-NbrHorsAttente
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       ECRITURE-COMPLEMENT.
      *---------------------
      *--   LES REFERENCES EN ATTENTE AU DEPART ET DEVENUES COMPLETES
      *--   SONT EMISES DANS LE COMPLEMENT (FICHIER TOUJOURS CREE,
      *--   EVENTUELLEMENT VIDE, POUR L ETAPE SUIVANTE DE LA CHAINE) ;
      *--   LES AUTRES RESTENT EN ATTENTE DANS FICSOR.
           OPEN OUTPUT FILE-COMPLEMENT
           IF L-FstC NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstC '>'
              PERFORM ERREUR
           END-IF

           MOVE 0 TO L-NbrAttente
           PERFORM VARYING L-IndI FROM 1 BY 1 UNTIL L-IndI > IND-CTR
               IF ATTENTE-CTR(L-IndI) NOT = SPACES
                   ADD 1 TO L-NbrAttente
               ELSE
                   IF ATT-INITIALE(L-IndI) = 'O'
                       MOVE SPACES TO S-COMPLEMENT
                       MOVE CONTRAT(L-IndI)(1:27) TO S-COMPLEMENT
                       WRITE S-COMPLEMENT
                       ADD 1 TO L-NbrCompletes
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FILE-COMPLEMENT
           .
      *----------------------------------------------------------------------------
       ALERTE-TABLE-PLEINE.
      *---------------------
           Display 'Nbre references transcodees =' L-NbrTraduits '>'
           Display 'Nbre sources parametrees =' L-NbrSources
               ', introuvables =' L-NbrSourcesKO '>'
           Display 'Nbre references en attente =' L-NbrAttente '>'
           IF L-ModeRattrapage
               Display 'Nbre references en attente au depart ='
                   L-NbrAttenteAvant '>'
               Display 'Nbre codes rattrapes =' L-NbrRattrapes
                   ', hors attente =' L-NbrHorsAttente '>'
               Display 'Nbre references completees =' L-NbrCompletes
                   '>'
           END-IF
           PERFORM CONTROLE-TOTAUX-FICSOR
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'
           END-IF
           IF L-CodeRetour < 4
              AND (L-NbrNonApp > 0 OR L-NbrDoublonsRef > 0
                   OR L-NbrSourcesKO > 0 OR L-NbrAttente > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
