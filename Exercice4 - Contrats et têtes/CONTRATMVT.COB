                       RECORD KEY IS TH-SEQ
                       FILE STATUS IS L-FstTh.

       SELECT FILE-TARIFS ASSIGN TO DYNAMIC L-NomTarifs
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstT.

       SELECT FILE-AVENANTS ASSIGN TO DYNAMIC L-NomAvenants
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS L-FstAv.

       SELECT NUMEROS-AVENANTS ASSIGN TO DYNAMIC L-NomNumAvenants
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AVN-CLE
                       FILE STATUS IS L-FstAn.


       DATA DIVISION.

      *--   D ATTENTE REEXAMINE A CHAQUE RUN. FINI LES MOUVEMENTS
      *--   GARDES DANS LES TIROIRS DES GESTIONNAIRES.
           05 E-MVT-DATEFF                         PIC X(8).
      *--   CODE DE L INTERMEDIAIRE APPORTEUR (MOUVEMENT 'CC'), AJOUTE
      *--   EN FIN D ENREGISTREMENT : A BLANC = AFFAIRE DIRECTE.
           05 E-MVT-CODINT                         PIC X(6).

       FD  FILE-ATTENTE-PREC.
      *--  FICHIER PERSISTANT DES MOUVEMENTS A EFFET FUTUR (MEME
      *--  DESSIN QUE MOUVEMENTS.txt), RELU EN TETE DE CHAQUE RUN
      *--  AVANT D ETRE REECRIT AVEC LES MOUVEMENTS TOUJOURS FUTURS.
       01  E-ATTENTE-PREC                          PIC X(77).

       FD  FILE-ATTENTE.
       01  S-ATTENTE                               PIC X(77).

       FD  TETES-HISTO.
      *--  HISTORIQUE PERSISTANT DES EVENEMENTS DE TETE, MEME DESSIN
           05 TH-DATERUN             PIC 9(8).
           05 TH-PGM                 PIC X(10).

       FD  FILE-TARIFS.
      *--  TABLE DES TARIFS PAR PRODUIT, MEME DESSIN QUE DANS
      *--  FACTURATION : LA PRIME PORTEE SUR L AVIS D AVENANT EST
      *--  CALCULEE AVEC LES MEMES REGLES.
       01  E-TARIF.
           05 E-TARIF-CODPRD                       PIC XX.
           05 E-TARIF-TETE                         PIC 9(7)V99.
           05 E-TARIF-BENEF                        PIC 9(7)V99.
           05 E-TARIF-AGEMIN                       PIC X(3).
           05 E-TARIF-AGEMAX                       PIC X(3).

       FD  FILE-AVENANTS.
      *--  AVIS D AVENANT A ADRESSER AU SOUSCRIPTEUR : UNE PAGE PAR
      *--  CONTRAT TOUCHE PAR LE LOT.
       01  S-AVENANT                               PIC X(100).

       FD  NUMEROS-AVENANTS.
      *--  DERNIER NUMERO D AVENANT ATTRIBUE PAR CONTRAT, CONSERVE DE
      *--  RUN EN RUN (CREE AU PREMIER PASSAGE).
       01  AVN-ENREG.
           05 AVN-CLE.
               10 AVN-CODPRD         PIC XX.
               10 AVN-NUMPOL         PIC 9(7).
           05 AVN-NUMERO             PIC 9(5).
           05 AVN-DATERUN            PIC 9(8).

       FD FICSOR-MAJ.
       01 S-FICSOR-MAJ                             PIC X(60).

       01  S-REJET.
           05 S-REJET-LIGNE        PIC 9(6).
           05 S-REJET-SEP1         PIC X.
           05 S-REJET-DONNEES      PIC X(77).
           05 S-REJET-SEP2         PIC X.
           05 S-REJET-MOTIF        PIC X(40).

       01 L-Fst2                                  PIC 99.
       01 L-FstRa                                 PIC 99.
       01 L-FstR                                  PIC 99.
       01 L-FstT                                  PIC 99.
       01 L-FstAv                                 PIC 99.
       01 L-FstAn                                 PIC 99.

      *-- noms de fichiers parametrables par variable d'environnement
       01 L-NomFicsor            PIC X(40) VALUE 'FICSOR'.
       01 L-EvtNature            PIC X(8).
       01 L-NbrEvenements        PIC 9(5) VALUE 0.

      *-- REFERENTIEL DES PERSONNES (SOUS-PROGRAMME PERSONNES, COMME
      *-- DANS COBOLEX4) : LES LIENS TETE / PERSONNE SUIVENT LES
      *-- MOUVEMENTS AU FIL DE L EAU
       01 L-PersMode             PIC X.
       01 L-PERS-TETE.
           05 PRS-CODPRD         PIC XX.
           05 PRS-NUMPOL         PIC 9(7).
           05 PRS-TIT            PIC X(3).
           05 PRS-NOM            PIC X(20).
           05 PRS-PRN            PIC X(20).
           05 PRS-DATNAI         PIC X(8).
           05 PRS-DATE           PIC 9(8).
           05 PRS-PGM            PIC X(10).
       01 L-PERS-RETOUR.
           05 PRS-PERID          PIC 9(9).
           05 PRS-CODE           PIC X(2).
       01 L-NbrPersRevue         PIC 9(5) VALUE 0.
       01 L-SitAvant             PIC X.

      *-- IMAGES BRUTES DU FICHIER D ATTENTE PRECEDENT, RELUES EN
      *-- ENTIER AVANT QUE L OPEN OUTPUT NE LE REECRIVE
       01 L-NbrAttPrec           PIC 9(3) VALUE 0.
           05 ATT-IMAGE OCCURS 1 TO 500 TIMES
                        DEPENDING ON L-NbrAttPrec
                        INDEXED BY IND-ATT
                        PIC X(77).

      *-- ligne de synthese du cycle de vie des mouvements
       01 WS-RAP-SYNTHESE.
       01 L-NomFicsorMaj         PIC X(40) VALUE 'FICSOR_MAJ'.
       01 L-NomRapport     PIC X(40) VALUE 'RAPPORT_MOUVEMENTS.txt'.
       01 L-NomRejets      PIC X(40) VALUE 'REJETS_MOUVEMENTS.txt'.
       01 L-NomTarifs            PIC X(40) VALUE 'TARIFS_PRODUITS.txt'.
       01 L-NomAvenants          PIC X(40) VALUE 'AVIS_AVENANTS.txt'.
       01 L-NomNumAvenants       PIC X(40)
                                 VALUE 'AVENANTS_NUMEROS.DAT'.
       01 L-EnvTemp              PIC X(40).

      *-- CODE RETOUR NORMALISE : 0 PROPRE, 4 AVERTISSEMENTS
      *-- (MOUVEMENTS REJETES, PERSONNES A REVOIR), 12 FIN ANORMALE.
       01 L-CodeRetour           PIC 99 VALUE 0.

       01 L-FinFic                                PIC X.
               10 MVT-SIT                PIC X.
               10 MVT-DATNAI             PIC X(8).
               10 MVT-DATEFF             PIC X(8).
               10 MVT-CODINT             PIC X(6).
      *--       ETAT DU MOUVEMENT : 'N' PAS ENCORE APPLIQUE,
      *--       'Y' APPLIQUE, 'E' CREATION SUR CONTRAT DEJA EXISTANT,
      *--       'T' AJOUT DE TETE REFUSE (CONTRAT A 99 TETES). LES
      *--       DATE DE RENOUVELLEMENT ANNUEL (AAAAMMJJ, A BLANC SI
      *--       INCONNUE), EXPLOITEE PAR LA CAMPAGNE RENOUVELLEMENT
               10 L-CTR-DATRENOUV                  PIC X(8).
      *--       CODE DE L INTERMEDIAIRE (COURTIER/AGENT) APPORTEUR, A
      *--       BLANC POUR UNE AFFAIRE DIRECTE, BASE DES COMMISSIONS
               10 L-CTR-CODINT                     PIC X(6).

               10 L-CTR-TET                        OCCURS 99 TIMES
                                                   INDEXED BY IND-TET.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-RAP-DETAIL      PIC X(42).

      *-- AVIS D AVENANT : COMPTEURS, CONTRAT TOUCHE (MOUVEMENTS
      *-- APPLIQUES AVANT ET APRES LE CONTRAT COURANT) ET ZONES DE
      *-- MISE EN FORME DES DATES
       01 L-NbrAvenants          PIC 9(5) VALUE 0.
       01 L-NbrAvSansPrime       PIC 9(5) VALUE 0.
       01 L-MvtAvantContrat      PIC 9(5).
       01 L-NumAvenant           PIC 9(5).
       01 L-IndAv                PIC 9(3).
       01 L-DateAv               PIC X(8).
       01 L-DateAv-R REDEFINES L-DateAv.
           05 L-DateAv-AAAA      PIC X(4).
           05 L-DateAv-MM        PIC X(2).
           05 L-DateAv-JJ        PIC X(2).
       01 L-DateAvEd             PIC X(10).

      *-- TABLE DES TARIFS PAR PRODUIT ET ZONES DE TARIFICATION PAR
      *-- AGE, COMME DANS FACTURATION (L AGE EST PRIS A LA DATE DE
      *-- TRAITEMENT). FICHIER ABSENT = AVIS SANS PRIME.
       01 TABLE-TARIFS.
           05 L-TARIF OCCURS 1 TO 200 TIMES
                      DEPENDING ON L-NbrTarifs
                      INDEXED BY IND-TAR.
               10 TAR-CODPRD             PIC XX.
               10 TAR-TETE               PIC 9(7)V99.
               10 TAR-BENEF              PIC 9(7)V99.
               10 TAR-AGEMIN             PIC 9(3).
               10 TAR-AGEMAX             PIC 9(3).
       01 L-NbrTarifs                             PIC 9(3) VALUE 0.
       01 L-TarifTrouve                           PIC X.
       01 L-FinTarifs                             PIC X.
       01 L-IndTar1              PIC 9(3).
       01 L-IndTarTete           PIC 9(3).
       01 L-AgeTete              PIC 9(3).
       01 L-FacAAAA              PIC 9(4).
       01 L-NaiAAAA              PIC 9(4).
       01 L-FacMMJJ              PIC 9(4).
       01 L-NaiMMJJ              PIC 9(4).
       01 L-PrimeAvenant         PIC 9(9)V99.
       01 L-NbrBenAvenant        PIC 9(3).

      *-- lignes de l avis d avenant
       01 WS-AVI-TITRE.
           05 FILLER             PIC X(17) VALUE 'AVIS D AVENANT N '.
           05 WS-AT-NUMERO       PIC 9(5).
           05 FILLER             PIC X(4)  VALUE ' DU '.
           05 WS-AT-DATE         PIC X(10).

       01 WS-AVI-CONTRAT.
           05 FILLER             PIC X(12) VALUE 'CONTRAT   : '.
           05 WS-AC-CODPRD       PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AC-NUMPOL       PIC 9(7).
           05 FILLER             PIC X(14) VALUE '   SITUATION '.
           05 WS-AC-SIT          PIC X.

       01 WS-AVI-TITULAIRE.
           05 FILLER             PIC X(12) VALUE 'TITULAIRE : '.
           05 WS-AN-TIT          PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AN-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AN-PRN          PIC X(20).

       01 WS-AVI-ENTETE-MVT      PIC X(80) VALUE
           'MOUVEMENTS APPLIQUES PAR LE PRESENT AVENANT :'.

       01 WS-AVI-MVT.
           05 WS-AM-CODE         PIC XX.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AM-LIBELLE      PIC X(26).
           05 FILLER             PIC X(7)  VALUE ' EFFET '.
           05 WS-AM-EFFET        PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AM-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AM-PRN          PIC X(20).
           05 FILLER             PIC X(5)  VALUE ' SIT '.
           05 WS-AM-SIT          PIC X.

       01 WS-AVI-ENTETE-TET      PIC X(80) VALUE
           'TETES DU CONTRAT APRES AVENANT :'.

       01 WS-AVI-TETE.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-AE-TIT          PIC X(3).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AE-NOM          PIC X(20).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AE-PRN          PIC X(20).
           05 FILLER             PIC X(11) VALUE ' SITUATION '.
           05 WS-AE-SIT          PIC X.
           05 FILLER             PIC X(9)  VALUE ' NE(E) LE'.
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-AE-DATNAI       PIC X(10).

       01 WS-AVI-BENEF.
           05 FILLER             PIC X(26)
              VALUE 'NOMBRE DE BENEFICIAIRES : '.
           05 WS-AB-NBR          PIC ZZ9.

       01 WS-AVI-PRIME.
           05 FILLER             PIC X(26)
              VALUE 'NOUVELLE PRIME ANNUELLE : '.
           05 WS-AP-PRIME        PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-AVI-SANS-PRIME      PIC X(80) VALUE
           'NOUVELLE PRIME ANNUELLE : NON CALCULEE, PRODUIT SANS TARIF'.

       PROCEDURE DIVISION.

       SQUELETTE.

           PERFORM UNTIL L-FinFic-OK
                PERFORM LOAD-CTR-TET
                MOVE L-NbrMvtAppliques TO L-MvtAvantContrat
                PERFORM APPLIQUE-MOUVEMENTS
                PERFORM WRITE-CONTRAT
                IF L-NbrMvtAppliques > L-MvtAvantContrat
                    PERFORM EDITION-AVENANT
                END-IF
           END-PERFORM

           PERFORM CREATIONS-CONTRATS
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF

           DISPLAY 'CONTRATMVT_TARIFS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomTarifs
           END-IF

           DISPLAY 'CONTRATMVT_AVENANTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomAvenants
           END-IF

           DISPLAY 'CONTRATMVT_NUM_AVENANTS' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomNumAvenants
           END-IF

           DISPLAY 'COBOL4_TETES_HISTO' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
              PERFORM ERREUR
           END-IF

           OPEN OUTPUT FILE-AVENANTS
           IF L-FstAv NOT = 0
              DISPLAY 'Erreur ouverture fichier FS =' L-FstAv '>'
              PERFORM ERREUR
           END-IF

           PERFORM INIT-TETES-HISTO

           MOVE 'O' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           IF PRS-CODE NOT = '00'
              DISPLAY 'Erreur ouverture referentiel des personnes'
              PERFORM ERREUR
           END-IF

           PERFORM INIT-NUMEROS-AVENANTS
           PERFORM CHARGE-TARIFS
           .
      *----------------------------------------------------------------------------
       CHARGE-MOUVEMENTS.
                   MOVE E-MVT-SIT    TO MVT-SIT(IND-MVT)
                   MOVE E-MVT-DATNAI TO MVT-DATNAI(IND-MVT)
                   MOVE E-MVT-DATEFF TO MVT-DATEFF(IND-MVT)
                   MOVE E-MVT-CODINT TO MVT-CODINT(IND-MVT)
                   MOVE 'N'          TO MVT-APPLIQUE(IND-MVT)
                   IF L-SourceAttente = 'Y'
                       ADD 1 TO L-NbrMvtEchus
           MOVE E-FICSOR-Donnees(11:8) TO L-CTR-DATEFF
           MOVE E-FICSOR-Donnees(19:8) TO L-CTR-DATTERM
           MOVE E-FICSOR-Donnees(27:8) TO L-CTR-DATRENOUV
           MOVE E-FICSOR-Donnees(35:6) TO L-CTR-CODINT

           SET IND-TET TO 1
           SET IND-BEN TO 1
               PERFORM ECRITURE-RAPPORT-MVT
               MOVE 'AJOUT' TO L-EvtNature
               PERFORM ECRITURE-EVENEMENT-TETE
               IF MVT-SIT(IND-MVT) = 'C' AND L-CTR-SIT NOT = 'I'
                   MOVE MVT-TIT(IND-MVT)    TO PRS-TIT
                   MOVE MVT-NOM(IND-MVT)    TO PRS-NOM
                   MOVE MVT-PRN(IND-MVT)    TO PRS-PRN
                   MOVE MVT-DATNAI(IND-MVT) TO PRS-DATNAI
                   PERFORM RATTACHE-PERSONNE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
               PERFORM ECRITURE-RAPPORT-MVT
               MOVE 'RETRAIT' TO L-EvtNature
               PERFORM ECRITURE-EVENEMENT-TETE
               PERFORM DETACHE-PERSONNE
           END-IF
           .
      *----------------------------------------------------------------------------
               PERFORM ECRITURE-RAPPORT-MVT
               MOVE 'MODIF' TO L-EvtNature
               PERFORM ECRITURE-EVENEMENT-TETE
               IF MVT-SIT(IND-MVT) = 'C' AND L-CTR-SIT NOT = 'I'
                   MOVE L-CTR-TET-TIT(L-IndT)    TO PRS-TIT
                   MOVE L-CTR-TET-NOM(L-IndT)    TO PRS-NOM
                   MOVE L-CTR-TET-PRN(L-IndT)    TO PRS-PRN
                   MOVE L-CTR-TET-DATNAI(L-IndT) TO PRS-DATNAI
                   PERFORM RATTACHE-PERSONNE
               ELSE
                   PERFORM DETACHE-PERSONNE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       MVT-MODIF-CONTRAT.
      *-----------
      *--   UN CONTRAT INTERROMPU NE COUVRE PLUS PERSONNE : SES LIENS
      *--   AU REFERENTIEL DES PERSONNES SONT TOUS PURGES ; REMIS EN
      *--   VIGUEUR, SES TETES COUVERTES SONT RATTACHEES A NOUVEAU.
           MOVE L-CTR-SIT TO L-SitAvant
           MOVE MVT-SIT(IND-MVT) TO L-CTR-SIT
           SET MVT-APPLIQUE-OUI(IND-MVT) TO TRUE
           ADD 1 TO L-NbrMvtAppliques
           MOVE 'NOUVELLE SITUATION CONTRAT' TO WS-RAP-DETAIL
           PERFORM ECRITURE-RAPPORT-MVT

           IF L-CTR-SIT = 'I' AND L-SitAvant NOT = 'I'
               MOVE L-CTR-CODPRD TO PRS-CODPRD
               MOVE L-CTR-NUMPOL TO PRS-NUMPOL
               MOVE 99999999     TO PRS-DATE
               MOVE 'CONTRATMVT' TO PRS-PGM
               MOVE 'P' TO L-PersMode
               CALL 'PERSONNES' USING L-PersMode L-PERS-TETE
                                      L-PERS-RETOUR
           END-IF
           IF L-CTR-SIT NOT = 'I' AND L-SitAvant = 'I'
               PERFORM VARYING L-IndT FROM 1 BY 1
                       UNTIL L-IndT >= L-NBR-TET
                   IF L-CTR-TET-SIT(L-IndT) = 'C'
                       MOVE L-CTR-TET-TIT(L-IndT)    TO PRS-TIT
                       MOVE L-CTR-TET-NOM(L-IndT)    TO PRS-NOM
                       MOVE L-CTR-TET-PRN(L-IndT)    TO PRS-PRN
                       MOVE L-CTR-TET-DATNAI(L-IndT) TO PRS-DATNAI
                       PERFORM RATTACHE-PERSONNE
                   END-IF
               END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------------------
       RATTACHE-PERSONNE.
      *-----------
      *--   RATTACHE LA TETE PREPAREE DANS L-PERS-TETE (TITRE, NOM,
      *--   PRENOM, NAISSANCE) DU CONTRAT COURANT A SA PERSONNE.
           MOVE L-CTR-CODPRD TO PRS-CODPRD
           MOVE L-CTR-NUMPOL TO PRS-NUMPOL
           MOVE L-DateTraitement TO PRS-DATE
           MOVE 'CONTRATMVT' TO PRS-PGM
           MOVE 'R' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           IF PRS-CODE = '02'
               ADD 1 TO L-NbrPersRevue
           END-IF
           .
      *----------------------------------------------------------------------------
       DETACHE-PERSONNE.
      *-----------
      *--   RETIRE LE LIEN DE LA TETE VISEE PAR LE MOUVEMENT (NOM +
      *--   PRENOM) AVEC SA PERSONNE.
           MOVE L-CTR-CODPRD     TO PRS-CODPRD
           MOVE L-CTR-NUMPOL     TO PRS-NUMPOL
           MOVE MVT-NOM(IND-MVT) TO PRS-NOM
           MOVE MVT-PRN(IND-MVT) TO PRS-PRN
           MOVE 'CONTRATMVT'     TO PRS-PGM
           MOVE 'D' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           .
      *----------------------------------------------------------------------------
       RECHERCHE-TETE.
      *-----------
      *--   REECRIT LE CONTRAT COURANT (EVENTUELLEMENT MODIFIE) DANS
      *--   LA NOUVELLE BASE.
           MOVE L-CTR(1:41) TO S-FICSOR-MAJ
           PERFORM WRITE-S-FICSOR-MAJ

           PERFORM VARYING IND-TET FROM 1 BY 1
                   MOVE MVT-CODPRD(IND-MVT) TO L-CTR-CODPRD
                   MOVE MVT-NUMPOL(IND-MVT) TO L-CTR-NUMPOL
                   MOVE 'C' TO L-CTR-SIT
                   MOVE MVT-CODINT(IND-MVT) TO L-CTR-CODINT
                   MOVE 'T' TO L-CTR-TET-HDR(1)
                   MOVE MVT-TIT(IND-MVT) TO L-CTR-TET-TIT(1)
                   MOVE MVT-NOM(IND-MVT) TO L-CTR-TET-NOM(1)
                   PERFORM ECRITURE-RAPPORT-MVT
                   MOVE 'AJOUT' TO L-EvtNature
                   PERFORM ECRITURE-EVENEMENT-TETE
                   IF MVT-SIT(IND-MVT) = 'C'
                       MOVE MVT-TIT(IND-MVT)    TO PRS-TIT
                       MOVE MVT-NOM(IND-MVT)    TO PRS-NOM
                       MOVE MVT-PRN(IND-MVT)    TO PRS-PRN
                       MOVE MVT-DATNAI(IND-MVT) TO PRS-DATNAI
                       PERFORM RATTACHE-PERSONNE
                   END-IF

                   PERFORM WRITE-CONTRAT
                   PERFORM EDITION-AVENANT
               END-IF
           END-PERFORM
           .
                   ADD 1 TO L-NbrMvtRejetes
                   MOVE ZERO TO S-REJET-LIGNE
                   MOVE SPACE TO S-REJET-SEP1
                   MOVE L-MVT(IND-MVT)(1:77) TO S-REJET-DONNEES
                   MOVE SPACE TO S-REJET-SEP2
                   EVALUATE TRUE
                       WHEN MVT-DEJA-EXISTANT(IND-MVT)
               REWRITE TH-ENREG
           END-READ
           .
      *----------------------------------------------------------------------------
       INIT-NUMEROS-AVENANTS.
      *-----------
      *--   OUVRE LE FICHIER DES NUMEROS D AVENANT PAR CONTRAT (CREE
      *--   AU PREMIER PASSAGE).
           OPEN I-O NUMEROS-AVENANTS
           IF L-FstAn = 35
               OPEN OUTPUT NUMEROS-AVENANTS
               CLOSE NUMEROS-AVENANTS
               OPEN I-O NUMEROS-AVENANTS
           END-IF
           IF L-FstAn NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstAn '>'
              PERFORM ERREUR
           END-IF
           .
      *----------------------------------------------------------------------------
       CHARGE-TARIFS.
      *-----------
      *--   MEME CHARGEMENT QUE DANS FACTURATION. FICHIER FACULTATIF :
      *--   EN SON ABSENCE LES AVIS SONT EDITES SANS PRIME.
           OPEN INPUT FILE-TARIFS
           IF L-FstT = 35
               EXIT PARAGRAPH
           END-IF
           IF L-FstT NOT = ZERO
              DISPLAY 'Erreur ouverture fichier FS =' L-FstT '>'
              PERFORM ERREUR
           END-IF

           MOVE 'N' TO L-FinTarifs
           PERFORM UNTIL L-FinTarifs = 'Y'
               READ FILE-TARIFS
               AT END
                   MOVE 'Y' TO L-FinTarifs
               NOT AT END
                   IF E-TARIF-TETE IS NUMERIC
                      AND E-TARIF-BENEF IS NUMERIC
                      AND L-NbrTarifs < 200
                       ADD 1 TO L-NbrTarifs
                       SET IND-TAR TO L-NbrTarifs
                       MOVE E-TARIF-CODPRD TO TAR-CODPRD(IND-TAR)
                       MOVE E-TARIF-TETE   TO TAR-TETE(IND-TAR)
                       MOVE E-TARIF-BENEF  TO TAR-BENEF(IND-TAR)
                       IF E-TARIF-AGEMIN IS NUMERIC
                          AND E-TARIF-AGEMAX IS NUMERIC
                           MOVE E-TARIF-AGEMIN
                               TO TAR-AGEMIN(IND-TAR)
                           MOVE E-TARIF-AGEMAX
                               TO TAR-AGEMAX(IND-TAR)
                       ELSE
                           MOVE 0   TO TAR-AGEMIN(IND-TAR)
                           MOVE 999 TO TAR-AGEMAX(IND-TAR)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TARIFS
           .
      *----------------------------------------------------------------------------
       EDITION-AVENANT.
      *-----------
      *--   AVIS D AVENANT DU CONTRAT COURANT (L-CTR, TEL QUE REECRIT
      *--   DANS LA NOUVELLE BASE) : NUMERO D AVENANT SUIVANT DU
      *--   CONTRAT, MOUVEMENTS APPLIQUES CE RUN AVEC LEUR DATE
      *--   D EFFET, TETES RESULTANTES ET PRIME ANNUELLE RECALCULEE.
           MOVE L-CTR-CODPRD TO AVN-CODPRD
           MOVE L-CTR-NUMPOL TO AVN-NUMPOL
           READ NUMEROS-AVENANTS
           INVALID KEY
               MOVE 1 TO L-NumAvenant
               MOVE L-NumAvenant     TO AVN-NUMERO
               MOVE L-DateTraitement TO AVN-DATERUN
               WRITE AVN-ENREG
           NOT INVALID KEY
               COMPUTE L-NumAvenant = AVN-NUMERO + 1
               MOVE L-NumAvenant     TO AVN-NUMERO
               MOVE L-DateTraitement TO AVN-DATERUN
               REWRITE AVN-ENREG
           END-READ
           ADD 1 TO L-NbrAvenants

           MOVE L-NumAvenant TO WS-AT-NUMERO
           MOVE L-DateTraitement TO L-DateAv
           PERFORM FORMATE-DATE-AVENANT
           MOVE L-DateAvEd TO WS-AT-DATE
           WRITE S-AVENANT FROM WS-AVI-TITRE AFTER ADVANCING PAGE
           MOVE SPACES TO S-AVENANT
           WRITE S-AVENANT

           MOVE L-CTR-CODPRD TO WS-AC-CODPRD
           MOVE L-CTR-NUMPOL TO WS-AC-NUMPOL
           MOVE L-CTR-SIT    TO WS-AC-SIT
           WRITE S-AVENANT FROM WS-AVI-CONTRAT

      *>    LE TITULAIRE EST LA PREMIERE TETE DU CONTRAT
           IF L-NBR-TET > 1
               MOVE L-CTR-TET-TIT(1) TO WS-AN-TIT
               MOVE L-CTR-TET-NOM(1) TO WS-AN-NOM
               MOVE L-CTR-TET-PRN(1) TO WS-AN-PRN
               WRITE S-AVENANT FROM WS-AVI-TITULAIRE
           END-IF

           MOVE SPACES TO S-AVENANT
           WRITE S-AVENANT
           WRITE S-AVENANT FROM WS-AVI-ENTETE-MVT
           PERFORM VARYING L-IndAv FROM 1 BY 1
                   UNTIL L-IndAv > L-NbrMvt
               IF MVT-APPLIQUE-OUI(L-IndAv)
                  AND MVT-CODPRD(L-IndAv) = L-CTR-CODPRD
                  AND MVT-NUMPOL(L-IndAv) = L-CTR-NUMPOL
                   PERFORM EDITION-MVT-AVENANT
               END-IF
           END-PERFORM

           MOVE SPACES TO S-AVENANT
           WRITE S-AVENANT
           WRITE S-AVENANT FROM WS-AVI-ENTETE-TET
           PERFORM VARYING IND-TET FROM 1 BY 1
                   UNTIL IND-TET >= L-NBR-TET
               MOVE L-CTR-TET-TIT(IND-TET) TO WS-AE-TIT
               MOVE L-CTR-TET-NOM(IND-TET) TO WS-AE-NOM
               MOVE L-CTR-TET-PRN(IND-TET) TO WS-AE-PRN
               MOVE L-CTR-TET-SIT(IND-TET) TO WS-AE-SIT
               IF L-CTR-TET-DATNAI(IND-TET) IS NUMERIC
                   MOVE L-CTR-TET-DATNAI(IND-TET) TO L-DateAv
                   PERFORM FORMATE-DATE-AVENANT
                   MOVE L-DateAvEd TO WS-AE-DATNAI
               ELSE
                   MOVE SPACES TO WS-AE-DATNAI
               END-IF
               WRITE S-AVENANT FROM WS-AVI-TETE
           END-PERFORM

           MOVE SPACES TO S-AVENANT
           WRITE S-AVENANT
           COMPUTE WS-AB-NBR = L-NBR-BEN - 1
           WRITE S-AVENANT FROM WS-AVI-BENEF

           PERFORM CALCUL-PRIME-AVENANT
           IF L-TarifTrouve = 'N'
               ADD 1 TO L-NbrAvSansPrime
               WRITE S-AVENANT FROM WS-AVI-SANS-PRIME
           ELSE
               MOVE L-PrimeAvenant TO WS-AP-PRIME
               WRITE S-AVENANT FROM WS-AVI-PRIME
           END-IF
           .
      *----------------------------------------------------------------------------
       EDITION-MVT-AVENANT.
      *-----------
      *--   UNE LIGNE PAR MOUVEMENT L-IndAv : NATURE, DATE D EFFET (LA
      *--   DATE DE TRAITEMENT QUAND LE MOUVEMENT N EN PORTE PAS), TETE
      *--   VISEE ET NOUVELLE SITUATION.
           MOVE MVT-CODE(L-IndAv) TO WS-AM-CODE
           EVALUATE MVT-CODE(L-IndAv)
               WHEN 'CC'
                   MOVE 'CREATION DU CONTRAT'  TO WS-AM-LIBELLE
               WHEN 'AT'
                   MOVE 'AJOUT DE TETE'        TO WS-AM-LIBELLE
               WHEN 'ST'
                   MOVE 'RETRAIT DE TETE'      TO WS-AM-LIBELLE
               WHEN 'MT'
                   MOVE 'CHANGEMENT SITUATION TETE' TO WS-AM-LIBELLE
               WHEN 'MC'
                   MOVE 'CHANGEMENT SITUATION CTR' TO WS-AM-LIBELLE
           END-EVALUATE

           IF MVT-DATEFF(L-IndAv) IS NUMERIC
               MOVE MVT-DATEFF(L-IndAv) TO L-DateAv
           ELSE
               MOVE L-DateTraitement TO L-DateAv
           END-IF
           PERFORM FORMATE-DATE-AVENANT
           MOVE L-DateAvEd TO WS-AM-EFFET

           IF MVT-CODE(L-IndAv) = 'MC'
               MOVE SPACES TO WS-AM-NOM WS-AM-PRN
           ELSE
               MOVE MVT-NOM(L-IndAv) TO WS-AM-NOM
               MOVE MVT-PRN(L-IndAv) TO WS-AM-PRN
           END-IF
           IF MVT-CODE(L-IndAv) = 'ST'
               MOVE SPACE TO WS-AM-SIT
           ELSE
               MOVE MVT-SIT(L-IndAv) TO WS-AM-SIT
           END-IF
           WRITE S-AVENANT FROM WS-AVI-MVT
           .
      *----------------------------------------------------------------------------
       FORMATE-DATE-AVENANT.
      *-----------
      *--   L-DateAv (AAAAMMJJ) EDITEE JJ/MM/AAAA DANS L-DateAvEd.
           MOVE SPACES TO L-DateAvEd
           STRING L-DateAv-JJ '/' L-DateAv-MM '/' L-DateAv-AAAA
                  DELIMITED BY SIZE INTO L-DateAvEd
           .
      *----------------------------------------------------------------------------
       CALCUL-PRIME-AVENANT.
      *-----------
      *--   PRIME ANNUELLE DU CONTRAT APRES AVENANT, AUX REGLES DE
      *--   FACTURATION : TETES EN SITUATION 'C' AU TARIF DE LEUR
      *--   TRANCHE D AGE A LA DATE DE TRAITEMENT (PREMIERE LIGNE DU
      *--   PRODUIT SANS DATE DE NAISSANCE OU HORS TRANCHE),
      *--   BENEFICIAIRES AU TARIF DE LA PREMIERE LIGNE. PRIME PLEINE,
      *--   LE PRORATA RESTE L AFFAIRE DE LA FACTURATION.
           MOVE 0 TO L-PrimeAvenant
           MOVE 'N' TO L-TarifTrouve
           PERFORM VARYING IND-TAR FROM 1 BY 1
                   UNTIL IND-TAR > L-NbrTarifs
               IF TAR-CODPRD(IND-TAR) = L-CTR-CODPRD
                   MOVE 'Y' TO L-TarifTrouve
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF L-TarifTrouve = 'N'
               EXIT PARAGRAPH
           END-IF

           SET L-IndTar1 TO IND-TAR
           COMPUTE L-NbrBenAvenant = L-NBR-BEN - 1
           COMPUTE L-PrimeAvenant ROUNDED =
               L-NbrBenAvenant * TAR-BENEF(L-IndTar1)
           PERFORM VARYING IND-TET FROM 1 BY 1
                   UNTIL IND-TET >= L-NBR-TET
               IF L-CTR-TET-SIT(IND-TET) = 'C'
                   PERFORM TARIFE-TETE-AVENANT
               END-IF
           END-PERFORM
           MOVE 'Y' TO L-TarifTrouve
           .
      *----------------------------------------------------------------------------
       TARIFE-TETE-AVENANT.
      *-----------
      *--   AJOUTE A LA PRIME LE TARIF DE LA TETE IND-TET (MEME
      *--   RECHERCHE DE TRANCHE QUE TARIFE-TETE DE FACTURATION).
           MOVE L-IndTar1 TO L-IndTarTete

           IF L-CTR-TET-DATNAI(IND-TET) IS NUMERIC
               MOVE L-DateTraitement(1:4)          TO L-FacAAAA
               MOVE L-DateTraitement(5:4)          TO L-FacMMJJ
               MOVE L-CTR-TET-DATNAI(IND-TET)(1:4) TO L-NaiAAAA
               MOVE L-CTR-TET-DATNAI(IND-TET)(5:4) TO L-NaiMMJJ
               IF L-FacAAAA > L-NaiAAAA
                   COMPUTE L-AgeTete = L-FacAAAA - L-NaiAAAA
                   IF L-FacMMJJ < L-NaiMMJJ
                       SUBTRACT 1 FROM L-AgeTete
                   END-IF
               ELSE
                   MOVE 0 TO L-AgeTete
               END-IF
               PERFORM VARYING IND-TAR FROM 1 BY 1
                       UNTIL IND-TAR > L-NbrTarifs
                   IF TAR-CODPRD(IND-TAR) = L-CTR-CODPRD
                      AND L-AgeTete >= TAR-AGEMIN(IND-TAR)
                      AND L-AgeTete <= TAR-AGEMAX(IND-TAR)
                       SET L-IndTarTete TO IND-TAR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           ADD TAR-TETE(L-IndTarTete) TO L-PrimeAvenant
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----

           PERFORM MAJ-COMPTEUR-TETES-HISTO
           CLOSE TETES-HISTO
           MOVE 'F' TO L-PersMode
           CALL 'PERSONNES' USING L-PersMode L-PERS-TETE L-PERS-RETOUR
           CLOSE NUMEROS-AVENANTS
           CLOSE FILE-AVENANTS
           CLOSE FICSOR
           CLOSE MOUVEMENTS
           CLOSE FICSOR-MAJ
           Display 'Nbre mvts en attente   =' L-NbrMvtAttente '>'
           Display 'Nbre mvts echus ce run =' L-NbrMvtEchus '>'
           Display 'Nbre evenements tetes  =' L-NbrEvenements '>'
           Display 'Nbre personnes a revoir=' L-NbrPersRevue '>'
           Display 'Nbre avis d avenant    =' L-NbrAvenants
               ', sans prime =' L-NbrAvSansPrime '>'
           Display 'Nbre enregs ecrits     =' L-NbrEnrEcr '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
           DISPLAY '*************************************************'

           IF L-CodeRetour < 4
              AND (L-NbrMvtRejetes > 0 OR L-NbrPersRevue > 0)
               MOVE 4 TO L-CodeRetour
           END-IF
           MOVE L-CodeRetour TO RETURN-CODE
