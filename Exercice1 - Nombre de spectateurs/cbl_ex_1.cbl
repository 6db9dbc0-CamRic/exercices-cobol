           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstGroupes.

           SELECT FILE-GROUPES-AV ASSIGN TO DYNAMIC WS-GROUPES-AV-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstGroupesAv.

           SELECT FILE-EVENEMENTS ASSIGN TO DYNAMIC WS-EVENEMENTS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstEvenements.

           SELECT FILE-OBJECTIFS ASSIGN TO DYNAMIC WS-OBJECTIFS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstObjectifs.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstValo.

           SELECT FILE-CAMPAGNES ASSIGN TO DYNAMIC WS-CAMPAGNES-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstCampagnes.

           SELECT FILE-POSTBUY ASSIGN TO DYNAMIC WS-POSTBUY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstPostbuy.

           SELECT FILE-INTERFACE-AUD ASSIGN TO DYNAMIC
                                   WS-INTERFACE-AUD-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstInterfaceAud.

           SELECT FILE-SEQUENCE-AUD ASSIGN TO DYNAMIC
                                   WS-SEQUENCE-AUD-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FstSequenceAud.

           SELECT FILE-HISTAUD ASSIGN TO DYNAMIC WS-HISTAUD-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
               05 E-GROUPE-LIBELLE     PIC X(12).
               05 E-GROUPE-TRANCHES    PIC X(7).

       FD FILE-GROUPES-AV.
      *        REFERENTIEL DES GROUPES AUDIOVISUELS : UNE LIGNE PAR
      *        CHAINE MEMBRE (CODE ET LIBELLE DU GROUPE REPETES) AVEC
      *        LA PERIODE D APPARTENANCE (DATE DE FIN A ZERO = TOUJOURS
      *        MEMBRE, MEME CONVENTION QUE CHAINES.txt). UNE CHAINE
      *        CEDEE D UN GROUPE A L AUTRE A DEUX LIGNES AUX PERIODES
      *        DISJOINTES.
           01  E-GROUPE-AV.
               05 E-GAV-CODE           PIC X(4).
               05 E-GAV-LIB            PIC X(20).
               05 E-GAV-CHAINE         PIC 9(2).
               05 E-GAV-DEBUT          PIC 9(8).
               05 E-GAV-FIN            PIC 9(8).

       FD FILE-EVENEMENTS.
      *        CALENDRIER DES SEMAINES EXCEPTIONNELLES (TOURNOI DE
      *        FOOTBALL, ELECTIONS, PONTS...) : LUNDI DE LA SEMAINE
      *        (TOUTE DATE DE LA SEMAINE EST RAMENEE A SON LUNDI),
      *        CHAINE CONCERNEE (00 = TOUTES LES CHAINES), CODE ET
      *        LIBELLE DE L EVENEMENT.
           01  E-EVENEMENT.
               05 E-EVT-LUNDI          PIC 9(8).
               05 E-EVT-CHAINE         PIC 9(2).
               05 E-EVT-CODE           PIC X(6).
               05 E-EVT-LIB            PIC X(30).

       FD FILE-OBJECTIFS.
      *        OBJECTIFS DE PART D AUDIENCE HEBDOMADAIRE PAR CHAINE,
      *        ENGAGES PAR LA PROGRAMMATION POUR LA SAISON : PART
       FD FILE-VALO.
           01  S-VALO                  PIC X(100).

       FD FILE-CAMPAGNES.
      *        RESERVATIONS DES ANNONCEURS : UNE LIGNE PAR CAMPAGNE ET
      *        PAR CELLULE CHAINE/JOUR/TRANCHE ACHETEE, AVEC LE NOMBRE
      *        DE SPOTS ET L AUDIENCE CONTRACTUELLE (CUMUL DES SPOTS DE
      *        LA LIGNE, MEME UNITE QUE NBSPEC). LE LUNDI DE LA SEMAINE
      *        ACHETEE EST FACULTATIF : A ZERO OU A BLANC, LA
      *        RESERVATION PORTE SUR LA SEMAINE DE REFERENCE DE
      *        FICENT.txt ; SINON L AUDIENCE EST RELUE DANS
      *        AUDIENCE_HIST.DAT.
           01  E-CAMPAGNE.
               05 E-CAMP-ANNONCEUR     PIC X(20).
               05 E-CAMP-CODE          PIC X(8).
               05 E-CAMP-CHAINE        PIC 9(2).
               05 E-CAMP-JOUR          PIC 9.
               05 E-CAMP-TRANCHE       PIC 9.
               05 E-CAMP-NBSPOTS       PIC 9(3).
               05 E-CAMP-CONTRAT       PIC 9(7).
               05 E-CAMP-LUNDI         PIC X(8).

       FD FILE-POSTBUY.
           01  S-POSTBUY               PIC X(150).

       FD FILE-INTERFACE-AUD.
      *        FICHIER D INTERFACE A DESTINATION DU SYSTEME DE VENTE
      *        D ESPACE (MEME PRINCIPE QUE INTERFACE_COMPTES.txt DANS
      *        COBOL_EX2) : UN EN-TETE ('10' + LUNDI DE LA SEMAINE +
      *        NUMERO DE GENERATION), UN DETAIL '20' PAR CELLULE
      *        CHAINE/JOUR/TRANCHE ET PAR CIBLE AVEC L AUDIENCE ET LA
      *        PART, UN TOTALISEUR ('90' + NOMBRE DE DETAILS + SOMME
      *        DES AUDIENCES) POUR LE CONTROLE DE COMPLETUDE. PLUS DE
      *        RESSAISIE DE LA GRILLE DEPUIS RESULT_EX1.txt.
           01  S-INTERFACE-AUD         PIC X(20).

       FD FILE-SEQUENCE-AUD.
      *        NUMERO DE GENERATION DU FICHIER D INTERFACE, CONSERVE
      *        D UN TRAITEMENT A L AUTRE (UNE SEULE LIGNE) : LE
      *        RECEVEUR DETECTE UNE SEMAINE PERDUE OU TRANSMISE DEUX
      *        FOIS.
           01  E-SEQUENCE-AUD          PIC 9(6).

       FD FILE-HISTAUD.
      *        HISTORIQUE PERSISTANT DE L AUDIENCE HEBDOMADAIRE (MEME
      *        PRINCIPE QUE COMPTES_MASTER.DAT DANS COBOL_EX2) : UN
           05 FILLER                   PIC X(2) VALUE ' ('.
           05 WS-RES-Q6-PCT            PIC -(3)9.99.
           05 FILLER                   PIC X(2) VALUE '%)'.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RES-Q6-EVT-CODE       PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RES-Q6-EVT-LIB        PIC X(30).

      *        REFERENTIEL DES CHAINES CHARGE DEPUIS CHAINES.txt
      *        (FICHIER ABSENT = PAS DE CONTROLE DE PERIODE NI DE
       01  WS-GRP-TOTAL            PIC 9(7).
       01  WS-GRP-PART             PIC 9999V99.

      *        GROUPES AUDIOVISUELS CHARGES DEPUIS LE FICHIER DE
      *        REFERENCE (FICHIER ABSENT = PAS DE SECTION GROUPES,
      *        COMPORTEMENT HISTORIQUE CONSERVE) : UNE ENTREE PAR
      *        CHAINE MEMBRE ET PAR PERIODE D APPARTENANCE
       01  WS-NB-GROUPES-AV        PIC 9(3) VALUE 0.
       01  TABLE-GROUPES-AV.
           05 GAV-DATA OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-NB-GROUPES-AV
                                   INDEXED BY IDX-GAV IDX-GAV2.
               10 GAV-CODE             PIC X(4).
               10 GAV-LIB              PIC X(20).
               10 GAV-CHAINE           PIC 9(2).
               10 GAV-DEBUT            PIC 9(8).
               10 GAV-FIN              PIC 9(8).
       01  WS-GAV-FIN              PIC X.
       01  WS-GAV-DATE-SEM         PIC 9(8).
       01  WS-GAV-DEJA-EDITE       PIC X.
       01  WS-GAV-MEMBRE           PIC X.
       01  WS-GAV-NB-MEMBRES       PIC 9(2).
       01  WS-GAV-SEM-TOTAL        PIC 9(9).
       01  WS-GAV-SEM-GROUPE       PIC 9(9).
       01  WS-GAV-PART             PIC 999V99.
       01  WS-GAV-TOTAUX.
           05 WS-GAV-DPT-TOTAL         PIC 9(8) OCCURS 20.
           05 WS-GAV-CIB-TOTAL         PIC 9(9) OCCURS 10.
       01  WS-GAV-CUMULS-GROUPE.
           05 WS-GAV-DPT-GROUPE        PIC 9(8) OCCURS 20.
           05 WS-GAV-CIB-GROUPE        PIC 9(9) OCCURS 10.

      *        LIGNE FORMATEE POUR LA SECTION GROUPES AUDIOVISUELS
       01  WS-RES-GAV.
           05 FILLER                   PIC X(7) VALUE 'GROUPE '.
           05 WS-RGA-CODE              PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RGA-LIB               PIC X(20).
           05 FILLER                   PIC X(9) VALUE ' CHAINES='.
           05 WS-RGA-NB-MEMBRES        PIC Z9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RGA-AXE               PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-RGA-VALEUR            PIC X(12).
           05 FILLER                   PIC X(8) VALUE ' NBSPEC='.
           05 WS-RGA-NBSPEC            PIC Z(8)9.
           05 FILLER                   PIC X(7) VALUE ' PART: '.
           05 WS-RGA-PART              PIC ZZ9.99.
           05 FILLER                   PIC X(1) VALUE '%'.

      *        CUMULS PAR CIBLE DEMOGRAPHIQUE (SEMAINE DE REFERENCE
      *        SEULEMENT, COMME TABLE-TELE) : UNE ENTREE PAR CODE
      *        CIBLE RENCONTRE, LES LIGNES SANS CODE (FICHIERS
       01  WS-OBJ-PART-TROUVEE     PIC X.
       01  WS-OBJ-ECART            PIC S9(3)V99.
       01  WS-NBR-OBJ-MANQUES      PIC 9(2) VALUE 0.
       01  WS-NBR-OBJ-EVENEMENT    PIC 9(2) VALUE 0.

      *        CALENDRIER DES SEMAINES EXCEPTIONNELLES (FICHIER ABSENT
      *        = AUCUNE ANNOTATION, COMPORTEMENT HISTORIQUE CONSERVE)
       01  WS-NB-EVENEMENTS        PIC 9(3) VALUE 0.
       01  TABLE-EVENEMENTS.
           05 EVT-DATA OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-NB-EVENEMENTS
                                   INDEXED BY IDX-EVT.
               10 EVT-LUNDI-NUM        PIC S9(8).
               10 EVT-CHAINE           PIC 9(2).
               10 EVT-CODE             PIC X(6).
               10 EVT-LIB              PIC X(30).
       01  WS-EVT-FIN              PIC X.
      *        CRITERES ET RESULTAT DE RECHERCHE-EVENEMENT (CHAINE A
      *        ZERO = TOUT EVENEMENT DE LA SEMAINE)
       01  WS-EVT-LUNDI-CHERCHE    PIC S9(8).
       01  WS-EVT-CHAINE-CHERCHE   PIC 9(2).
       01  WS-EVT-TROUVE           PIC X.
       01  WS-EVT-CODE-TROUVE      PIC X(6).
       01  WS-EVT-LIB-TROUVE       PIC X(30).

      *        LIGNE FORMATEE POUR LA SECTION EVENEMENTS
       01  WS-RES-EVT.
           05 FILLER                   PIC X(10) VALUE 'EVENEMENT '.
           05 WS-REV-CODE              PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REV-LIB               PIC X(30).
           05 FILLER                   PIC X(8) VALUE ' CHAINE '.
           05 WS-REV-CHAINE            PIC X(7).

      *        LIGNE FORMATEE POUR LA SECTION OBJECTIFS
       01  WS-RES-OBJ.
           05 WS-ROB-ECART             PIC +ZZ9.99.
           05 FILLER                   PIC X(5) VALUE ' PTS '.
           05 WS-ROB-VERDICT           PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-ROB-EVENEMENT         PIC X(6).

      *        GRILLE DE DIFFUSION CHARGEE DEPUIS LE FICHIER DE
      *        REFERENCE (FICHIER ABSENT = PAS DE SECTION PROGRAMME,
           05 FILLER                   PIC X(8) VALUE ' NBSPEC='.
           05 WS-RTP-NBSPEC            PIC Z(6)9.

      *        ENCHAINEMENTS DE PROGRAMMES (LEAD-IN / LEAD-OUT) : TITRE
      *        DE CHAQUE TRANCHE DU JOUR TRAITE ET MEILLEUR / PLUS
      *        FAIBLE PASSAGE DE LA CHAINE SUR LA SEMAINE
       01  WS-ENC-TITRES.
           05 WS-ENC-TITRE             PIC X(30) OCCURS 7.
       01  WS-ENC-TITRE-CELLULE    PIC X(30).
       01  WS-ENC-ECART            PIC S9(5).
       01  WS-ENC-RETENTION        PIC 9(4)V9.
       01  WS-ENC-NB-PASSAGES      PIC 9(3).
       01  WS-ENC-MEILLEUR.
           05 WS-ENC-MEI-ECART         PIC S9(5).
           05 WS-ENC-MEI-JOUR          PIC 9.
           05 WS-ENC-MEI-TRANCHE       PIC 9.
           05 WS-ENC-MEI-AVANT         PIC X(30).
           05 WS-ENC-MEI-APRES         PIC X(30).
       01  WS-ENC-PIRE.
           05 WS-ENC-PIR-ECART         PIC S9(5).
           05 WS-ENC-PIR-JOUR          PIC 9.
           05 WS-ENC-PIR-TRANCHE       PIC 9.
           05 WS-ENC-PIR-AVANT         PIC X(30).
           05 WS-ENC-PIR-APRES         PIC X(30).

      *        LIGNES FORMATEES POUR LA SECTION ENCHAINEMENTS
       01  WS-RES-ENC.
           05 FILLER                   PIC X VALUE 'C'.
           05 WS-REN-CHAINE            PIC 99.
           05 FILLER                   PIC X(2) VALUE ' J'.
           05 WS-REN-JOUR              PIC 9.
           05 FILLER                   PIC X(2) VALUE ' T'.
           05 WS-REN-TRANCHE           PIC 9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REN-AVANT             PIC X(20).
           05 FILLER                   PIC X(4) VALUE ' -> '.
           05 WS-REN-APRES             PIC X(20).
           05 FILLER                   PIC X(9) VALUE ' LEAD-IN='.
           05 WS-REN-LEADIN            PIC ZZZ9.
           05 FILLER                   PIC X(6) VALUE ' PROG='.
           05 WS-REN-PROPRE            PIC ZZZ9.
           05 FILLER                   PIC X(7) VALUE ' ECART='.
           05 WS-REN-ECART             PIC +(4)9.
           05 FILLER                   PIC X(5) VALUE ' RET='.
           05 WS-REN-RETENTION         PIC ZZZ9.9.
           05 FILLER                   PIC X VALUE '%'.

       01  WS-RES-ENC-EXTREME.
           05 FILLER                   PIC X VALUE 'C'.
           05 WS-REX-CHAINE            PIC 99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REX-LIBELLE           PIC X(24).
           05 FILLER                   PIC X(2) VALUE ' J'.
           05 WS-REX-JOUR              PIC 9.
           05 FILLER                   PIC X(2) VALUE ' T'.
           05 WS-REX-TRANCHE           PIC 9.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-REX-AVANT             PIC X(20).
           05 FILLER                   PIC X(4) VALUE ' -> '.
           05 WS-REX-APRES             PIC X(20).
           05 FILLER                   PIC X(7) VALUE ' ECART='.
           05 WS-REX-ECART             PIC +(4)9.

      *        CARTE TARIFAIRE (CPM) CHARGEE DEPUIS LE FICHIER DE
      *        REFERENCE (FICHIER ABSENT = PAS DE VALORISATION
      *        PUBLICITAIRE, COMPORTEMENT HISTORIQUE CONSERVE)
               VALUE 'TOTAL GENERAL RECETTE='.
           05 WS-VTG-RECETTE           PIC Z(9)9.99.

      *        EVALUATION POST-ACHAT DES CAMPAGNES (FICHIER DES
      *        RESERVATIONS ABSENT = PAS DE RAPPORT, COMPORTEMENT
      *        HISTORIQUE CONSERVE). CUMULS PAR CAMPAGNE (ANNONCEUR +
      *        CODE) : LES SUR-LIVRAISONS D UNE CELLULE COMPENSENT LES
      *        SOUS-LIVRAISONS D UNE AUTRE DANS LA MEME CAMPAGNE.
       01  WS-CAMPAGNES-FILE       PIC X(40)
                                   VALUE 'CAMPAGNES_PUB.txt'.
       01  WS-POSTBUY-FILE         PIC X(40)
                                   VALUE 'POSTBUY_CAMPAGNES.txt'.
       01  WS-FstCampagnes         PIC XX.
       01  WS-FstPostbuy           PIC XX.
       01  WS-CMP-FIN              PIC X.
       01  WS-NB-CAMPAGNES         PIC 9(3) VALUE 0.
       01  TABLE-CAMPAGNES.
           05 CMP-DATA OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-NB-CAMPAGNES
                                   INDEXED BY IDX-CMP.
               10 CMP-ANNONCEUR        PIC X(20).
               10 CMP-CODE             PIC X(8).
               10 CMP-CONTRAT          PIC 9(9).
               10 CMP-LIVRE            PIC 9(9).
               10 CMP-VALEUR           PIC 9(9)V99.
               10 CMP-ECART-VALEUR     PIC S9(9)V99.
       01  WS-CMP-TROUVEE          PIC X.
       01  WS-CMP-LUNDI-NUM        PIC S9(8).
       01  WS-CMP-MESURE           PIC 9(4).
       01  WS-CMP-MESUREE          PIC X.
       01  WS-CMP-LIVRE            PIC 9(8).
       01  WS-CMP-VALEUR           PIC 9(8)V99.
       01  WS-CMP-ECART            PIC S9(8).
       01  WS-CMP-ECART-VALEUR     PIC S9(8)V99.
       01  WS-CMP-TAUX             PIC 9(4)V99.
       01  WS-CMP-COMPENS          PIC 9(9)V99.
       01  WS-CMP-HIST-OUVERT      PIC X VALUE 'N'.
       01  WS-NBR-RESA-LUES        PIC 9(5) VALUE 0.
       01  WS-NBR-RESA-NON-MESUREES PIC 9(5) VALUE 0.
       01  WS-NBR-CMP-SOUS-LIVREES PIC 9(3) VALUE 0.
       01  WS-CMP-TOT-COMPENS      PIC 9(10)V99 VALUE 0.

      *        LIGNES FORMATEES DU RAPPORT POST-ACHAT
       01  WS-PBY-LIGNE.
           05 FILLER                   PIC X(9) VALUE 'CAMPAGNE '.
           05 WS-PBY-CODE              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PBY-ANNONCEUR         PIC X(20).
           05 FILLER                   PIC X(2) VALUE ' C'.
           05 WS-PBY-CHAINE            PIC 99.
           05 FILLER                   PIC X(2) VALUE ' J'.
           05 WS-PBY-JOUR              PIC 9.
           05 FILLER                   PIC X(2) VALUE ' T'.
           05 WS-PBY-TRANCHE           PIC 9.
           05 FILLER                   PIC X(7) VALUE ' SPOTS='.
           05 WS-PBY-SPOTS             PIC ZZ9.
           05 FILLER                   PIC X(9) VALUE ' CONTRAT='.
           05 WS-PBY-CONTRAT           PIC Z(6)9.
           05 FILLER                   PIC X(7) VALUE ' LIVRE='.
           05 WS-PBY-LIVRE             PIC Z(7)9.
           05 FILLER                   PIC X(5) VALUE ' CPM='.
           05 WS-PBY-CPM               PIC ZZZZ9.99.
           05 FILLER                   PIC X(8) VALUE ' VALEUR='.
           05 WS-PBY-VALEUR            PIC Z(7)9.99.
           05 FILLER                   PIC X(7) VALUE ' ECART='.
           05 WS-PBY-ECART             PIC -(7)9.

       01  WS-PBY-NON-MESUREE.
           05 FILLER                   PIC X(9) VALUE 'CAMPAGNE '.
           05 WS-PNM-CODE              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PNM-ANNONCEUR         PIC X(20).
           05 FILLER                   PIC X(2) VALUE ' C'.
           05 WS-PNM-CHAINE            PIC 99.
           05 FILLER                   PIC X(2) VALUE ' J'.
           05 WS-PNM-JOUR              PIC 9.
           05 FILLER                   PIC X(2) VALUE ' T'.
           05 WS-PNM-TRANCHE           PIC 9.
           05 FILLER                   PIC X(35) VALUE
               ' CELLULE NON MESUREE, NON EVALUEE'.

       01  WS-PBY-TOTAL.
           05 FILLER                   PIC X(15) VALUE
               'TOTAL CAMPAGNE '.
           05 WS-PBT-CODE              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PBT-ANNONCEUR         PIC X(20).
           05 FILLER                   PIC X(9) VALUE ' CONTRAT='.
           05 WS-PBT-CONTRAT           PIC Z(8)9.
           05 FILLER                   PIC X(7) VALUE ' LIVRE='.
           05 WS-PBT-LIVRE             PIC Z(8)9.
           05 FILLER                   PIC X(6) VALUE ' TAUX='.
           05 WS-PBT-TAUX              PIC ZZZ9.99.
           05 FILLER                   PIC X(9) VALUE '% VALEUR='.
           05 WS-PBT-VALEUR            PIC Z(8)9.99.
           05 FILLER                   PIC X(10) VALUE ' COMPENS.='.
           05 WS-PBT-COMPENS           PIC Z(8)9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-PBT-VERDICT           PIC X(11).

       01  WS-PBY-TOTAL-GENERAL.
           05 FILLER                   PIC X(22) VALUE
               'CAMPAGNES SOUS-LIVREES'.
           05 FILLER                   PIC X VALUE '='.
           05 WS-PBG-NBR               PIC ZZ9.
           05 FILLER                   PIC X(26) VALUE
               ' TOTAL COMPENSATIONS DUES='.
           05 WS-PBG-COMPENS           PIC Z(9)9.99.

       01  WS-FICENT.
           05 WS-FICENT-CHAINE         PIC 9(2).
           05 WS-FICENT-JOUR           PIC 9.
       01  WS-FstSeuils            PIC XX.
       01  WS-FstAlertes           PIC XX.
       01  WS-FstGroupes           PIC XX.
       01  WS-EVENEMENTS-FILE      PIC X(40)
                                   VALUE 'EVENEMENTS_AUDIENCE.txt'.
       01  WS-FstEvenements        PIC XX.
       01  WS-GROUPES-AV-FILE      PIC X(40)
                                   VALUE 'GROUPES_AUDIOVISUELS.txt'.
       01  WS-FstGroupesAv         PIC XX.
       01  WS-FstChaines           PIC XX.

      *        FICHIER D INTERFACE VERS LA VENTE D ESPACE ET SON
      *        NUMERO DE GENERATION
       01  WS-INTERFACE-AUD-FILE   PIC X(40)
                                   VALUE 'INTERFACE_AUDIENCE.txt'.
       01  WS-SEQUENCE-AUD-FILE    PIC X(40)
                                   VALUE 'INTERFACE_AUDIENCE_SEQ.txt'.
       01  WS-FstInterfaceAud      PIC XX.
       01  WS-FstSequenceAud       PIC XX.
       01  WS-ITF-GENERATION       PIC 9(6) VALUE 0.
       01  WS-ITF-NBR              PIC 9(6) VALUE 0.
       01  WS-ITF-HASH             PIC 9(12) VALUE 0.
       01  WS-ITF-TOT-CELL         PIC 9(8).
       01  WS-ITF-IDX-CHAINE       PIC 9(2).

       01  WS-ITF-HEADER.
           05 FILLER                   PIC X(2) VALUE '10'.
           05 WS-ITF-HDR-LUNDI         PIC 9(8).
           05 WS-ITF-HDR-GENERATION    PIC 9(6).

       01  WS-ITF-DETAIL.
           05 FILLER                   PIC X(2) VALUE '20'.
           05 WS-ITF-CHAINE            PIC 9(2).
           05 WS-ITF-JOUR              PIC 9.
           05 WS-ITF-TRANCHE           PIC 9.
           05 WS-ITF-CIBLE             PIC X(3).
           05 WS-ITF-NBSPEC            PIC 9(6).
           05 WS-ITF-PART              PIC 9(3)V99.

       01  WS-ITF-TRAILER.
           05 FILLER                   PIC X(2) VALUE '90'.
           05 WS-ITF-TRL-NBR           PIC 9(6).
           05 WS-ITF-TRL-HASH          PIC 9(12).

      *        VARIABLES POUR LA MISE A JOUR DE L HISTORIQUE
      *        PERSISTANT DE L AUDIENCE
       01  WS-FstHist              PIC XX.
                MOVE WS-ENV-TEMP TO WS-GROUPES-FILE
            END-IF

            DISPLAY 'EX1_INTERFACE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-INTERFACE-AUD-FILE
            END-IF

            DISPLAY 'EX1_INTERFACE_SEQ' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-SEQUENCE-AUD-FILE
            END-IF

            DISPLAY 'EX1_GROUPES_AV' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-GROUPES-AV-FILE
            END-IF

            DISPLAY 'EX1_EVENEMENTS' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-EVENEMENTS-FILE
            END-IF

            DISPLAY 'EX1_OBJECTIFS' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-VALO-FILE
            END-IF

            DISPLAY 'EX1_CAMPAGNES' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-CAMPAGNES-FILE
            END-IF

            DISPLAY 'EX1_POSTBUY' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP NOT = SPACES
                MOVE WS-ENV-TEMP TO WS-POSTBUY-FILE
            END-IF

            DISPLAY 'EX1_Q3_CHAINE' UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TEMP FROM ENVIRONMENT-VALUE
            IF WS-ENV-TEMP(1:2) IS NUMERIC
            PERFORM ECRITURE-AUDIT
            PERFORM CHARGE-GROUPES
            PERFORM CHARGE-CHAINES
            PERFORM CHARGE-GROUPES-AV
            PERFORM CHARGE-SEUILS
            PERFORM CHARGE-TARIFS-PUB
            PERFORM CHARGE-GRILLE
            PERFORM CHARGE-OBJECTIFS
            PERFORM CHARGE-EVENEMENTS
            MOVE 6 TO WS-NB-CHAINES
            READ FILE-FICENT
                AT END
            DISPLAY 'PART DAUDIENCE DE LA CHAINE 4 TOUS LES JOURS '
            'ET TOUTES TRANCHES CONFONDUES: ' WS-Q4RESULT '%.'

      *        EVENEMENTS EXCEPTIONNELS DE LA SEMAINE DE REFERENCE,
      *        POUR LIRE LES PARTS ET LES OBJECTIFS QUI SUIVENT
            IF WS-NB-EVENEMENTS > 0 AND WS-SEMAINE-INITIALISEE = 'Y'
                PERFORM EDITION-EVENEMENTS
            END-IF

      *        SUIVI DES OBJECTIFS DE PART HEBDOMADAIRE ENGAGES PAR
      *        LA PROGRAMMATION (COMPARAISON A LA PART CALCULEE POUR
      *        LA QUESTION 4), POUR LA REVUE MENSUELLE DE LA DIRECTION
                PERFORM EDITION-VALORISATION
            END-IF

      *        PARTS D AUDIENCE CONSOLIDEES PAR GROUPE AUDIOVISUEL
      *        (SEMAINE, DAYPART, CIBLE), LA DIRECTION LISANT LE
      *        MARCHE PAR GROUPE ET NON PAR CHAINE
            IF WS-NB-GROUPES-AV > 0
                PERFORM EDITION-GROUPES-AV
            END-IF

      *        AUDIENCE PAR PROGRAMME (GRILLE DE DIFFUSION) ET TOP 10
      *        DES PROGRAMMES DE LA SEMAINE, POUR LES DECISIONS DE
      *        PROGRAMMATION QUI SE PRENNENT PAR EMISSION ET NON PAR
                PERFORM EDITION-PROGRAMMES
            END-IF

      *        ENCHAINEMENTS DE PROGRAMMES (AUDIENCE HERITEE DU
      *        PROGRAMME PRECEDENT ET GAIN OU PERTE A CHAQUE PASSAGE),
      *        POUR L EQUIPE DE PROGRAMMATION
            IF WS-NB-GRILLE > 0
                PERFORM EDITION-ENCHAINEMENTS
            END-IF

      *        QUESTION 6
      *>       TRI CROISSANT DE TABLE-SEMAINES PAR SEMAINE (NUMERO DE
      *>       LUNDI) POUR PRESENTER L EVOLUTION DANS L ORDRE CHRONOLOGIQUE
                MOVE SEM-TOTAL-SPEC(WS-SEM-RANG-I) TO WS-RES-Q6-TOTAL
                MOVE WS-SEM-DELTA TO WS-RES-Q6-DELTA
                MOVE WS-SEM-PCT TO WS-RES-Q6-PCT
                MOVE SEM-LUNDI-NUM(WS-SEM-RANG-I)
                    TO WS-EVT-LUNDI-CHERCHE
                MOVE 0 TO WS-EVT-CHAINE-CHERCHE
                PERFORM RECHERCHE-EVENEMENT
                MOVE WS-EVT-CODE-TROUVE TO WS-RES-Q6-EVT-CODE
                MOVE WS-EVT-LIB-TROUVE TO WS-RES-Q6-EVT-LIB
                WRITE ENR-RESULTAT FROM WS-RES-Q6-LIGNE
            END-PERFORM
            DISPLAY '-------------------'

            PERFORM MAJ-HISTORIQUE-AUDIENCE

      *        FICHIER D INTERFACE DE LA SEMAINE VERS LE SYSTEME DE
      *        VENTE D ESPACE (PAS DE SEMAINE VALIDE = PAS D EMISSION,
      *        LA GENERATION N AVANCE PAS)
            IF WS-SEMAINE-INITIALISEE = 'Y'
                PERFORM EMISSION-INTERFACE-AUDIENCE
            END-IF

      *        EVALUATION POST-ACHAT DES CAMPAGNES DES ANNONCEURS
      *        (AUDIENCE LIVREE CONTRE AUDIENCE CONTRACTUELLE,
      *        COMPENSATIONS DUES), APRES LA MISE A JOUR DE
      *        L HISTORIQUE POUR POUVOIR EVALUER AUSSI DES SEMAINES
      *        PASSEES
            PERFORM TRAITE-CAMPAGNES

            MOVE WS-NUM-LIGNE TO AUD-NBR-LUS
            MOVE LINE-COUNT TO AUD-NBR-ECR
            MOVE WS-NBR-REJETS TO AUD-NBR-REJ
            PERFORM ECRITURE-AUDIT
            CLOSE FILE-AUDITLOG

            IF (WS-NBR-REJETS > 0 OR WS-NBR-DOUBLONS > 0)
               AND WS-CODE-RETOUR < 4
                MOVE 4 TO WS-CODE-RETOUR
            END-IF
            MOVE WS-CODE-RETOUR TO RETURN-CODE
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CHARGE-GROUPES-AV.
      *----------------------------------------------------------------
      *    CHARGE LE REFERENTIEL DES GROUPES AUDIOVISUELS (UNE LIGNE
      *    PAR CHAINE MEMBRE ET PAR PERIODE) DANS TABLE-GROUPES-AV. LE
      *    FICHIER EST FACULTATIF : EN SON ABSENCE, LA SECTION DES
      *    GROUPES N EST PAS EDITEE.
           OPEN INPUT FILE-GROUPES-AV
           IF WS-FstGroupesAv = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GAV-FIN
               PERFORM UNTIL WS-GAV-FIN = 'Y'
                   READ FILE-GROUPES-AV
                       AT END
                           MOVE 'Y' TO WS-GAV-FIN
                       NOT AT END
                           IF E-GAV-CODE NOT = SPACES
                              AND E-GAV-CHAINE IS NUMERIC
                              AND E-GAV-DEBUT IS NUMERIC
                              AND E-GAV-FIN IS NUMERIC
                              AND WS-NB-GROUPES-AV < 200
                               ADD 1 TO WS-NB-GROUPES-AV
                               SET IDX-GAV TO WS-NB-GROUPES-AV
                               MOVE E-GAV-CODE TO GAV-CODE(IDX-GAV)
                               MOVE E-GAV-LIB TO GAV-LIB(IDX-GAV)
                               MOVE E-GAV-CHAINE TO GAV-CHAINE(IDX-GAV)
                               MOVE E-GAV-DEBUT TO GAV-DEBUT(IDX-GAV)
                               MOVE E-GAV-FIN TO GAV-FIN(IDX-GAV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-GROUPES-AV
           END-IF
           .
      *----------------------------------------------------------------
       TRAITE-RECYCLE.
      *----------------------------------------------------------------
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-GROUPES-AV.
      *----------------------------------------------------------------
      *    PARTS D AUDIENCE CONSOLIDEES PAR GROUPE AUDIOVISUEL : LES
      *    CHAINES MEMBRES DU GROUPE A LA DATE DU LUNDI DE LA SEMAINE
      *    DE REFERENCE SONT CUMULEES, ET LE CUMUL EST RAPPORTE AU
      *    TOTAL TOUTES CHAINES SUR LA SEMAINE ENTIERE, SUR CHAQUE
      *    DAYPART (TRANCHES_GROUPES.txt) ET SUR CHAQUE CIBLE
      *    DEMOGRAPHIQUE. UNE LIGNE PAR GROUPE ET PAR AXE.
           IF WS-SEMAINE-INITIALISEE = 'Y'
               COMPUTE WS-GAV-DATE-SEM =
                   FUNCTION DATE-OF-INTEGER(WS-ANCRE-LUNDI-NUM)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GAV-DATE-SEM
           END-IF

      *--  TOTAUX TOUTES CHAINES : SEMAINE, DAYPARTS, CIBLES
           MOVE 0 TO WS-GAV-SEM-TOTAL
           INITIALIZE WS-GAV-TOTAUX
           PERFORM VARYING WS-CHAINE FROM 1 BY 1
                   UNTIL WS-CHAINE > WS-NB-CHAINES
               PERFORM VARYING WS-JOUR FROM 1 BY 1
                       UNTIL WS-JOUR > 7
                   PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                           UNTIL WS-TRANCHE > 7
                       ADD NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE)
                           TO WS-GAV-SEM-TOTAL
                       PERFORM VARYING IDX-GROUPE FROM 1 BY 1
                               UNTIL IDX-GROUPE > WS-NB-GROUPES
                           IF GRP-TRANCHE-FLAG(IDX-GROUPE WS-TRANCHE)
                                   = 'O'
                               ADD NB-SPECTATEUR
                                       (WS-CHAINE WS-JOUR WS-TRANCHE)
                                   TO WS-GAV-DPT-TOTAL(IDX-GROUPE)
                           END-IF
                       END-PERFORM
                       PERFORM VARYING IDX-CIB FROM 1 BY 1
                               UNTIL IDX-CIB > WS-NB-CIBLES
                           ADD CIB-NBSPEC(IDX-CIB WS-CHAINE
                                   WS-JOUR WS-TRANCHE)
                               TO WS-GAV-CIB-TOTAL(IDX-CIB)
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           MOVE 'PARTS D AUDIENCE PAR GROUPE AUDIOVISUEL:'
               TO WS-RES-TITRE
           WRITE ENR-RESULTAT FROM WS-RES-TITRE

      *--  UN GROUPE EST EDITE A SA PREMIERE LIGNE DANS LA TABLE
           PERFORM VARYING IDX-GAV FROM 1 BY 1
                   UNTIL IDX-GAV > WS-NB-GROUPES-AV
               MOVE 'N' TO WS-GAV-DEJA-EDITE
               PERFORM VARYING IDX-GAV2 FROM 1 BY 1
                       UNTIL IDX-GAV2 >= IDX-GAV
                   IF GAV-CODE(IDX-GAV2) = GAV-CODE(IDX-GAV)
                       MOVE 'O' TO WS-GAV-DEJA-EDITE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GAV-DEJA-EDITE = 'N'
                   PERFORM EDITION-GROUPE-AV
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-GROUPE-AV.
      *----------------------------------------------------------------
      *    CUMULE LES CHAINES MEMBRES DU GROUPE GAV-CODE(IDX-GAV) ET
      *    EDITE SES PARTS SUR LA SEMAINE, PAR DAYPART ET PAR CIBLE.
           MOVE 0 TO WS-GAV-NB-MEMBRES
           MOVE 0 TO WS-GAV-SEM-GROUPE
           INITIALIZE WS-GAV-CUMULS-GROUPE

           PERFORM VARYING WS-CHAINE FROM 1 BY 1
                   UNTIL WS-CHAINE > WS-NB-CHAINES
               PERFORM APPARTENANCE-GROUPE-AV
               IF WS-GAV-MEMBRE = 'O'
                   ADD 1 TO WS-GAV-NB-MEMBRES
                   PERFORM CUMUL-GROUPE-AV-CHAINE
               END-IF
           END-PERFORM

           MOVE GAV-CODE(IDX-GAV) TO WS-RGA-CODE
           MOVE GAV-LIB(IDX-GAV) TO WS-RGA-LIB
           MOVE WS-GAV-NB-MEMBRES TO WS-RGA-NB-MEMBRES

           IF WS-GAV-SEM-TOTAL = 0
               MOVE 0 TO WS-GAV-PART
           ELSE
               COMPUTE WS-GAV-PART =
                   WS-GAV-SEM-GROUPE / WS-GAV-SEM-TOTAL * 100
           END-IF
           MOVE 'SEMAINE' TO WS-RGA-AXE
           MOVE SPACES TO WS-RGA-VALEUR
           MOVE WS-GAV-SEM-GROUPE TO WS-RGA-NBSPEC
           MOVE WS-GAV-PART TO WS-RGA-PART
           WRITE ENR-RESULTAT FROM WS-RES-GAV

           PERFORM VARYING IDX-GROUPE FROM 1 BY 1
                   UNTIL IDX-GROUPE > WS-NB-GROUPES
               IF WS-GAV-DPT-TOTAL(IDX-GROUPE) = 0
                   MOVE 0 TO WS-GAV-PART
               ELSE
                   COMPUTE WS-GAV-PART =
                       WS-GAV-DPT-GROUPE(IDX-GROUPE)
                       / WS-GAV-DPT-TOTAL(IDX-GROUPE) * 100
               END-IF
               MOVE 'DAYPART' TO WS-RGA-AXE
               MOVE GRP-LIBELLE(IDX-GROUPE) TO WS-RGA-VALEUR
               MOVE WS-GAV-DPT-GROUPE(IDX-GROUPE) TO WS-RGA-NBSPEC
               MOVE WS-GAV-PART TO WS-RGA-PART
               WRITE ENR-RESULTAT FROM WS-RES-GAV
           END-PERFORM

           PERFORM VARYING IDX-CIB FROM 1 BY 1
                   UNTIL IDX-CIB > WS-NB-CIBLES
               IF WS-GAV-CIB-TOTAL(IDX-CIB) = 0
                   MOVE 0 TO WS-GAV-PART
               ELSE
                   COMPUTE WS-GAV-PART =
                       WS-GAV-CIB-GROUPE(IDX-CIB)
                       / WS-GAV-CIB-TOTAL(IDX-CIB) * 100
               END-IF
               MOVE 'CIBLE' TO WS-RGA-AXE
               MOVE CIB-CODE(IDX-CIB) TO WS-RGA-VALEUR
               MOVE WS-GAV-CIB-GROUPE(IDX-CIB) TO WS-RGA-NBSPEC
               MOVE WS-GAV-PART TO WS-RGA-PART
               WRITE ENR-RESULTAT FROM WS-RES-GAV
           END-PERFORM
           .
      *----------------------------------------------------------------
       APPARTENANCE-GROUPE-AV.
      *----------------------------------------------------------------
      *    LA CHAINE WS-CHAINE EST-ELLE MEMBRE DU GROUPE
      *    GAV-CODE(IDX-GAV) A LA DATE WS-GAV-DATE-SEM ? (PERIODE
      *    D APPARTENANCE, DATE DE FIN A ZERO = TOUJOURS MEMBRE)
           MOVE 'N' TO WS-GAV-MEMBRE
           PERFORM VARYING IDX-GAV2 FROM 1 BY 1
                   UNTIL IDX-GAV2 > WS-NB-GROUPES-AV
               IF GAV-CODE(IDX-GAV2) = GAV-CODE(IDX-GAV)
                  AND GAV-CHAINE(IDX-GAV2) = WS-CHAINE
                  AND WS-GAV-DATE-SEM >= GAV-DEBUT(IDX-GAV2)
                  AND (GAV-FIN(IDX-GAV2) = 0
                       OR WS-GAV-DATE-SEM <= GAV-FIN(IDX-GAV2))
                   MOVE 'O' TO WS-GAV-MEMBRE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CUMUL-GROUPE-AV-CHAINE.
      *----------------------------------------------------------------
      *    AJOUTE L AUDIENCE DE LA CHAINE MEMBRE WS-CHAINE AUX CUMULS
      *    DU GROUPE : SEMAINE, DAYPARTS ET CIBLES.
           PERFORM VARYING WS-JOUR FROM 1 BY 1
                   UNTIL WS-JOUR > 7
               PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                       UNTIL WS-TRANCHE > 7
                   ADD NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE)
                       TO WS-GAV-SEM-GROUPE
                   PERFORM VARYING IDX-GROUPE FROM 1 BY 1
                           UNTIL IDX-GROUPE > WS-NB-GROUPES
                       IF GRP-TRANCHE-FLAG(IDX-GROUPE WS-TRANCHE)
                               = 'O'
                           ADD NB-SPECTATEUR
                                   (WS-CHAINE WS-JOUR WS-TRANCHE)
                               TO WS-GAV-DPT-GROUPE(IDX-GROUPE)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING IDX-CIB FROM 1 BY 1
                           UNTIL IDX-CIB > WS-NB-CIBLES
                       ADD CIB-NBSPEC(IDX-CIB WS-CHAINE
                               WS-JOUR WS-TRANCHE)
                           TO WS-GAV-CIB-GROUPE(IDX-CIB)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .
      *----------------------------------------------------------------
       CUMUL-CIBLE.
      *----------------------------------------------------------------
                       MOVE WS-OBJ-PART-REALISEE TO WS-ROB-PART
                       MOVE OBJ-PART(IDX-OBJ) TO WS-ROB-CIBLE
                       MOVE WS-OBJ-ECART TO WS-ROB-ECART
      *--                  SEMAINE EXCEPTIONNELLE POUR LA CHAINE : UN
      *--                  OBJECTIF MANQUE EST SIGNALE MAIS NON COMPTE
                       MOVE WS-ANCRE-LUNDI-NUM TO WS-EVT-LUNDI-CHERCHE
                       MOVE OBJ-CHAINE(IDX-OBJ)
                           TO WS-EVT-CHAINE-CHERCHE
                       PERFORM RECHERCHE-EVENEMENT
                       MOVE WS-EVT-CODE-TROUVE TO WS-ROB-EVENEMENT
                       IF WS-OBJ-ECART < 0
                           IF WS-EVT-TROUVE = 'Y'
                               MOVE 'MANQ-EVT' TO WS-ROB-VERDICT
                               ADD 1 TO WS-NBR-OBJ-EVENEMENT
                           ELSE
                               MOVE 'MANQUE' TO WS-ROB-VERDICT
                               ADD 1 TO WS-NBR-OBJ-MANQUES
                           END-IF
                       ELSE
                           MOVE 'ATTEINT' TO WS-ROB-VERDICT
                       END-IF
                   ' OBJECTIF(S) DE PART D AUDIENCE MANQUE(S), '
                   'VOIR RESULT_EX1.txt'
           END-IF
           IF WS-NBR-OBJ-EVENEMENT > 0
               DISPLAY WS-NBR-OBJ-EVENEMENT
                   ' OBJECTIF(S) MANQUE(S) EN SEMAINE EXCEPTIONNELLE, '
                   'NON COMPTE(S)'
           END-IF
           .
      *----------------------------------------------------------------
       CHARGE-EVENEMENTS.
      *----------------------------------------------------------------
      *    CHARGE LE CALENDRIER DES SEMAINES EXCEPTIONNELLES DANS
      *    TABLE-EVENEMENTS, LA DATE DE CHAQUE EVENEMENT ETANT RAMENEE
      *    AU NUMERO DE SON LUNDI (CONVDATE) POUR ETRE COMPAREE AUX
      *    SEMAINES DU TRAITEMENT. FICHIER FACULTATIF.
           OPEN INPUT FILE-EVENEMENTS
           IF WS-FstEvenements = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EVT-FIN
               PERFORM UNTIL WS-EVT-FIN = 'Y'
                   READ FILE-EVENEMENTS
                       AT END
                           MOVE 'Y' TO WS-EVT-FIN
                       NOT AT END
                           IF E-EVT-LUNDI IS NUMERIC
                              AND E-EVT-LUNDI NOT = ZEROS
                              AND E-EVT-CHAINE IS NUMERIC
                              AND WS-NB-EVENEMENTS < 200
                               MOVE E-EVT-LUNDI TO WS-CNV-DATE-GREG
                               CALL 'CONVDATE' USING WS-CNV-DATE-JUL
                                   WS-CNV-DATE-GREG WS-CNV-MODE
                                   WS-CNV-RESULTAT
                               IF WS-CNV-RESULTAT > 0
                                   ADD 1 TO WS-NB-EVENEMENTS
                                   SET IDX-EVT TO WS-NB-EVENEMENTS
                                   COMPUTE EVT-LUNDI-NUM(IDX-EVT) =
                                       FUNCTION INTEGER-OF-DATE
                                           (WS-CNV-RESULTAT)
                                   MOVE E-EVT-CHAINE
                                       TO EVT-CHAINE(IDX-EVT)
                                   MOVE E-EVT-CODE TO EVT-CODE(IDX-EVT)
                                   MOVE E-EVT-LIB TO EVT-LIB(IDX-EVT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-EVENEMENTS
           END-IF
           .
      *----------------------------------------------------------------
       RECHERCHE-EVENEMENT.
      *----------------------------------------------------------------
      *    PREMIER EVENEMENT DE LA SEMAINE WS-EVT-LUNDI-CHERCHE QUI
      *    CONCERNE LA CHAINE WS-EVT-CHAINE-CHERCHE (EVENEMENT TOUTES
      *    CHAINES OU PROPRE A LA CHAINE ; CHAINE CHERCHEE A ZERO =
      *    N IMPORTE QUEL EVENEMENT DE LA SEMAINE).
           MOVE 'N' TO WS-EVT-TROUVE
           MOVE SPACES TO WS-EVT-CODE-TROUVE
           MOVE SPACES TO WS-EVT-LIB-TROUVE
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > WS-NB-EVENEMENTS
               IF EVT-LUNDI-NUM(IDX-EVT) = WS-EVT-LUNDI-CHERCHE
                  AND (WS-EVT-CHAINE-CHERCHE = 0
                       OR EVT-CHAINE(IDX-EVT) = 0
                       OR EVT-CHAINE(IDX-EVT) = WS-EVT-CHAINE-CHERCHE)
                   MOVE 'Y' TO WS-EVT-TROUVE
                   MOVE EVT-CODE(IDX-EVT) TO WS-EVT-CODE-TROUVE
                   MOVE EVT-LIB(IDX-EVT) TO WS-EVT-LIB-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-EVENEMENTS.
      *----------------------------------------------------------------
      *    LISTE LES EVENEMENTS DU CALENDRIER QUI TOMBENT SUR LA
      *    SEMAINE DE REFERENCE, AVEC LA CHAINE CONCERNEE.
           MOVE 'EVENEMENTS DE LA SEMAINE DE REFERENCE:'
               TO WS-RES-TITRE
           WRITE ENR-RESULTAT FROM WS-RES-TITRE
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                   UNTIL IDX-EVT > WS-NB-EVENEMENTS
               IF EVT-LUNDI-NUM(IDX-EVT) = WS-ANCRE-LUNDI-NUM
                   MOVE EVT-CODE(IDX-EVT) TO WS-REV-CODE
                   MOVE EVT-LIB(IDX-EVT) TO WS-REV-LIB
                   IF EVT-CHAINE(IDX-EVT) = 0
                       MOVE 'TOUTES' TO WS-REV-CHAINE
                   ELSE
                       MOVE SPACES TO WS-REV-CHAINE
                       MOVE EVT-CHAINE(IDX-EVT) TO WS-REV-CHAINE(1:2)
                   END-IF
                   WRITE ENR-RESULTAT FROM WS-RES-EVT
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       CHARGE-GRILLE.
                             GRI-TRANCHE(IDX-GRI))
               TO PRG-NBSPEC(IDX-PRG)
           .
      *----------------------------------------------------------------
       EDITION-ENCHAINEMENTS.
      *----------------------------------------------------------------
      *    ENCHAINEMENTS DE PROGRAMMES : POUR CHAQUE CHAINE ET CHAQUE
      *    JOUR, LES TRANCHES SONT PARCOURUES DANS L ORDRE ET CHAQUE
      *    CHANGEMENT DE TITRE DE LA GRILLE EST UN PASSAGE DE
      *    PROGRAMME. ON EDITE L AUDIENCE HERITEE (LEAD-IN = DERNIERE
      *    TRANCHE DU PROGRAMME PRECEDENT), L AUDIENCE PROPRE DU
      *    PROGRAMME A SA PREMIERE TRANCHE, LE GAIN OU LA PERTE ET LE
      *    TAUX DE RETENTION. UNE TRANCHE ABSENTE DE LA GRILLE EST
      *    TRAITEE COMME UN PROGRAMME '(HORS GRILLE)'. EN FIN DE
      *    CHAINE, LE MEILLEUR ET LE PLUS FAIBLE PASSAGE DE LA SEMAINE.
           MOVE 'ENCHAINEMENTS DE PROGRAMMES (LEAD-IN / LEAD-OUT):'
               TO WS-RES-TITRE
           WRITE ENR-RESULTAT FROM WS-RES-TITRE

           PERFORM VARYING WS-CHAINE FROM 1 BY 1
                   UNTIL WS-CHAINE > WS-NB-CHAINES
               MOVE 0 TO WS-ENC-NB-PASSAGES
               PERFORM VARYING WS-JOUR FROM 1 BY 1
                       UNTIL WS-JOUR > 7
                   PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                           UNTIL WS-TRANCHE > 7
                       PERFORM RECHERCHE-TITRE-CELLULE
                       MOVE WS-ENC-TITRE-CELLULE
                           TO WS-ENC-TITRE(WS-TRANCHE)
                   END-PERFORM

                   PERFORM VARYING WS-TRANCHE FROM 2 BY 1
                           UNTIL WS-TRANCHE > 7
                       IF WS-ENC-TITRE(WS-TRANCHE) NOT =
                          WS-ENC-TITRE(WS-TRANCHE - 1)
                           PERFORM EDITION-PASSAGE
                       END-IF
                   END-PERFORM
               END-PERFORM

               IF WS-ENC-NB-PASSAGES > 0
                   MOVE WS-CHAINE TO WS-REX-CHAINE
                   MOVE 'MEILLEUR ENCHAINEMENT' TO WS-REX-LIBELLE
                   MOVE WS-ENC-MEI-JOUR TO WS-REX-JOUR
                   MOVE WS-ENC-MEI-TRANCHE TO WS-REX-TRANCHE
                   MOVE WS-ENC-MEI-AVANT TO WS-REX-AVANT
                   MOVE WS-ENC-MEI-APRES TO WS-REX-APRES
                   MOVE WS-ENC-MEI-ECART TO WS-REX-ECART
                   WRITE ENR-RESULTAT FROM WS-RES-ENC-EXTREME
                   MOVE 'PLUS FAIBLE ENCHAINEMENT' TO WS-REX-LIBELLE
                   MOVE WS-ENC-PIR-JOUR TO WS-REX-JOUR
                   MOVE WS-ENC-PIR-TRANCHE TO WS-REX-TRANCHE
                   MOVE WS-ENC-PIR-AVANT TO WS-REX-AVANT
                   MOVE WS-ENC-PIR-APRES TO WS-REX-APRES
                   MOVE WS-ENC-PIR-ECART TO WS-REX-ECART
                   WRITE ENR-RESULTAT FROM WS-RES-ENC-EXTREME
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       RECHERCHE-TITRE-CELLULE.
      *----------------------------------------------------------------
      *    TITRE DE LA GRILLE POUR LA CELLULE WS-CHAINE / WS-JOUR /
      *    WS-TRANCHE (PREMIERE ENTREE TROUVEE).
           MOVE '(HORS GRILLE)' TO WS-ENC-TITRE-CELLULE
           PERFORM VARYING IDX-GRI FROM 1 BY 1
                   UNTIL IDX-GRI > WS-NB-GRILLE
               IF GRI-CHAINE(IDX-GRI) = WS-CHAINE
                  AND GRI-JOUR(IDX-GRI) = WS-JOUR
                  AND GRI-TRANCHE(IDX-GRI) = WS-TRANCHE
                   MOVE GRI-TITRE(IDX-GRI) TO WS-ENC-TITRE-CELLULE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------
       EDITION-PASSAGE.
      *----------------------------------------------------------------
      *    EDITE LE PASSAGE DU PROGRAMME DE LA TRANCHE WS-TRANCHE - 1
      *    A CELUI DE LA TRANCHE WS-TRANCHE ET TIENT A JOUR LE
      *    MEILLEUR ET LE PLUS FAIBLE PASSAGE DE LA CHAINE.
           COMPUTE WS-ENC-ECART =
               NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE)
             - NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE - 1)
           IF NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE - 1) = 0
               MOVE 0 TO WS-ENC-RETENTION
           ELSE
               COMPUTE WS-ENC-RETENTION ROUNDED =
                   NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE) * 100
                 / NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE - 1)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ENC-RETENTION
               END-COMPUTE
           END-IF

           MOVE WS-CHAINE TO WS-REN-CHAINE
           MOVE WS-JOUR TO WS-REN-JOUR
           MOVE WS-TRANCHE TO WS-REN-TRANCHE
           MOVE WS-ENC-TITRE(WS-TRANCHE - 1) TO WS-REN-AVANT
           MOVE WS-ENC-TITRE(WS-TRANCHE) TO WS-REN-APRES
           MOVE NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE - 1)
               TO WS-REN-LEADIN
           MOVE NB-SPECTATEUR(WS-CHAINE WS-JOUR WS-TRANCHE)
               TO WS-REN-PROPRE
           MOVE WS-ENC-ECART TO WS-REN-ECART
           MOVE WS-ENC-RETENTION TO WS-REN-RETENTION
           WRITE ENR-RESULTAT FROM WS-RES-ENC

           ADD 1 TO WS-ENC-NB-PASSAGES
           IF WS-ENC-NB-PASSAGES = 1
              OR WS-ENC-ECART > WS-ENC-MEI-ECART
               MOVE WS-ENC-ECART TO WS-ENC-MEI-ECART
               MOVE WS-JOUR TO WS-ENC-MEI-JOUR
               MOVE WS-TRANCHE TO WS-ENC-MEI-TRANCHE
               MOVE WS-ENC-TITRE(WS-TRANCHE - 1) TO WS-ENC-MEI-AVANT
               MOVE WS-ENC-TITRE(WS-TRANCHE) TO WS-ENC-MEI-APRES
           END-IF
           IF WS-ENC-NB-PASSAGES = 1
              OR WS-ENC-ECART < WS-ENC-PIR-ECART
               MOVE WS-ENC-ECART TO WS-ENC-PIR-ECART
               MOVE WS-JOUR TO WS-ENC-PIR-JOUR
               MOVE WS-TRANCHE TO WS-ENC-PIR-TRANCHE
               MOVE WS-ENC-TITRE(WS-TRANCHE - 1) TO WS-ENC-PIR-AVANT
               MOVE WS-ENC-TITRE(WS-TRANCHE) TO WS-ENC-PIR-APRES
           END-IF
           .
      *----------------------------------------------------------------
       CHARGE-TARIFS-PUB.
      *----------------------------------------------------------------
               CLOSE FILE-JOURNAL-MST
           END-IF
           .
      *----------------------------------------------------------------
       TRAITE-CAMPAGNES.
      *----------------------------------------------------------------
      *    EVALUATION POST-ACHAT : CHAQUE RESERVATION DE SPOTS DU
      *    FICHIER DES CAMPAGNES (ANNONCEUR, CAMPAGNE, CHAINE, JOUR,
      *    TRANCHE, NOMBRE DE SPOTS, AUDIENCE CONTRACTUELLE, LUNDI DE
      *    LA SEMAINE DIFFUSEE) EST VALORISEE AVEC L AUDIENCE MESUREE
      *    DE LA CELLULE (TABLE-TELE POUR LA SEMAINE DE REFERENCE,
      *    AUDIENCE_HIST.DAT POUR UNE SEMAINE PASSEE) ET LE CPM DE LA
      *    CARTE TARIFAIRE (RECHERCHE-CPM). LE RAPPORT DONNE LIVRE
      *    CONTRE CONTRACTUEL PAR RESERVATION, PUIS PAR CAMPAGNE LA
      *    COMPENSATION DUE (VALEUR DE L AUDIENCE MANQUANTE) QUAND LA
      *    CAMPAGNE EST SOUS-LIVREE. FICHIER ABSENT = PAS DE RAPPORT.
           OPEN INPUT FILE-CAMPAGNES
           IF WS-FstCampagnes = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FstCampagnes NOT = '00'
               DISPLAY 'Erreur ouverture fichier FS ='
                   WS-FstCampagnes '>'
               MOVE 12 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-POSTBUY
           IF WS-FstPostbuy NOT = '00'
               DISPLAY 'Erreur ouverture fichier FS ='
                   WS-FstPostbuy '>'
               CLOSE FILE-CAMPAGNES
               MOVE 12 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CMP-HIST-OUVERT
           OPEN INPUT FILE-HISTAUD
           IF WS-FstHist = '00'
               MOVE 'O' TO WS-CMP-HIST-OUVERT
           END-IF

           MOVE 0 TO WS-NB-CAMPAGNES
           MOVE 'N' TO WS-CMP-FIN
           PERFORM UNTIL WS-CMP-FIN = 'O'
               READ FILE-CAMPAGNES
                   AT END
                       MOVE 'O' TO WS-CMP-FIN
                   NOT AT END
                       PERFORM EVALUE-RESERVATION
               END-READ
           END-PERFORM

           PERFORM EDITION-POSTBUY-CAMPAGNES

           CLOSE FILE-CAMPAGNES
           CLOSE FILE-POSTBUY
           IF WS-CMP-HIST-OUVERT = 'O'
               CLOSE FILE-HISTAUD
           END-IF

           IF WS-NBR-RESA-NON-MESUREES > 0
               DISPLAY WS-NBR-RESA-NON-MESUREES
                   ' RESERVATION(S) SUR CELLULE NON MESUREE, '
                   'NON EVALUEE(S)'
           END-IF
           IF WS-NBR-CMP-SOUS-LIVREES > 0
               DISPLAY WS-NBR-CMP-SOUS-LIVREES
                   ' CAMPAGNE(S) SOUS-LIVREE(S), COMPENSATION DUE'
           END-IF
           .
      *----------------------------------------------------------------
       EVALUE-RESERVATION.
      *----------------------------------------------------------------
      *    SEMAINE DE LA RESERVATION : LUNDI DU CHAMP E-CAMP-LUNDI
      *    (TOUTE DATE DE LA SEMAINE EST RAMENEE A SON LUNDI PAR
      *    CONVDATE) OU, A BLANC, LA SEMAINE DE REFERENCE DU LOT.
           ADD 1 TO WS-NBR-RESA-LUES
           MOVE 'N' TO WS-CMP-MESUREE
           MOVE 0 TO WS-CMP-MESURE
           MOVE 0 TO WS-CMP-LUNDI-NUM

           IF E-CAMP-LUNDI IS NUMERIC AND E-CAMP-LUNDI NOT = ZEROS
               MOVE E-CAMP-LUNDI TO WS-CNV-DATE-GREG
               CALL 'CONVDATE' USING WS-CNV-DATE-JUL WS-CNV-DATE-GREG
                                     WS-CNV-MODE WS-CNV-RESULTAT
               IF WS-CNV-RESULTAT > 0
                   COMPUTE WS-CMP-LUNDI-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-CNV-RESULTAT)
               END-IF
           ELSE
               IF WS-SEMAINE-INITIALISEE = 'Y'
                   MOVE WS-ANCRE-LUNDI-NUM TO WS-CMP-LUNDI-NUM
               END-IF
           END-IF

      *--  AUDIENCE MESUREE DE LA CELLULE RESERVEE
           IF WS-CMP-LUNDI-NUM > 0
              AND E-CAMP-CHAINE IS NUMERIC AND E-CAMP-CHAINE > 0
              AND E-CAMP-JOUR IS NUMERIC
              AND E-CAMP-JOUR >= 1 AND E-CAMP-JOUR <= 7
              AND E-CAMP-TRANCHE IS NUMERIC
              AND E-CAMP-TRANCHE >= 1 AND E-CAMP-TRANCHE <= 7
               IF WS-SEMAINE-INITIALISEE = 'Y'
                  AND WS-CMP-LUNDI-NUM = WS-ANCRE-LUNDI-NUM
                  AND E-CAMP-CHAINE <= WS-NB-CHAINES
                   MOVE NB-SPECTATEUR
                           (E-CAMP-CHAINE E-CAMP-JOUR E-CAMP-TRANCHE)
                       TO WS-CMP-MESURE
                   MOVE 'O' TO WS-CMP-MESUREE
               ELSE
                   IF WS-CMP-HIST-OUVERT = 'O'
                       MOVE WS-CMP-LUNDI-NUM TO H-LUNDI-NUM
                       MOVE E-CAMP-CHAINE TO H-CHAINE
                       READ FILE-HISTAUD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE H-NBSPEC
                                       (E-CAMP-JOUR E-CAMP-TRANCHE)
                                   TO WS-CMP-MESURE
                               MOVE 'O' TO WS-CMP-MESUREE
                       END-READ
                   END-IF
               END-IF
           END-IF

           IF WS-CMP-MESUREE = 'N'
               ADD 1 TO WS-NBR-RESA-NON-MESUREES
               MOVE E-CAMP-CODE TO WS-PNM-CODE
               MOVE E-CAMP-ANNONCEUR TO WS-PNM-ANNONCEUR
               MOVE E-CAMP-CHAINE TO WS-PNM-CHAINE
               MOVE E-CAMP-JOUR TO WS-PNM-JOUR
               MOVE E-CAMP-TRANCHE TO WS-PNM-TRANCHE
               WRITE S-POSTBUY FROM WS-PBY-NON-MESUREE
           ELSE
               PERFORM VALORISE-RESERVATION
           END-IF
           .
      *----------------------------------------------------------------
       VALORISE-RESERVATION.
      *----------------------------------------------------------------
      *    AUDIENCE LIVREE = AUDIENCE DE LA CELLULE X NOMBRE DE SPOTS.
      *    LE CPM EST CELUI DU PREMIER GROUPE DE TRANCHES CONTENANT LA
      *    TRANCHE RESERVEE, EN VIGUEUR AU LUNDI DE LA SEMAINE
      *    DIFFUSEE (SANS TARIF : CPM ET VALEUR A ZERO). L ECART EST
      *    SIGNE : NEGATIF = SOUS-LIVRAISON.
           COMPUTE WS-CMP-LIVRE = WS-CMP-MESURE * E-CAMP-NBSPOTS

           MOVE E-CAMP-CHAINE TO WS-CHAINE
           COMPUTE WS-VALO-DATE-SEM =
               FUNCTION DATE-OF-INTEGER(WS-CMP-LUNDI-NUM)
           MOVE 'N' TO WS-VALO-CPM-TROUVE
           MOVE 0 TO WS-VALO-CPM
           PERFORM VARYING IDX-GROUPE FROM 1 BY 1
                   UNTIL IDX-GROUPE > WS-NB-GROUPES
                      OR WS-VALO-CPM-TROUVE = 'Y'
               IF GRP-TRANCHE-FLAG(IDX-GROUPE E-CAMP-TRANCHE) = 'O'
                   PERFORM RECHERCHE-CPM
               END-IF
           END-PERFORM

           COMPUTE WS-CMP-VALEUR ROUNDED =
               WS-CMP-LIVRE * WS-VALO-CPM / 1000
           COMPUTE WS-CMP-ECART = WS-CMP-LIVRE - E-CAMP-CONTRAT
           COMPUTE WS-CMP-ECART-VALEUR ROUNDED =
               WS-CMP-ECART * WS-VALO-CPM / 1000

      *--  CUMUL SUR LA CAMPAGNE (ANNONCEUR + CODE)
           MOVE 'N' TO WS-CMP-TROUVEE
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > WS-NB-CAMPAGNES
               IF CMP-ANNONCEUR(IDX-CMP) = E-CAMP-ANNONCEUR
                  AND CMP-CODE(IDX-CMP) = E-CAMP-CODE
                   MOVE 'Y' TO WS-CMP-TROUVEE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMP-TROUVEE = 'N'
               IF WS-NB-CAMPAGNES < 500
                   ADD 1 TO WS-NB-CAMPAGNES
                   SET IDX-CMP TO WS-NB-CAMPAGNES
                   MOVE E-CAMP-ANNONCEUR TO CMP-ANNONCEUR(IDX-CMP)
                   MOVE E-CAMP-CODE TO CMP-CODE(IDX-CMP)
                   MOVE 0 TO CMP-CONTRAT(IDX-CMP)
                   MOVE 0 TO CMP-LIVRE(IDX-CMP)
                   MOVE 0 TO CMP-VALEUR(IDX-CMP)
                   MOVE 0 TO CMP-ECART-VALEUR(IDX-CMP)
                   MOVE 'Y' TO WS-CMP-TROUVEE
               ELSE
                   DISPLAY 'TABLE DES CAMPAGNES PLEINE, CAMPAGNE '
                       E-CAMP-CODE ' NON CUMULEE'
               END-IF
           END-IF
           IF WS-CMP-TROUVEE = 'Y'
               ADD E-CAMP-CONTRAT TO CMP-CONTRAT(IDX-CMP)
               ADD WS-CMP-LIVRE TO CMP-LIVRE(IDX-CMP)
               ADD WS-CMP-VALEUR TO CMP-VALEUR(IDX-CMP)
               ADD WS-CMP-ECART-VALEUR TO CMP-ECART-VALEUR(IDX-CMP)
           END-IF

           MOVE E-CAMP-CODE TO WS-PBY-CODE
           MOVE E-CAMP-ANNONCEUR TO WS-PBY-ANNONCEUR
           MOVE E-CAMP-CHAINE TO WS-PBY-CHAINE
           MOVE E-CAMP-JOUR TO WS-PBY-JOUR
           MOVE E-CAMP-TRANCHE TO WS-PBY-TRANCHE
           MOVE E-CAMP-NBSPOTS TO WS-PBY-SPOTS
           MOVE E-CAMP-CONTRAT TO WS-PBY-CONTRAT
           MOVE WS-CMP-LIVRE TO WS-PBY-LIVRE
           MOVE WS-VALO-CPM TO WS-PBY-CPM
           MOVE WS-CMP-VALEUR TO WS-PBY-VALEUR
           MOVE WS-CMP-ECART TO WS-PBY-ECART
           WRITE S-POSTBUY FROM WS-PBY-LIGNE
           .
      *----------------------------------------------------------------
       EDITION-POSTBUY-CAMPAGNES.
      *----------------------------------------------------------------
      *    UNE LIGNE DE TOTAL PAR CAMPAGNE : LES SUR-LIVRAISONS
      *    COMPENSENT LES SOUS-LIVRAISONS DE LA MEME CAMPAGNE ; SI LE
      *    LIVRE RESTE SOUS LE CONTRACTUEL, LA COMPENSATION DUE EST LA
      *    VALEUR NETTE DE L AUDIENCE MANQUANTE. TOTAL GENERAL EN FIN.
           MOVE 0 TO WS-NBR-CMP-SOUS-LIVREES
           MOVE 0 TO WS-CMP-TOT-COMPENS
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > WS-NB-CAMPAGNES
               MOVE 0 TO WS-CMP-COMPENS
               MOVE 0 TO WS-CMP-TAUX
               IF CMP-CONTRAT(IDX-CMP) > 0
                   COMPUTE WS-CMP-TAUX ROUNDED =
                       CMP-LIVRE(IDX-CMP) * 100 / CMP-CONTRAT(IDX-CMP)
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-CMP-TAUX
                   END-COMPUTE
               END-IF
               IF CMP-LIVRE(IDX-CMP) < CMP-CONTRAT(IDX-CMP)
                   ADD 1 TO WS-NBR-CMP-SOUS-LIVREES
                   MOVE 'SOUS-LIVREE' TO WS-PBT-VERDICT
                   IF CMP-ECART-VALEUR(IDX-CMP) < 0
                       COMPUTE WS-CMP-COMPENS =
                           0 - CMP-ECART-VALEUR(IDX-CMP)
                   END-IF
               ELSE
                   MOVE 'LIVREE' TO WS-PBT-VERDICT
               END-IF
               ADD WS-CMP-COMPENS TO WS-CMP-TOT-COMPENS

               MOVE CMP-CODE(IDX-CMP) TO WS-PBT-CODE
               MOVE CMP-ANNONCEUR(IDX-CMP) TO WS-PBT-ANNONCEUR
               MOVE CMP-CONTRAT(IDX-CMP) TO WS-PBT-CONTRAT
               MOVE CMP-LIVRE(IDX-CMP) TO WS-PBT-LIVRE
               MOVE WS-CMP-TAUX TO WS-PBT-TAUX
               MOVE CMP-VALEUR(IDX-CMP) TO WS-PBT-VALEUR
               MOVE WS-CMP-COMPENS TO WS-PBT-COMPENS
               WRITE S-POSTBUY FROM WS-PBY-TOTAL
           END-PERFORM

           MOVE WS-NBR-CMP-SOUS-LIVREES TO WS-PBG-NBR
           MOVE WS-CMP-TOT-COMPENS TO WS-PBG-COMPENS
           WRITE S-POSTBUY FROM WS-PBY-TOTAL-GENERAL
           .
      *----------------------------------------------------------------
       EMISSION-INTERFACE-AUDIENCE.
      *----------------------------------------------------------------
      *    ECRIT LE FICHIER D INTERFACE DE LA SEMAINE DE REFERENCE :
      *    EN-TETE AVEC LE LUNDI ET LE NUMERO DE GENERATION, UN DETAIL
      *    PAR CELLULE ET PAR CIBLE (PART = AUDIENCE DE LA CHAINE SUR
      *    LA CELLULE RAPPORTEE AU TOTAL DE LA CELLULE TOUTES CHAINES,
      *    POUR LA CIBLE), TOTALISEUR AVEC LE NOMBRE DE DETAILS ET LA
      *    SOMME DES AUDIENCES EMISES.
           OPEN OUTPUT FILE-INTERFACE-AUD
           IF WS-FstInterfaceAud NOT = ZERO
               DISPLAY 'Erreur ouverture fichier FS ='
                   WS-FstInterfaceAud '>'
               MOVE 12 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF

           PERFORM MAJ-SEQUENCE-INTERFACE-AUD

           COMPUTE WS-ITF-HDR-LUNDI =
               FUNCTION DATE-OF-INTEGER(WS-ANCRE-LUNDI-NUM)
           MOVE WS-ITF-GENERATION TO WS-ITF-HDR-GENERATION
           WRITE S-INTERFACE-AUD FROM WS-ITF-HEADER

           MOVE 0 TO WS-ITF-NBR
           MOVE 0 TO WS-ITF-HASH
           PERFORM VARYING IDX-CIB FROM 1 BY 1
                   UNTIL IDX-CIB > WS-NB-CIBLES
               PERFORM VARYING WS-JOUR FROM 1 BY 1
                       UNTIL WS-JOUR > 7
                   PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                           UNTIL WS-TRANCHE > 7
      *--              TOTAL DE LA CELLULE POUR LA CIBLE, BASE DES PARTS
                       MOVE 0 TO WS-ITF-TOT-CELL
                       PERFORM VARYING WS-ITF-IDX-CHAINE FROM 1 BY 1
                               UNTIL WS-ITF-IDX-CHAINE > WS-NB-CHAINES
                           ADD CIB-NBSPEC(IDX-CIB WS-ITF-IDX-CHAINE
                                   WS-JOUR WS-TRANCHE)
                               TO WS-ITF-TOT-CELL
                       END-PERFORM

                       PERFORM VARYING WS-CHAINE FROM 1 BY 1
                               UNTIL WS-CHAINE > WS-NB-CHAINES
                           PERFORM ECRITURE-DETAIL-INTERFACE-AUD
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           MOVE WS-ITF-NBR TO WS-ITF-TRL-NBR
           MOVE WS-ITF-HASH TO WS-ITF-TRL-HASH
           WRITE S-INTERFACE-AUD FROM WS-ITF-TRAILER
           CLOSE FILE-INTERFACE-AUD

           DISPLAY 'INTERFACE AUDIENCE GENERATION ' WS-ITF-GENERATION
               ' : ' WS-ITF-NBR ' DETAIL(S)'
           .
      *----------------------------------------------------------------
       ECRITURE-DETAIL-INTERFACE-AUD.
      *----------------------------------------------------------------
      *    DETAIL '20' DE LA CELLULE WS-CHAINE / WS-JOUR / WS-TRANCHE
      *    POUR LA CIBLE IDX-CIB.
           MOVE WS-CHAINE TO WS-ITF-CHAINE
           MOVE WS-JOUR TO WS-ITF-JOUR
           MOVE WS-TRANCHE TO WS-ITF-TRANCHE
           MOVE CIB-CODE(IDX-CIB) TO WS-ITF-CIBLE
           MOVE CIB-NBSPEC(IDX-CIB WS-CHAINE WS-JOUR WS-TRANCHE)
               TO WS-ITF-NBSPEC
           IF WS-ITF-TOT-CELL = 0
               MOVE 0 TO WS-ITF-PART
           ELSE
               COMPUTE WS-ITF-PART ROUNDED =
                   CIB-NBSPEC(IDX-CIB WS-CHAINE WS-JOUR WS-TRANCHE)
                   / WS-ITF-TOT-CELL * 100
           END-IF
           WRITE S-INTERFACE-AUD FROM WS-ITF-DETAIL
           ADD 1 TO WS-ITF-NBR
           ADD CIB-NBSPEC(IDX-CIB WS-CHAINE WS-JOUR WS-TRANCHE)
               TO WS-ITF-HASH
           .
      *----------------------------------------------------------------
       MAJ-SEQUENCE-INTERFACE-AUD.
      *----------------------------------------------------------------
      *    LIT LE NUMERO DE GENERATION COURANT (FICHIER ABSENT OU
      *    ILLISIBLE = PREMIERE GENERATION), L INCREMENTE ET LE
      *    REECRIT POUR LE PROCHAIN RUN (MEME PRINCIPE QUE
      *    INTERFACE_SEQ.txt DANS COBOL_EX2).
           MOVE 0 TO WS-ITF-GENERATION
           OPEN INPUT FILE-SEQUENCE-AUD
           IF WS-FstSequenceAud = '35'
               CONTINUE
           ELSE
               READ FILE-SEQUENCE-AUD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF E-SEQUENCE-AUD IS NUMERIC
                           MOVE E-SEQUENCE-AUD TO WS-ITF-GENERATION
                       END-IF
               END-READ
               CLOSE FILE-SEQUENCE-AUD
           END-IF

           ADD 1 TO WS-ITF-GENERATION

           OPEN OUTPUT FILE-SEQUENCE-AUD
           IF WS-FstSequenceAud NOT = ZERO
               DISPLAY 'Erreur ouverture fichier FS ='
                   WS-FstSequenceAud '>'
               MOVE 12 TO WS-CODE-RETOUR
           ELSE
               MOVE WS-ITF-GENERATION TO E-SEQUENCE-AUD
               WRITE E-SEQUENCE-AUD
               CLOSE FILE-SEQUENCE-AUD
           END-IF
           .
      *----------------------------------------------------------------
       ECRITURE-AUDIT.
      *----------------------------------------------------------------
