       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLRIB.


       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. JVM WITH DEBUGGING MODE.
       OBJECT-COMPUTER. JVM.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

      *-- MODE DE CONTROLE RETENU POUR L APPEL
       01 L-Mode                 PIC X.
           88 L-Mode-IBAN                  VALUE '1'.
           88 L-Mode-RIB                   VALUE '2'.

      *-- CODE ET LIBELLE DE RETOUR DE L APPEL
       01 L-Retour               PIC X(2).
       01 L-Libelle              PIC X(30).
       01 L-CleCalculee          PIC 9(2).

      *-- IBAN COMPACTE (SANS LES ESPACES DE PRESENTATION PAR GROUPES
      *-- DE QUATRE) ET SA LONGUEUR UTILE
       01 L-Iban                 PIC X(34).
       01 L-IbanLg               PIC 9(2).
       01 L-IbanIdx              PIC 9(2).
       01 L-IbanPos              PIC 9(2).
       01 L-IbanReste            PIC 9(4).
       01 L-Car                  PIC X.
       01 L-CarVal               PIC 9(2).

      *-- RIB DECOMPOSE : BANQUE, GUICHET, COMPTE (11 POSITIONS
      *-- ALPHANUMERIQUES, LES LETTRES ETANT TRANSCODEES EN CHIFFRES
      *-- SELON LA TABLE DES BANQUES FRANCAISES) ET CLE
       01 L-Rib.
           05 L-RIB-BANQUE       PIC X(5).
           05 L-RIB-GUICHET      PIC X(5).
           05 L-RIB-COMPTE       PIC X(11).
           05 L-RIB-CLE          PIC X(2).
       01 L-RibChiffres.
           05 L-RCH-BANQUE       PIC X(5).
           05 L-RCH-GUICHET      PIC X(5).
           05 L-RCH-COMPTE       PIC X(11).
       01 L-RibChiffres-N REDEFINES L-RibChiffres.
           05 L-RCN-BANQUE       PIC 9(5).
           05 L-RCN-GUICHET      PIC 9(5).
           05 L-RCN-COMPTE       PIC 9(11).
       01 L-RibCle-N             PIC 9(2).
       01 L-RibTravail           PIC 9(15).
       01 L-RibValide            PIC X.

      *-- TRANSCODIFICATION DES LETTRES DU NUMERO DE COMPTE RIB
      *-- (A,J=1 B,K,S=2 C,L,T=3 D,M,U=4 E,N,V=5 F,O,W=6 G,P,X=7
      *-- H,Q,Y=8 I,R,Z=9)
       01 L-Lettres              PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 L-LettresRib           PIC X(26)
                                 VALUE '12345678912345678923456789'.

       LINKAGE SECTION.
      *-- MODE DE CONTROLE DEMANDE PAR L APPELANT :
      *--   '1' IBAN : LK-COORD PORTE L IBAN (34 POSITIONS AU PLUS,
      *--       CADRE A GAUCHE, ESPACES DE PRESENTATION TOLERES) ;
      *--       POUR UN IBAN FRANCAIS, LA CLE RIB DU BBAN EST AUSSI
      *--       CONTROLEE ;
      *--   '2' RIB  : LK-COORD PORTE LE RIB A PLAT (BANQUE 5, GUICHET
      *--       5, COMPTE 11, CLE 2).
       01 LK-MODE                PIC X.
      *-- COORDONNEES A CONTROLER. LA ZONE DE L APPELANT DOIT FAIRE
      *-- 34 POSITIONS (RECOPIER UN IBAN PLUS COURT DANS UNE ZONE DE
      *-- TRAVAIL DE CETTE TAILLE AVANT L APPEL).
       01 LK-COORD               PIC X(34).
      *-- CODE RETOUR :
      *--   '00' COORDONNEES VALIDES
      *--   '01' MODE DE CONTROLE INCONNU
      *--   '02' LONGUEUR INVALIDE
      *--   '03' CARACTERE NON AUTORISE
      *--   '04' CLE DE CONTROLE IBAN FAUSSE
      *--   '05' CLE RIB FAUSSE
       01 LK-RETOUR              PIC X(2).
      *-- FACULTATIF : CLE CALCULEE (CLE RIB EN MODE '2' ET POUR UN
      *-- IBAN FRANCAIS, ZERO SINON)
       01 LK-CLE                 PIC 9(2).
      *-- FACULTATIF : LIBELLE DU CODE RETOUR, POUR LES RAPPORTS
       01 LK-LIBELLE             PIC X(30).

       PROCEDURE DIVISION USING LK-MODE LK-COORD LK-RETOUR
                                 OPTIONAL LK-CLE
                                 OPTIONAL LK-LIBELLE.

       SQUELETTE.

           MOVE LK-MODE TO L-Mode
           MOVE '00'    TO L-Retour
           MOVE ZERO    TO L-CleCalculee

           EVALUATE TRUE
               WHEN L-Mode-IBAN
                   PERFORM CONTROLE-IBAN
               WHEN L-Mode-RIB
                   MOVE LK-COORD(1:23) TO L-Rib
                   IF LK-COORD(24:11) NOT = SPACES
                       MOVE '02' TO L-Retour
                   ELSE
                       PERFORM CONTROLE-RIB
                   END-IF
               WHEN OTHER
                   MOVE '01' TO L-Retour
           END-EVALUATE

           PERFORM FIN-TRT
           .
      *----------------------------------------------------------------------------
       CONTROLE-IBAN.
      *-----------
      *--   COMPACTE L IBAN, CONTROLE SA FORME (PAYS ALPHABETIQUE,
      *--   CLE NUMERIQUE, RESTE ALPHANUMERIQUE, 15 A 34 POSITIONS,
      *--   27 POUR LA FRANCE), PUIS LA CLE : LES QUATRE PREMIERS
      *--   CARACTERES SONT REPORTES EN FIN, LES LETTRES TRANSCODEES
      *--   (A=10 ... Z=35) ET LE TOUT DOIT VALOIR 1 MODULO 97. LE
      *--   MODULO EST CALCULE CARACTERE A CARACTERE (MEME PRINCIPE
      *--   QUE CALCUL-IBAN DANS COBOL_EX2).
           MOVE SPACES TO L-Iban
           MOVE 0 TO L-IbanLg
           PERFORM VARYING L-IbanIdx FROM 1 BY 1
                   UNTIL L-IbanIdx > 34
               IF LK-COORD(L-IbanIdx:1) NOT = SPACE
                   IF L-IbanLg < 34
                       ADD 1 TO L-IbanLg
                       MOVE LK-COORD(L-IbanIdx:1)
                           TO L-Iban(L-IbanLg:1)
                   END-IF
               END-IF
           END-PERFORM
           INSPECT L-Iban CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF L-IbanLg < 15
               MOVE '02' TO L-Retour
           ELSE
           IF L-Iban(1:2) IS NOT ALPHABETIC
              OR L-Iban(3:2) IS NOT NUMERIC
               MOVE '03' TO L-Retour
           ELSE
           IF L-Iban(1:2) = 'FR' AND L-IbanLg NOT = 27
               MOVE '02' TO L-Retour
           END-IF
           END-IF
           END-IF

           IF L-Retour = '00'
               MOVE 0 TO L-IbanReste
               PERFORM VARYING L-IbanIdx FROM 1 BY 1
                       UNTIL L-IbanIdx > L-IbanLg
                          OR L-Retour NOT = '00'
                   COMPUTE L-IbanPos = L-IbanIdx + 4
                   IF L-IbanPos > L-IbanLg
                       SUBTRACT L-IbanLg FROM L-IbanPos
                   END-IF
                   MOVE L-Iban(L-IbanPos:1) TO L-Car
                   PERFORM CUMUL-MODULO-IBAN
               END-PERFORM
           END-IF

           IF L-Retour = '00' AND L-IbanReste NOT = 1
               MOVE '04' TO L-Retour
           END-IF

      *--   IBAN FRANCAIS : LE BBAN EST UN RIB DONT LA CLE EST
      *--   CONTROLEE A SON TOUR
           IF L-Retour = '00' AND L-Iban(1:2) = 'FR'
               MOVE L-Iban(5:23) TO L-Rib
               PERFORM CONTROLE-RIB
           END-IF
           .
      *----------------------------------------------------------------------------
       CUMUL-MODULO-IBAN.
      *-----------
      *--   AJOUTE LE CARACTERE L-Car AU RESTE COURANT : UN CHIFFRE
      *--   COMPTE POUR UNE POSITION, UNE LETTRE POUR DEUX.
           IF L-Car IS NUMERIC
               MOVE L-Car TO L-CarVal
               COMPUTE L-IbanReste =
                   FUNCTION MOD(L-IbanReste * 10 + L-CarVal 97)
           ELSE
               IF L-Car >= 'A' AND L-Car <= 'Z'
                   COMPUTE L-CarVal =
                       FUNCTION ORD(L-Car) - FUNCTION ORD('A') + 10
                   COMPUTE L-IbanReste =
                       FUNCTION MOD(L-IbanReste * 100 + L-CarVal 97)
               ELSE
                   MOVE '03' TO L-Retour
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       CONTROLE-RIB.
      *-----------
      *--   CLE RIB = 97 - ((89 X BANQUE + 15 X GUICHET + 3 X COMPTE)
      *--   MODULO 97), LE NUMERO DE COMPTE ETANT D ABORD TRANSCODE
      *--   EN CHIFFRES (MEME FORMULE QUE CALCUL-CLE-RIB DANS
      *--   COBOL_EX2).
           MOVE 'Y' TO L-RibValide
           IF L-RIB-BANQUE IS NOT NUMERIC
              OR L-RIB-GUICHET IS NOT NUMERIC
              OR L-RIB-CLE IS NOT NUMERIC
               MOVE 'N' TO L-RibValide
           END-IF

           MOVE L-RIB-BANQUE  TO L-RCH-BANQUE
           MOVE L-RIB-GUICHET TO L-RCH-GUICHET
           MOVE L-RIB-COMPTE  TO L-RCH-COMPTE
           INSPECT L-RCH-COMPTE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT L-RCH-COMPTE CONVERTING L-Lettres TO L-LettresRib
           IF L-RCH-COMPTE IS NOT NUMERIC
               MOVE 'N' TO L-RibValide
           END-IF

           IF L-RibValide = 'N'
               MOVE '03' TO L-Retour
           ELSE
               COMPUTE L-RibTravail =
                   89 * L-RCN-BANQUE
                   + 15 * L-RCN-GUICHET
                   + 3 * L-RCN-COMPTE
               COMPUTE L-CleCalculee =
                   97 - FUNCTION MOD(L-RibTravail 97)
               MOVE L-RIB-CLE TO L-RibCle-N
               IF L-RibCle-N NOT = L-CleCalculee
                   MOVE '05' TO L-Retour
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       FIN-TRT.
      *----
           EVALUATE L-Retour
               WHEN '00'
                   MOVE 'COORDONNEES VALIDES'        TO L-Libelle
               WHEN '01'
                   MOVE 'MODE DE CONTROLE INCONNU'   TO L-Libelle
               WHEN '02'
                   MOVE 'LONGUEUR INVALIDE'          TO L-Libelle
               WHEN '03'
                   MOVE 'CARACTERE NON AUTORISE'     TO L-Libelle
               WHEN '04'
                   MOVE 'CLE DE CONTROLE IBAN FAUSSE' TO L-Libelle
               WHEN '05'
                   MOVE 'CLE RIB FAUSSE'             TO L-Libelle
           END-EVALUATE

           MOVE L-Retour TO LK-RETOUR
           IF ADDRESS OF LK-CLE NOT = NULL
               MOVE L-CleCalculee TO LK-CLE
           END-IF
           IF ADDRESS OF LK-LIBELLE NOT = NULL
               MOVE L-Libelle TO LK-LIBELLE
           END-IF
           GOBACK.
