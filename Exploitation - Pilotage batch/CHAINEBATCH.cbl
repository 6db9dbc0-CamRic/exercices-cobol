                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstC.

       SELECT FILE-DUREES ASSIGN TO DYNAMIC L-NomDurees
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS L-FstH.

       DATA DIVISION.

       FILE SECTION.
      *--  PLAN DE LA CHAINE : UNE LIGNE PAR ETAPE, DANS L ORDRE
      *--  D EXECUTION - NUMERO, PROGRAMME A APPELER, FICHIER
      *--  D ENTREE DONT L ETAPE DEPEND (FACULTATIF, ESPACES = PAS DE
      *--  CONTROLE) ET FICHIER PRODUIT (DOCUMENTAIRE), PUIS LA
      *--  FREQUENCE D EXECUTION DE L ETAPE, APPRECIEE A LA DATE DE
      *--  TRAITEMENT SUR LE CALENDRIER DES JOURS OUVRES DE CONVDATE :
      *--    ESPACES / 'TOUS'  A CHAQUE PASSAGE DE LA CHAINE
      *--    'OUVR'            CHAQUE JOUR OUVRE
      *--    'PJOM'            PREMIER JOUR OUVRE DU MOIS
      *--    'DJOM'            DERNIER JOUR OUVRE DU MOIS
      *--    'SEMn'            LE JOUR DE SEMAINE n (1=LUNDI ...
      *--                      7=DIMANCHE)
      *--    'FANN'            DERNIER JOUR OUVRE DE L ANNEE
      *--  UNE ETAPE NON DUE EST ENREGISTREE 'NP' RC 00 DANS L ETAT.
       01  E-PLAN.
           05 E-PLAN-ETAPE                         PIC 9(2).
           05 FILLER                               PIC X.
           05 E-PLAN-FICIN                         PIC X(40).
           05 FILLER                               PIC X.
           05 E-PLAN-FICOUT                        PIC X(40).
           05 FILLER                               PIC X.
           05 E-PLAN-FREQ                          PIC X(4).

       FD  FILE-ETAT.
      *--  ETAT DE LA CHAINE, REECRIT APRES CHAQUE ETAPE : C EST LUI
      *--  CHAQUE COMMANDE EST RENVOYEE EN ECHO SUR LA CONSOLE.
       01  E-COMMANDE                              PIC X(30).

       FD  FILE-DUREES.
      *--  HISTORIQUE PERSISTANT DES DUREES D ETAPES, UNE LIGNE PAR
      *--  PROGRAMME LANCE (AJOUTEE EN FIN DE FICHIER A LA FIN DE
      *--  L ETAPE) : DATE DE TRAITEMENT, ETAPE, PROGRAMME, DEBUT ET
      *--  FIN (AAAAMMJJ HHMMSS), DUREE EN SECONDES ET RC. IL SERT A
      *--  L ESTIMATION DE LA FIN DE CHAINE ET AU SUIVI HEBDOMADAIRE
      *--  DES DERIVES (RAPPORTSLA).
       01  E-DUREE.
           05 E-DUR-DATETRT                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-ETAPE                          PIC 9(2).
           05 FILLER                               PIC X.
           05 E-DUR-PGM                            PIC X(15).
           05 FILLER                               PIC X.
           05 E-DUR-DEBDATE                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-DEBHEURE                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-FINDATE                        PIC 9(8).
           05 FILLER                               PIC X.
           05 E-DUR-FINHEURE                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-SECONDES                       PIC 9(6).
           05 FILLER                               PIC X.
           05 E-DUR-RC                             PIC 9(2).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.

       01 L-NomCommandes         PIC X(40)
                                 VALUE 'COMMANDES_OPERATEUR.txt'.
       01 L-FstC                 PIC 99.
       01 L-NomDurees            PIC X(40)
                                 VALUE 'CHAINE_DUREES_HISTO.txt'.
       01 L-FstH                 PIC 99.
       01 L-FinDurees            PIC X.
       01 L-FinCommandes         PIC X.

      *-- PILOTAGE OPERATEUR : ETAT DE LA CHAINE (EN ATTENTE SUR
       01 L-EnvTemp              PIC X(40).

       01 L-FinPlan                               PIC X.
       01 L-PlanInvalide                          PIC X VALUE 'N'.
       01 L-FinEtat                               PIC X.

      *-- PLAN CHARGE EN TABLE
               10 ETP-PGM                PIC X(15).
               10 ETP-FICIN              PIC X(40).
               10 ETP-FICOUT             PIC X(40).
               10 ETP-FREQ               PIC X(4).
               10 ETP-DUE                PIC X.
      *--         DIX DERNIERES DUREES CONNUES (SECONDES, ROTATION) ET
      *--         LEUR MOYENNE, BASE DE L ESTIMATION DE FIN DE CHAINE
               10 ETP-NBRHISTO           PIC 9(2).
               10 ETP-POSHISTO           PIC 9(2).
               10 ETP-DUREE-HISTO        PIC 9(6) OCCURS 10.
               10 ETP-MOYENNE            PIC 9(6).
               10 ETP-RESULTAT           PIC X(2).
               10 ETP-RC                 PIC 9(2).
       01 L-NbrEtapes                             PIC 9(2) VALUE 0.
       01 L-EchecChaine                           PIC X VALUE 'N'.
       01 L-CodeRetour                            PIC 9(2) VALUE 0.
       01 L-NbrLancees                            PIC 9(2) VALUE 0.
       01 L-NbrNonPlanif                          PIC 9(2) VALUE 0.

      *-- CALENDRIER DE LA DATE DE TRAITEMENT (CHAINE_DATE, A DEFAUT
      *-- LA DATE DU JOUR), CALCULE UNE FOIS PAR CONVDATE
       01 L-DateTraitement                        PIC 9(8).
       01 L-JourSemaine                           PIC 9.
       01 L-JourOuvre                             PIC X VALUE 'N'.
       01 L-PremierOuvreMois                      PIC X VALUE 'N'.
       01 L-DernierOuvreMois                      PIC X VALUE 'N'.
       01 L-DernierOuvreAnnee                     PIC X VALUE 'N'.
       01 L-OuvrePrecedent                        PIC 9(8).
       01 L-OuvreSuivant                          PIC 9(8).
       01 L-EtapeDue                              PIC X.
       01 L-CnvDateJul                            PIC 9(7) VALUE 0.
       01 L-CnvDateGreg                           PIC 9(8).
       01 L-CnvMode                               PIC X.
       01 L-CnvResultat                           PIC S9(8).

      *-- FENETRE BATCH : HEURE LIMITE DE FIN DE CHAINE (HHMMSS,
      *-- CHAINE_FENETRE_FIN, 06:00:00 PAR DEFAUT - REDEMARRAGE DU
      *-- TRANSACTIONNEL), PREMIERE OCCURRENCE APRES LE LANCEMENT.
      *-- LES HORODATES SONT EXPRIMEES EN SECONDES DEPUIS L ORIGINE
      *-- DE INTEGER-OF-DATE POUR FRANCHIR MINUIT SANS CAS PARTICULIER.
       01 L-FenetreFin                            PIC 9(6) VALUE 060000.
       01 L-Horodate                              PIC X(21).
       01 L-SecLancement                          PIC S9(12).
       01 L-SecEcheance                           PIC S9(12).
       01 L-SecMaintenant                         PIC S9(12).
       01 L-SecEstimee                            PIC S9(12).
       01 L-SecDebutEtape                         PIC S9(12).
       01 L-SommeDurees                           PIC 9(8).
       01 L-NbrSansHisto                          PIC 9(2).
       01 L-NbrAlertesSLA                         PIC 9(2) VALUE 0.
       01 L-IndEstim                              PIC 9(2).
       01 L-IndHisto                              PIC 9(2).
       01 L-DebDate                               PIC 9(8).
       01 L-DebHeure                              PIC 9(6).
       01 L-CalcDate                              PIC 9(8).
       01 L-CalcHeure.
           05 L-CalcHH                            PIC 99.
           05 L-CalcMM                            PIC 99.
           05 L-CalcSS                            PIC 99.
       01 L-CalcHeureN REDEFINES L-CalcHeure      PIC 9(6).
       01 L-CalcSec                               PIC S9(12).
       01 L-CalcReste                             PIC 9(5).
       01 L-HeureEd                               PIC X(8).
       01 L-HeureEstimee                          PIC X(8).
       01 L-HeureEcheance                         PIC X(8).

      *-- SIGNALEMENT AU SERVICE DESK (SERVICE INCIDENT) : ETAPE
      *-- TERMINEE EN ECHEC OU RELANCEE AVEC SUCCES
       01 L-Incident.
           05 L-IncEtape                          PIC 9(2).
           05 L-IncPgm                            PIC X(15).
           05 L-IncRC                             PIC 9(2).
           05 L-IncFicIn                          PIC X(40).
           05 L-IncFicOut                         PIC X(40).
       01 L-IncRetour.
           05 L-IncRef                            PIC X(16).
           05 L-IncCode                           PIC X(2).

       PROCEDURE DIVISION.


           PERFORM CHARGE-PLAN

           PERFORM CHARGE-DUREES

           PERFORM CHARGE-ETAT

           PERFORM EXECUTE-CHAINE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomEtat
           END-IF

           DISPLAY 'CHAINE_DATE' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:8) IS NUMERIC
               MOVE L-EnvTemp(1:8) TO L-DateTraitement
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO L-DateTraitement
           END-IF

           PERFORM CALCUL-CALENDRIER

           DISPLAY 'CHAINE_DUREES' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp NOT = SPACES
               MOVE L-EnvTemp TO L-NomDurees
           END-IF

           DISPLAY 'CHAINE_FENETRE_FIN' UPON ENVIRONMENT-NAME
           ACCEPT L-EnvTemp FROM ENVIRONMENT-VALUE
           IF L-EnvTemp(1:6) IS NUMERIC
               MOVE L-EnvTemp(1:6) TO L-FenetreFin
           END-IF

      *>   ECHEANCE DE LA FENETRE : L HEURE LIMITE DU JOUR DU
      *>   LANCEMENT, OU DU LENDEMAIN SI ELLE EST DEJA PASSEE
           MOVE FUNCTION CURRENT-DATE TO L-Horodate
           MOVE L-Horodate(1:8) TO L-CalcDate
           MOVE L-Horodate(9:6) TO L-CalcHeure
           PERFORM CALCUL-SECONDES
           MOVE L-CalcSec TO L-SecLancement
           MOVE L-FenetreFin TO L-CalcHeureN
           PERFORM CALCUL-SECONDES
           MOVE L-CalcSec TO L-SecEcheance
           IF L-SecEcheance <= L-SecLancement
               ADD 86400 TO L-SecEcheance
           END-IF
           MOVE L-SecEcheance TO L-CalcSec
           PERFORM EDITE-HEURE
           MOVE L-HeureEd TO L-HeureEcheance
           DISPLAY 'FENETRE BATCH : FIN DE CHAINE ATTENDUE AVANT '
                   L-HeureEcheance
           .
      *----------------------------------------------------------------------------
       CALCUL-CALENDRIER.
      *-----------
      *--   SITUE LA DATE DE TRAITEMENT DANS LE CALENDRIER : JOUR DE
      *--   SEMAINE, JOUR OUVRE OU NON, PREMIER / DERNIER JOUR OUVRE
      *--   DU MOIS ET DERNIER JOUR OUVRE DE L ANNEE. LA DATE EST
      *--   OUVREE SI LE JOUR OUVRE QUI SUIT LA VEILLE EST LA DATE
      *--   ELLE-MEME.
           MOVE '3' TO L-CnvMode
           MOVE L-DateTraitement TO L-CnvDateGreg
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           MOVE L-CnvResultat TO L-JourSemaine

           MOVE '4' TO L-CnvMode
           COMPUTE L-CnvDateGreg = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(L-DateTraitement) - 1)
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           IF L-CnvResultat = L-DateTraitement
               MOVE 'Y' TO L-JourOuvre
           END-IF

           MOVE '5' TO L-CnvMode
           MOVE L-DateTraitement TO L-CnvDateGreg
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           MOVE L-CnvResultat TO L-OuvrePrecedent

           MOVE '4' TO L-CnvMode
           MOVE L-DateTraitement TO L-CnvDateGreg
           CALL 'CONVDATE' USING L-CnvDateJul L-CnvDateGreg
                                 L-CnvMode L-CnvResultat
           MOVE L-CnvResultat TO L-OuvreSuivant

           IF L-JourOuvre = 'Y'
               IF L-OuvrePrecedent(1:6) NOT = L-DateTraitement(1:6)
                   MOVE 'Y' TO L-PremierOuvreMois
               END-IF
               IF L-OuvreSuivant(1:6) NOT = L-DateTraitement(1:6)
                   MOVE 'Y' TO L-DernierOuvreMois
               END-IF
               IF L-OuvreSuivant(1:4) NOT = L-DateTraitement(1:4)
                   MOVE 'Y' TO L-DernierOuvreAnnee
               END-IF
           END-IF

           DISPLAY 'DATE DE TRAITEMENT ' L-DateTraitement
                   ' - JOUR ' L-JourSemaine
                   ' - OUVRE ' L-JourOuvre
                   ' - 1ER OUVRE MOIS ' L-PremierOuvreMois
                   ' - DERNIER OUVRE MOIS ' L-DernierOuvreMois
                   ' - FIN D ANNEE ' L-DernierOuvreAnnee
           .
      *----------------------------------------------------------------------------
       CHARGE-PLAN.
                       MOVE E-PLAN-PGM    TO ETP-PGM(IND-ETP)
                       MOVE E-PLAN-FICIN  TO ETP-FICIN(IND-ETP)
                       MOVE E-PLAN-FICOUT TO ETP-FICOUT(IND-ETP)
                       MOVE E-PLAN-FREQ   TO ETP-FREQ(IND-ETP)
      *--              UNE FREQUENCE INCONNUE EST UNE ERREUR DE PLAN :
      *--              MIEUX VAUT NE RIEN LANCER QUE DE LANCER A TORT
                       IF E-PLAN-FREQ NOT = SPACES
                          AND E-PLAN-FREQ NOT = 'TOUS'
                          AND E-PLAN-FREQ NOT = 'OUVR'
                          AND E-PLAN-FREQ NOT = 'PJOM'
                          AND E-PLAN-FREQ NOT = 'DJOM'
                          AND E-PLAN-FREQ NOT = 'FANN'
                          AND NOT (E-PLAN-FREQ(1:3) = 'SEM'
                                   AND E-PLAN-FREQ(4:1) >= '1'
                                   AND E-PLAN-FREQ(4:1) <= '7')
                           DISPLAY 'ETAPE ' E-PLAN-ETAPE
                                   ' : FREQUENCE INCONNUE ('
                                   E-PLAN-FREQ ')'
                           MOVE 'Y' TO L-PlanInvalide
                       END-IF
                       MOVE SPACES        TO ETP-RESULTAT(IND-ETP)
                       MOVE 0             TO ETP-RC(IND-ETP)
                       MOVE 0             TO ETP-NBRHISTO(IND-ETP)
                       MOVE 0             TO ETP-POSHISTO(IND-ETP)
                       MOVE 0             TO ETP-MOYENNE(IND-ETP)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PLAN

           IF L-PlanInvalide = 'Y'
               DISPLAY 'PLAN DE CHAINE INVALIDE, AUCUNE ETAPE LANCEE'
               MOVE 12 TO L-CodeRetour
               MOVE 'Y' TO L-EchecChaine
               PERFORM FIN-TRT
           END-IF

           IF L-NbrEtapes = 0
               DISPLAY 'PLAN DE CHAINE VIDE'
               MOVE 12 TO L-CodeRetour
               PERFORM FIN-TRT
           END-IF

      *>   ETAPES DUES A LA DATE DE TRAITEMENT (SERVENT AUSSI A
      *>   L ESTIMATION DE LA FIN DE CHAINE)
           PERFORM VARYING IND-ETP FROM 1 BY 1
                   UNTIL IND-ETP > L-NbrEtapes
               PERFORM CONTROLE-FREQUENCE
               MOVE L-EtapeDue TO ETP-DUE(IND-ETP)
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHARGE-DUREES.
      *-----------
      *--   RELIT L HISTORIQUE DES DUREES ET GARDE, POUR CHAQUE ETAPE
      *--   DU PLAN, LES DIX DERNIERES DUREES DE SON PROGRAMME TERMINE
      *--   SANS ECHEC (RC < 8). HISTORIQUE ABSENT = PREMIER PASSAGE,
      *--   AUCUNE ESTIMATION POSSIBLE.
           OPEN INPUT FILE-DUREES
           IF L-FstH NOT = ZERO AND L-FstH NOT = '35'
               DISPLAY 'Erreur ouverture fichier FS =' L-FstH '> ('
                       L-NomDurees ')'
               MOVE 12 TO L-CodeRetour
               MOVE 'Y' TO L-EchecChaine
               PERFORM FIN-TRT
           END-IF
           IF L-FstH = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO L-FinDurees
               PERFORM UNTIL L-FinDurees = 'Y'
                   READ FILE-DUREES
                   AT END
                       MOVE 'Y' TO L-FinDurees
                   NOT AT END
                       IF E-DUR-SECONDES IS NUMERIC
                          AND E-DUR-RC IS NUMERIC
                          AND E-DUR-RC < 8
                           PERFORM RANGE-DUREE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-DUREES
           END-IF

           PERFORM VARYING IND-ETP FROM 1 BY 1
                   UNTIL IND-ETP > L-NbrEtapes
               MOVE 0 TO L-SommeDurees
               PERFORM VARYING L-IndHisto FROM 1 BY 1
                       UNTIL L-IndHisto > ETP-NBRHISTO(IND-ETP)
                   ADD ETP-DUREE-HISTO(IND-ETP L-IndHisto)
                       TO L-SommeDurees
               END-PERFORM
               IF ETP-NBRHISTO(IND-ETP) > 0
                   COMPUTE ETP-MOYENNE(IND-ETP) ROUNDED =
                       L-SommeDurees / ETP-NBRHISTO(IND-ETP)
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       RANGE-DUREE.
      *-----------
      *--   LA DUREE LUE REMPLACE LA PLUS ANCIENNE DES DIX CONSERVEES
      *--   POUR CHAQUE ETAPE DU PLAN QUI APPELLE CE PROGRAMME.
           PERFORM VARYING IND-ETP FROM 1 BY 1
                   UNTIL IND-ETP > L-NbrEtapes
               IF ETP-PGM(IND-ETP) = E-DUR-PGM
                   ADD 1 TO ETP-POSHISTO(IND-ETP)
                   IF ETP-POSHISTO(IND-ETP) > 10
                       MOVE 1 TO ETP-POSHISTO(IND-ETP)
                   END-IF
                   MOVE E-DUR-SECONDES TO
                       ETP-DUREE-HISTO(IND-ETP ETP-POSHISTO(IND-ETP))
                   IF ETP-NBRHISTO(IND-ETP) < 10
                       ADD 1 TO ETP-NBRHISTO(IND-ETP)
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CHARGE-ETAT.
                   NOT AT END
                       MOVE S-ETAT TO WS-ETAT-IN
      *--              UNE ETAPE SAUTEE SUR ORDRE OPERATEUR ('SK')
      *--              OU NON PLANIFIEE CE JOUR ('NP') COMPTE COMME
      *--              JOUEE POUR LA REPRISE
                       IF (WS-ETA-RESULTAT = 'OK'
                           OR WS-ETA-RESULTAT = 'SK'
                           OR WS-ETA-RESULTAT = 'NP')
                          AND WS-ETA-ETAPE = L-DerniereOK + 1
                           MOVE WS-ETA-ETAPE TO L-DerniereOK
                       END-IF
      *--   DEPENDANCE D ENTREE, APPEL DYNAMIQUE DU PROGRAMME, ARRET
      *--   DE LA CHAINE SUR RETURN-CODE >= 8 OU PROGRAMME
      *--   INTROUVABLE. L ETAT EST REECRIT APRES CHAQUE ETAPE.
      *--   UNE ETAPE DONT LA FREQUENCE NE TOMBE PAS A LA DATE DE
      *--   TRAITEMENT N EST PAS LANCEE ('NP', SANS INCIDENCE SUR LE
      *--   CODE RETOUR DE LA CHAINE).
           PERFORM VARYING IND-ETP FROM 1 BY 1
                   UNTIL IND-ETP > L-NbrEtapes
                      OR L-EchecChaine = 'Y'
               MOVE ETP-DUE(IND-ETP) TO L-EtapeDue
               IF ETP-NUMERO(IND-ETP) <= L-DerniereOK
                   MOVE 'OK' TO ETP-RESULTAT(IND-ETP)
                   DISPLAY 'ETAPE ' ETP-NUMERO(IND-ETP) ' '
                           ETP-PGM(IND-ETP) ' DEJA OK, SAUTEE'
               ELSE
                   IF L-EtapeDue = 'N'
                       MOVE 'NP' TO ETP-RESULTAT(IND-ETP)
                       MOVE 0 TO ETP-RC(IND-ETP)
                       ADD 1 TO L-NbrNonPlanif
                       DISPLAY 'ETAPE ' ETP-NUMERO(IND-ETP) ' '
                               ETP-PGM(IND-ETP) ' NON PLANIFIEE ('
                               ETP-FREQ(IND-ETP) ')'
                       PERFORM ECRITURE-ETAT
                   ELSE
      *--              SCRUTATION DES COMMANDES OPERATEUR ENTRE DEUX
      *--              ETAPES (HOLD/RESUME/SKIP/CANCEL)
                       PERFORM SCRUTE-COMMANDES
                       IF L-ChaineAnnulee = 'Y'
                           DISPLAY 'CHAINE ANNULEE PAR L OPERATEUR '
                                   'AVANT L ETAPE ' ETP-NUMERO(IND-ETP)
                           MOVE 'Y' TO L-EchecChaine
                           MOVE 8 TO L-CodeRetour
                       ELSE
                           PERFORM CONTROLE-SKIP
                           IF L-EtapeSautee = 'Y'
                               MOVE 'SK' TO ETP-RESULTAT(IND-ETP)
                               MOVE 4 TO ETP-RC(IND-ETP)
                               IF L-CodeRetour < 4
                                   MOVE 4 TO L-CodeRetour
                               END-IF
                               DISPLAY 'ETAPE ' ETP-NUMERO(IND-ETP) ' '
                                       ETP-PGM(IND-ETP)
                                       ' SAUTEE SUR ORDRE OPERATEUR'
                           ELSE
                               PERFORM EXECUTE-ETAPE
                           END-IF
                           PERFORM ECRITURE-ETAT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------------------
       CONTROLE-FREQUENCE.
      *-----------
      *--   L ETAPE COURANTE EST-ELLE DUE A LA DATE DE TRAITEMENT ?
           MOVE 'N' TO L-EtapeDue
           EVALUATE TRUE
               WHEN ETP-FREQ(IND-ETP) = SPACES
                 OR ETP-FREQ(IND-ETP) = 'TOUS'
                   MOVE 'Y' TO L-EtapeDue
               WHEN ETP-FREQ(IND-ETP) = 'OUVR'
                   MOVE L-JourOuvre TO L-EtapeDue
               WHEN ETP-FREQ(IND-ETP) = 'PJOM'
                   MOVE L-PremierOuvreMois TO L-EtapeDue
               WHEN ETP-FREQ(IND-ETP) = 'DJOM'
                   MOVE L-DernierOuvreMois TO L-EtapeDue
               WHEN ETP-FREQ(IND-ETP) = 'FANN'
                   MOVE L-DernierOuvreAnnee TO L-EtapeDue
               WHEN ETP-FREQ(IND-ETP)(1:3) = 'SEM'
                   IF ETP-FREQ(IND-ETP)(4:1) = L-JourSemaine
                       MOVE 'Y' TO L-EtapeDue
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------------------
       SCRUTE-COMMANDES.
      *-----------
           DISPLAY 'ETAPE ' ETP-NUMERO(IND-ETP) ' : LANCEMENT '
                   ETP-PGM(IND-ETP)

           PERFORM CONTROLE-FENETRE

      *--   CONTROLE DE LA DEPENDANCE D ENTREE : UNE ETAPE NE DOIT
      *--   PAS TOURNER SUR LE FICHIER DE LA VEILLE PARCE QUE
      *--   L ETAPE PRECEDENTE N A RIEN PRODUIT.
               MOVE ETP-PGM(IND-ETP) TO L-PgmAppele
               MOVE 0 TO RETURN-CODE
               ADD 1 TO L-NbrLancees
               MOVE FUNCTION CURRENT-DATE TO L-Horodate
               MOVE L-Horodate(1:8) TO L-DebDate
               MOVE L-Horodate(9:6) TO L-DebHeure
      *>           LE PROGRAMME APPELE SAIT AINSI QU IL TOURNE SOUS LA
      *>           CHAINE (PAS DE SIGNALEMENT D INCIDENT EN DOUBLE)
               DISPLAY 'CHAINE_ETAPE' UPON ENVIRONMENT-NAME
               DISPLAY ETP-NUMERO(IND-ETP) UPON ENVIRONMENT-VALUE

               CALL L-PgmAppele
               ON EXCEPTION

               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO ETP-RC(IND-ETP)
                   PERFORM ENREGISTRE-DUREE
                   IF RETURN-CODE >= 8
                       MOVE 'KO' TO ETP-RESULTAT(IND-ETP)
                       MOVE 'Y' TO L-EchecChaine
                               ' OK, RC=' RETURN-CODE
                   END-IF
               END-CALL
               MOVE SPACES TO L-EnvTemp
               DISPLAY 'CHAINE_ETAPE' UPON ENVIRONMENT-NAME
               DISPLAY L-EnvTemp UPON ENVIRONMENT-VALUE
           END-IF

           PERFORM SIGNALE-INCIDENT
           .
      *----------------------------------------------------------------------------
       SIGNALE-INCIDENT.
      *-----------
      *--   ETAPE EN ECHEC (RC >= 8, FICHIER D ENTREE MANQUANT,
      *--   PROGRAMME INTROUVABLE) : ENREGISTREMENT D INCIDENT POUR LE
      *--   SERVICE DESK, AVEC LES FICHIERS DU PLAN ET LA DERNIERE
      *--   LIGNE D AUDIT DU PROGRAMME. ETAPE REUSSIE APRES UN
      *--   INCIDENT : ENREGISTREMENT DE RESOLUTION.
           MOVE ETP-NUMERO(IND-ETP) TO L-IncEtape
           MOVE ETP-PGM(IND-ETP)    TO L-IncPgm
           MOVE ETP-RC(IND-ETP)     TO L-IncRC
           MOVE ETP-FICIN(IND-ETP)  TO L-IncFicIn
           MOVE ETP-FICOUT(IND-ETP) TO L-IncFicOut
           CALL 'INCIDENT' USING L-Incident L-IncRetour
           .
      *----------------------------------------------------------------------------
       CONTROLE-FENETRE.
      *-----------
      *--   AVANT CHAQUE LANCEMENT : HEURE COURANTE + MOYENNE DES
      *--   ETAPES RESTANT A JOUER (CELLE-CI COMPRISE, ETAPES NON DUES
      *--   EXCLUES) COMPAREE A L ECHEANCE DE LA FENETRE. ECHEANCE
      *--   MENACEE = LIGNE D ALERTE ET RC 06 (LA CHAINE CONTINUE).
      *--   UNE ETAPE SANS HISTORIQUE N EST PAS ESTIMEE.
           MOVE FUNCTION CURRENT-DATE TO L-Horodate
           MOVE L-Horodate(1:8) TO L-CalcDate
           MOVE L-Horodate(9:6) TO L-CalcHeure
           PERFORM CALCUL-SECONDES
           MOVE L-CalcSec TO L-SecMaintenant

           MOVE 0 TO L-SommeDurees
           MOVE 0 TO L-NbrSansHisto
           SET L-IndEstim TO IND-ETP
           PERFORM UNTIL L-IndEstim > L-NbrEtapes
               IF ETP-DUE(L-IndEstim) = 'Y'
                  AND (L-IndEstim = IND-ETP
                       OR ETP-RESULTAT(L-IndEstim) = SPACES)
                   IF ETP-NBRHISTO(L-IndEstim) = 0
                       ADD 1 TO L-NbrSansHisto
                   ELSE
                       ADD ETP-MOYENNE(L-IndEstim) TO L-SommeDurees
                   END-IF
               END-IF
               ADD 1 TO L-IndEstim
           END-PERFORM

           COMPUTE L-SecEstimee = L-SecMaintenant + L-SommeDurees
           MOVE L-SecEstimee TO L-CalcSec
           PERFORM EDITE-HEURE
           MOVE L-HeureEd TO L-HeureEstimee
           DISPLAY 'ETAPE ' ETP-NUMERO(IND-ETP)
                   ' : FIN DE CHAINE ESTIMEE ' L-HeureEstimee
                   ' (ECHEANCE ' L-HeureEcheance ', '
                   L-NbrSansHisto ' ETAPE(S) SANS HISTORIQUE)'

           IF L-SecEstimee > L-SecEcheance
               ADD 1 TO L-NbrAlertesSLA
               DISPLAY '*** ALERTE FENETRE BATCH : ETAPE '
                       ETP-NUMERO(IND-ETP) ' ' ETP-PGM(IND-ETP)
                       ' - FIN ESTIMEE ' L-HeureEstimee
                       ' APRES L ECHEANCE ' L-HeureEcheance ' ***'
               IF L-CodeRetour < 6
                   MOVE 6 TO L-CodeRetour
               END-IF
           END-IF
           .
      *----------------------------------------------------------------------------
       ENREGISTRE-DUREE.
      *-----------
      *--   AJOUTE LA DUREE DE L ETAPE QUI VIENT DE SE TERMINER A
      *--   L HISTORIQUE (FICHIER CREE AU PREMIER PASSAGE).
           MOVE L-DebDate TO L-CalcDate
           MOVE L-DebHeure TO L-CalcHeureN
           PERFORM CALCUL-SECONDES
           MOVE L-CalcSec TO L-SecDebutEtape

           MOVE FUNCTION CURRENT-DATE TO L-Horodate
           MOVE L-Horodate(1:8) TO L-CalcDate
           MOVE L-Horodate(9:6) TO L-CalcHeure
           PERFORM CALCUL-SECONDES

           MOVE SPACES               TO E-DUREE
           MOVE L-DateTraitement     TO E-DUR-DATETRT
           MOVE ETP-NUMERO(IND-ETP)  TO E-DUR-ETAPE
           MOVE ETP-PGM(IND-ETP)     TO E-DUR-PGM
           MOVE L-DebDate            TO E-DUR-DEBDATE
           MOVE L-DebHeure           TO E-DUR-DEBHEURE
           MOVE L-CalcDate           TO E-DUR-FINDATE
           MOVE L-CalcHeureN         TO E-DUR-FINHEURE
           COMPUTE E-DUR-SECONDES = L-CalcSec - L-SecDebutEtape
           MOVE ETP-RC(IND-ETP)      TO E-DUR-RC

           OPEN EXTEND FILE-DUREES
           IF L-FstH = '35'
               OPEN OUTPUT FILE-DUREES
               CLOSE FILE-DUREES
               OPEN EXTEND FILE-DUREES
           END-IF
           IF L-FstH = ZERO
               WRITE E-DUREE
               CLOSE FILE-DUREES
           ELSE
               DISPLAY 'HISTORIQUE DES DUREES INACCESSIBLE ('
                       L-NomDurees ') FS=' L-FstH
           END-IF
           .
      *----------------------------------------------------------------------------
       CALCUL-SECONDES.
      *-----------
      *--   L-CalcDate (AAAAMMJJ) + L-CalcHeure (HHMMSS) -> L-CalcSec
           COMPUTE L-CalcSec =
               FUNCTION INTEGER-OF-DATE(L-CalcDate) * 86400
               + L-CalcHH * 3600 + L-CalcMM * 60 + L-CalcSS
           .
      *----------------------------------------------------------------------------
       EDITE-HEURE.
      *-----------
      *--   L-CalcSec -> L-HeureEd (HH:MM:SS DU JOUR CORRESPONDANT)
           COMPUTE L-CalcReste = FUNCTION MOD(L-CalcSec 86400)
           COMPUTE L-CalcHH = L-CalcReste / 3600
           COMPUTE L-CalcReste = FUNCTION MOD(L-CalcReste 3600)
           COMPUTE L-CalcMM = L-CalcReste / 60
           COMPUTE L-CalcSS = FUNCTION MOD(L-CalcReste 60)
           MOVE SPACES TO L-HeureEd
           STRING L-CalcHH ':' L-CalcMM ':' L-CalcSS
               DELIMITED BY SIZE INTO L-HeureEd
           .
      *----------------------------------------------------------------------------
       ECRITURE-ETAT.
      *-----------

           Display 'Nbre etapes du plan    =' L-NbrEtapes '>'
           Display 'Nbre etapes lancees    =' L-NbrLancees '>'
           Display 'Nbre etapes non planif =' L-NbrNonPlanif '>'
           Display 'Nbre alertes fenetre   =' L-NbrAlertesSLA '>'
           Display 'Code retour chaine     =' L-CodeRetour '>'
           DISPLAY '*************************************************'
           DISPLAY '      FIN   PROGRAMME ' L-Pgm
