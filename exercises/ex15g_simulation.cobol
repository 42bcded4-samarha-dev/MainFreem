      * Chiffre le cout d'une renegociation du taux de charges ou du
      * bareme de prime AVANT signature, sans lancer la paie : le
      * calcul complet est deroule sur FIC-EMPLOYES.dat avec d'une
      * part les valeurs en vigueur (cotisations salariales ligne a
      * ligne par EX15-COTISATIONS avec le plafond de
      * FIC-CHARGES-PATRONALES.dat, FIC-BAREME-PRIME.dat, memes
      * replis qu'EX15-CALCSAL), d'autre
      * part les valeurs du scenario, et seul un rapport comparatif
      * est produit : brut/charges/net actuels et simules, par
      * departement et pour l'entreprise. Aucun virement, cumul,
      * + charges (hors heures supplementaires, qui sont un fait de
      * pointage mensuel).
      * Scenario (FIC-SCENARIO-SIMUL.dat) : enregistrement type C
      * (taux global de charges salariales applique au brut simule
      * a la place du detail des cotisations, zero = cotisations en
      * vigueur) et jusqu'a 4
      * enregistrements type B (tranche anciennete min/max, taux de
      * prime) remplacant le bareme si presents.
      * La tranche de prime se lit sur l'anciennete deduite de la
      * date d'embauche a la date du jour (EX15-ANCIENNETE), comme
      * en paie.
      * Compiler les 4 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex15_cotisations.cobol -o ex15_cotisations.o
      *        -I ../copybooks
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex15g_simulation.cobol ex15_anciennete.o
      *        ex15_cotisations.o ex35_lecparam.o
      *        -o ex15g_simulation -I ../copybooks
      * Executer : ./ex15g_simulation
      * Sortie  : FIC-SIMULATION.txt (rapport comparatif)
      *===============================================================
       FILE-CONTROL.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CHARGES-PATRONALES
               ASSIGN TO 'FIC-CHARGES-PATRONALES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PATRONAL.
           SELECT FIC-BAREME-PRIME ASSIGN TO 'FIC-BAREME-PRIME.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BAREME.
       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Seul le plafond de securite sociale sert ici : il decoupe
      * les tranches des cotisations salariales.
       FD  FIC-CHARGES-PATRONALES LABEL RECORDS ARE STANDARD.
       01  ENR-CHARGES-PATRONALES.
           05 PAT-PLAFOND-FICHIER  PIC 9(6)V99.
           05 PAT-TAUX-TA-FICHIER  PIC 9V999.
           05 PAT-TAUX-TB-FICHIER  PIC 9V999.

       FD  FIC-BAREME-PRIME LABEL RECORDS ARE STANDARD.
       01  ENR-BAREME-PRIME.
       WORKING-STORAGE SECTION.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-STATUT-PATRONAL  PIC X(2) VALUE '00'.
       01 WS-STATUT-BAREME    PIC X(2) VALUE '00'.
       01 WS-STATUT-SCENARIO  PIC X(2) VALUE '00'.

      * Valeurs en vigueur : memes replis qu'EX15-CALCSAL (plafond
      * de securite sociale, bareme d'accord d'entreprise) si
      * fichiers absents ; les cotisations salariales sont celles
      * d'EX15-COTISATIONS.
       01 WS-PLAFOND-SS       PIC 9(6)V99 VALUE 3925.00.
       COPY COTISREC.
       01 WS-BAREME-ACTUEL-VALEURS.
           05 FILLER PIC X(8) VALUE '00050050'.
           05 FILLER PIC X(8) VALUE '06100100'.
              10 BAC-TAUX     PIC 9V999.
       01 WS-NB-BAREME-ACTUEL PIC 9 VALUE 4.

      * Valeurs du scenario (par defaut : identiques a l'actuel ;
      * taux global zero = cotisations en vigueur).
       01 WS-TAUX-SIMULE      PIC 9V999 VALUE 0.
       01 WS-BAREME-SIMULE.
           05 WS-BAREME-SIM-LIGNE OCCURS 4 TIMES
       01 WS-NET-SIMULE       PIC 9(8)V99 VALUE 0.

       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

      * Cumuls par departement, actuel et simule.
       01 WS-TABLE-DEPTS.
           DISPLAY '  Simulation de paie (scenario what-if)'.
           DISPLAY '================================================'.

           PERFORM LIRE-PLAFOND-SS.
           PERFORM LIRE-BAREME-PRIME.
           PERFORM LIRE-SCENARIO.
           PERFORM SIMULER-EMPLOYES.
           STOP RUN.

      *---------------------------------------------------------------
       LIRE-PLAFOND-SS.
           OPEN INPUT FIC-CHARGES-PATRONALES.
           IF WS-STATUT-PATRONAL = '00'
               READ FIC-CHARGES-PATRONALES
                   NOT AT END
                       MOVE PAT-PLAFOND-FICHIER TO WS-PLAFOND-SS
               END-READ
               CLOSE FIC-CHARGES-PATRONALES
           END-IF.

      *---------------------------------------------------------------

      *---------------------------------------------------------------
       LIRE-SCENARIO.
           OPEN INPUT FIC-SCENARIO.
           IF WS-STATUT-SCENARIO NOT = '00'
               DISPLAY 'FIC-SCENARIO-SIMUL.dat introuvable : rien a '
           END-PERFORM.
           CLOSE FIC-SCENARIO.

           IF WS-TAUX-SIMULE = 0
               DISPLAY 'Charges salariales : cotisations en vigueur '
                       '(plafond ' WS-PLAFOND-SS ')'
           ELSE
               DISPLAY 'Charges salariales : cotisations en vigueur, '
                       'simule taux global ' WS-TAUX-SIMULE
           END-IF.
           IF WS-NB-BAREME-SIMULE = 0
               DISPLAY 'Bareme de prime : inchange'
           ELSE

      *---------------------------------------------------------------
       SIMULER-EMPLOYES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT FIC-EMPLOYES.
           READ FIC-EMPLOYES
               AT END SET FIC-TERMINE TO TRUE

      *---------------------------------------------------------------
       SIMULER-UN-EMPLOYE.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE EMP-ANCIENNETE
               BY REFERENCE WS-RETOUR-ANC.
      * Calcul en vigueur.
           PERFORM CHERCHER-TAUX-PRIME-ACTUEL.
           COMPUTE WS-BRUT-ACTUEL ROUNDED =
               EMP-SALAIRE * (1 + WS-TAUX-PRIME-W).
           CALL 'EX15-COTISATIONS' USING
               BY REFERENCE WS-BRUT-ACTUEL
               BY REFERENCE WS-PLAFOND-SS
               BY REFERENCE TAB-COTISATIONS.
           MOVE COT-TOTAL-SALARIAL TO WS-CHARGES-ACTUEL.
           COMPUTE WS-NET-ACTUEL =
               WS-BRUT-ACTUEL - WS-CHARGES-ACTUEL.

               COMPUTE WS-BRUT-SIMULE ROUNDED =
                   EMP-SALAIRE * (1 + WS-TAUX-PRIME-W)
           END-IF.
           IF WS-TAUX-SIMULE = 0
               CALL 'EX15-COTISATIONS' USING
                   BY REFERENCE WS-BRUT-SIMULE
                   BY REFERENCE WS-PLAFOND-SS
                   BY REFERENCE TAB-COTISATIONS
               MOVE COT-TOTAL-SALARIAL TO WS-CHARGES-SIMULE
           ELSE
               COMPUTE WS-CHARGES-SIMULE ROUNDED =
                   WS-BRUT-SIMULE * WS-TAUX-SIMULE
           END-IF.
           COMPUTE WS-NET-SIMULE =
               WS-BRUT-SIMULE - WS-CHARGES-SIMULE.

