      *===============================================================
      * Exercice 30 - Budget de masse salariale : budget / realise
      * Niveau : Expert
      * Le controle de gestion refaisait chaque mois le "realise
      * contre budget" a la main depuis le registre de paie. Le
      * budget de l'annee est desormais charge une fois par an dans
      * FIC-BUDGET-PAIE.dat (par departement et par mois : brut,
      * charges patronales, effectif) et ce programme, lance apres
      * chaque paie mensuelle, le compare au realise :
      *   - realise du mois lu dans FIC-PAIE-RESULTATS.txt (brut,
      *     charges patronales, une ligne par employe paye), ventile
      *     par le departement porte au maitre ;
      *   - rapproche par departement du registre de paie
      *     (FIC-REGISTRE-PAIE.txt, sections effectif/brut et cout
      *     employeur) : toute divergence est signalee ;
      *   - le realise de la periode est range dans
      *     FIC-REALISE-PAIE.dat (une reprise de la periode remplace
      *     ses lignes), d'ou sont tires les cumuls depuis janvier ;
      *   - ecarts du mois et du cumul, en montant et en %, et
      *     signalement des departements dont le cout (brut +
      *     charges) depasse le budget au-dela de la tolerance
      *     (FIC-PARAM-BUDGET.dat, 2 % par defaut).
      * Seule la paie mensuelle normale est comparee (les cycles
      * speciaux ecrivent leurs propres fichiers de resultats).
      * Le budget de l'annee peut etre propose par
      * EX30B-PROJECTION-BUDGET (FIC-BUDGET-PAIE-PROJETE.dat).
      * Compiler : cobc -x ex30_budget_paie.cobol
      *            -o ex30_budget_paie -I ../copybooks
      * Executer : ./ex30_budget_paie
      * Entree  : FIC-BUDGET-PAIE.dat (annee, departement, mois,
      *           brut, charges patronales, effectif ; obligatoire)
      *           FIC-PAIE-RESULTATS.txt, FIC-REGISTRE-PAIE.txt
      *           FIC-EMPLOYES.dat (maitre, COPY EMPREC)
      *           FIC-DEPARTEMENTS.dat (libelles, facultatif)
      *           FIC-PARAM-PERIODE.dat (periode pilotee, sinon mois
      *           courant), FIC-PARAM-BUDGET.dat (tolerance en %)
      * Sortie  : FIC-BUDGET-REALISE.txt (rapport)
      *           FIC-REALISE-PAIE.dat (realise par periode, reecrit)
      * Code retour : 0 si tout est dans le budget, 4 si un
      *               departement depasse, n'a pas de budget ou si
      *               le registre diverge, 1 si le budget ou les
      *               resultats sont absents.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX30-BUDGET-PAIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-BUDGET ASSIGN TO 'FIC-BUDGET-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BUDGET.
           SELECT FIC-PAIE ASSIGN TO 'FIC-PAIE-RESULTATS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PAIE.
           SELECT FIC-REGISTRE ASSIGN TO 'FIC-REGISTRE-PAIE.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-DEPARTEMENTS ASSIGN TO 'FIC-DEPARTEMENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEPARTEMENTS.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-BUDGET.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-REALISE ASSIGN TO 'FIC-REALISE-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REALISE.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-BUDGET-REALISE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Budget annuel : une ligne par departement et par mois.
       FD  FIC-BUDGET LABEL RECORDS ARE STANDARD.
       01  ENR-BUDGET.
           05 BUD-ANNEE         PIC 9(4).
           05 BUD-DEPARTEMENT   PIC X(4).
           05 BUD-MOIS          PIC 9(2).
           05 BUD-BRUT          PIC 9(9)V99.
           05 BUD-CHARGES       PIC 9(9)V99.
           05 BUD-EFFECTIF      PIC 9(4).

      * Ligne de resultat telle qu'ecrite par ECRIRE-RESULTAT-PAIE
      * dans EX15-PRINCIPAL (montants edites ZZZZZ9.99, 120
      * octets) ; le brut comprend la prime.
       FD  FIC-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-PAIE.
           05 PAI-MATRICULE     PIC X(6).
           05 FILLER            PIC X(1).
           05 PAI-NOM-COMPLET   PIC X(36).
           05 FILLER            PIC X(1).
           05 PAI-BRUT-EDIT     PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PRIME-EDIT    PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-CHARGES-EDIT  PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-NET-EDIT      PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PATRONAL-EDIT PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-COUT-EDIT     PIC X(9).
           05 FILLER            PIC X(17).

      * Registre de paie (ECRIRE-REGISTRE-PAIE d'EX15-PRINCIPAL) :
      * lignes departement de la section effectif/brut et de la
      * section cout employeur ; registres de partition empiles par
      * EX15Q-FUSION.
       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       01  ENR-REGISTRE.
           05 REG-DEPARTEMENT   PIC X(4).
           05 REG-SEPARATEUR    PIC X(2).
           05 REG-ZONE-1        PIC X(4).
           05 FILLER            PIC X(2).
           05 REG-ZONE-2        PIC X(12).
           05 FILLER            PIC X(56).
       01  ENR-REGISTRE-COUT.
           05 FILLER            PIC X(6).
           05 REG-PATRONAL      PIC X(12).
           05 FILLER            PIC X(62).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-DEPARTEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-DEPARTEMENT.
           05 DEP-CODE          PIC X(4).
           05 DEP-LIBELLE       PIC X(20).
           05 DEP-CENTRE-COUT   PIC X(6).

       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PRM-TOLERANCE     PIC 9(2)V9.

      * Realise par departement et par periode.
       FD  FIC-REALISE LABEL RECORDS ARE STANDARD.
       01  ENR-REALISE.
           05 REA-PERIODE       PIC 9(6).
           05 REA-DEPARTEMENT   PIC X(4).
           05 REA-EFFECTIF      PIC 9(4).
           05 REA-BRUT          PIC 9(9)V99.
           05 REA-CHARGES       PIC 9(9)V99.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-BUDGET    PIC X(2) VALUE '00'.
       01 WS-STATUT-PAIE      PIC X(2) VALUE '00'.
       01 WS-STATUT-REGISTRE  PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-DEPARTEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-REALISE   PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MOIS-SYS      PIC 9(2).
          05 FILLER           PIC X(2).
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
          05 WS-PER-ANNEE     PIC 9(4).
          05 WS-PER-MOIS      PIC 9(2).
       01 WS-REA-PERIODE-W    PIC 9(6) VALUE 0.
       01 WS-REA-PERIODE-W-R REDEFINES WS-REA-PERIODE-W.
          05 WS-RPW-ANNEE     PIC 9(4).
          05 WS-RPW-MOIS      PIC 9(2).

      * Tolerance de depassement, en % du budget.
       01 WS-TOLERANCE        PIC 9(2)V9 VALUE 2.0.

      * Departements du maitre, pour ventiler les resultats.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-DEPARTEMENT PIC X(4).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-DEPARTEMENT-W    PIC X(4) VALUE SPACES.

      * Une ligne par departement rencontre (budget, resultats ou
      * registre) : budget et realise du mois, budget et realise
      * cumules depuis janvier, totaux du registre.
       01 WS-MAX-DEPARTEMENTS PIC 9(3) VALUE 100.
       01 WS-TABLE-DEPARTEMENTS.
          05 WS-DPT-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-DPT.
             10 WS-DPT-CODE         PIC X(4).
             10 WS-DPT-LIBELLE      PIC X(20).
             10 WS-DPT-BUDGETE      PIC X.
             10 WS-DPT-BUD-BRUT     PIC 9(9)V99.
             10 WS-DPT-BUD-CHARGES  PIC 9(9)V99.
             10 WS-DPT-BUD-EFFECTIF PIC 9(4).
             10 WS-DPT-BUD-CUM-BRUT PIC 9(10)V99.
             10 WS-DPT-BUD-CUM-CHARGES PIC 9(10)V99.
             10 WS-DPT-REA-BRUT     PIC 9(9)V99.
             10 WS-DPT-REA-CHARGES  PIC 9(9)V99.
             10 WS-DPT-REA-EFFECTIF PIC 9(4).
             10 WS-DPT-REA-CUM-BRUT PIC 9(10)V99.
             10 WS-DPT-REA-CUM-CHARGES PIC 9(10)V99.
             10 WS-DPT-REG-BRUT     PIC 9(9)V99.
             10 WS-DPT-REG-CHARGES  PIC 9(9)V99.
             10 WS-DPT-REG-EFFECTIF PIC 9(4).
       01 WS-NB-DEPARTEMENTS  PIC 9(3) VALUE 0.

      * Realise des periodes precedentes, relu et reecrit.
       01 WS-MAX-REALISES     PIC 9(4) VALUE 3000.
       01 WS-TABLE-REALISES.
          05 WS-REA-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-REA.
             10 WS-REA-PERIODE     PIC 9(6).
             10 WS-REA-DEPARTEMENT PIC X(4).
             10 WS-REA-EFFECTIF    PIC 9(4).
             10 WS-REA-BRUT        PIC 9(9)V99.
             10 WS-REA-CHARGES     PIC 9(9)V99.
       01 WS-NB-REALISES      PIC 9(4) VALUE 0.

       01 WS-SECTION-REGISTRE PIC X VALUE SPACE.
          88 SECTION-EFFECTIF VALUE '1'.
          88 SECTION-COUT     VALUE '2'.
       01 WS-REGISTRE-LU      PIC X VALUE 'N'.
          88 REGISTRE-LU      VALUE 'O'.

       01 WS-BRUT-W           PIC 9(9)V99 VALUE 0.
       01 WS-CHARGES-W        PIC 9(9)V99 VALUE 0.
       01 WS-COUT-BUDGET      PIC 9(10)V99 VALUE 0.
       01 WS-COUT-REALISE     PIC 9(10)V99 VALUE 0.
       01 WS-COUT-LIMITE      PIC 9(10)V99 VALUE 0.
       01 WS-ECART-W          PIC S9(10)V99 VALUE 0.
       01 WS-ECART-POURCENT   PIC S9(5)V9 VALUE 0.
       01 WS-BUDGET-W         PIC 9(10)V99 VALUE 0.
       01 WS-REALISE-W        PIC 9(10)V99 VALUE 0.
       01 WS-LIBELLE-W        PIC X(10) VALUE SPACES.

       01 WS-NB-LIGNES-BUDGET PIC 9(5) VALUE 0.
       01 WS-NB-BUDGET-REJETES PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-PAIE   PIC 9(5) VALUE 0.
       01 WS-NB-DEPASSEMENTS  PIC 9(3) VALUE 0.
       01 WS-NB-SANS-BUDGET   PIC 9(3) VALUE 0.
       01 WS-NB-DIVERGENCES   PIC 9(3) VALUE 0.
       01 WS-DEPASSEMENT-MOIS PIC X VALUE 'N'.
          88 DEPASSEMENT-MOIS VALUE 'O'.
       01 WS-DEPASSEMENT-CUMUL PIC X VALUE 'N'.
          88 DEPASSEMENT-CUMUL VALUE 'O'.

       01 WS-TOT-BUD-BRUT     PIC 9(10)V99 VALUE 0.
       01 WS-TOT-BUD-CHARGES  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REA-BRUT     PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REA-CHARGES  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-BUD-CUM      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-REA-CUM      PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-BUDGET-EDIT      PIC ZZZZZZZZZ9.99.
       01 WS-REALISE-EDIT     PIC ZZZZZZZZZ9.99.
       01 WS-ECART-EDIT       PIC ---------9.99.
       01 WS-POURCENT-EDIT    PIC ----9.9.
       01 WS-ECART-EFF-EDIT   PIC ----9.
       01 WS-EFFECTIF-EDIT    PIC ZZZ9.
       01 WS-EFFECTIF2-EDIT   PIC ZZZ9.
       01 WS-TOLERANCE-EDIT   PIC Z9.9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Budget de masse salariale : budget / realise'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SYS.

           PERFORM LIRE-PARAMETRES.
           PERFORM CHARGER-LIBELLES.
           PERFORM CHARGER-BUDGET.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CUMULER-RESULTATS.
           PERFORM CUMULER-REGISTRE.
           PERFORM CHARGER-REALISES.
           PERFORM RANGER-REALISE-PERIODE.
           PERFORM CUMULER-REALISES-ANNEE.
           PERFORM SAUVEGARDER-REALISES.

           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                   UNTIL WS-IDX-DPT > WS-NB-DEPARTEMENTS
               PERFORM EDITER-DEPARTEMENT
           END-PERFORM.
           PERFORM ECRIRE-TOTAUX.
           CLOSE FIC-RAPPORT.

           IF WS-NB-DEPASSEMENTS > 0 OR WS-NB-SANS-BUDGET > 0
                   OR WS-NB-DIVERGENCES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Periode            : ' WS-PERIODE.
           DISPLAY 'Lignes de paie     : ' WS-NB-LIGNES-PAIE.
           DISPLAY 'Departements       : ' WS-NB-DEPARTEMENTS.
           DISPLAY 'En depassement     : ' WS-NB-DEPASSEMENTS.
           DISPLAY 'Sans budget        : ' WS-NB-SANS-BUDGET.
           DISPLAY 'Ecarts au registre : ' WS-NB-DIVERGENCES.
           DISPLAY 'Rapport dans FIC-BUDGET-REALISE.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAMETRES.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-TOLERANCE > 0
                           MOVE PRM-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE FIC-PARAM
           END-IF.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               COMPUTE WS-PERIODE =
                   WS-ANNEE-SYS * 100 + WS-MOIS-SYS
           END-IF.

      *---------------------------------------------------------------
      * Libelles des departements (facultatif : le code suffit).
       CHARGER-LIBELLES.
           OPEN INPUT FIC-DEPARTEMENTS.
           IF WS-STATUT-DEPARTEMENTS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DEPARTEMENTS NOT = '00'
               READ FIC-DEPARTEMENTS
                   AT END MOVE '10' TO WS-STATUT-DEPARTEMENTS
                   NOT AT END
                       MOVE DEP-CODE TO WS-DEPARTEMENT-W
                       PERFORM TROUVER-DEPARTEMENT
                       MOVE DEP-LIBELLE
                           TO WS-DPT-LIBELLE(WS-IDX-DPT)
               END-READ
           END-PERFORM.
           CLOSE FIC-DEPARTEMENTS.

      *---------------------------------------------------------------
      * Les lignes d'une autre annee sont ignorees ; le budget des
      * mois de janvier a la periode forme le budget cumule. Un
      * departement/mois en double : la derniere ligne l'emporte.
       CHARGER-BUDGET.
           OPEN INPUT FIC-BUDGET.
           IF WS-STATUT-BUDGET NOT = '00'
               DISPLAY 'FIC-BUDGET-PAIE.dat introuvable : charger le '
                       'budget de l''annee'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-BUDGET NOT = '00'
               READ FIC-BUDGET
                   AT END MOVE '10' TO WS-STATUT-BUDGET
                   NOT AT END
                       IF BUD-ANNEE = WS-PER-ANNEE
                           PERFORM RANGER-BUDGET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-BUDGET.
           IF WS-NB-LIGNES-BUDGET = 0
               DISPLAY '*** FIC-BUDGET-PAIE.dat : aucun budget pour '
                       'l''annee ' WS-PER-ANNEE ' ***'
               STOP RUN 1
           END-IF.
           DISPLAY 'Lignes de budget de l''annee : '
                   WS-NB-LIGNES-BUDGET ' (rejetees '
                   WS-NB-BUDGET-REJETES ')'.

      *---------------------------------------------------------------
       RANGER-BUDGET.
           IF BUD-MOIS < 1 OR BUD-MOIS > 12
                   OR BUD-DEPARTEMENT = SPACES
               ADD 1 TO WS-NB-BUDGET-REJETES
               DISPLAY '  Budget rejete : departement '
                       BUD-DEPARTEMENT ' mois ' BUD-MOIS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES-BUDGET.
           MOVE BUD-DEPARTEMENT TO WS-DEPARTEMENT-W.
           PERFORM TROUVER-DEPARTEMENT.
           MOVE 'O' TO WS-DPT-BUDGETE(WS-IDX-DPT).
           IF BUD-MOIS = WS-PER-MOIS
               MOVE BUD-BRUT TO WS-DPT-BUD-BRUT(WS-IDX-DPT)
               MOVE BUD-CHARGES TO WS-DPT-BUD-CHARGES(WS-IDX-DPT)
               MOVE BUD-EFFECTIF TO WS-DPT-BUD-EFFECTIF(WS-IDX-DPT)
           END-IF.
           IF BUD-MOIS <= WS-PER-MOIS
               ADD BUD-BRUT TO WS-DPT-BUD-CUM-BRUT(WS-IDX-DPT)
               ADD BUD-CHARGES TO WS-DPT-BUD-CUM-CHARGES(WS-IDX-DPT)
           END-IF.

      *---------------------------------------------------------------
      * Recherche du departement WS-DEPARTEMENT-W, cree a zero
      * s'il n'est pas encore connu ; WS-IDX-DPT le designe.
       TROUVER-DEPARTEMENT.
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                   UNTIL WS-IDX-DPT > WS-NB-DEPARTEMENTS
               IF WS-DPT-CODE(WS-IDX-DPT) = WS-DEPARTEMENT-W
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-DEPARTEMENTS >= WS-MAX-DEPARTEMENTS
               DISPLAY '*** Capacite de ' WS-MAX-DEPARTEMENTS
                       ' departements depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-DEPARTEMENTS.
           SET WS-IDX-DPT TO WS-NB-DEPARTEMENTS.
           INITIALIZE WS-DPT-LIGNE(WS-IDX-DPT).
           MOVE WS-DEPARTEMENT-W TO WS-DPT-CODE(WS-IDX-DPT).
           MOVE 'N' TO WS-DPT-BUDGETE(WS-IDX-DPT).

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                           IF WS-NB-EMPLOYES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-EMPLOYES.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' employes depassee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-MATRICULE
                               TO WS-EMP-MATRICULE(WS-NB-EMPLOYES)
                           MOVE EMP-DEPARTEMENT
                               TO WS-EMP-DEPARTEMENT(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Realise du mois : un employe paye = une ligne de resultat.
      * Un matricule absent du maitre est impute au departement
      * '????', qui n'a pas de budget et ressort donc au rapport.
       CUMULER-RESULTATS.
           OPEN INPUT FIC-PAIE.
           IF WS-STATUT-PAIE NOT = '00'
               DISPLAY 'FIC-PAIE-RESULTATS.txt introuvable - lancer '
                       'la paie d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-PAIE NOT = '00'
               READ FIC-PAIE
                   AT END MOVE '10' TO WS-STATUT-PAIE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-PAIE
                       PERFORM CUMULER-LIGNE-PAIE
               END-READ
           END-PERFORM.
           CLOSE FIC-PAIE.

      *---------------------------------------------------------------
       CUMULER-LIGNE-PAIE.
           MOVE '????' TO WS-DEPARTEMENT-W.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = PAI-MATRICULE
                   MOVE WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                       TO WS-DEPARTEMENT-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM TROUVER-DEPARTEMENT.
           COMPUTE WS-BRUT-W = FUNCTION NUMVAL(PAI-BRUT-EDIT).
           COMPUTE WS-CHARGES-W = FUNCTION NUMVAL(PAI-PATRONAL-EDIT).
           ADD 1 TO WS-DPT-REA-EFFECTIF(WS-IDX-DPT).
           ADD WS-BRUT-W TO WS-DPT-REA-BRUT(WS-IDX-DPT).
           ADD WS-CHARGES-W TO WS-DPT-REA-CHARGES(WS-IDX-DPT).

      *---------------------------------------------------------------
      * Totaux du registre par departement, toutes partitions
      * confondues : effectif et brut dans la premiere section,
      * charges patronales dans la section cout employeur.
       CUMULER-REGISTRE.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'FIC-REGISTRE-PAIE.txt absent : realise non '
                       'rapproche du registre'
               EXIT PARAGRAPH
           END-IF.
           SET REGISTRE-LU TO TRUE.
           PERFORM UNTIL WS-STATUT-REGISTRE NOT = '00'
               READ FIC-REGISTRE
                   AT END MOVE '10' TO WS-STATUT-REGISTRE
                   NOT AT END
                       PERFORM EXAMINER-LIGNE-REGISTRE
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.

      *---------------------------------------------------------------
       EXAMINER-LIGNE-REGISTRE.
           EVALUATE TRUE
               WHEN ENR-REGISTRE(1:20) = '=== REGISTRE DE PAIE'
                   SET SECTION-EFFECTIF TO TRUE
                   EXIT PARAGRAPH
               WHEN ENR-REGISTRE(1:22) = '=== COUT EMPLOYEUR PAR'
                   SET SECTION-COUT TO TRUE
                   EXIT PARAGRAPH
               WHEN ENR-REGISTRE(1:3) = '==='
                   MOVE SPACE TO WS-SECTION-REGISTRE
                   EXIT PARAGRAPH
               WHEN REG-SEPARATEUR NOT = ' |'
                       OR REG-DEPARTEMENT = 'DEPT'
                       OR REG-DEPARTEMENT = 'TOT '
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE REG-DEPARTEMENT TO WS-DEPARTEMENT-W.
           IF SECTION-EFFECTIF
               PERFORM TROUVER-DEPARTEMENT
               ADD FUNCTION NUMVAL(REG-ZONE-1)
                   TO WS-DPT-REG-EFFECTIF(WS-IDX-DPT)
               ADD FUNCTION NUMVAL(REG-ZONE-2)
                   TO WS-DPT-REG-BRUT(WS-IDX-DPT)
           END-IF.
           IF SECTION-COUT
               PERFORM TROUVER-DEPARTEMENT
               ADD FUNCTION NUMVAL(REG-PATRONAL)
                   TO WS-DPT-REG-CHARGES(WS-IDX-DPT)
           END-IF.

      *---------------------------------------------------------------
      * Le realise des 24 derniers mois est conserve ; au-dela, il
      * n'a plus d'usage pour le cumul de l'annee.
       CHARGER-REALISES.
           OPEN INPUT FIC-REALISE.
           IF WS-STATUT-REALISE NOT = '00'
               DISPLAY 'FIC-REALISE-PAIE.dat absent : cumul de '
                       'l''annee reconstitue a partir de cette periode'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-REALISE NOT = '00'
               READ FIC-REALISE
                   AT END MOVE '10' TO WS-STATUT-REALISE
                   NOT AT END
                       IF REA-PERIODE NOT = WS-PERIODE
                               AND REA-PERIODE >= WS-PERIODE - 200
                           PERFORM GARDER-REALISE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-REALISE.

      *---------------------------------------------------------------
       GARDER-REALISE.
           IF WS-NB-REALISES >= WS-MAX-REALISES
               DISPLAY '*** FIC-REALISE-PAIE.dat : capacite de '
                       WS-MAX-REALISES ' lignes depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-REALISES.
           MOVE REA-PERIODE TO WS-REA-PERIODE(WS-NB-REALISES).
           MOVE REA-DEPARTEMENT TO WS-REA-DEPARTEMENT(WS-NB-REALISES).
           MOVE REA-EFFECTIF TO WS-REA-EFFECTIF(WS-NB-REALISES).
           MOVE REA-BRUT TO WS-REA-BRUT(WS-NB-REALISES).
           MOVE REA-CHARGES TO WS-REA-CHARGES(WS-NB-REALISES).

      *---------------------------------------------------------------
      * Les lignes de la periode (reprise comprise) remplacent
      * celles d'un passage precedent, ecartees au chargement.
       RANGER-REALISE-PERIODE.
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                   UNTIL WS-IDX-DPT > WS-NB-DEPARTEMENTS
               IF WS-DPT-REA-EFFECTIF(WS-IDX-DPT) > 0
                   MOVE WS-PERIODE TO REA-PERIODE
                   MOVE WS-DPT-CODE(WS-IDX-DPT) TO REA-DEPARTEMENT
                   MOVE WS-DPT-REA-EFFECTIF(WS-IDX-DPT)
                       TO REA-EFFECTIF
                   MOVE WS-DPT-REA-BRUT(WS-IDX-DPT) TO REA-BRUT
                   MOVE WS-DPT-REA-CHARGES(WS-IDX-DPT) TO REA-CHARGES
                   PERFORM GARDER-REALISE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-REALISES-ANNEE.
           PERFORM VARYING WS-IDX-REA FROM 1 BY 1
                   UNTIL WS-IDX-REA > WS-NB-REALISES
               MOVE WS-REA-PERIODE(WS-IDX-REA) TO WS-REA-PERIODE-W
               IF WS-RPW-ANNEE = WS-PER-ANNEE
                       AND WS-RPW-MOIS <= WS-PER-MOIS
                   MOVE WS-REA-DEPARTEMENT(WS-IDX-REA)
                       TO WS-DEPARTEMENT-W
                   PERFORM TROUVER-DEPARTEMENT
                   ADD WS-REA-BRUT(WS-IDX-REA)
                       TO WS-DPT-REA-CUM-BRUT(WS-IDX-DPT)
                   ADD WS-REA-CHARGES(WS-IDX-REA)
                       TO WS-DPT-REA-CUM-CHARGES(WS-IDX-DPT)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       SAUVEGARDER-REALISES.
           OPEN OUTPUT FIC-REALISE.
           PERFORM VARYING WS-IDX-REA FROM 1 BY 1
                   UNTIL WS-IDX-REA > WS-NB-REALISES
               MOVE WS-REA-PERIODE(WS-IDX-REA) TO REA-PERIODE
               MOVE WS-REA-DEPARTEMENT(WS-IDX-REA) TO REA-DEPARTEMENT
               MOVE WS-REA-EFFECTIF(WS-IDX-REA) TO REA-EFFECTIF
               MOVE WS-REA-BRUT(WS-IDX-REA) TO REA-BRUT
               MOVE WS-REA-CHARGES(WS-IDX-REA) TO REA-CHARGES
               WRITE ENR-REALISE
           END-PERFORM.
           CLOSE FIC-REALISE.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT.
           STRING '=== BUDGET / REALISE DE LA MASSE SALARIALE - '
                  'PERIODE ' WS-PERIODE ' (tolerance '
                  WS-TOLERANCE-EDIT ' %) ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'DEPT                          BUDGET        REALISE'
                  '          ECART  ECART %'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Bloc d'un departement : brut, charges et effectif du mois,
      * brut et charges cumules, puis les signalements. Le
      * depassement porte sur le cout (brut + charges), au mois ou
      * en cumul, au-dela du budget majore de la tolerance.
       EDITER-DEPARTEMENT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING WS-DPT-CODE(WS-IDX-DPT) ' '
                  WS-DPT-LIBELLE(WS-IDX-DPT)
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

           MOVE 'Mois brut ' TO WS-LIBELLE-W.
           MOVE WS-DPT-BUD-BRUT(WS-IDX-DPT) TO WS-BUDGET-W.
           MOVE WS-DPT-REA-BRUT(WS-IDX-DPT) TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE 'Mois chg.' TO WS-LIBELLE-W.
           MOVE WS-DPT-BUD-CHARGES(WS-IDX-DPT) TO WS-BUDGET-W.
           MOVE WS-DPT-REA-CHARGES(WS-IDX-DPT) TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE WS-DPT-BUD-EFFECTIF(WS-IDX-DPT) TO WS-EFFECTIF-EDIT.
           MOVE WS-DPT-REA-EFFECTIF(WS-IDX-DPT) TO WS-EFFECTIF2-EDIT.
           COMPUTE WS-ECART-W = WS-DPT-REA-EFFECTIF(WS-IDX-DPT)
                              - WS-DPT-BUD-EFFECTIF(WS-IDX-DPT).
           MOVE WS-ECART-W TO WS-ECART-EFF-EDIT.
           STRING '  Effectif             ' WS-EFFECTIF-EDIT
                  '           ' WS-EFFECTIF2-EDIT
                  '          ' WS-ECART-EFF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Cumul brut' TO WS-LIBELLE-W.
           MOVE WS-DPT-BUD-CUM-BRUT(WS-IDX-DPT) TO WS-BUDGET-W.
           MOVE WS-DPT-REA-CUM-BRUT(WS-IDX-DPT) TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE 'Cumul chg.' TO WS-LIBELLE-W.
           MOVE WS-DPT-BUD-CUM-CHARGES(WS-IDX-DPT) TO WS-BUDGET-W.
           MOVE WS-DPT-REA-CUM-CHARGES(WS-IDX-DPT) TO WS-REALISE-W.
           PERFORM EDITER-ECART.

           ADD WS-DPT-BUD-BRUT(WS-IDX-DPT) TO WS-TOT-BUD-BRUT.
           ADD WS-DPT-BUD-CHARGES(WS-IDX-DPT) TO WS-TOT-BUD-CHARGES.
           ADD WS-DPT-REA-BRUT(WS-IDX-DPT) TO WS-TOT-REA-BRUT.
           ADD WS-DPT-REA-CHARGES(WS-IDX-DPT) TO WS-TOT-REA-CHARGES.
           ADD WS-DPT-BUD-CUM-BRUT(WS-IDX-DPT)
               WS-DPT-BUD-CUM-CHARGES(WS-IDX-DPT) TO WS-TOT-BUD-CUM.
           ADD WS-DPT-REA-CUM-BRUT(WS-IDX-DPT)
               WS-DPT-REA-CUM-CHARGES(WS-IDX-DPT) TO WS-TOT-REA-CUM.

           IF WS-DPT-BUDGETE(WS-IDX-DPT) = 'N'
               IF WS-DPT-REA-CUM-BRUT(WS-IDX-DPT) > 0
                   ADD 1 TO WS-NB-SANS-BUDGET
                   MOVE '  >> AUCUN BUDGET POUR CE DEPARTEMENT'
                       TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           ELSE
               PERFORM CONTROLER-DEPASSEMENT
           END-IF.
           PERFORM CONTROLER-REGISTRE.

      *---------------------------------------------------------------
       EDITER-ECART.
           MOVE WS-BUDGET-W TO WS-BUDGET-EDIT.
           MOVE WS-REALISE-W TO WS-REALISE-EDIT.
           COMPUTE WS-ECART-W = WS-REALISE-W - WS-BUDGET-W.
           MOVE WS-ECART-W TO WS-ECART-EDIT.
           IF WS-BUDGET-W > 0
               COMPUTE WS-ECART-POURCENT ROUNDED =
                   WS-ECART-W * 100 / WS-BUDGET-W
               MOVE WS-ECART-POURCENT TO WS-POURCENT-EDIT
               STRING '  ' WS-LIBELLE-W '  ' WS-BUDGET-EDIT '  '
                      WS-REALISE-EDIT '  ' WS-ECART-EDIT '  '
                      WS-POURCENT-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               STRING '  ' WS-LIBELLE-W '  ' WS-BUDGET-EDIT '  '
                      WS-REALISE-EDIT '  ' WS-ECART-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       CONTROLER-DEPASSEMENT.
           MOVE 'N' TO WS-DEPASSEMENT-MOIS.
           MOVE 'N' TO WS-DEPASSEMENT-CUMUL.
           COMPUTE WS-COUT-BUDGET = WS-DPT-BUD-BRUT(WS-IDX-DPT)
                                  + WS-DPT-BUD-CHARGES(WS-IDX-DPT).
           COMPUTE WS-COUT-REALISE = WS-DPT-REA-BRUT(WS-IDX-DPT)
                                   + WS-DPT-REA-CHARGES(WS-IDX-DPT).
           COMPUTE WS-COUT-LIMITE ROUNDED =
               WS-COUT-BUDGET * (100 + WS-TOLERANCE) / 100.
           IF WS-COUT-REALISE > WS-COUT-LIMITE
               SET DEPASSEMENT-MOIS TO TRUE
           END-IF.
           COMPUTE WS-COUT-BUDGET = WS-DPT-BUD-CUM-BRUT(WS-IDX-DPT)
                              + WS-DPT-BUD-CUM-CHARGES(WS-IDX-DPT).
           COMPUTE WS-COUT-REALISE = WS-DPT-REA-CUM-BRUT(WS-IDX-DPT)
                              + WS-DPT-REA-CUM-CHARGES(WS-IDX-DPT).
           COMPUTE WS-COUT-LIMITE ROUNDED =
               WS-COUT-BUDGET * (100 + WS-TOLERANCE) / 100.
           IF WS-COUT-REALISE > WS-COUT-LIMITE
               SET DEPASSEMENT-CUMUL TO TRUE
           END-IF.
           IF DEPASSEMENT-MOIS OR DEPASSEMENT-CUMUL
               ADD 1 TO WS-NB-DEPASSEMENTS
               EVALUATE TRUE
                   WHEN DEPASSEMENT-MOIS AND DEPASSEMENT-CUMUL
                       MOVE '  >> DEPASSEMENT DU BUDGET : MOIS ET CUMUL'
                           TO WS-LIGNE-RAPPORT
                   WHEN DEPASSEMENT-MOIS
                       MOVE '  >> DEPASSEMENT DU BUDGET : MOIS'
                           TO WS-LIGNE-RAPPORT
                   WHEN OTHER
                       MOVE '  >> DEPASSEMENT DU BUDGET : CUMUL'
                           TO WS-LIGNE-RAPPORT
               END-EVALUATE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
      * Le registre et les resultats sortent du meme calcul : un
      * ecart trahit un registre d'une autre periode ou une fusion
      * de partitions incomplete.
       CONTROLER-REGISTRE.
           IF NOT REGISTRE-LU
               EXIT PARAGRAPH
           END-IF.
           IF WS-DPT-REG-EFFECTIF(WS-IDX-DPT)
                   NOT = WS-DPT-REA-EFFECTIF(WS-IDX-DPT)
                   OR WS-DPT-REG-BRUT(WS-IDX-DPT)
                   NOT = WS-DPT-REA-BRUT(WS-IDX-DPT)
                   OR WS-DPT-REG-CHARGES(WS-IDX-DPT)
                   NOT = WS-DPT-REA-CHARGES(WS-IDX-DPT)
               ADD 1 TO WS-NB-DIVERGENCES
               MOVE WS-DPT-REG-EFFECTIF(WS-IDX-DPT) TO WS-EFFECTIF-EDIT
               MOVE WS-DPT-REG-BRUT(WS-IDX-DPT) TO WS-BUDGET-EDIT
               MOVE WS-DPT-REG-CHARGES(WS-IDX-DPT) TO WS-REALISE-EDIT
               STRING '  >> REGISTRE DIFFERENT DES RESULTATS : eff. '
                      WS-EFFECTIF-EDIT ' brut ' WS-BUDGET-EDIT
                      ' charges ' WS-REALISE-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'TOTAL' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Mois brut ' TO WS-LIBELLE-W.
           MOVE WS-TOT-BUD-BRUT TO WS-BUDGET-W.
           MOVE WS-TOT-REA-BRUT TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE 'Mois chg.' TO WS-LIBELLE-W.
           MOVE WS-TOT-BUD-CHARGES TO WS-BUDGET-W.
           MOVE WS-TOT-REA-CHARGES TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE 'Cumul cout' TO WS-LIBELLE-W.
           MOVE WS-TOT-BUD-CUM TO WS-BUDGET-W.
           MOVE WS-TOT-REA-CUM TO WS-REALISE-W.
           PERFORM EDITER-ECART.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Departements en depassement : ' WS-NB-DEPASSEMENTS
                  ' - sans budget : ' WS-NB-SANS-BUDGET
                  ' - ecarts au registre : ' WS-NB-DIVERGENCES
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
