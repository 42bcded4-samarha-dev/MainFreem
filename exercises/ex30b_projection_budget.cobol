      *===============================================================
      * Exercice 30b - Projection du budget de masse salariale
      * Niveau : Expert
      * Chaque automne la finance construisait a la main le budget
      * de paie de l'annee suivante. Ce programme le projette mois
      * par mois, de janvier a decembre de l'annee budgetee, a
      * partir de ce que le systeme sait deja :
      *   - le maitre du jour (FIC-EMPLOYES.dat, salaries actifs) et
      *     le pourcentage de temps de travail de FIC-CONTRATS.dat,
      *     applique au salaire comme en paie ;
      *   - les augmentations programmees de FIC-AUGMENT-INDIV.dat,
      *     appliquees a leur date d'effet comme EX08B le fera ;
      *   - la prime d'anciennete : l'anciennete est recalculee a
      *     la fin de chaque mois (EX15-ANCIENNETE), les
      *     franchissements de tranche du bareme tombent donc au
      *     bon mois et sont listes ;
      *   - la fin des CDD/interims de FIC-CONTRATS.dat : le
      *     salarie sort a la date de fin (dernier mois pro-rate)
      *     sauf s'il figure dans FIC-RENOUVELLEMENTS-CDD.dat
      *     (matricule, nouvelle date de fin, zero = sans fin) ;
      *   - les postes ouverts de FIC-POSTES.dat (sans titulaire),
      *     pourvus au mois de janvier + delai de recrutement, au
      *     minimum du grade de FIC-GRILLE-SALAIRES.dat, a la
      *     quotite du poste ;
      *   - les taux en vigueur : cotisations, bareme de prime et
      *     charges patronales par tranches d'EX15-CALCSAL ;
      *   - la part variable (heures sup, commissions, rappels...)
      *     moyenne de l'annee en cours, tiree de
      *     FIC-CUMULS-EX15.dat (brut moyen du mois hors prime
      *     d'anciennete, moins le dernier salaire), reconduite
      *     chaque mois de presence et chargee par tranches.
      * Les autres charges de l'employeur (mutuelle, abondement
      * PEE, titres-restaurant) ne sont pas projetees.
      * Resultat : brut, charges patronales, cout et ETP projetes
      * par departement et par mois (FIC-PROJECTION-BUDGET.txt) et
      * FIC-BUDGET-PAIE-PROJETE.dat au format de FIC-BUDGET-PAIE.dat
      * (effectif = ETP arrondi), a revoir par la finance puis a
      * installer comme FIC-BUDGET-PAIE.dat pour EX30-BUDGET-PAIE.
      * Parametre FIC-PARAM-PROJECTION.dat : annee budgetee (zero =
      * annee prochaine) et delai de recrutement en mois (3 par
      * defaut : postes pourvus en avril).
      * Compiler les 5 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex15_cotisations.cobol -o ex15_cotisations.o
      *        -I ../copybooks
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *        -I ../copybooks
      *   cobc -c ex15_calcsal.cobol -o ex15_calcsal.o
      *        -I ../copybooks
      *   cobc -x ex30b_projection_budget.cobol ex15_calcsal.o
      *        ex15_cotisations.o ex15_anciennete.o ex35_lecparam.o
      *        -o ex30b_projection_budget -I ../copybooks
      * Executer : ./ex30b_projection_budget
      * Entree  : FIC-EMPLOYES.dat (maitre, COPY EMPREC ; obligatoire)
      *           FIC-CONTRATS.dat, FIC-RENOUVELLEMENTS-CDD.dat,
      *           FIC-AUGMENT-INDIV.dat, FIC-CUMULS-EX15.dat,
      *           FIC-POSTES.dat (COPY POSTEREC),
      *           FIC-GRILLE-SALAIRES.dat, FIC-PARAM-PROJECTION.dat
      *           (tous facultatifs)
      * Sortie  : FIC-PROJECTION-BUDGET.txt (rapport)
      *           FIC-BUDGET-PAIE-PROJETE.dat (budget propose)
      * Code retour : 0, 1 = maitre absent ou parametre invalide,
      *               4 = lignes a revoir (CDD deja echu, poste
      *               ouvert sans grade connu), 8 = capacite depassee
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX30B-PROJECTION-BUDGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-PROJECTION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-RENOUVELLEMENTS
               ASSIGN TO 'FIC-RENOUVELLEMENTS-CDD.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RENOUV.
           SELECT FIC-AUGMENTS ASSIGN TO 'FIC-AUGMENT-INDIV.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUGMENTS.
           SELECT FIC-CUMULS ASSIGN TO 'FIC-CUMULS-EX15.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FIC-GRILLE ASSIGN TO 'FIC-GRILLE-SALAIRES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-GRILLE.
           SELECT FIC-BUDGET ASSIGN TO 'FIC-BUDGET-PAIE-PROJETE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BUDGET.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-PROJECTION-BUDGET.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PROJECTION.
           05 PRJ-ANNEE         PIC 9(4).
           05 PRJ-DELAI-RECRUTEMENT PIC 9(2).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Meme enregistrement que FIC-CONTRATS dans EX15-PRINCIPAL.
       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

      * CDD ou interims dont le renouvellement est prevu : nouvelle
      * date de fin, zero = reconduit sans fin sur l'annee.
       FD  FIC-RENOUVELLEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-RENOUVELLEMENT.
           05 REN-MATRICULE     PIC X(6).
           05 REN-DATE-FIN      PIC 9(8).

      * Meme enregistrement que FIC-AUGMENTS dans EX08B.
       FD  FIC-AUGMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-AUGMENT.
           05 AUG-MATRICULE     PIC X(6).
           05 AUG-DATE-EFFET    PIC 9(8).
           05 AUG-TYPE          PIC X.
           05 AUG-SALAIRE-NOUV  PIC 9(6).
           05 AUG-TAUX          PIC 9V999.

      * Meme enregistrement que FIC-CUMULS dans EX15-PRINCIPAL.
       FD  FIC-CUMULS LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL.
           05 CUM-MATRICULE      PIC X(6).
           05 CUM-ANNEE          PIC 9(4).
           05 CUM-BRUT           PIC 9(10)V99.
           05 CUM-CHARGES        PIC 9(10)V99.
           05 CUM-NET            PIC 9(10)V99.
           05 CUM-PRIME          PIC 9(8)V99.
           05 CUM-DERNIER-SALAIRE PIC 9(6)V99.
           05 CUM-NB-PERIODES    PIC 9(2).

       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY POSTEREC.

      * Meme enregistrement que FIC-GRILLE dans EX25.
       FD  FIC-GRILLE LABEL RECORDS ARE STANDARD.
       01  ENR-GRILLE.
           05 GRI-CODE          PIC X(3).
           05 GRI-MINIMUM       PIC 9(6).
           05 GRI-MAXIMUM       PIC 9(6).

      * Meme enregistrement que FIC-BUDGET dans EX30-BUDGET-PAIE.
       FD  FIC-BUDGET LABEL RECORDS ARE STANDARD.
       01  ENR-BUDGET.
           05 BUD-ANNEE         PIC 9(4).
           05 BUD-DEPARTEMENT   PIC X(4).
           05 BUD-MOIS          PIC 9(2).
           05 BUD-BRUT          PIC 9(9)V99.
           05 BUD-CHARGES       PIC 9(9)V99.
           05 BUD-EFFECTIF      PIC 9(4).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-RENOUV    PIC X(2) VALUE '00'.
       01 WS-STATUT-AUGMENTS  PIC X(2) VALUE '00'.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-GRILLE    PIC X(2) VALUE '00'.
       01 WS-STATUT-BUDGET    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MOIS-SYS      PIC 9(2).
          05 WS-JOUR-SYS      PIC 9(2).
       01 WS-ANNEE-PROJ       PIC 9(4) VALUE 0.
       01 WS-DELAI-RECRUTEMENT PIC 9(2) VALUE 3.
       01 WS-MOIS-EMBAUCHE    PIC 9(2) VALUE 0.

      * Dernier jour de chaque mois de l'annee budgetee : date de
      * reference de l'anciennete et des augmentations du mois.
       01 WS-DATE-MOIS        PIC 9(8) VALUE 0.
       01 WS-DATE-MOIS-R REDEFINES WS-DATE-MOIS.
          05 WS-DMO-AAAA      PIC 9(4).
          05 WS-DMO-MM        PIC 9(2).
          05 WS-DMO-JJ        PIC 9(2).
       01 WS-JOURS-MOIS-VALEURS PIC X(24)
                              VALUE '312831303130313130313031'.
       01 WS-JOURS-MOIS-TABLE REDEFINES WS-JOURS-MOIS-VALEURS.
          05 WS-JOURS-MOIS    PIC 9(2) OCCURS 12 TIMES.
       01 WS-QUOTIENT         PIC 9(4) VALUE 0.
       01 WS-RESTE            PIC 9(4) VALUE 0.
       01 WS-MOIS             PIC 9(2) VALUE 0.

       01 WS-DATE-FIN-W       PIC 9(8) VALUE 0.
       01 WS-DATE-FIN-R REDEFINES WS-DATE-FIN-W.
          05 WS-FIN-AAAA      PIC 9(4).
          05 WS-FIN-MM        PIC 9(2).
          05 WS-FIN-JJ        PIC 9(2).

      * Contrats (type, pourcentage, fin).
       01 WS-MAX-CONTRATS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE PIC X(6).
             10 WS-CTR-TYPE      PIC X(3).
             10 WS-CTR-POURCENT  PIC 9(3).
             10 WS-CTR-DATE-FIN  PIC 9(8).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.

       01 WS-MAX-RENOUV       PIC 9(4) VALUE 500.
       01 WS-TABLE-RENOUV.
          05 WS-REN-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-REN.
             10 WS-REN-MATRICULE PIC X(6).
             10 WS-REN-DATE-FIN  PIC 9(8).
       01 WS-NB-RENOUV        PIC 9(4) VALUE 0.

      * Augmentations programmees, dans l'ordre du fichier.
       01 WS-MAX-AUGMENTS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-AUGMENTS.
          05 WS-AUG-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-AUG.
             10 WS-AUG-MATRICULE   PIC X(6).
             10 WS-AUG-DATE-EFFET  PIC 9(8).
             10 WS-AUG-TYPE        PIC X.
             10 WS-AUG-SALAIRE-NOUV PIC 9(6).
             10 WS-AUG-TAUX        PIC 9V999.
             10 WS-AUG-APPLIQUEE   PIC X.
       01 WS-NB-AUGMENTS      PIC 9(4) VALUE 0.

      * Part variable mensuelle moyenne de l'annee en cours.
       01 WS-MAX-CUMULS       PIC 9(4) VALUE 2000.
       01 WS-TABLE-CUMULS.
          05 WS-CUM-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CUM.
             10 WS-CUM-MATRICULE PIC X(6).
             10 WS-CUM-VARIABLE  PIC 9(6)V99.
       01 WS-NB-CUMULS        PIC 9(4) VALUE 0.
       01 WS-BRUT-REALISE     PIC 9(11)V99 VALUE 0.
       01 WS-MOYENNE-W        PIC 9(8)V99 VALUE 0.

       01 WS-MAX-GRADES       PIC 9(2) VALUE 50.
       01 WS-TABLE-GRILLE.
          05 WS-GRILLE-LIGNE OCCURS 50 TIMES
                  INDEXED BY WS-IDX-GRI.
             10 WS-GRI-CODE PIC X(3).
             10 WS-GRI-MIN  PIC 9(6).
       01 WS-NB-GRADES        PIC 9(2) VALUE 0.
       01 WS-GRADE-TROUVE     PIC X VALUE 'N'.
          88 GRADE-TROUVE     VALUE 'O'.

      * Brut, charges patronales et ETP par departement et mois.
       01 WS-MAX-DEPARTEMENTS PIC 9(3) VALUE 100.
       01 WS-TABLE-DEPTS.
          05 WS-DEP-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-DEP.
             10 WS-DEP-CODE        PIC X(4).
             10 WS-DEP-MOIS OCCURS 12 TIMES.
                15 WS-DEP-BRUT     PIC 9(9)V99.
                15 WS-DEP-CHARGES  PIC 9(9)V99.
                15 WS-DEP-ETP      PIC 9(5)V99.
       01 WS-NB-DEPTS         PIC 9(3) VALUE 0.
       01 WS-DEPARTEMENT-W    PIC X(4) VALUE SPACES.

       01 WS-TABLE-TOTAUX.
          05 WS-TOT-MOIS OCCURS 12 TIMES.
             10 WS-TOT-BRUT        PIC 9(9)V99.
             10 WS-TOT-CHARGES     PIC 9(9)V99.
             10 WS-TOT-ETP         PIC 9(5)V99.

      * Situation du salarie ou du poste en cours de projection.
       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-SALAIRE-PLEIN    PIC 9(6)V99 VALUE 0.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.
       01 WS-TYPE-CONTRAT-W   PIC X(3) VALUE SPACES.
       01 WS-DATE-SORTIE      PIC 9(8) VALUE 0.
       01 WS-VARIABLE-W       PIC 9(6)V99 VALUE 0.
       01 WS-PRESENCE         PIC 9V9999 VALUE 0.
       01 WS-ETP-W            PIC 9V99 VALUE 0.
       01 WS-ANCIENNETE-BASE  PIC 9(2) VALUE 0.
       01 WS-TAUX-PRIME-W     PIC 9V9999 VALUE 0.
       01 WS-TAUX-PRIME-PREC  PIC 9V9999 VALUE 0.
       01 WS-CHARGES-W        PIC 9(8)V99 VALUE 0.
       01 WS-MOIS-DEBUT       PIC 9(2) VALUE 1.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

      * Zones d'appel d'EX15-CALCSAL (memes que dans EX15-PRINCIPAL).
       01 WS-EMPLOYE.
          05 EMP-MATRICULE-W PIC X(6).
          05 EMP-NOM-W       PIC X(20).
          05 EMP-PRENOM-W    PIC X(15).
          05 EMP-SALAIRE-W   PIC 9(6)V99.
          05 EMP-ANCIENNETE-W PIC 9(2).
          05 EMP-HEURES-SUP-W PIC 9(3)V99.

       01 WS-PAIE.
          05 PAI-BRUT      PIC 9(8)V99.
          05 PAI-CHARGES   PIC 9(8)V99.
          05 PAI-NET       PIC 9(8)V99.
          05 PAI-PRIME     PIC 9(6)V99.
          05 PAI-TAUX-CHARGES PIC 9V999.
          05 PAI-CHARGES-PATRONALES PIC 9(8)V99.
          05 PAI-COUT-EMPLOYEUR PIC 9(8)V99.
          05 PAI-PLAFOND-SS PIC 9(6)V99.
          05 PAI-TAUX-PATRONAL-TA PIC 9V999.
          05 PAI-TAUX-PATRONAL-TB PIC 9V999.
          05 PAI-MODE-CALCUL PIC X VALUE SPACE.
          05 PAI-NET-CIBLE  PIC 9(8)V99 VALUE 0.
          05 PAI-TAUX-IMPOT PIC 9V999 VALUE 0.
          05 PAI-ECART-NET  PIC S9(6)V99 VALUE 0.

       COPY COTISREC.

       01 WS-NB-ACTIFS        PIC 9(5) VALUE 0.
       01 WS-NB-SORTIES-CDD   PIC 9(5) VALUE 0.
       01 WS-NB-RENOUVELES    PIC 9(5) VALUE 0.
       01 WS-NB-CDD-ECHUS     PIC 9(5) VALUE 0.
       01 WS-NB-AUG-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-NB-FRANCHISSEMENTS PIC 9(5) VALUE 0.
       01 WS-NB-POSTES-OUVERTS PIC 9(5) VALUE 0.
       01 WS-NB-POSTES-SANS-GRADE PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-BUDGET PIC 9(5) VALUE 0.
       01 WS-TOTAL-BRUT       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CHARGES    PIC 9(11)V99 VALUE 0.
       01 WS-ANNEE-BRUT       PIC 9(11)V99 VALUE 0.
       01 WS-ANNEE-CHARGES    PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE            PIC X(100) VALUE SPACES.
       01 WS-BRUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-CHARGES-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-COUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-ETP-EDIT         PIC ZZZZ9.99.
       01 WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.
       01 WS-TOTAL-CHARGES-EDIT PIC ZZZZZZZZZZ9.99.
       01 WS-TOTAL-COUT-EDIT  PIC ZZZZZZZZZZ9.99.
       01 WS-TAUX-EDIT        PIC 9.9999.
       01 WS-SALAIRE-EDIT     PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Projection du budget de masse salariale'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SYS.

           PERFORM LIRE-PARAMETRES.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-RENOUVELLEMENTS.
           PERFORM CHARGER-AUGMENTS.
           PERFORM CHARGER-CUMULS.
           PERFORM CHARGER-GRILLE.

           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.

           READ FIC-EMPLOYES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF EMP-MATRICULE NOT = '*ENTET'
                       AND EMP-MATRICULE NOT = '*FIN**'
                       AND EMP-ACTIF
                   ADD 1 TO WS-NB-ACTIFS
                   PERFORM PROJETER-EMPLOYE
               END-IF
               READ FIC-EMPLOYES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

           PERFORM PROJETER-POSTES-OUVERTS.

           PERFORM ECRIRE-PROJECTION.
           PERFORM ECRIRE-BUDGET-PROJETE.
           PERFORM ECRIRE-SYNTHESE.
           CLOSE FIC-RAPPORT.

           IF WS-NB-CDD-ECHUS > 0 OR WS-NB-POSTES-SANS-GRADE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Annee projetee     : ' WS-ANNEE-PROJ.
           DISPLAY 'Actifs projetes    : ' WS-NB-ACTIFS.
           DISPLAY 'Sorties de CDD     : ' WS-NB-SORTIES-CDD.
           DISPLAY 'Postes a pourvoir  : ' WS-NB-POSTES-OUVERTS.
           DISPLAY 'Lignes de budget   : ' WS-NB-LIGNES-BUDGET.
           DISPLAY 'Rapport dans FIC-PROJECTION-BUDGET.txt, budget '
                   'propose dans FIC-BUDGET-PAIE-PROJETE.dat'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Annee budgetee : l'annee prochaine par defaut ; une annee
      * deja ecoulee n'a pas de sens pour un budget.
       LIRE-PARAMETRES.
           COMPUTE WS-ANNEE-PROJ = WS-ANNEE-SYS + 1.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PRJ-ANNEE NOT NUMERIC
                               OR PRJ-DELAI-RECRUTEMENT NOT NUMERIC
                           DISPLAY '*** FIC-PARAM-PROJECTION.dat '
                                   'non numerique ***'
                           CLOSE FIC-PARAM
                           STOP RUN 1
                       END-IF
                       IF PRJ-ANNEE > 0
                           MOVE PRJ-ANNEE TO WS-ANNEE-PROJ
                       END-IF
                       MOVE PRJ-DELAI-RECRUTEMENT
                           TO WS-DELAI-RECRUTEMENT
               END-READ
               CLOSE FIC-PARAM
           END-IF.
           IF WS-ANNEE-PROJ < WS-ANNEE-SYS
               DISPLAY '*** Annee ' WS-ANNEE-PROJ
                       ' deja ecoulee : pas de projection ***'
               STOP RUN 1
           END-IF.
           COMPUTE WS-MOIS-EMBAUCHE = WS-DELAI-RECRUTEMENT + 1.

           DIVIDE WS-ANNEE-PROJ BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.
           IF WS-RESTE = 0
               MOVE 29 TO WS-JOURS-MOIS(2)
           END-IF.
           DIVIDE WS-ANNEE-PROJ BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.
           IF WS-RESTE = 0
               DIVIDE WS-ANNEE-PROJ BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               IF WS-RESTE NOT = 0
                   MOVE 28 TO WS-JOURS-MOIS(2)
               END-IF
           END-IF.

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : tous temps plein, '
                       'sans fin de contrat'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS NOT < WS-MAX-CONTRATS
                           DISPLAY '*** Capacite de ' WS-MAX-CONTRATS
                                   ' contrats depassee - projection '
                                   'arretee ***'
                           CLOSE FIC-CONTRATS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE
                           TO WS-CTR-MATRICULE(WS-NB-CONTRATS)
                       MOVE CTR-TYPE TO WS-CTR-TYPE(WS-NB-CONTRATS)
                       MOVE CTR-POURCENT
                           TO WS-CTR-POURCENT(WS-NB-CONTRATS)
                       MOVE CTR-DATE-FIN
                           TO WS-CTR-DATE-FIN(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
       CHARGER-RENOUVELLEMENTS.
           OPEN INPUT FIC-RENOUVELLEMENTS.
           IF WS-STATUT-RENOUV NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-RENOUV NOT = '00'
               READ FIC-RENOUVELLEMENTS
                   AT END MOVE '10' TO WS-STATUT-RENOUV
                   NOT AT END
                       IF WS-NB-RENOUV NOT < WS-MAX-RENOUV
                           DISPLAY '*** Capacite de ' WS-MAX-RENOUV
                                   ' renouvellements depassee - '
                                   'projection arretee ***'
                           CLOSE FIC-RENOUVELLEMENTS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-RENOUV
                       MOVE REN-MATRICULE
                           TO WS-REN-MATRICULE(WS-NB-RENOUV)
                       IF REN-DATE-FIN NUMERIC
                           MOVE REN-DATE-FIN
                               TO WS-REN-DATE-FIN(WS-NB-RENOUV)
                       ELSE
                           MOVE 0 TO WS-REN-DATE-FIN(WS-NB-RENOUV)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-RENOUVELLEMENTS.

      *---------------------------------------------------------------
       CHARGER-AUGMENTS.
           OPEN INPUT FIC-AUGMENTS.
           IF WS-STATUT-AUGMENTS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-AUGMENTS NOT = '00'
               READ FIC-AUGMENTS
                   AT END MOVE '10' TO WS-STATUT-AUGMENTS
                   NOT AT END
                       IF WS-NB-AUGMENTS NOT < WS-MAX-AUGMENTS
                           DISPLAY '*** Capacite de ' WS-MAX-AUGMENTS
                                   ' augmentations programmees '
                                   'depassee - projection arretee ***'
                           CLOSE FIC-AUGMENTS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-AUGMENTS
                       MOVE AUG-MATRICULE
                           TO WS-AUG-MATRICULE(WS-NB-AUGMENTS)
                       MOVE AUG-DATE-EFFET
                           TO WS-AUG-DATE-EFFET(WS-NB-AUGMENTS)
                       MOVE AUG-TYPE TO WS-AUG-TYPE(WS-NB-AUGMENTS)
                       MOVE AUG-SALAIRE-NOUV
                           TO WS-AUG-SALAIRE-NOUV(WS-NB-AUGMENTS)
                       MOVE AUG-TAUX TO WS-AUG-TAUX(WS-NB-AUGMENTS)
                       MOVE 'N' TO WS-AUG-APPLIQUEE(WS-NB-AUGMENTS)
               END-READ
           END-PERFORM.
           CLOSE FIC-AUGMENTS.
           DISPLAY 'Augmentations programmees : ' WS-NB-AUGMENTS.

      *---------------------------------------------------------------
      * Seuls les cumuls de l'annee en cours servent : la part
      * variable est le brut moyen du mois, hors prime d'anciennete,
      * au-dela du dernier salaire de base paye.
       CHARGER-CUMULS.
           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               DISPLAY 'FIC-CUMULS-EX15.dat absent : pas de part '
                       'variable projetee'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUMULS NOT = '00'
               READ FIC-CUMULS
                   AT END MOVE '10' TO WS-STATUT-CUMULS
                   NOT AT END
                       IF CUM-ANNEE = WS-ANNEE-SYS
                               AND CUM-NB-PERIODES > 0
                           PERFORM RETENIR-CUMUL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS.

       RETENIR-CUMUL.
           ADD CUM-BRUT TO WS-BRUT-REALISE.
           IF WS-NB-CUMULS NOT < WS-MAX-CUMULS
               DISPLAY '*** Capacite de ' WS-MAX-CUMULS
                       ' cumuls depassee - projection arretee ***'
               CLOSE FIC-CUMULS
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-CUMULS.
           MOVE CUM-MATRICULE TO WS-CUM-MATRICULE(WS-NB-CUMULS).
           MOVE 0 TO WS-CUM-VARIABLE(WS-NB-CUMULS).
           COMPUTE WS-MOYENNE-W ROUNDED =
               (CUM-BRUT - CUM-PRIME) / CUM-NB-PERIODES.
           IF WS-MOYENNE-W > CUM-DERNIER-SALAIRE
               COMPUTE WS-CUM-VARIABLE(WS-NB-CUMULS) =
                   WS-MOYENNE-W - CUM-DERNIER-SALAIRE
           END-IF.

      *---------------------------------------------------------------
       CHARGER-GRILLE.
           OPEN INPUT FIC-GRILLE.
           IF WS-STATUT-GRILLE NOT = '00'
               DISPLAY 'FIC-GRILLE-SALAIRES.dat absent : postes '
                       'ouverts non chiffres'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-GRILLE NOT = '00'
               READ FIC-GRILLE
                   AT END MOVE '10' TO WS-STATUT-GRILLE
                   NOT AT END
                       IF WS-NB-GRADES NOT < WS-MAX-GRADES
                           DISPLAY '*** Capacite de ' WS-MAX-GRADES
                                   ' grades depassee - projection '
                                   'arretee ***'
                           CLOSE FIC-GRILLE
                           STOP RUN 8
                       END-IF
                       IF GRI-MINIMUM NUMERIC
                           ADD 1 TO WS-NB-GRADES
                           MOVE GRI-CODE TO WS-GRI-CODE(WS-NB-GRADES)
                           MOVE GRI-MINIMUM
                               TO WS-GRI-MIN(WS-NB-GRADES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-GRILLE.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           STRING '=== PROJECTION DU BUDGET DE MASSE SALARIALE '
                  WS-ANNEE-PROJ ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Etabli le ' WS-DATE-SYS ' sur le maitre du jour ;'
                  ' postes ouverts pourvus au mois ' WS-MOIS-EMBAUCHE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE '--- Evenements de l''annee ---' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Un salarie actif : contrat, date de sortie, part variable,
      * puis les douze mois.
       PROJETER-EMPLOYE.
           MOVE EMP-MATRICULE TO WS-MATRICULE-W.
           MOVE EMP-DEPARTEMENT TO WS-DEPARTEMENT-W.
           MOVE EMP-SALAIRE TO WS-SALAIRE-PLEIN.
           MOVE 1 TO WS-MOIS-DEBUT.
           PERFORM LIRE-CONTRAT-EMPLOYE.
           IF WS-DATE-SORTIE > 0
                   AND WS-DATE-SORTIE < WS-ANNEE-PROJ * 10000 + 101
               ADD 1 TO WS-NB-CDD-ECHUS
               STRING WS-MATRICULE-W ' ' WS-TYPE-CONTRAT-W
                      ' termine le ' WS-DATE-SORTIE
                      ' avant l''annee : non projete, a revoir'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-SORTIE > 0
                   AND WS-DATE-SORTIE < (WS-ANNEE-PROJ + 1) * 10000
               ADD 1 TO WS-NB-SORTIES-CDD
               STRING WS-MATRICULE-W ' ' WS-TYPE-CONTRAT-W
                      ' sortie le ' WS-DATE-SORTIE
                      ' (non renouvele)'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           MOVE 0 TO WS-VARIABLE-W.
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
                   UNTIL WS-IDX-CUM > WS-NB-CUMULS
               IF WS-CUM-MATRICULE(WS-IDX-CUM) = WS-MATRICULE-W
                   MOVE WS-CUM-VARIABLE(WS-IDX-CUM) TO WS-VARIABLE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM CHERCHER-DEPARTEMENT.
           MOVE 0 TO WS-TAUX-PRIME-PREC.
           PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
               PERFORM PROJETER-MOIS-EMPLOYE
           END-PERFORM.

      *---------------------------------------------------------------
      * Meme regle qu'EX15-PRINCIPAL : un pourcentage a zero ou
      * absent vaut temps plein. Seuls CDD et interims ont une fin ;
      * un renouvellement prevu la remplace.
       LIRE-CONTRAT-EMPLOYE.
           MOVE 'CDI' TO WS-TYPE-CONTRAT-W.
           MOVE 100 TO WS-POURCENT-W.
           MOVE 0 TO WS-DATE-SORTIE.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = WS-MATRICULE-W
                   MOVE WS-CTR-TYPE(WS-IDX-CTR) TO WS-TYPE-CONTRAT-W
                   IF WS-CTR-POURCENT(WS-IDX-CTR) > 0
                       MOVE WS-CTR-POURCENT(WS-IDX-CTR)
                           TO WS-POURCENT-W
                   END-IF
                   IF (WS-CTR-TYPE(WS-IDX-CTR) = 'CDD'
                           OR WS-CTR-TYPE(WS-IDX-CTR) = 'INT')
                           AND WS-CTR-DATE-FIN(WS-IDX-CTR) NUMERIC
                       MOVE WS-CTR-DATE-FIN(WS-IDX-CTR)
                           TO WS-DATE-SORTIE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DATE-SORTIE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-REN FROM 1 BY 1
                   UNTIL WS-IDX-REN > WS-NB-RENOUV
               IF WS-REN-MATRICULE(WS-IDX-REN) = WS-MATRICULE-W
                   MOVE WS-REN-DATE-FIN(WS-IDX-REN) TO WS-DATE-SORTIE
                   ADD 1 TO WS-NB-RENOUVELES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Un mois : presence (sortie en cours de mois pro-ratee au
      * jour), salaire porte par les augmentations atteintes a la
      * fin du mois, anciennete a la fin du mois, calcul de paie.
       PROJETER-MOIS-EMPLOYE.
           MOVE WS-ANNEE-PROJ TO WS-DMO-AAAA.
           MOVE WS-MOIS TO WS-DMO-MM.
           MOVE WS-JOURS-MOIS(WS-MOIS) TO WS-DMO-JJ.
           MOVE 1 TO WS-PRESENCE.
           IF WS-DATE-SORTIE > 0
               MOVE WS-DATE-SORTIE TO WS-DATE-FIN-W
               IF WS-DATE-SORTIE < WS-DATE-MOIS - WS-DMO-JJ + 1
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-SORTIE < WS-DATE-MOIS
                   COMPUTE WS-PRESENCE ROUNDED =
                       WS-FIN-JJ / WS-DMO-JJ
               END-IF
           END-IF.

           PERFORM APPLIQUER-AUGMENTS.

           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-MOIS
               BY REFERENCE EMP-ANCIENNETE-W
               BY REFERENCE WS-RETOUR-ANC.
           IF WS-RETOUR-ANC = 4 OR WS-RETOUR-ANC = 8
               COMPUTE EMP-ANCIENNETE-W =
                   EMP-ANCIENNETE + WS-ANNEE-PROJ - WS-ANNEE-SYS
           END-IF.

           MOVE WS-MATRICULE-W TO EMP-MATRICULE-W.
           MOVE EMP-NOM TO EMP-NOM-W.
           MOVE EMP-PRENOM TO EMP-PRENOM-W.
           COMPUTE EMP-SALAIRE-W ROUNDED =
               WS-SALAIRE-PLEIN * WS-POURCENT-W / 100 * WS-PRESENCE.
           MOVE 0 TO EMP-HEURES-SUP-W.
           PERFORM CALCULER-MOIS.

           MOVE 0 TO WS-TAUX-PRIME-W.
           IF EMP-SALAIRE-W > 0
               COMPUTE WS-TAUX-PRIME-W ROUNDED =
                   PAI-PRIME / EMP-SALAIRE-W
           END-IF.
      * Le taux rendu est pris au millieme pres : l'arrondi de la
      * prime au centime ne doit pas passer pour un franchissement.
           IF WS-TAUX-PRIME-PREC > 0
                   AND WS-TAUX-PRIME-W > WS-TAUX-PRIME-PREC + 0.001
               ADD 1 TO WS-NB-FRANCHISSEMENTS
               MOVE WS-TAUX-PRIME-W TO WS-TAUX-EDIT
               STRING WS-MATRICULE-W ' franchit une tranche de prime '
                      'en ' WS-DMO-MM '/' WS-DMO-AAAA ' (anciennete '
                      EMP-ANCIENNETE-W ', taux ' WS-TAUX-EDIT ')'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
           MOVE WS-TAUX-PRIME-W TO WS-TAUX-PRIME-PREC.

           COMPUTE WS-ETP-W ROUNDED =
               WS-POURCENT-W / 100 * WS-PRESENCE.
           PERFORM CUMULER-MOIS.

      *---------------------------------------------------------------
      * Augmentations dont la date d'effet est atteinte a la fin du
      * mois, chacune une seule fois, dans l'ordre du fichier comme
      * EX08B les appliquera. Celles d'avant l'annee sont deja
      * acquises au premier mois.
       APPLIQUER-AUGMENTS.
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTS
               IF WS-AUG-MATRICULE(WS-IDX-AUG) = WS-MATRICULE-W
                       AND WS-AUG-DATE-EFFET(WS-IDX-AUG)
                           NOT > WS-DATE-MOIS
                       AND WS-AUG-APPLIQUEE(WS-IDX-AUG) NOT = 'O'
                   MOVE 'O' TO WS-AUG-APPLIQUEE(WS-IDX-AUG)
                   IF WS-AUG-TYPE(WS-IDX-AUG) = 'P'
                       COMPUTE WS-SALAIRE-PLEIN ROUNDED =
                           WS-SALAIRE-PLEIN * WS-AUG-TAUX(WS-IDX-AUG)
                   ELSE
                       MOVE WS-AUG-SALAIRE-NOUV(WS-IDX-AUG)
                           TO WS-SALAIRE-PLEIN
                   END-IF
                   IF WS-AUG-DATE-EFFET(WS-IDX-AUG)
                           NOT < WS-ANNEE-PROJ * 10000 + 101
                       ADD 1 TO WS-NB-AUG-APPLIQUEES
                       MOVE WS-SALAIRE-PLEIN TO WS-SALAIRE-EDIT
                       STRING WS-MATRICULE-W ' augmente le '
                              WS-AUG-DATE-EFFET(WS-IDX-AUG)
                              ' : salaire ' WS-SALAIRE-EDIT
                           DELIMITED SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-UNE-LIGNE
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Calcul de paie du mois par EX15-CALCSAL, puis la part
      * variable est ajoutee au brut et les charges patronales
      * recalculees par tranches avec le plafond et les taux rendus,
      * comme EX15-PRINCIPAL apres un ajout au brut.
       CALCULER-MOIS.
           MOVE SPACE TO PAI-MODE-CALCUL.
           CALL 'EX15-CALCSAL' USING WS-EMPLOYE WS-PAIE
                                     TAB-COTISATIONS.
           IF WS-VARIABLE-W > 0
               COMPUTE PAI-BRUT ROUNDED =
                   PAI-BRUT + WS-VARIABLE-W * WS-PRESENCE
               IF PAI-BRUT > PAI-PLAFOND-SS
                   COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                       PAI-PLAFOND-SS * PAI-TAUX-PATRONAL-TA
                       + (PAI-BRUT - PAI-PLAFOND-SS)
                         * PAI-TAUX-PATRONAL-TB
               ELSE
                   COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                       PAI-BRUT * PAI-TAUX-PATRONAL-TA
               END-IF
           END-IF.

      *---------------------------------------------------------------
       CUMULER-MOIS.
           ADD PAI-BRUT TO WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS).
           ADD PAI-CHARGES-PATRONALES
               TO WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS).
           ADD WS-ETP-W TO WS-DEP-ETP(WS-IDX-DEP, WS-MOIS).
           ADD PAI-BRUT TO WS-TOT-BRUT(WS-MOIS).
           ADD PAI-CHARGES-PATRONALES TO WS-TOT-CHARGES(WS-MOIS).
           ADD WS-ETP-W TO WS-TOT-ETP(WS-MOIS).

      *---------------------------------------------------------------
      * Postes ouverts sans titulaire : embauche au minimum du
      * grade, a la quotite du poste, anciennete nulle, a partir du
      * mois d'embauche. Un registre absent ne projette rien.
       PROJETER-POSTES-OUVERTS.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       IF POS-OUVERT AND POS-MATRICULE = SPACES
                           PERFORM PROJETER-POSTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES.

       PROJETER-POSTE.
           ADD 1 TO WS-NB-POSTES-OUVERTS.
           MOVE 'N' TO WS-GRADE-TROUVE.
           PERFORM VARYING WS-IDX-GRI FROM 1 BY 1
                   UNTIL WS-IDX-GRI > WS-NB-GRADES
               IF WS-GRI-CODE(WS-IDX-GRI) = POS-GRADE
                   SET GRADE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT GRADE-TROUVE
               ADD 1 TO WS-NB-POSTES-SANS-GRADE
               STRING 'Poste ' POS-ID ' ' POS-DEPARTEMENT ' grade '
                      POS-GRADE ' absent de la grille : non chiffre, '
                      'a revoir'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOIS-EMBAUCHE > 12
               STRING 'Poste ' POS-ID ' ' POS-DEPARTEMENT
                      ' pourvu apres l''annee : non projete'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRI-MIN(WS-IDX-GRI) TO WS-SALAIRE-EDIT.
           STRING 'Poste ' POS-ID ' ' POS-DEPARTEMENT ' grade '
                  POS-GRADE ' pourvu en ' WS-MOIS-EMBAUCHE '/'
                  WS-ANNEE-PROJ ' au minimum ' WS-SALAIRE-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

           MOVE POS-DEPARTEMENT TO WS-DEPARTEMENT-W.
           PERFORM CHERCHER-DEPARTEMENT.
           MOVE POS-ID TO EMP-MATRICULE-W.
           MOVE POS-LIBELLE TO EMP-NOM-W.
           MOVE SPACES TO EMP-PRENOM-W.
           MOVE 0 TO EMP-ANCIENNETE-W.
           MOVE 0 TO EMP-HEURES-SUP-W.
           MOVE 0 TO WS-VARIABLE-W.
           MOVE 1 TO WS-PRESENCE.
           PERFORM VARYING WS-MOIS FROM WS-MOIS-EMBAUCHE BY 1
                   UNTIL WS-MOIS > 12
               COMPUTE EMP-SALAIRE-W ROUNDED =
                   WS-GRI-MIN(WS-IDX-GRI) * POS-ETP
               PERFORM CALCULER-MOIS
               MOVE POS-ETP TO WS-ETP-W
               PERFORM CUMULER-MOIS
           END-PERFORM.

      *---------------------------------------------------------------
       CHERCHER-DEPARTEMENT.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
                      OR WS-DEP-CODE(WS-IDX-DEP) = WS-DEPARTEMENT-W
               CONTINUE
           END-PERFORM.
           IF WS-IDX-DEP > WS-NB-DEPTS
               IF WS-NB-DEPTS NOT < WS-MAX-DEPARTEMENTS
                   DISPLAY '*** Capacite de ' WS-MAX-DEPARTEMENTS
                           ' departements depassee - projection '
                           'arretee ***'
                   CLOSE FIC-RAPPORT
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-DEPTS
               SET WS-IDX-DEP TO WS-NB-DEPTS
               MOVE WS-DEPARTEMENT-W TO WS-DEP-CODE(WS-IDX-DEP)
               PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
                   MOVE 0 TO WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS)
                   MOVE 0 TO WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS)
                   MOVE 0 TO WS-DEP-ETP(WS-IDX-DEP, WS-MOIS)
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Douze mois par departement, puis l'entreprise.
       ECRIRE-PROJECTION.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE '--- Projection par departement et par mois ---'
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
               PERFORM ECRIRE-DEPARTEMENT
           END-PERFORM.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE 'Entreprise' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM ECRIRE-TITRE-COLONNES.
           MOVE 0 TO WS-ANNEE-BRUT.
           MOVE 0 TO WS-ANNEE-CHARGES.
           PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
               MOVE WS-TOT-BRUT(WS-MOIS) TO WS-BRUT-EDIT
               MOVE WS-TOT-CHARGES(WS-MOIS) TO WS-CHARGES-EDIT
               COMPUTE WS-COUT-EDIT =
                   WS-TOT-BRUT(WS-MOIS) + WS-TOT-CHARGES(WS-MOIS)
               MOVE WS-TOT-ETP(WS-MOIS) TO WS-ETP-EDIT
               ADD WS-TOT-BRUT(WS-MOIS) TO WS-ANNEE-BRUT
               ADD WS-TOT-CHARGES(WS-MOIS) TO WS-ANNEE-CHARGES
               PERFORM ECRIRE-LIGNE-MOIS
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-ANNEE.
           MOVE WS-ANNEE-BRUT TO WS-TOTAL-BRUT.
           MOVE WS-ANNEE-CHARGES TO WS-TOTAL-CHARGES.

       ECRIRE-DEPARTEMENT.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Departement ' WS-DEP-CODE(WS-IDX-DEP)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM ECRIRE-TITRE-COLONNES.
           MOVE 0 TO WS-ANNEE-BRUT.
           MOVE 0 TO WS-ANNEE-CHARGES.
           PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
               MOVE WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS) TO WS-BRUT-EDIT
               MOVE WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS)
                   TO WS-CHARGES-EDIT
               COMPUTE WS-COUT-EDIT =
                   WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS)
                   + WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS)
               MOVE WS-DEP-ETP(WS-IDX-DEP, WS-MOIS) TO WS-ETP-EDIT
               ADD WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS) TO WS-ANNEE-BRUT
               ADD WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS)
                   TO WS-ANNEE-CHARGES
               PERFORM ECRIRE-LIGNE-MOIS
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-ANNEE.

       ECRIRE-TITRE-COLONNES.
           MOVE 'Mois        ETP          Brut   Charges pat.'
               TO WS-LIGNE.
           MOVE '   Cout employeur' TO WS-LIGNE(47:17).
           PERFORM ECRIRE-UNE-LIGNE.

       ECRIRE-LIGNE-MOIS.
           STRING WS-ANNEE-PROJ '/' WS-MOIS ' ' WS-ETP-EDIT ' '
                  WS-BRUT-EDIT ' ' WS-CHARGES-EDIT '     '
                  WS-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

       ECRIRE-LIGNE-ANNEE.
           MOVE WS-ANNEE-BRUT TO WS-TOTAL-EDIT.
           MOVE WS-ANNEE-CHARGES TO WS-TOTAL-CHARGES-EDIT.
           COMPUTE WS-TOTAL-COUT-EDIT =
               WS-ANNEE-BRUT + WS-ANNEE-CHARGES.
           STRING 'Annee   brut ' WS-TOTAL-EDIT '  charges '
                  WS-TOTAL-CHARGES-EDIT '  cout ' WS-TOTAL-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Budget propose, une ligne par departement et par mois, au
      * format lu par EX30-BUDGET-PAIE (effectif = ETP arrondi).
       ECRIRE-BUDGET-PROJETE.
           OPEN OUTPUT FIC-BUDGET.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
               PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
                   MOVE WS-ANNEE-PROJ TO BUD-ANNEE
                   MOVE WS-DEP-CODE(WS-IDX-DEP) TO BUD-DEPARTEMENT
                   MOVE WS-MOIS TO BUD-MOIS
                   MOVE WS-DEP-BRUT(WS-IDX-DEP, WS-MOIS) TO BUD-BRUT
                   MOVE WS-DEP-CHARGES(WS-IDX-DEP, WS-MOIS)
                       TO BUD-CHARGES
                   COMPUTE BUD-EFFECTIF ROUNDED =
                       WS-DEP-ETP(WS-IDX-DEP, WS-MOIS)
                   WRITE ENR-BUDGET
                   ADD 1 TO WS-NB-LIGNES-BUDGET
               END-PERFORM
           END-PERFORM.
           CLOSE FIC-BUDGET.

      *---------------------------------------------------------------
       ECRIRE-SYNTHESE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE '--- Synthese ---' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Actifs projetes : ' WS-NB-ACTIFS
                  '  sorties de CDD : ' WS-NB-SORTIES-CDD
                  '  renouvellements : ' WS-NB-RENOUVELES
                  '  CDD deja echus : ' WS-NB-CDD-ECHUS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Augmentations de l''annee : ' WS-NB-AUG-APPLIQUEES
                  '  franchissements de tranche : '
                  WS-NB-FRANCHISSEMENTS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Postes ouverts : ' WS-NB-POSTES-OUVERTS
                  '  dont sans grade connu : '
                  WS-NB-POSTES-SANS-GRADE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE WS-BRUT-REALISE TO WS-TOTAL-EDIT.
           STRING 'Brut realise ' WS-ANNEE-SYS ' a date (cumuls) : '
                  WS-TOTAL-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE WS-TOTAL-BRUT TO WS-TOTAL-EDIT.
           STRING 'Brut projete ' WS-ANNEE-PROJ '          : '
                  WS-TOTAL-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           COMPUTE WS-TOTAL-EDIT = WS-TOTAL-BRUT + WS-TOTAL-CHARGES.
           STRING 'Cout employeur projete    : ' WS-TOTAL-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Budget propose : FIC-BUDGET-PAIE-PROJETE.dat ('
                  WS-NB-LIGNES-BUDGET ' lignes), a installer comme '
                  'FIC-BUDGET-PAIE.dat apres visa'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-UNE-LIGNE.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-LIGNE(1:72).
           MOVE SPACES TO WS-LIGNE.
