      *===============================================================
      * Exercice 15y - Interessement annuel
      * Niveau : Expert
      * Repartit l'enveloppe d'interessement d'un exercice entre les
      * beneficiaires, selon l'accord : une part proportionnelle au
      * salaire brut de l'exercice (plafonne, par defaut a 3 PASS)
      * et une part proportionnelle au temps de presence. Sont
      * beneficiaires les salaries payes sur l'exercice (partis en
      * cours d'annee compris) ayant l'anciennete minimale de
      * l'accord au 31/12. La part individuelle est plafonnee
      * (75 % du PASS par defaut) ; l'excedent d'un plafonne est
      * reparti entre les autres au prorata de leur part, jusqu'a ce
      * qu'aucun ne depasse plus le plafond.
      * Le brut vient des cumuls de l'exercice (generation archivee
      * par EX15R si la cloture annuelle est passee, sinon cumuls en
      * cours), la presence de l'historique des absences : 30 jours
      * par periode payee, moins les jours sans solde et de maladie.
      * Chaque salarie choisit la part placee sur le plan d'epargne
      * (0 a 100 %) ; sans choix exprime, tout est place.
      * La part en especes alimente FIC-PRIMES-EXCEPTION.dat (nature
      * I), payee par un cycle exceptionnel E d'EX15-PRINCIPAL lance
      * sans prime generale ; la part placee part dans l'extrait
      * destine au teneur de comptes du plan.
      * Compiler : cobc -x ex15y_interessement.cobol
      *            -o ex15y_interessement -I ../copybooks
      * Executer : ./ex15y_interessement
      * Entree  : FIC-PARAM-INTERESSEMENT.dat (exercice, enveloppe,
      *           repartition salaire/presence en %, anciennete
      *           minimale en mois, plafond individuel, plafond du
      *           salaire retenu, code du plan ; obligatoire)
      *           FIC-CUMULS-EX15-<AAAA>.dat ou FIC-CUMULS-EX15.dat
      *           FIC-HISTO-ABSENCES.dat (COPY ABSHREC)
      *           FIC-EMPLOYES.dat (maitre, COPY EMPREC)
      *           FIC-CHOIX-INTERESSEMENT.dat (part placee choisie)
      * Sortie  : FIC-PRIMES-EXCEPTION.dat (parts en especes, recree)
      *           FIC-INTERESSEMENT-PLACEMENT.txt (extrait teneur de
      *           comptes : en-tete, une ligne par salarie, fin)
      *           FIC-INTERESSEMENT.txt (etat de repartition)
      * Code retour : 0 si tout est normal, 4 si un choix est rejete
      *               ou si une partie de l'enveloppe reste non
      *               distribuee, 8 si le parametrage est incoherent,
      *               1 si le parametrage est absent.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15Y-INTERESSEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-INT
               ASSIGN TO 'FIC-PARAM-INTERESSEMENT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-INT.
           SELECT FIC-CUMULS ASSIGN TO WS-NOM-FIC-CUMULS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-HISTO-ABS ASSIGN TO 'FIC-HISTO-ABSENCES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-ABS.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CHOIX ASSIGN TO 'FIC-CHOIX-INTERESSEMENT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CHOIX.
           SELECT FIC-PRIMES-EXC ASSIGN TO 'FIC-PRIMES-EXCEPTION.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-PLACEMENT
               ASSIGN TO 'FIC-INTERESSEMENT-PLACEMENT.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-INTERESSEMENT.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametrage de l'accord pour un exercice. Les zones a zero
      * prennent les valeurs de repli ; l'enveloppe est obligatoire.
       FD  FIC-PARAM-INT LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-INT.
           05 PIN-EXERCICE      PIC 9(4).
           05 PIN-ENVELOPPE     PIC 9(9)V99.
           05 PIN-PART-SALAIRE  PIC 9(3).
           05 PIN-PART-PRESENCE PIC 9(3).
           05 PIN-ANCIENNETE-MOIS PIC 9(2).
           05 PIN-PLAFOND-INDIV PIC 9(6)V99.
           05 PIN-PLAFOND-SALAIRE PIC 9(6)V99.
           05 PIN-CODE-PLAN     PIC X(10).

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

       FD  FIC-HISTO-ABS LABEL RECORDS ARE STANDARD.
       COPY ABSHREC.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Part de l'interessement placee sur le plan d'epargne, en %
      * (0 = tout en especes, 100 = tout place).
       FD  FIC-CHOIX LABEL RECORDS ARE STANDARD.
       01  ENR-CHOIX.
           05 CHI-MATRICULE     PIC X(6).
           05 CHI-EXERCICE      PIC 9(4).
           05 CHI-POURCENT-PLACE PIC 9(3).

       FD  FIC-PRIMES-EXC LABEL RECORDS ARE STANDARD.
       01  ENR-PRIME-EXC.
           05 PEX-MATRICULE     PIC X(6).
           05 PEX-NATURE        PIC X.
           05 PEX-MONTANT       PIC 9(6)V99.

       FD  FIC-PLACEMENT LABEL RECORDS ARE STANDARD.
       01  ENR-PLACEMENT        PIC X(80).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM-INT PIC X(2) VALUE '00'.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-ABS PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CHOIX     PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-NOM-FIC-CUMULS   PIC X(40)
           VALUE 'FIC-CUMULS-EX15.dat'.

      * Parametrage de repli : 50/50, 3 mois d'anciennete, plafond
      * individuel a 75 % et salaire retenu a 3 fois le PASS.
       01 WS-EXERCICE         PIC 9(4) VALUE 0.
       01 WS-ENVELOPPE        PIC 9(9)V99 VALUE 0.
       01 WS-PART-SALAIRE     PIC 9(3) VALUE 50.
       01 WS-PART-PRESENCE    PIC 9(3) VALUE 50.
       01 WS-ANCIENNETE-MINI  PIC 9(2) VALUE 3.
       01 WS-PLAFOND-INDIV    PIC 9(6)V99 VALUE 36045.00.
       01 WS-PLAFOND-SALAIRE  PIC 9(6)V99 VALUE 144180.00.
       01 WS-CODE-PLAN        PIC X(10) VALUE 'PEE-MAINF'.
       01 WS-RAISON-SOCIALE   PIC X(30) VALUE 'MAINFREEM S.A.'.
       01 WS-ENVELOPPE-SALAIRE PIC 9(9)V99 VALUE 0.
       01 WS-ENVELOPPE-PRESENCE PIC 9(9)V99 VALUE 0.

       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).
       01 WS-MOIS-ANCIENNETE  PIC S9(5) VALUE 0.

      * Maitre employes : date d'embauche (anciennete), identite et
      * date de naissance pour le teneur de comptes.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 5000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-NOM       PIC X(20).
             10 WS-EMP-PRENOM    PIC X(15).
             10 WS-EMP-STATUT    PIC X.
             10 WS-EMP-EMBAUCHE  PIC 9(8).
             10 WS-EMP-NAISSANCE PIC 9(8).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-IDX-EMP-TROUVE   PIC 9(4) VALUE 0.

      * Historique des absences de l'exercice : une ligne par
      * matricule et periode, la derniere lue remplacant les
      * precedentes (reprise de la periode).
       01 WS-MAX-HISTO        PIC 9(5) VALUE 30000.
       01 WS-TABLE-HISTO.
          05 WS-HAB-LIGNE OCCURS 30000 TIMES
                  INDEXED BY WS-IDX-HAB.
             10 WS-HAB-MATRICULE PIC X(6).
             10 WS-HAB-PERIODE   PIC 9(6).
             10 WS-HAB-JOURS     PIC 9(3).
       01 WS-NB-HISTO         PIC 9(5) VALUE 0.
       01 WS-HAB-TROUVE       PIC X VALUE 'N'.
          88 HAB-TROUVE       VALUE 'O'.

      * Beneficiaires de l'exercice.
       01 WS-TABLE-BENEFICIAIRES.
          05 WS-BEN-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-BEN.
             10 WS-BEN-MATRICULE PIC X(6).
             10 WS-BEN-NOM       PIC X(20).
             10 WS-BEN-PRENOM    PIC X(15).
             10 WS-BEN-NAISSANCE PIC 9(8).
             10 WS-BEN-STATUT    PIC X.
             10 WS-BEN-SALAIRE   PIC 9(10)V99.
             10 WS-BEN-PRESENCE  PIC 9(4).
             10 WS-BEN-PART      PIC 9(7)V99.
             10 WS-BEN-PLAFONNE  PIC X.
             10 WS-BEN-CHOIX     PIC X.
             10 WS-BEN-POURCENT  PIC 9(3).
             10 WS-BEN-PLACE     PIC 9(7)V99.
             10 WS-BEN-ESPECES   PIC 9(7)V99.
       01 WS-NB-BENEFICIAIRES PIC 9(4) VALUE 0.

       01 WS-TOTAL-SALAIRES   PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PRESENCE   PIC 9(8) VALUE 0.
       01 WS-JOURS-ABSENCE-W  PIC 9(4) VALUE 0.
       01 WS-PRESENCE-W       PIC S9(5) VALUE 0.
       01 WS-EXCEDENT         PIC 9(9)V99 VALUE 0.
       01 WS-BASE-REPARTITION PIC 9(12)V99 VALUE 0.
       01 WS-NON-DISTRIBUE    PIC 9(9)V99 VALUE 0.
       01 WS-NB-TOURS         PIC 9(3) VALUE 0.

       01 WS-NB-CUMULS-LUS    PIC 9(5) VALUE 0.
       01 WS-NB-EXCLUS        PIC 9(4) VALUE 0.
       01 WS-NB-PLAFONNES     PIC 9(4) VALUE 0.
       01 WS-NB-CHOIX         PIC 9(4) VALUE 0.
       01 WS-NB-CHOIX-REJETES PIC 9(4) VALUE 0.
       01 WS-NB-VERSEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-PLACEMENTS    PIC 9(6) VALUE 0.
       01 WS-TOTAL-DISTRIBUE  PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PLACE      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ESPECES    PIC 9(9)V99 VALUE 0.
       01 WS-ECART-ARRONDI    PIC S9(9)V99 VALUE 0.

      * Format d'echange du teneur de comptes : enregistrements de
      * 80 caracteres, montants en numerique fixe.
       01 WS-PLC-ENTETE.
          05 PLE-TYPE-E       PIC X VALUE 'E'.
          05 PLE-CODE-PLAN    PIC X(10).
          05 PLE-EXERCICE     PIC 9(4).
          05 PLE-DATE         PIC 9(8).
          05 PLE-RAISON-SOCIALE PIC X(30).
          05 FILLER           PIC X(27) VALUE SPACES.
       01 WS-PLC-DETAIL.
          05 PLD-TYPE-D       PIC X VALUE 'D'.
          05 PLD-MATRICULE    PIC X(6).
          05 PLD-NOM          PIC X(20).
          05 PLD-PRENOM       PIC X(15).
          05 PLD-NAISSANCE    PIC 9(8).
          05 PLD-MONTANT      PIC 9(7)V99.
          05 FILLER           PIC X(21) VALUE SPACES.
       01 WS-PLC-FIN.
          05 PLF-TYPE-F       PIC X VALUE 'F'.
          05 PLF-NB-LIGNES    PIC 9(6).
          05 PLF-MONTANT      PIC 9(9)V99.
          05 FILLER           PIC X(62) VALUE SPACES.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-SALAIRE-EDIT     PIC ZZZZZZ9.99.
       01 WS-PART-EDIT        PIC ZZZZZ9.99.
       01 WS-PLACE-EDIT       PIC ZZZZZ9.99.
       01 WS-ESPECES-EDIT     PIC ZZZZZ9.99.
       01 WS-PRESENCE-EDIT    PIC ZZZ9.
       01 WS-TOTAL-EDIT       PIC ZZZZZZZZ9.99.
       01 WS-ECART-EDIT       PIC -ZZZZZZZ9.99.
       01 WS-NOMBRE-EDIT      PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Interessement annuel'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           PERFORM LIRE-PARAM-INTERESSEMENT.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-HISTO-ABSENCES.
           PERFORM CHARGER-BENEFICIAIRES.
           IF WS-NB-BENEFICIAIRES = 0
               MOVE 'Aucun beneficiaire : enveloppe non distribuee'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               CLOSE FIC-RAPPORT
               DISPLAY 'Aucun beneficiaire pour l''exercice '
                       WS-EXERCICE
               STOP RUN 4
           END-IF.
           PERFORM REPARTIR-ENVELOPPE.
           PERFORM PLAFONNER-PARTS.
           PERFORM APPLIQUER-CHOIX.
           PERFORM ECRIRE-SORTIES.
           PERFORM ECRIRE-TOTAUX.
           CLOSE FIC-RAPPORT.
           PERFORM AFFICHER-BILAN.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * L'enveloppe n'a pas de valeur de repli : sans parametrage,
      * rien n'est distribue. Les deux parts doivent faire 100 %.
       LIRE-PARAM-INTERESSEMENT.
           OPEN INPUT FIC-PARAM-INT.
           IF WS-STATUT-PARAM-INT NOT = '00'
               DISPLAY 'FIC-PARAM-INTERESSEMENT.dat introuvable'
               STOP RUN 1
           END-IF.
           READ FIC-PARAM-INT
               AT END
                   DISPLAY 'FIC-PARAM-INTERESSEMENT.dat vide'
                   CLOSE FIC-PARAM-INT
                   STOP RUN 1
           END-READ.
           CLOSE FIC-PARAM-INT.
           MOVE PIN-EXERCICE TO WS-EXERCICE.
           IF WS-EXERCICE = 0
               MOVE WS-DATE-JOUR-8 TO WS-DATE-W
               COMPUTE WS-EXERCICE = WS-DTW-ANNEE - 1
           END-IF.
           MOVE PIN-ENVELOPPE TO WS-ENVELOPPE.
           IF PIN-PART-SALAIRE > 0 OR PIN-PART-PRESENCE > 0
               MOVE PIN-PART-SALAIRE TO WS-PART-SALAIRE
               MOVE PIN-PART-PRESENCE TO WS-PART-PRESENCE
           END-IF.
           IF PIN-ANCIENNETE-MOIS > 0
               MOVE PIN-ANCIENNETE-MOIS TO WS-ANCIENNETE-MINI
           END-IF.
           IF PIN-PLAFOND-INDIV > 0
               MOVE PIN-PLAFOND-INDIV TO WS-PLAFOND-INDIV
           END-IF.
           IF PIN-PLAFOND-SALAIRE > 0
               MOVE PIN-PLAFOND-SALAIRE TO WS-PLAFOND-SALAIRE
           END-IF.
           IF PIN-CODE-PLAN NOT = SPACES
               MOVE PIN-CODE-PLAN TO WS-CODE-PLAN
           END-IF.
           IF WS-ENVELOPPE = 0
               DISPLAY '*** Enveloppe d''interessement nulle ***'
               STOP RUN 8
           END-IF.
           IF WS-PART-SALAIRE + WS-PART-PRESENCE NOT = 100
               DISPLAY '*** Repartition salaire ' WS-PART-SALAIRE
                       ' % + presence ' WS-PART-PRESENCE
                       ' % differente de 100 % ***'
               STOP RUN 8
           END-IF.
           COMPUTE WS-ENVELOPPE-SALAIRE ROUNDED =
               WS-ENVELOPPE * WS-PART-SALAIRE / 100.
           COMPUTE WS-ENVELOPPE-PRESENCE =
               WS-ENVELOPPE - WS-ENVELOPPE-SALAIRE.
           DISPLAY 'Exercice ' WS-EXERCICE ' : enveloppe '
                   WS-ENVELOPPE ' EUR'.

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           MOVE 0 TO WS-NB-EMPLOYES.
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
                           PERFORM RANGER-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
       RANGER-EMPLOYE.
           IF WS-NB-EMPLOYES >= WS-MAX-EMPLOYES
               DISPLAY '*** FIC-EMPLOYES.dat : capacite de '
                       WS-MAX-EMPLOYES ' employes depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-EMPLOYES.
           MOVE EMP-MATRICULE TO WS-EMP-MATRICULE(WS-NB-EMPLOYES).
           MOVE EMP-NOM TO WS-EMP-NOM(WS-NB-EMPLOYES).
           MOVE EMP-PRENOM TO WS-EMP-PRENOM(WS-NB-EMPLOYES).
           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-NB-EMPLOYES).
           MOVE EMP-DATE-EMBAUCHE TO WS-EMP-EMBAUCHE(WS-NB-EMPLOYES).
           MOVE EMP-DATE-NAISSANCE
               TO WS-EMP-NAISSANCE(WS-NB-EMPLOYES).

      *---------------------------------------------------------------
      * Seuls les jours sans solde et de maladie reduisent la
      * presence ; conges payes et autres absences sont assimiles a
      * du temps de presence.
       CHARGER-HISTO-ABSENCES.
           MOVE 0 TO WS-NB-HISTO.
           OPEN INPUT FIC-HISTO-ABS.
           IF WS-STATUT-HISTO-ABS NOT = '00'
               DISPLAY 'FIC-HISTO-ABSENCES.dat absent : presence '
                       'complete sur les periodes payees'
               MOVE 'Historique des absences absent : presence complete'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HISTO-ABS NOT = '00'
               READ FIC-HISTO-ABS
                   AT END MOVE '10' TO WS-STATUT-HISTO-ABS
                   NOT AT END
                       IF ABH-PERIODE(1:4) = WS-EXERCICE
                           PERFORM RANGER-HISTO-ABSENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-ABS.
           DISPLAY 'Periodes d''absences de l''exercice : '
                   WS-NB-HISTO.

      *---------------------------------------------------------------
       RANGER-HISTO-ABSENCE.
           MOVE 'N' TO WS-HAB-TROUVE.
           PERFORM VARYING WS-IDX-HAB FROM 1 BY 1
                   UNTIL WS-IDX-HAB > WS-NB-HISTO
               IF WS-HAB-MATRICULE(WS-IDX-HAB) = ABH-MATRICULE
                       AND WS-HAB-PERIODE(WS-IDX-HAB) = ABH-PERIODE
                   SET HAB-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT HAB-TROUVE
               IF WS-NB-HISTO >= WS-MAX-HISTO
                   DISPLAY '*** FIC-HISTO-ABSENCES.dat : capacite de '
                           WS-MAX-HISTO ' periodes depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-HISTO
               SET WS-IDX-HAB TO WS-NB-HISTO
               MOVE ABH-MATRICULE TO WS-HAB-MATRICULE(WS-IDX-HAB)
               MOVE ABH-PERIODE TO WS-HAB-PERIODE(WS-IDX-HAB)
           END-IF.
           COMPUTE WS-HAB-JOURS(WS-IDX-HAB) =
               ABH-JOURS-SANS-SOLDE + ABH-JOURS-MALADIE.

      *---------------------------------------------------------------
      * La generation archivee par la cloture annuelle fait foi ;
      * tant que l'exercice n'est pas clos, les cumuls en cours
      * sont lus pour les seuls enregistrements de l'exercice.
       CHARGER-BENEFICIAIRES.
           MOVE SPACES TO WS-NOM-FIC-CUMULS.
           STRING 'FIC-CUMULS-EX15-' WS-EXERCICE '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-CUMULS.
           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               MOVE 'FIC-CUMULS-EX15.dat' TO WS-NOM-FIC-CUMULS
               OPEN INPUT FIC-CUMULS
               IF WS-STATUT-CUMULS NOT = '00'
                   DISPLAY 'FIC-CUMULS-EX15.dat introuvable'
                   CLOSE FIC-RAPPORT
                   STOP RUN 1
               END-IF
           END-IF.
           DISPLAY 'Cumuls lus dans ' WS-NOM-FIC-CUMULS.
           PERFORM UNTIL WS-STATUT-CUMULS NOT = '00'
               READ FIC-CUMULS
                   AT END MOVE '10' TO WS-STATUT-CUMULS
                   NOT AT END
                       IF CUM-ANNEE = WS-EXERCICE
                               AND CUM-NB-PERIODES > 0
                           ADD 1 TO WS-NB-CUMULS-LUS
                           PERFORM EXAMINER-BENEFICIAIRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS.

      *---------------------------------------------------------------
      * Anciennete en mois entiers au 31/12 de l'exercice ; une
      * date d'embauche inconnue (0) ne fait pas obstacle.
       EXAMINER-BENEFICIAIRE.
           MOVE 0 TO WS-IDX-EMP-TROUVE.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = CUM-MATRICULE
                   SET WS-IDX-EMP-TROUVE TO WS-IDX-EMP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-EMP-TROUVE > 0
               MOVE WS-EMP-EMBAUCHE(WS-IDX-EMP-TROUVE) TO WS-DATE-W
           ELSE
               MOVE 0 TO WS-DATE-W
           END-IF.
           IF WS-DATE-W > 0
               COMPUTE WS-MOIS-ANCIENNETE =
                   (WS-EXERCICE - WS-DTW-ANNEE) * 12
                   + 12 - WS-DTW-MOIS
               IF WS-DTW-JOUR = 1
                   ADD 1 TO WS-MOIS-ANCIENNETE
               END-IF
               IF WS-MOIS-ANCIENNETE < WS-ANCIENNETE-MINI
                   ADD 1 TO WS-NB-EXCLUS
                   MOVE WS-MOIS-ANCIENNETE TO WS-NOMBRE-EDIT
                   STRING CUM-MATRICULE ' exclu : anciennete de '
                          WS-NOMBRE-EDIT ' mois au 31/12'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-NB-BENEFICIAIRES >= WS-MAX-EMPLOYES
               DISPLAY '*** Capacite de ' WS-MAX-EMPLOYES
                       ' beneficiaires depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-BENEFICIAIRES.
           SET WS-IDX-BEN TO WS-NB-BENEFICIAIRES.
           MOVE CUM-MATRICULE TO WS-BEN-MATRICULE(WS-IDX-BEN).
           IF WS-IDX-EMP-TROUVE > 0
               MOVE WS-EMP-NOM(WS-IDX-EMP-TROUVE)
                   TO WS-BEN-NOM(WS-IDX-BEN)
               MOVE WS-EMP-PRENOM(WS-IDX-EMP-TROUVE)
                   TO WS-BEN-PRENOM(WS-IDX-BEN)
               MOVE WS-EMP-NAISSANCE(WS-IDX-EMP-TROUVE)
                   TO WS-BEN-NAISSANCE(WS-IDX-BEN)
               MOVE WS-EMP-STATUT(WS-IDX-EMP-TROUVE)
                   TO WS-BEN-STATUT(WS-IDX-BEN)
           ELSE
               MOVE 'INCONNU AU MAITRE' TO WS-BEN-NOM(WS-IDX-BEN)
               MOVE SPACES TO WS-BEN-PRENOM(WS-IDX-BEN)
               MOVE 0 TO WS-BEN-NAISSANCE(WS-IDX-BEN)
               MOVE 'T' TO WS-BEN-STATUT(WS-IDX-BEN)
           END-IF.
           IF CUM-BRUT > WS-PLAFOND-SALAIRE
               MOVE WS-PLAFOND-SALAIRE TO WS-BEN-SALAIRE(WS-IDX-BEN)
           ELSE
               MOVE CUM-BRUT TO WS-BEN-SALAIRE(WS-IDX-BEN)
           END-IF.

           MOVE 0 TO WS-JOURS-ABSENCE-W.
           PERFORM VARYING WS-IDX-HAB FROM 1 BY 1
                   UNTIL WS-IDX-HAB > WS-NB-HISTO
               IF WS-HAB-MATRICULE(WS-IDX-HAB) = CUM-MATRICULE
                   ADD WS-HAB-JOURS(WS-IDX-HAB) TO WS-JOURS-ABSENCE-W
               END-IF
           END-PERFORM.
           COMPUTE WS-PRESENCE-W =
               CUM-NB-PERIODES * 30 - WS-JOURS-ABSENCE-W.
           IF WS-PRESENCE-W < 0
               MOVE 0 TO WS-PRESENCE-W
           END-IF.
           MOVE WS-PRESENCE-W TO WS-BEN-PRESENCE(WS-IDX-BEN).
           MOVE 0 TO WS-BEN-PART(WS-IDX-BEN).
           MOVE 'N' TO WS-BEN-PLAFONNE(WS-IDX-BEN).
           MOVE 'N' TO WS-BEN-CHOIX(WS-IDX-BEN).
           MOVE 100 TO WS-BEN-POURCENT(WS-IDX-BEN).
           ADD WS-BEN-SALAIRE(WS-IDX-BEN) TO WS-TOTAL-SALAIRES.
           ADD WS-BEN-PRESENCE(WS-IDX-BEN) TO WS-TOTAL-PRESENCE.

      *---------------------------------------------------------------
      * Part de chacun : part salaire au prorata du salaire retenu,
      * part presence au prorata des jours de presence.
       REPARTIR-ENVELOPPE.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
               MOVE 0 TO WS-BEN-PART(WS-IDX-BEN)
               IF WS-TOTAL-SALAIRES > 0
                   COMPUTE WS-BEN-PART(WS-IDX-BEN) ROUNDED =
                       WS-ENVELOPPE-SALAIRE
                       * WS-BEN-SALAIRE(WS-IDX-BEN)
                       / WS-TOTAL-SALAIRES
               END-IF
               IF WS-TOTAL-PRESENCE > 0
                   COMPUTE WS-BEN-PART(WS-IDX-BEN) ROUNDED =
                       WS-BEN-PART(WS-IDX-BEN)
                       + WS-ENVELOPPE-PRESENCE
                       * WS-BEN-PRESENCE(WS-IDX-BEN)
                       / WS-TOTAL-PRESENCE
               END-IF
           END-PERFORM.
           IF WS-TOTAL-SALAIRES = 0
               ADD WS-ENVELOPPE-SALAIRE TO WS-NON-DISTRIBUE
           END-IF.
           IF WS-TOTAL-PRESENCE = 0
               ADD WS-ENVELOPPE-PRESENCE TO WS-NON-DISTRIBUE
           END-IF.

      *---------------------------------------------------------------
      * Plafond individuel : tant qu'une part le depasse, elle y est
      * ramenee et l'excedent reparti entre les non plafonnes au
      * prorata de leur part. Sans non plafonne, il reste non
      * distribue.
       PLAFONNER-PARTS.
           MOVE 0 TO WS-NB-TOURS.
           PERFORM UNTIL WS-NB-TOURS > 100
               ADD 1 TO WS-NB-TOURS
               MOVE 0 TO WS-EXCEDENT
               MOVE 0 TO WS-BASE-REPARTITION
               PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                       UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
                   IF WS-BEN-PLAFONNE(WS-IDX-BEN) = 'N'
                       IF WS-BEN-PART(WS-IDX-BEN) > WS-PLAFOND-INDIV
                           COMPUTE WS-EXCEDENT = WS-EXCEDENT
                               + WS-BEN-PART(WS-IDX-BEN)
                               - WS-PLAFOND-INDIV
                           MOVE WS-PLAFOND-INDIV
                               TO WS-BEN-PART(WS-IDX-BEN)
                           MOVE 'O' TO WS-BEN-PLAFONNE(WS-IDX-BEN)
                           ADD 1 TO WS-NB-PLAFONNES
                       ELSE
                           ADD WS-BEN-PART(WS-IDX-BEN)
                               TO WS-BASE-REPARTITION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-EXCEDENT = 0
                   EXIT PERFORM
               END-IF
               IF WS-BASE-REPARTITION = 0
                   ADD WS-EXCEDENT TO WS-NON-DISTRIBUE
                   EXIT PERFORM
               END-IF
               PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                       UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
                   IF WS-BEN-PLAFONNE(WS-IDX-BEN) = 'N'
                       COMPUTE WS-BEN-PART(WS-IDX-BEN) ROUNDED =
                           WS-BEN-PART(WS-IDX-BEN)
                           + WS-EXCEDENT * WS-BEN-PART(WS-IDX-BEN)
                           / WS-BASE-REPARTITION
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NON-DISTRIBUE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
      * Choix de l'exercice ; sans choix exprime, l'interessement
      * est place en totalite sur le plan d'epargne.
       APPLIQUER-CHOIX.
           OPEN INPUT FIC-CHOIX.
           IF WS-STATUT-CHOIX = '00'
               PERFORM UNTIL WS-STATUT-CHOIX NOT = '00'
                   READ FIC-CHOIX
                       AT END MOVE '10' TO WS-STATUT-CHOIX
                       NOT AT END
                           IF CHI-EXERCICE = WS-EXERCICE
                               PERFORM RANGER-CHOIX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-CHOIX
           ELSE
               DISPLAY 'FIC-CHOIX-INTERESSEMENT.dat absent : '
                       'interessement place en totalite'
           END-IF.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
               COMPUTE WS-BEN-PLACE(WS-IDX-BEN) ROUNDED =
                   WS-BEN-PART(WS-IDX-BEN)
                   * WS-BEN-POURCENT(WS-IDX-BEN) / 100
               COMPUTE WS-BEN-ESPECES(WS-IDX-BEN) =
                   WS-BEN-PART(WS-IDX-BEN) - WS-BEN-PLACE(WS-IDX-BEN)
           END-PERFORM.

      *---------------------------------------------------------------
       RANGER-CHOIX.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
               IF WS-BEN-MATRICULE(WS-IDX-BEN) = CHI-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-BEN > WS-NB-BENEFICIAIRES
               EXIT PARAGRAPH
           END-IF.
           IF CHI-POURCENT-PLACE NOT NUMERIC
                   OR CHI-POURCENT-PLACE > 100
               ADD 1 TO WS-NB-CHOIX-REJETES
               MOVE 4 TO WS-CODE-RETOUR
               STRING CHI-MATRICULE ' : choix rejete ('
                      CHI-POURCENT-PLACE
                      ' %), interessement place en totalite'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CHOIX.
           MOVE 'O' TO WS-BEN-CHOIX(WS-IDX-BEN).
           MOVE CHI-POURCENT-PLACE TO WS-BEN-POURCENT(WS-IDX-BEN).

      *---------------------------------------------------------------
       ECRIRE-SORTIES.
           OPEN OUTPUT FIC-PRIMES-EXC.
           OPEN OUTPUT FIC-PLACEMENT.
           MOVE WS-CODE-PLAN TO PLE-CODE-PLAN.
           MOVE WS-EXERCICE TO PLE-EXERCICE.
           MOVE WS-DATE-JOUR-8 TO PLE-DATE.
           MOVE WS-RAISON-SOCIALE TO PLE-RAISON-SOCIALE.
           WRITE ENR-PLACEMENT FROM WS-PLC-ENTETE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Matric Nom                Salaire Pres'
               TO WS-LIGNE-RAPPORT.
           MOVE '    Part    Placee   Especes' TO WS-LIGNE-RAPPORT(41:).
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > WS-NB-BENEFICIAIRES
               PERFORM ECRIRE-BENEFICIAIRE
           END-PERFORM.
           MOVE WS-NB-PLACEMENTS TO PLF-NB-LIGNES.
           MOVE WS-TOTAL-PLACE TO PLF-MONTANT.
           WRITE ENR-PLACEMENT FROM WS-PLC-FIN.
           CLOSE FIC-PLACEMENT.
           CLOSE FIC-PRIMES-EXC.

      *---------------------------------------------------------------
      * Repere en fin de ligne : P = plafonne, D = place par defaut
      * (aucun choix), S = sorti des effectifs.
       ECRIRE-BENEFICIAIRE.
           ADD WS-BEN-PART(WS-IDX-BEN) TO WS-TOTAL-DISTRIBUE.
           ADD WS-BEN-PLACE(WS-IDX-BEN) TO WS-TOTAL-PLACE.
           ADD WS-BEN-ESPECES(WS-IDX-BEN) TO WS-TOTAL-ESPECES.
           IF WS-BEN-ESPECES(WS-IDX-BEN) > 0
               MOVE WS-BEN-MATRICULE(WS-IDX-BEN) TO PEX-MATRICULE
               MOVE 'I' TO PEX-NATURE
               MOVE WS-BEN-ESPECES(WS-IDX-BEN) TO PEX-MONTANT
               WRITE ENR-PRIME-EXC
               ADD 1 TO WS-NB-VERSEMENTS
           END-IF.
           IF WS-BEN-PLACE(WS-IDX-BEN) > 0
               MOVE WS-BEN-MATRICULE(WS-IDX-BEN) TO PLD-MATRICULE
               MOVE WS-BEN-NOM(WS-IDX-BEN) TO PLD-NOM
               MOVE WS-BEN-PRENOM(WS-IDX-BEN) TO PLD-PRENOM
               MOVE WS-BEN-NAISSANCE(WS-IDX-BEN) TO PLD-NAISSANCE
               MOVE WS-BEN-PLACE(WS-IDX-BEN) TO PLD-MONTANT
               WRITE ENR-PLACEMENT FROM WS-PLC-DETAIL
               ADD 1 TO WS-NB-PLACEMENTS
           END-IF.
           MOVE WS-BEN-SALAIRE(WS-IDX-BEN) TO WS-SALAIRE-EDIT.
           MOVE WS-BEN-PRESENCE(WS-IDX-BEN) TO WS-PRESENCE-EDIT.
           MOVE WS-BEN-PART(WS-IDX-BEN) TO WS-PART-EDIT.
           MOVE WS-BEN-PLACE(WS-IDX-BEN) TO WS-PLACE-EDIT.
           MOVE WS-BEN-ESPECES(WS-IDX-BEN) TO WS-ESPECES-EDIT.
           STRING WS-BEN-MATRICULE(WS-IDX-BEN) ' '
                  WS-BEN-NOM(WS-IDX-BEN)(1:15) ' '
                  WS-SALAIRE-EDIT ' '
                  WS-PRESENCE-EDIT ' '
                  WS-PART-EDIT ' '
                  WS-PLACE-EDIT ' '
                  WS-ESPECES-EDIT ' '
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           IF WS-BEN-PLAFONNE(WS-IDX-BEN) = 'O'
               MOVE 'P' TO WS-LIGNE-RAPPORT(72:1)
           END-IF.
           IF WS-BEN-CHOIX(WS-IDX-BEN) = 'N'
               MOVE 'D' TO WS-LIGNE-RAPPORT(73:1)
           END-IF.
           IF WS-BEN-STATUT(WS-IDX-BEN) NOT = 'A'
               MOVE 'S' TO WS-LIGNE-RAPPORT(74:1)
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           MOVE '=== REPARTITION DE L''INTERESSEMENT =============='
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-ENVELOPPE TO WS-TOTAL-EDIT.
           STRING 'Exercice ' WS-EXERCICE ' - enveloppe '
                  WS-TOTAL-EDIT ' EUR - plan ' WS-CODE-PLAN
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-PLAFOND-INDIV TO WS-PART-EDIT.
           STRING 'Salaire ' WS-PART-SALAIRE ' % / presence '
                  WS-PART-PRESENCE ' % - anciennete '
                  WS-ANCIENNETE-MINI ' mois - plafond '
                  WS-PART-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-DISTRIBUE TO WS-TOTAL-EDIT.
           STRING 'Distribue      : ' WS-TOTAL-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-PLACE TO WS-TOTAL-EDIT.
           STRING 'dont place     : ' WS-TOTAL-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-ESPECES TO WS-TOTAL-EDIT.
           STRING 'dont especes   : ' WS-TOTAL-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NON-DISTRIBUE > 0
               MOVE WS-NON-DISTRIBUE TO WS-TOTAL-EDIT
               STRING 'Non distribue  : ' WS-TOTAL-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           COMPUTE WS-ECART-ARRONDI = WS-ENVELOPPE
               - WS-TOTAL-DISTRIBUE - WS-NON-DISTRIBUE.
           IF WS-ECART-ARRONDI NOT = 0
               MOVE WS-ECART-ARRONDI TO WS-ECART-EDIT
               STRING 'Ecart arrondi  : ' WS-ECART-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           MOVE 'P = plafonne, D = place par defaut, S = sorti'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Salaries payes sur l''exercice : ' WS-NB-CUMULS-LUS.
           DISPLAY 'Exclus (anciennete)           : ' WS-NB-EXCLUS.
           DISPLAY 'Beneficiaires                 : '
                   WS-NB-BENEFICIAIRES.
           DISPLAY 'Parts plafonnees              : ' WS-NB-PLAFONNES.
           DISPLAY 'Choix exprimes / rejetes      : ' WS-NB-CHOIX
                   ' / ' WS-NB-CHOIX-REJETES.
           DISPLAY 'Distribue                     : '
                   WS-TOTAL-DISTRIBUE ' EUR'.
           DISPLAY 'Place sur le plan             : '
                   WS-TOTAL-PLACE ' EUR (' WS-NB-PLACEMENTS
                   ' salarie(s))'.
           DISPLAY 'Verse en especes              : '
                   WS-TOTAL-ESPECES ' EUR (' WS-NB-VERSEMENTS
                   ' ligne(s) de nature I)'.
           IF WS-NON-DISTRIBUE > 0
               DISPLAY 'Non distribue                 : '
                       WS-NON-DISTRIBUE ' EUR'
           END-IF.
           DISPLAY 'Etat dans FIC-INTERESSEMENT.txt'.
