      * Les heures supplementaires deviennent ainsi un fait mensuel
      * fourni par la pointeuse, et non plus un attribut stocke sur
      * l'enregistrement maitre (EMP-HEURES-SUP) repaye chaque mois.
      * Une ligne portant un quatrieme champ (matricule,periode,
      * heures,projet) est une ligne de temps passe sur un projet
      * client : elle ne paie aucune heure supplementaire et va dans
      * FIC-HEURES-PROJETS.dat, d'ou EX31-VENTILATION-PROJETS
      * reimpute le cout salarial aux projets.
      * Compiler : cobc -x ex15e_charge_heures.cobol
      *            -o ex15e_charge_heures -I ../copybooks
      * Executer : ./ex15e_charge_heures
      * Entree  : FIC-HEURES-FEED.txt (export pointeuse du mois)
      * Sortie  : FIC-HEURES-PERIODE.dat (format fixe, utilise par
      *           EX15-PRINCIPAL)
      *           FIC-HEURES-PROJETS.dat (heures par projet, utilise
      *           par EX31-VENTILATION-PROJETS)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15E-CHARGE-HEURES.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIC-HEURES ASSIGN TO 'FIC-HEURES-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-HEURES-PROJETS
               ASSIGN TO 'FIC-HEURES-PROJETS.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 HRS-PERIODE       PIC 9(6).
           05 HRS-HEURES        PIC 9(3)V99.

       FD  FIC-HEURES-PROJETS LABEL RECORDS ARE STANDARD.
       01  ENR-HEURES-PROJET.
           05 HPR-MATRICULE     PIC X(6).
           05 HPR-PERIODE       PIC 9(6).
           05 HPR-PROJET        PIC X(10).
           05 HPR-HEURES        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-FIN-FICHIER        PIC X VALUE 'N'.
          88 FIC-TERMINE        VALUE 'O'.
       01 WS-NB-LUES            PIC 9(5) VALUE 0.
       01 WS-NB-CHARGEES        PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES        PIC 9(5) VALUE 0.
       01 WS-NB-PROJETS         PIC 9(5) VALUE 0.

       01 WS-CHAMP-MATRICULE    PIC X(6) VALUE SPACES.
       01 WS-CHAMP-PERIODE      PIC X(6) VALUE SPACES.
       01 WS-CHAMP-HEURES       PIC X(9) VALUE SPACES.
       01 WS-CHAMP-PROJET       PIC X(10) VALUE SPACES.
      * Zone de controle : les heures de la pointeuse portent des
      * decimales (ex. 10.50), le test NUMERIC ne suffit donc pas.
       01 WS-CONTROLE-HEURES    PIC X(9) VALUE SPACES.

           OPEN INPUT  FIC-HEURES-FEED.
           OPEN OUTPUT FIC-HEURES.
           OPEN OUTPUT FIC-HEURES-PROJETS.

           READ FIC-HEURES-FEED
               AT END SET FIC-TERMINE TO TRUE

           CLOSE FIC-HEURES-FEED.
           CLOSE FIC-HEURES.
           CLOSE FIC-HEURES-PROJETS.

           DISPLAY 'Lignes lues       : ' WS-NB-LUES.
           DISPLAY 'Pointages charges : ' WS-NB-CHARGEES.
           DISPLAY 'Temps projets     : ' WS-NB-PROJETS.
           DISPLAY 'Lignes rejetees   : ' WS-NB-REJETEES.
           DISPLAY '================================================'.
           STOP RUN.
           ADD 1 TO WS-NB-LUES.
           IF ENR-FEED NOT = SPACES
               MOVE SPACES TO WS-CHAMP-MATRICULE WS-CHAMP-PERIODE
                              WS-CHAMP-HEURES WS-CHAMP-PROJET
               UNSTRING ENR-FEED DELIMITED BY ','
                   INTO WS-CHAMP-MATRICULE WS-CHAMP-PERIODE
                        WS-CHAMP-HEURES WS-CHAMP-PROJET
               END-UNSTRING

               MOVE WS-CHAMP-HEURES TO WS-CONTROLE-HEURES
                   DISPLAY 'Ligne rejetee (format invalide) : '
                           ENR-FEED
               ELSE
                   IF WS-CHAMP-PROJET NOT = SPACES
                       PERFORM ECRIRE-HEURES-PROJET
                   ELSE
                       PERFORM ECRIRE-HEURES-SUP
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-HEURES-SUP.
           MOVE WS-CHAMP-MATRICULE TO HRS-MATRICULE.
           MOVE WS-CHAMP-PERIODE   TO HRS-PERIODE.
           MOVE FUNCTION NUMVAL(WS-CHAMP-HEURES) TO HRS-HEURES.
           WRITE ENR-HEURES.
           ADD 1 TO WS-NB-CHARGEES.

      *---------------------------------------------------------------
      * Le code projet est cadre a gauche (blancs de tete de
      * l'export retires).
       ECRIRE-HEURES-PROJET.
           MOVE WS-CHAMP-MATRICULE TO HPR-MATRICULE.
           MOVE WS-CHAMP-PERIODE   TO HPR-PERIODE.
           MOVE FUNCTION TRIM(WS-CHAMP-PROJET) TO HPR-PROJET.
           MOVE FUNCTION NUMVAL(WS-CHAMP-HEURES) TO HPR-HEURES.
           WRITE ENR-HEURES-PROJET.
           ADD 1 TO WS-NB-PROJETS.
