      *===============================================================
      * Exercice 7s - Postes budgetes : pourvus, vacants, sureffectif
      * Niveau : Intermediaire
      * Etat mensuel du registre des postes (FIC-POSTES.dat, COPY
      * POSTEREC) rapproche du maitre employes, par departement :
      *   POURVU  - titulaire actif au maitre ;
      *   VACANT  - budgete sans titulaire (ou titulaire sorti) ;
      *   OUVERT  - vacant et ouvert au recrutement ;
      *   GELE    - poste gele, hors budget du mois ;
      *   SUREFF  - employe actif qui ne tient aucun poste du
      *             registre (sureffectif du departement).
      * Chaque departement se termine par ses totaux en postes et en
      * ETP (budgete = hors postes geles), l'etat par un total
      * general.
      * Compiler : cobc -x ex07s_postes_vacants.cobol
      *            -o ex07s_postes_vacants -I ../copybooks
      * Executer : ./ex07s_postes_vacants
      * Entree  : FIC-POSTES.dat, FIC-EMPLOYES.dat
      * Sortie  : FIC-POSTES-VACANTS.txt
      * Code retour : 0, 4 si au moins un employe est en sureffectif,
      *               1 si le registre ou le maitre est absent.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07S-POSTES-VACANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT WRK-POSTES ASSIGN TO 'WRK-POSTES.tmp'.
           SELECT FIC-POSTES-TRI
               ASSIGN TO 'FIC-POSTES-TRI.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-POSTES-VACANTS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY POSTEREC.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Ligne d'etat, cle de tri departement / type / identifiant.
      * WRK-TYPE : P poste du registre, S employe en sureffectif.
      * WRK-SITUATION : P pourvu, V vacant, O ouvert, G gele,
      * S sureffectif.
       SD  WRK-POSTES.
       01  WRK-ENR-POSTE.
           05 WRK-DEPARTEMENT   PIC X(4).
           05 WRK-TYPE          PIC X.
           05 WRK-ID            PIC X(6).
           05 WRK-ETABLISSEMENT PIC X(2).
           05 WRK-GRADE         PIC X(3).
           05 WRK-ETP           PIC 9V99.
           05 WRK-SITUATION     PIC X.
           05 WRK-MATRICULE     PIC X(6).
           05 WRK-NOM-COMPLET   PIC X(20).
           05 WRK-LIBELLE       PIC X(30).

       FD  FIC-POSTES-TRI LABEL RECORDS ARE STANDARD.
       01  TRI-ENR-POSTE.
           05 TRI-DEPARTEMENT   PIC X(4).
           05 TRI-TYPE          PIC X.
           05 TRI-ID            PIC X(6).
           05 TRI-ETABLISSEMENT PIC X(2).
           05 TRI-GRADE         PIC X(3).
           05 TRI-ETP           PIC 9V99.
           05 TRI-SITUATION     PIC X.
              88 TRI-POURVU      VALUE 'P'.
              88 TRI-VACANT      VALUE 'V'.
              88 TRI-OUVERT      VALUE 'O'.
              88 TRI-GELE        VALUE 'G'.
              88 TRI-SUREFFECTIF VALUE 'S'.
           05 TRI-MATRICULE     PIC X(6).
           05 TRI-NOM-COMPLET   PIC X(20).
           05 TRI-LIBELLE       PIC X(30).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.

      * Employes du maitre ; WS-EMP-POSTE passe a 'O' quand un poste
      * du registre le designe comme titulaire.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-NOM-COMPLET PIC X(20).
             10 WS-EMP-DEPARTEMENT PIC X(4).
             10 WS-EMP-STATUT    PIC X.
             10 WS-EMP-POSTE     PIC X.
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-TITULAIRE-ACTIF  PIC X VALUE 'N'.
          88 TITULAIRE-ACTIF  VALUE 'O'.

      * Compteurs du departement en cours et du registre entier.
       01 WS-DEPT-COURANT     PIC X(4) VALUE SPACES.
       01 WS-TOTAUX-DEPT.
          05 WS-D-NB-POSTES   PIC 9(5) VALUE 0.
          05 WS-D-NB-POURVUS  PIC 9(5) VALUE 0.
          05 WS-D-NB-VACANTS  PIC 9(5) VALUE 0.
          05 WS-D-NB-GELES    PIC 9(5) VALUE 0.
          05 WS-D-NB-SUREFF   PIC 9(5) VALUE 0.
          05 WS-D-ETP-BUDGET  PIC 9(4)V99 VALUE 0.
          05 WS-D-ETP-POURVU  PIC 9(4)V99 VALUE 0.
          05 WS-D-ETP-VACANT  PIC 9(4)V99 VALUE 0.
       01 WS-TOTAUX-GENERAL.
          05 WS-G-NB-POSTES   PIC 9(5) VALUE 0.
          05 WS-G-NB-POURVUS  PIC 9(5) VALUE 0.
          05 WS-G-NB-VACANTS  PIC 9(5) VALUE 0.
          05 WS-G-NB-GELES    PIC 9(5) VALUE 0.
          05 WS-G-NB-SUREFF   PIC 9(5) VALUE 0.
          05 WS-G-ETP-BUDGET  PIC 9(4)V99 VALUE 0.
          05 WS-G-ETP-POURVU  PIC 9(4)V99 VALUE 0.
          05 WS-G-ETP-VACANT  PIC 9(4)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-ETP-EDIT         PIC 9.99.
       01 WS-ETP-BUDGET-EDIT  PIC ZZZ9.99.
       01 WS-ETP-POURVU-EDIT  PIC ZZZ9.99.
       01 WS-ETP-VACANT-EDIT  PIC ZZZ9.99.
       01 WS-SITUATION-EDIT   PIC X(7) VALUE SPACES.
       01 WS-COMPTES-EDIT.
          05 WS-POSTES-EDIT   PIC ZZZZ9.
          05 WS-POURVUS-EDIT  PIC ZZZZ9.
          05 WS-VACANTS-EDIT  PIC ZZZZ9.
          05 WS-GELES-EDIT    PIC ZZZZ9.
          05 WS-SUREFF-EDIT   PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Postes budgetes : pourvus et vacants'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.

           PERFORM CHARGER-EMPLOYES.
           SORT WRK-POSTES
               ASCENDING KEY WRK-DEPARTEMENT WRK-TYPE WRK-ID
               INPUT PROCEDURE IS SELECTIONNER-POSTES
               GIVING FIC-POSTES-TRI.
           PERFORM EDITER-RAPPORT.

           IF WS-G-NB-SUREFF > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Postes au registre        : ' WS-G-NB-POSTES.
           DISPLAY 'Postes pourvus            : ' WS-G-NB-POURVUS.
           DISPLAY 'Postes vacants            : ' WS-G-NB-VACANTS.
           DISPLAY 'Postes geles              : ' WS-G-NB-GELES.
           DISPLAY 'Employes en sureffectif   : ' WS-G-NB-SUREFF.
           DISPLAY 'Rapport dans FIC-POSTES-VACANTS.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY '*** FIC-EMPLOYES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                               AND WS-NB-EMPLOYES < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-EMPLOYES
                           SET WS-IDX-EMP TO WS-NB-EMPLOYES
                           MOVE EMP-MATRICULE
                               TO WS-EMP-MATRICULE(WS-IDX-EMP)
                           MOVE SPACES
                               TO WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                           STRING EMP-PRENOM DELIMITED SPACE
                                  ' ' DELIMITED SIZE
                                  EMP-NOM DELIMITED SPACE
                               INTO WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                           MOVE EMP-DEPARTEMENT
                               TO WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-IDX-EMP)
                           MOVE 'N' TO WS-EMP-POSTE(WS-IDX-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Procedure d'entree du tri : chaque poste du registre, puis
      * chaque employe actif qu'aucun poste ne designe, rattache au
      * departement du maitre.
       SELECTIONNER-POSTES.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               DISPLAY '*** FIC-POSTES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       PERFORM EXAMINER-POSTE
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-POSTE(WS-IDX-EMP) = 'N'
                       AND WS-EMP-STATUT(WS-IDX-EMP) NOT = 'T'
                   MOVE SPACES TO WRK-ENR-POSTE
                   MOVE WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                       TO WRK-DEPARTEMENT
                   MOVE 'S' TO WRK-TYPE
                   MOVE WS-EMP-MATRICULE(WS-IDX-EMP) TO WRK-ID
                   MOVE 0 TO WRK-ETP
                   MOVE 'S' TO WRK-SITUATION
                   MOVE WS-EMP-MATRICULE(WS-IDX-EMP) TO WRK-MATRICULE
                   MOVE WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                       TO WRK-NOM-COMPLET
                   RELEASE WRK-ENR-POSTE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Un titulaire sorti ou inconnu du maitre laisse le poste
      * vacant ; son matricule reste affiche pour correction du
      * registre.
       EXAMINER-POSTE.
           MOVE SPACES TO WRK-ENR-POSTE.
           MOVE POS-DEPARTEMENT   TO WRK-DEPARTEMENT.
           MOVE 'P'               TO WRK-TYPE.
           MOVE POS-ID            TO WRK-ID.
           MOVE POS-ETABLISSEMENT TO WRK-ETABLISSEMENT.
           MOVE POS-GRADE         TO WRK-GRADE.
           MOVE POS-ETP           TO WRK-ETP.
           MOVE POS-MATRICULE     TO WRK-MATRICULE.
           MOVE POS-LIBELLE       TO WRK-LIBELLE.
           MOVE 'N' TO WS-TITULAIRE-ACTIF.
           IF POS-MATRICULE NOT = SPACES
               MOVE 'MATRICULE INCONNU' TO WRK-NOM-COMPLET
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                   IF WS-EMP-MATRICULE(WS-IDX-EMP) = POS-MATRICULE
                       MOVE WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                           TO WRK-NOM-COMPLET
                       IF WS-EMP-STATUT(WS-IDX-EMP) NOT = 'T'
                           MOVE 'O' TO WS-EMP-POSTE(WS-IDX-EMP)
                           SET TITULAIRE-ACTIF TO TRUE
                       ELSE
                           MOVE 'SORTI DU PERSONNEL' TO WRK-NOM-COMPLET
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN POS-GELE
                   MOVE 'G' TO WRK-SITUATION
               WHEN TITULAIRE-ACTIF
                   MOVE 'P' TO WRK-SITUATION
               WHEN POS-OUVERT
                   MOVE 'O' TO WRK-SITUATION
               WHEN OTHER
                   MOVE 'V' TO WRK-SITUATION
           END-EVALUATE.
           RELEASE WRK-ENR-POSTE.

      *---------------------------------------------------------------
       EDITER-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE '=== POSTES BUDGETES : POURVUS, VACANTS, SUREFFECTIF'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Situation au ' WS-DATE-JOUR-8
                  ' - ETP budgete hors postes geles'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-POSTES-TRI.
           READ FIC-POSTES-TRI
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF TRI-DEPARTEMENT NOT = WS-DEPT-COURANT
                   IF WS-DEPT-COURANT NOT = SPACES
                       PERFORM TOTALISER-DEPARTEMENT
                   END-IF
                   PERFORM OUVRIR-DEPARTEMENT
               END-IF
               PERFORM TRAITER-LIGNE
               READ FIC-POSTES-TRI
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES-TRI.
           IF WS-DEPT-COURANT NOT = SPACES
               PERFORM TOTALISER-DEPARTEMENT
           END-IF.
           PERFORM TOTALISER-GENERAL.
           CLOSE FIC-RAPPORT.

      *---------------------------------------------------------------
       OUVRIR-DEPARTEMENT.
           MOVE TRI-DEPARTEMENT TO WS-DEPT-COURANT.
           INITIALIZE WS-TOTAUX-DEPT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING '--- Departement ' WS-DEPT-COURANT ' ---'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'POSTE  ET GRD ETP  ETAT    MATRIC NOM'
                  '                  LIBELLE'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       TRAITER-LIGNE.
           EVALUATE TRUE
               WHEN TRI-POURVU
                   MOVE 'POURVU' TO WS-SITUATION-EDIT
                   ADD 1 TO WS-D-NB-POSTES WS-D-NB-POURVUS
                   ADD TRI-ETP TO WS-D-ETP-BUDGET WS-D-ETP-POURVU
               WHEN TRI-VACANT
                   MOVE 'VACANT' TO WS-SITUATION-EDIT
                   ADD 1 TO WS-D-NB-POSTES WS-D-NB-VACANTS
                   ADD TRI-ETP TO WS-D-ETP-BUDGET WS-D-ETP-VACANT
               WHEN TRI-OUVERT
                   MOVE 'OUVERT' TO WS-SITUATION-EDIT
                   ADD 1 TO WS-D-NB-POSTES WS-D-NB-VACANTS
                   ADD TRI-ETP TO WS-D-ETP-BUDGET WS-D-ETP-VACANT
               WHEN TRI-GELE
                   MOVE 'GELE' TO WS-SITUATION-EDIT
                   ADD 1 TO WS-D-NB-POSTES WS-D-NB-GELES
               WHEN OTHER
                   MOVE 'SUREFF' TO WS-SITUATION-EDIT
                   ADD 1 TO WS-D-NB-SUREFF
           END-EVALUATE.
           IF TRI-SUREFFECTIF
               STRING '------ -- --- ---- ' WS-SITUATION-EDIT ' '
                      TRI-MATRICULE ' ' TRI-NOM-COMPLET
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               MOVE TRI-ETP TO WS-ETP-EDIT
               STRING TRI-ID ' ' TRI-ETABLISSEMENT ' ' TRI-GRADE ' '
                      WS-ETP-EDIT ' ' WS-SITUATION-EDIT ' '
                      TRI-MATRICULE ' ' TRI-NOM-COMPLET ' '
                      TRI-LIBELLE
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       TOTALISER-DEPARTEMENT.
           MOVE WS-D-ETP-BUDGET TO WS-ETP-BUDGET-EDIT.
           MOVE WS-D-ETP-POURVU TO WS-ETP-POURVU-EDIT.
           MOVE WS-D-ETP-VACANT TO WS-ETP-VACANT-EDIT.
           MOVE WS-D-NB-POSTES  TO WS-POSTES-EDIT.
           MOVE WS-D-NB-POURVUS TO WS-POURVUS-EDIT.
           MOVE WS-D-NB-VACANTS TO WS-VACANTS-EDIT.
           MOVE WS-D-NB-GELES   TO WS-GELES-EDIT.
           MOVE WS-D-NB-SUREFF  TO WS-SUREFF-EDIT.
           STRING 'Dept ' WS-DEPT-COURANT ' : postes' WS-POSTES-EDIT
                  ' pourvus' WS-POURVUS-EDIT ' vacants' WS-VACANTS-EDIT
                  ' geles' WS-GELES-EDIT ' sureff' WS-SUREFF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING '  ETP budgete ' WS-ETP-BUDGET-EDIT
                  '  pourvu ' WS-ETP-POURVU-EDIT
                  '  vacant ' WS-ETP-VACANT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           ADD WS-D-NB-POSTES  TO WS-G-NB-POSTES.
           ADD WS-D-NB-POURVUS TO WS-G-NB-POURVUS.
           ADD WS-D-NB-VACANTS TO WS-G-NB-VACANTS.
           ADD WS-D-NB-GELES   TO WS-G-NB-GELES.
           ADD WS-D-NB-SUREFF  TO WS-G-NB-SUREFF.
           ADD WS-D-ETP-BUDGET TO WS-G-ETP-BUDGET.
           ADD WS-D-ETP-POURVU TO WS-G-ETP-POURVU.
           ADD WS-D-ETP-VACANT TO WS-G-ETP-VACANT.

      *---------------------------------------------------------------
       TOTALISER-GENERAL.
           MOVE WS-G-ETP-BUDGET TO WS-ETP-BUDGET-EDIT.
           MOVE WS-G-ETP-POURVU TO WS-ETP-POURVU-EDIT.
           MOVE WS-G-ETP-VACANT TO WS-ETP-VACANT-EDIT.
           MOVE WS-G-NB-POSTES  TO WS-POSTES-EDIT.
           MOVE WS-G-NB-POURVUS TO WS-POURVUS-EDIT.
           MOVE WS-G-NB-VACANTS TO WS-VACANTS-EDIT.
           MOVE WS-G-NB-GELES   TO WS-GELES-EDIT.
           MOVE WS-G-NB-SUREFF  TO WS-SUREFF-EDIT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'TOTAL     : postes' WS-POSTES-EDIT
                  ' pourvus' WS-POURVUS-EDIT ' vacants' WS-VACANTS-EDIT
                  ' geles' WS-GELES-EDIT ' sureff' WS-SUREFF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING '  ETP budgete ' WS-ETP-BUDGET-EDIT
                  '  pourvu ' WS-ETP-POURVU-EDIT
                  '  vacant ' WS-ETP-VACANT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
