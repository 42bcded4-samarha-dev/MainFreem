      *===============================================================
      * Exercice 15z - Index de l'egalite professionnelle
      * Niveau : Expert
      * Calcule chaque annee (publication au 1er mars) les
      * indicateurs de l'index de l'egalite professionnelle entre
      * les femmes et les hommes pour l'annee de reference, dans sa
      * version des entreprises de 50 a 250 salaries :
      *   1 - ecart de remuneration (40 points), par grade et
      *       tranche d'age (moins de 30 ans, 30-39, 40-49, 50 et
      *       plus au 31/12), groupes d'au moins 3 femmes et 3
      *       hommes, seuil de pertinence deduit de chaque ecart ;
      *   2 - ecart de taux d'augmentations individuelles
      *       (35 points), en points ou en nombre de salaries ;
      *   4 - salariees augmentees a leur retour de conge de
      *       maternite (15 points) ;
      *   5 - nombre de salaries du sexe sous-represente parmi les
      *       10 plus hautes remunerations (10 points).
      * L'indicateur 3 (promotions) n'existe que dans la version
      * des plus de 250 salaries. Un indicateur non calculable
      * sort du total, ramene alors sur 100 ; sous 75 points
      * calculables, l'index lui-meme n'est pas calculable.
      * Effectif retenu : salaries payes au moins 6 periodes sur
      * l'annee (cumuls de l'annee, generation archivee par EX15R
      * si la cloture est passee), presents au maitre avec le sexe
      * renseigne. Remuneration annuelle en equivalent temps plein
      * (brut de l'annee ramene a 12 periodes puis au pourcentage du
      * contrat de FIC-CONTRATS.dat).
      * Augmentations individuelles : celles journalisees dans
      * FIC-AUDIT-SALAIRES.dat par EX08B, EX07K (champ SALAIRE) et
      * EX07F (MODIFICATION a la hausse), et les changements de
      * salaire des mouvements EX07E, lus dans la chaine des images
      * de FIC-HISTO-EMPLOYES.dat (salaire de l'image suivante, ou
      * du maitre pour la derniere, superieur a celui de l'image).
      * L'augmentation generale d'EX08 n'est pas individuelle et
      * n'est pas retenue.
      * Compiler : cobc -x ex15z_index_egalite.cobol
      *            -o ex15z_index_egalite -I ../copybooks
      * Executer : ./ex15z_index_egalite
      * Entree  : FIC-PARAM-EGALITE.dat (annee de reference, seuil
      *           de pertinence ; facultatif : annee precedente et
      *           5 % par defaut)
      *           FIC-CUMULS-EX15-<AAAA>.dat ou FIC-CUMULS-EX15.dat
      *           FIC-EMPLOYES.dat (maitre, COPY EMPREC)
      *           FIC-CONTRATS.dat (pourcentage de temps de travail)
      *           FIC-AUDIT-SALAIRES.dat (COPY AUDITREC)
      *           FIC-HISTO-EMPLOYES.dat (COPY HISTOREC)
      *           FIC-CONGES-MATERNITE.dat (conges de maternite
      *           declares par la RH : matricule, debut, retour)
      * Sortie  : FIC-INDEX-EGALITE.txt (fiche de declaration :
      *           effectif, detail et note de chaque indicateur,
      *           index)
      * Code retour : 0 si l'index est calcule, 4 s'il n'est pas
      *               calculable ou si des salaries sont ecartes
      *               faute de sexe au maitre, 1 si les cumuls ou
      *               le maitre sont absents.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15Z-INDEX-EGALITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-EGALITE ASSIGN TO 'FIC-PARAM-EGALITE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-CUMULS ASSIGN TO WS-NOM-FIC-CUMULS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-AUDIT ASSIGN TO 'FIC-AUDIT-SALAIRES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FIC-HISTO ASSIGN TO 'FIC-HISTO-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-MATERNITE ASSIGN TO 'FIC-CONGES-MATERNITE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MATERNITE.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-INDEX-EGALITE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametrage de l'index ; zones a zero = valeurs de repli.
       FD  FIC-PARAM-EGALITE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-EGALITE.
           05 PEG-ANNEE         PIC 9(4).
           05 PEG-SEUIL         PIC 9(2)V9.

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

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  FIC-HISTO LABEL RECORDS ARE STANDARD.
       COPY HISTOREC.

      * Conge de maternite : premier jour et jour de reprise.
       FD  FIC-MATERNITE LABEL RECORDS ARE STANDARD.
       01  ENR-CONGE-MATERNITE.
           05 CMA-MATRICULE     PIC X(6).
           05 CMA-DATE-DEBUT    PIC 9(8).
           05 CMA-DATE-RETOUR   PIC 9(8).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-AUDIT     PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-MATERNITE PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-NOM-FIC-CUMULS   PIC X(40)
           VALUE 'FIC-CUMULS-EX15.dat'.

      * Parametrage de repli : annee precedant l'execution, seuil
      * de pertinence de 5 % (groupes par categorie de postes).
       01 WS-ANNEE            PIC 9(4) VALUE 0.
       01 WS-SEUIL            PIC 9(2)V9 VALUE 5.0.
       01 WS-RAISON-SOCIALE   PIC X(30) VALUE 'MAINFREEM S.A.'.
       01 WS-PERIODES-MINI    PIC 9(2) VALUE 6.
       01 WS-DEBUT-ANNEE      PIC 9(8) VALUE 0.
       01 WS-FIN-ANNEE        PIC 9(8) VALUE 0.
       01 WS-DEBUT-RECHERCHE  PIC 9(8) VALUE 0.

       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).
       01 WS-AGE-W            PIC 9(3) VALUE 0.

      * Maitre employes.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 5000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-SEXE      PIC X.
             10 WS-EMP-GRADE     PIC X(3).
             10 WS-EMP-NAISSANCE PIC 9(8).
             10 WS-EMP-SALAIRE   PIC 9(6).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-IDX-EMP-TROUVE   PIC 9(4) VALUE 0.

      * Pourcentage de temps de travail (100 si absent).
       01 WS-MAX-CONTRATS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE PIC X(6).
             10 WS-CTR-POURCENT  PIC 9(3).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.

      * Augmentations individuelles datees, de l'annee precedente
      * (conges de maternite a cheval) a la fin de l'annee.
       01 WS-MAX-AUGMENTATIONS PIC 9(5) VALUE 20000.
       01 WS-TABLE-AUGMENTATIONS.
          05 WS-AUG-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-AUG.
             10 WS-AUG-MATRICULE PIC X(6).
             10 WS-AUG-DATE      PIC 9(8).
       01 WS-NB-AUGMENTATIONS PIC 9(5) VALUE 0.
       01 WS-AUG-MATRICULE-W  PIC X(6) VALUE SPACES.
       01 WS-AUG-DATE-W       PIC 9(8) VALUE 0.
       01 WS-AUG-TROUVEE      PIC X VALUE 'N'.
          88 AUG-TROUVEE      VALUE 'O'.

      * Chaine des images avant modification, dans l'ordre du
      * fichier (chronologique, chaque programme ajoutant en fin).
       01 WS-MAX-IMAGES       PIC 9(5) VALUE 30000.
       01 WS-TABLE-IMAGES.
          05 WS-IMG-LIGNE OCCURS 30000 TIMES
                  INDEXED BY WS-IDX-IMG WS-IDX-IMG-SUIV.
             10 WS-IMG-MATRICULE PIC X(6).
             10 WS-IMG-DATE-FIN  PIC 9(8).
             10 WS-IMG-MOUVEMENT PIC X.
             10 WS-IMG-SALAIRE   PIC 9(6).
       01 WS-NB-IMAGES        PIC 9(5) VALUE 0.
       01 WS-SALAIRE-APRES-W  PIC 9(6) VALUE 0.

      * Effectif retenu pour l'index.
       01 WS-TABLE-EFFECTIF.
          05 WS-EFF-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-EFF.
             10 WS-EFF-MATRICULE PIC X(6).
             10 WS-EFF-SEXE      PIC X.
                88 EFF-HOMME     VALUE 'H'.
                88 EFF-FEMME     VALUE 'F'.
             10 WS-EFF-GRADE     PIC X(3).
             10 WS-EFF-TRANCHE   PIC 9.
             10 WS-EFF-BRUT      PIC 9(10)V99.
             10 WS-EFF-ETP       PIC 9(8)V99.
             10 WS-EFF-AUGMENTE  PIC X.
             10 WS-EFF-CLASSE    PIC X.
       01 WS-NB-EFFECTIF      PIC 9(4) VALUE 0.
       01 WS-NB-HOMMES        PIC 9(4) VALUE 0.
       01 WS-NB-FEMMES        PIC 9(4) VALUE 0.
       01 WS-NB-SANS-SEXE     PIC 9(4) VALUE 0.
       01 WS-NB-HORS-MAITRE   PIC 9(4) VALUE 0.
       01 WS-NB-PRESENCE-COURTE PIC 9(4) VALUE 0.
       01 WS-NB-SANS-NAISSANCE PIC 9(4) VALUE 0.

      * Libelles des tranches d'age de l'indicateur 1.
       01 WS-LIB-TRANCHES.
          05 FILLER           PIC X(8) VALUE 'INCONNUE'.
          05 FILLER           PIC X(8) VALUE '- 30 ANS'.
          05 FILLER           PIC X(8) VALUE '30-39   '.
          05 FILLER           PIC X(8) VALUE '40-49   '.
          05 FILLER           PIC X(8) VALUE '50 ET + '.
       01 WS-LIB-TRANCHES-R REDEFINES WS-LIB-TRANCHES.
          05 WS-LIB-TRANCHE   PIC X(8) OCCURS 5 TIMES.
       01 WS-RANG-TRANCHE     PIC 9 VALUE 0.

      * Groupes grade x tranche d'age de l'indicateur 1.
       01 WS-MAX-GROUPES      PIC 9(3) VALUE 500.
       01 WS-TABLE-GROUPES.
          05 WS-GRP-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-GRP.
             10 WS-GRP-GRADE     PIC X(3).
             10 WS-GRP-TRANCHE   PIC 9.
             10 WS-GRP-NB-H      PIC 9(4).
             10 WS-GRP-NB-F      PIC 9(4).
             10 WS-GRP-SOMME-H   PIC 9(12)V99.
             10 WS-GRP-SOMME-F   PIC 9(12)V99.
       01 WS-NB-GROUPES       PIC 9(3) VALUE 0.
       01 WS-GRP-TROUVE       PIC X VALUE 'N'.
          88 GRP-TROUVE       VALUE 'O'.

      * Bareme de l'indicateur 1 : note pour un ecart (en %, a une
      * decimale) superieur a 0 et au plus egal a la borne ; 40
      * points pour un ecart nul, 0 au-dela de 20 %.
       01 WS-DEF-BAREME-ECART.
          05 FILLER           PIC X(4) VALUE '0139'.
          05 FILLER           PIC X(4) VALUE '0238'.
          05 FILLER           PIC X(4) VALUE '0337'.
          05 FILLER           PIC X(4) VALUE '0436'.
          05 FILLER           PIC X(4) VALUE '0535'.
          05 FILLER           PIC X(4) VALUE '0634'.
          05 FILLER           PIC X(4) VALUE '0733'.
          05 FILLER           PIC X(4) VALUE '0831'.
          05 FILLER           PIC X(4) VALUE '0929'.
          05 FILLER           PIC X(4) VALUE '1027'.
          05 FILLER           PIC X(4) VALUE '1125'.
          05 FILLER           PIC X(4) VALUE '1223'.
          05 FILLER           PIC X(4) VALUE '1321'.
          05 FILLER           PIC X(4) VALUE '1419'.
          05 FILLER           PIC X(4) VALUE '1517'.
          05 FILLER           PIC X(4) VALUE '1614'.
          05 FILLER           PIC X(4) VALUE '1711'.
          05 FILLER           PIC X(4) VALUE '1808'.
          05 FILLER           PIC X(4) VALUE '1905'.
          05 FILLER           PIC X(4) VALUE '2002'.
       01 WS-BAREME-ECART REDEFINES WS-DEF-BAREME-ECART.
          05 WS-BAR-LIGNE OCCURS 20 TIMES
                  INDEXED BY WS-IDX-BAR.
             10 WS-BAR-BORNE     PIC 9(2).
             10 WS-BAR-POINTS    PIC 9(2).

      * Indicateur 1.
       01 WS-IND1-CALCULE     PIC X VALUE 'N'.
          88 IND1-CALCULE     VALUE 'O'.
       01 WS-IND1-EFFECTIF-VALIDE PIC 9(4) VALUE 0.
       01 WS-IND1-COUVERTURE  PIC 9(3)V9 VALUE 0.
       01 WS-MOYENNE-H        PIC 9(8)V99 VALUE 0.
       01 WS-MOYENNE-F        PIC 9(8)V99 VALUE 0.
       01 WS-ECART-GROUPE     PIC S9(3)V9(4) VALUE 0.
       01 WS-ECART-AJUSTE     PIC S9(3)V9(4) VALUE 0.
       01 WS-SOMME-PONDEREE   PIC S9(9)V9(4) VALUE 0.
       01 WS-IND1-ECART       PIC S9(3)V9 VALUE 0.
       01 WS-IND1-ABSOLU      PIC 9(3)V9 VALUE 0.
       01 WS-IND1-POINTS      PIC 9(2) VALUE 0.

      * Indicateur 2.
       01 WS-IND2-CALCULE     PIC X VALUE 'N'.
          88 IND2-CALCULE     VALUE 'O'.
       01 WS-NB-AUGMENTES-H   PIC 9(4) VALUE 0.
       01 WS-NB-AUGMENTES-F   PIC 9(4) VALUE 0.
       01 WS-TAUX-H           PIC 9(3)V9(4) VALUE 0.
       01 WS-TAUX-F           PIC 9(3)V9(4) VALUE 0.
       01 WS-IND2-ECART-POINTS PIC 9(3)V9 VALUE 0.
       01 WS-IND2-ECART-NOMBRE PIC 9(4)V9 VALUE 0.
       01 WS-IND2-ECART-RETENU PIC 9(4)V9 VALUE 0.
       01 WS-IND2-POINTS      PIC 9(2) VALUE 0.
       01 WS-IND2-CORRECTION  PIC X VALUE 'N'.
          88 IND2-CORRECTION  VALUE 'O'.
       01 WS-PLUS-PETIT-EFFECTIF PIC 9(4) VALUE 0.
       01 WS-IND2-MOTIF       PIC X(50) VALUE SPACES.

      * Indicateur 4.
       01 WS-IND4-CALCULE     PIC X VALUE 'N'.
          88 IND4-CALCULE     VALUE 'O'.
       01 WS-NB-RETOURS       PIC 9(4) VALUE 0.
       01 WS-NB-RETOURS-CONCERNES PIC 9(4) VALUE 0.
       01 WS-NB-RETOURS-AUGMENTES PIC 9(4) VALUE 0.
       01 WS-IND4-TAUX        PIC 9(3)V9 VALUE 0.
       01 WS-IND4-POINTS      PIC 9(2) VALUE 0.

      * Indicateur 5.
       01 WS-NB-HAUTES        PIC 9(2) VALUE 0.
       01 WS-HAUTES-H         PIC 9(2) VALUE 0.
       01 WS-HAUTES-F         PIC 9(2) VALUE 0.
       01 WS-SOUS-REPRESENTE  PIC 9(2) VALUE 0.
       01 WS-IND5-POINTS      PIC 9(2) VALUE 0.
       01 WS-IDX-MAX          PIC 9(4) VALUE 0.
       01 WS-BRUT-MAX         PIC 9(10)V99 VALUE 0.

      * Index.
       01 WS-TOTAL-POINTS     PIC 9(3) VALUE 0.
       01 WS-MAX-CALCULABLE   PIC 9(3) VALUE 0.
       01 WS-INDEX            PIC 9(3) VALUE 0.
       01 WS-INDEX-CALCULE    PIC X VALUE 'N'.
          88 INDEX-CALCULE    VALUE 'O'.

       01 WS-NB-CUMULS-LUS    PIC 9(5) VALUE 0.
       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-MONTANT-EDIT     PIC ZZZZZZ9.99.
       01 WS-MONTANT2-EDIT    PIC ZZZZZZ9.99.
       01 WS-ECART-EDIT       PIC -ZZ9.9.
       01 WS-POURCENT-EDIT    PIC ZZ9.9.
       01 WS-NOMBRE-EDIT      PIC ZZZ9.
       01 WS-NOMBRE2-EDIT     PIC ZZZ9.
       01 WS-NOMBRE3-EDIT     PIC ZZZ9.
       01 WS-POINTS-EDIT      PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Index de l''egalite professionnelle'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           PERFORM LIRE-PARAM-EGALITE.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-AUGMENTATIONS-AUDIT.
           PERFORM CHARGER-AUGMENTATIONS-HISTO.
           PERFORM CHARGER-EFFECTIF.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           IF WS-NB-EFFECTIF = 0
               MOVE 'Aucun salarie retenu : index non calculable'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               CLOSE FIC-RAPPORT
               DISPLAY 'Aucun salarie retenu pour l''annee ' WS-ANNEE
               STOP RUN 4
           END-IF.
           PERFORM CALCULER-INDICATEUR-1.
           PERFORM CALCULER-INDICATEUR-2.
           PERFORM CALCULER-INDICATEUR-4.
           PERFORM CALCULER-INDICATEUR-5.
           PERFORM CALCULER-INDEX.
           CLOSE FIC-RAPPORT.
           PERFORM AFFICHER-BILAN.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Le parametrage est facultatif : par defaut l'index porte sur
      * l'annee civile precedant l'execution.
       LIRE-PARAM-EGALITE.
           OPEN INPUT FIC-PARAM-EGALITE.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM-EGALITE
                   AT END
                       MOVE 0 TO PEG-ANNEE
                       MOVE 0 TO PEG-SEUIL
               END-READ
               CLOSE FIC-PARAM-EGALITE
               MOVE PEG-ANNEE TO WS-ANNEE
               IF PEG-SEUIL > 0
                   MOVE PEG-SEUIL TO WS-SEUIL
               END-IF
           END-IF.
           IF WS-ANNEE = 0
               MOVE WS-DATE-JOUR-8 TO WS-DATE-W
               COMPUTE WS-ANNEE = WS-DTW-ANNEE - 1
           END-IF.
           COMPUTE WS-DEBUT-ANNEE = WS-ANNEE * 10000 + 101.
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231.
           COMPUTE WS-DEBUT-RECHERCHE = WS-DEBUT-ANNEE - 10000.
           DISPLAY 'Annee de reference ' WS-ANNEE
                   ' - seuil de pertinence ' WS-SEUIL ' %'.

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
           MOVE EMP-SEXE TO WS-EMP-SEXE(WS-NB-EMPLOYES).
           MOVE EMP-GRADE TO WS-EMP-GRADE(WS-NB-EMPLOYES).
           MOVE EMP-DATE-NAISSANCE
               TO WS-EMP-NAISSANCE(WS-NB-EMPLOYES).
           MOVE EMP-SALAIRE TO WS-EMP-SALAIRE(WS-NB-EMPLOYES).

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : tous les employes '
                       'a temps plein'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS >= WS-MAX-CONTRATS
                           DISPLAY '*** FIC-CONTRATS.dat : capacite '
                                   'de ' WS-MAX-CONTRATS ' contrats '
                                   'depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE
                           TO WS-CTR-MATRICULE(WS-NB-CONTRATS)
                       MOVE CTR-POURCENT
                           TO WS-CTR-POURCENT(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
      * Augmentations individuelles journalisees : EX08B et les
      * demandes sur le salaire approuvees par EX07K, et les
      * modifications EX07F qui ont releve le salaire. Le salaire
      * journalise par EX15-PRINCIPAL (constat en paie), le rappel
      * et l'augmentation generale d'EX08 ne sont pas retenus.
       CHARGER-AUGMENTATIONS-AUDIT.
           OPEN INPUT FIC-AUDIT.
           IF WS-STATUT-AUDIT NOT = '00'
               DISPLAY 'FIC-AUDIT-SALAIRES.dat absent : aucune '
                       'augmentation journalisee'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-AUDIT NOT = '00'
               READ FIC-AUDIT
                   AT END MOVE '10' TO WS-STATUT-AUDIT
                   NOT AT END
                       IF AUD-DATE >= WS-DEBUT-RECHERCHE
                               AND AUD-DATE <= WS-FIN-ANNEE
                               AND AUD-VALEUR-APRES > AUD-VALEUR-AVANT
                           EVALUATE TRUE
                               WHEN AUD-PROGRAMME = 'EX08B-AUGMENT'
                                       AND AUD-CHAMP = 'SALAIRE'
                               WHEN AUD-PROGRAMME = 'EX07K-APPROBAT'
                                       AND AUD-CHAMP = 'SALAIRE'
                               WHEN AUD-PROGRAMME = 'EX07F-MAJ-EMP'
                                       AND AUD-CHAMP = 'MODIFICATION'
                                   MOVE AUD-MATRICULE
                                       TO WS-AUG-MATRICULE-W
                                   MOVE AUD-DATE TO WS-AUG-DATE-W
                                   PERFORM AJOUTER-AUGMENTATION
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-AUDIT.
           DISPLAY 'Augmentations journalisees : '
                   WS-NB-AUGMENTATIONS.

      *---------------------------------------------------------------
       AJOUTER-AUGMENTATION.
           IF WS-NB-AUGMENTATIONS >= WS-MAX-AUGMENTATIONS
               DISPLAY '*** Capacite de ' WS-MAX-AUGMENTATIONS
                       ' augmentations depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-AUGMENTATIONS.
           MOVE WS-AUG-MATRICULE-W
               TO WS-AUG-MATRICULE(WS-NB-AUGMENTATIONS).
           MOVE WS-AUG-DATE-W TO WS-AUG-DATE(WS-NB-AUGMENTATIONS).

      *---------------------------------------------------------------
      * Les mouvements A d'EX07E ne sont pas journalises dans
      * l'audit : leur image avant modification, comparee au
      * salaire de l'image suivante du meme matricule (ou du maitre
      * pour la derniere), revele l'augmentation. L'image est datee
      * du jour du mouvement (HIS-DATE-FIN).
       CHARGER-AUGMENTATIONS-HISTO.
           MOVE 0 TO WS-NB-IMAGES.
           OPEN INPUT FIC-HISTO.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-EMPLOYES.dat absent : mouvements de '
                       'salaire non examines'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HISTO NOT = '00'
               READ FIC-HISTO
                   AT END MOVE '10' TO WS-STATUT-HISTO
                   NOT AT END
                       IF HIS-DATE-FIN >= WS-DEBUT-RECHERCHE
                           PERFORM RANGER-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO.

           PERFORM VARYING WS-IDX-IMG FROM 1 BY 1
                   UNTIL WS-IDX-IMG > WS-NB-IMAGES
               IF WS-IMG-MOUVEMENT(WS-IDX-IMG) = 'O'
                       AND WS-IMG-DATE-FIN(WS-IDX-IMG) <= WS-FIN-ANNEE
                   PERFORM EXAMINER-IMAGE
               END-IF
           END-PERFORM.
           DISPLAY 'Augmentations retenues     : '
                   WS-NB-AUGMENTATIONS.

      *---------------------------------------------------------------
       RANGER-IMAGE.
           IF WS-NB-IMAGES >= WS-MAX-IMAGES
               DISPLAY '*** FIC-HISTO-EMPLOYES.dat : capacite de '
                       WS-MAX-IMAGES ' images depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-IMAGES.
           MOVE HIS-MATRICULE TO WS-IMG-MATRICULE(WS-NB-IMAGES).
           MOVE HIS-DATE-FIN TO WS-IMG-DATE-FIN(WS-NB-IMAGES).
           MOVE HIS-SALAIRE TO WS-IMG-SALAIRE(WS-NB-IMAGES).
           IF HIS-PROGRAMME = 'EX07E-MOUVEMTS'
               MOVE 'O' TO WS-IMG-MOUVEMENT(WS-NB-IMAGES)
           ELSE
               MOVE 'N' TO WS-IMG-MOUVEMENT(WS-NB-IMAGES)
           END-IF.

      *---------------------------------------------------------------
       EXAMINER-IMAGE.
           MOVE 0 TO WS-SALAIRE-APRES-W.
           SET WS-IDX-IMG-SUIV TO WS-IDX-IMG.
           SET WS-IDX-IMG-SUIV UP BY 1.
           PERFORM VARYING WS-IDX-IMG-SUIV FROM WS-IDX-IMG-SUIV BY 1
                   UNTIL WS-IDX-IMG-SUIV > WS-NB-IMAGES
               IF WS-IMG-MATRICULE(WS-IDX-IMG-SUIV)
                       = WS-IMG-MATRICULE(WS-IDX-IMG)
                   MOVE WS-IMG-SALAIRE(WS-IDX-IMG-SUIV)
                       TO WS-SALAIRE-APRES-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-IMG-SUIV > WS-NB-IMAGES
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                   IF WS-EMP-MATRICULE(WS-IDX-EMP)
                           = WS-IMG-MATRICULE(WS-IDX-IMG)
                       MOVE WS-EMP-SALAIRE(WS-IDX-EMP)
                           TO WS-SALAIRE-APRES-W
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SALAIRE-APRES-W > WS-IMG-SALAIRE(WS-IDX-IMG)
               MOVE WS-IMG-MATRICULE(WS-IDX-IMG)
                   TO WS-AUG-MATRICULE-W
               MOVE WS-IMG-DATE-FIN(WS-IDX-IMG) TO WS-AUG-DATE-W
               PERFORM AJOUTER-AUGMENTATION
           END-IF.

      *---------------------------------------------------------------
      * La generation archivee par la cloture annuelle fait foi ;
      * tant que l'annee n'est pas close, les cumuls en cours sont
      * lus pour les seuls enregistrements de l'annee.
       CHARGER-EFFECTIF.
           MOVE SPACES TO WS-NOM-FIC-CUMULS.
           STRING 'FIC-CUMULS-EX15-' WS-ANNEE '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-CUMULS.
           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               MOVE 'FIC-CUMULS-EX15.dat' TO WS-NOM-FIC-CUMULS
               OPEN INPUT FIC-CUMULS
               IF WS-STATUT-CUMULS NOT = '00'
                   DISPLAY 'FIC-CUMULS-EX15.dat introuvable'
                   STOP RUN 1
               END-IF
           END-IF.
           DISPLAY 'Cumuls lus dans ' WS-NOM-FIC-CUMULS.
           PERFORM UNTIL WS-STATUT-CUMULS NOT = '00'
               READ FIC-CUMULS
                   AT END MOVE '10' TO WS-STATUT-CUMULS
                   NOT AT END
                       IF CUM-ANNEE = WS-ANNEE
                               AND CUM-NB-PERIODES > 0
                           ADD 1 TO WS-NB-CUMULS-LUS
                           PERFORM EXAMINER-SALARIE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS.

      *---------------------------------------------------------------
      * Age au 31/12 de l'annee de reference, en annees revolues.
       EXAMINER-SALARIE.
           IF CUM-NB-PERIODES < WS-PERIODES-MINI
               ADD 1 TO WS-NB-PRESENCE-COURTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IDX-EMP-TROUVE.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = CUM-MATRICULE
                   SET WS-IDX-EMP-TROUVE TO WS-IDX-EMP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-EMP-TROUVE = 0
               ADD 1 TO WS-NB-HORS-MAITRE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-SEXE(WS-IDX-EMP-TROUVE) NOT = 'H'
                   AND WS-EMP-SEXE(WS-IDX-EMP-TROUVE) NOT = 'F'
               ADD 1 TO WS-NB-SANS-SEXE
               DISPLAY '  ' CUM-MATRICULE ' ecarte : sexe non '
                       'renseigne au maitre'
               EXIT PARAGRAPH
           END-IF.

           IF WS-NB-EFFECTIF >= WS-MAX-EMPLOYES
               DISPLAY '*** Capacite de ' WS-MAX-EMPLOYES
                       ' salaries retenus depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-EFFECTIF.
           SET WS-IDX-EFF TO WS-NB-EFFECTIF.
           MOVE CUM-MATRICULE TO WS-EFF-MATRICULE(WS-IDX-EFF).
           MOVE WS-EMP-SEXE(WS-IDX-EMP-TROUVE)
               TO WS-EFF-SEXE(WS-IDX-EFF).
           IF EFF-HOMME(WS-IDX-EFF)
               ADD 1 TO WS-NB-HOMMES
           ELSE
               ADD 1 TO WS-NB-FEMMES
           END-IF.
           MOVE WS-EMP-GRADE(WS-IDX-EMP-TROUVE)
               TO WS-EFF-GRADE(WS-IDX-EFF).
           MOVE WS-EMP-NAISSANCE(WS-IDX-EMP-TROUVE) TO WS-DATE-W.
           IF WS-DATE-W = 0
               MOVE 0 TO WS-EFF-TRANCHE(WS-IDX-EFF)
               ADD 1 TO WS-NB-SANS-NAISSANCE
           ELSE
               COMPUTE WS-AGE-W = WS-ANNEE - WS-DTW-ANNEE
               EVALUATE TRUE
                   WHEN WS-AGE-W < 30
                       MOVE 1 TO WS-EFF-TRANCHE(WS-IDX-EFF)
                   WHEN WS-AGE-W < 40
                       MOVE 2 TO WS-EFF-TRANCHE(WS-IDX-EFF)
                   WHEN WS-AGE-W < 50
                       MOVE 3 TO WS-EFF-TRANCHE(WS-IDX-EFF)
                   WHEN OTHER
                       MOVE 4 TO WS-EFF-TRANCHE(WS-IDX-EFF)
               END-EVALUATE
           END-IF.

           MOVE 100 TO WS-POURCENT-W.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = CUM-MATRICULE
                   IF WS-CTR-POURCENT(WS-IDX-CTR) > 0
                       MOVE WS-CTR-POURCENT(WS-IDX-CTR)
                           TO WS-POURCENT-W
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE CUM-BRUT TO WS-EFF-BRUT(WS-IDX-EFF).
           COMPUTE WS-EFF-ETP(WS-IDX-EFF) ROUNDED =
               CUM-BRUT / CUM-NB-PERIODES * 12 * 100
               / WS-POURCENT-W.

           MOVE 'N' TO WS-EFF-AUGMENTE(WS-IDX-EFF).
           MOVE 'N' TO WS-EFF-CLASSE(WS-IDX-EFF).
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTATIONS
               IF WS-AUG-MATRICULE(WS-IDX-AUG) = CUM-MATRICULE
                       AND WS-AUG-DATE(WS-IDX-AUG) >= WS-DEBUT-ANNEE
                   MOVE 'O' TO WS-EFF-AUGMENTE(WS-IDX-EFF)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Indicateur 1 : ecart de remuneration moyenne par groupe
      * grade x tranche d'age. Seuls comptent les groupes d'au
      * moins 3 femmes et 3 hommes ; le seuil de pertinence est
      * retire de chaque ecart (sans changer de signe), puis les
      * ecarts sont ponderes par l'effectif du groupe. Ecart
      * positif : en faveur des hommes. Non calculable si les
      * groupes valides couvrent moins de 40 % de l'effectif.
       CALCULER-INDICATEUR-1.
           MOVE 0 TO WS-NB-GROUPES.
           PERFORM VARYING WS-IDX-EFF FROM 1 BY 1
                   UNTIL WS-IDX-EFF > WS-NB-EFFECTIF
               IF WS-EFF-TRANCHE(WS-IDX-EFF) > 0
                   PERFORM CUMULER-GROUPE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'INDICATEUR 1 - ECART DE REMUNERATION (grade x age)'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE '  Grade Tranche   Eff.H Eff.F     Moyenne H  '
             & '   Moyenne F  Ecart %'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

           MOVE 0 TO WS-IND1-EFFECTIF-VALIDE.
           MOVE 0 TO WS-SOMME-PONDEREE.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-NB-GROUPES
               PERFORM EDITER-GROUPE
           END-PERFORM.

           COMPUTE WS-IND1-COUVERTURE ROUNDED =
               WS-IND1-EFFECTIF-VALIDE * 100 / WS-NB-EFFECTIF.
           MOVE WS-IND1-EFFECTIF-VALIDE TO WS-NOMBRE-EDIT.
           MOVE WS-IND1-COUVERTURE TO WS-POURCENT-EDIT.
           STRING '  Effectif des groupes valides : ' WS-NOMBRE-EDIT
                  ' (' WS-POURCENT-EDIT ' % de l''effectif)'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NB-SANS-NAISSANCE > 0
               MOVE WS-NB-SANS-NAISSANCE TO WS-NOMBRE-EDIT
               STRING '  Hors groupes (date de naissance inconnue) : '
                      WS-NOMBRE-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

           IF WS-IND1-COUVERTURE < 40
               MOVE '  Non calculable : groupes valides sous 40 % '
                 & 'de l''effectif'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           SET IND1-CALCULE TO TRUE.
           COMPUTE WS-IND1-ECART ROUNDED =
               WS-SOMME-PONDEREE / WS-IND1-EFFECTIF-VALIDE.
           IF WS-IND1-ECART < 0
               COMPUTE WS-IND1-ABSOLU = 0 - WS-IND1-ECART
           ELSE
               MOVE WS-IND1-ECART TO WS-IND1-ABSOLU
           END-IF.
           IF WS-IND1-ABSOLU = 0
               MOVE 40 TO WS-IND1-POINTS
           ELSE
               MOVE 0 TO WS-IND1-POINTS
               PERFORM VARYING WS-IDX-BAR FROM 1 BY 1
                       UNTIL WS-IDX-BAR > 20
                   IF WS-IND1-ABSOLU <= WS-BAR-BORNE(WS-IDX-BAR)
                       MOVE WS-BAR-POINTS(WS-IDX-BAR)
                           TO WS-IND1-POINTS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-SEUIL TO WS-POURCENT-EDIT.
           MOVE WS-IND1-ABSOLU TO WS-ECART-EDIT.
           EVALUATE TRUE
               WHEN WS-IND1-ECART > 0
                   STRING '  Ecart : ' WS-ECART-EDIT
                          ' % en faveur des hommes (seuil '
                          WS-POURCENT-EDIT ' %)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               WHEN WS-IND1-ECART < 0
                   STRING '  Ecart : ' WS-ECART-EDIT
                          ' % en faveur des femmes (seuil '
                          WS-POURCENT-EDIT ' %)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               WHEN OTHER
                   STRING '  Ecart : nul (seuil ' WS-POURCENT-EDIT
                          ' %)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-IND1-POINTS TO WS-POINTS-EDIT.
           STRING '  Note : ' WS-POINTS-EDIT ' / 40'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       CUMULER-GROUPE.
           MOVE 'N' TO WS-GRP-TROUVE.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-NB-GROUPES
               IF WS-GRP-GRADE(WS-IDX-GRP) = WS-EFF-GRADE(WS-IDX-EFF)
                       AND WS-GRP-TRANCHE(WS-IDX-GRP)
                           = WS-EFF-TRANCHE(WS-IDX-EFF)
                   SET GRP-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT GRP-TROUVE
               IF WS-NB-GROUPES >= WS-MAX-GROUPES
                   DISPLAY '*** Capacite de ' WS-MAX-GROUPES
                           ' groupes grade x age depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-GROUPES
               SET WS-IDX-GRP TO WS-NB-GROUPES
               MOVE WS-EFF-GRADE(WS-IDX-EFF)
                   TO WS-GRP-GRADE(WS-IDX-GRP)
               MOVE WS-EFF-TRANCHE(WS-IDX-EFF)
                   TO WS-GRP-TRANCHE(WS-IDX-GRP)
               MOVE 0 TO WS-GRP-NB-H(WS-IDX-GRP)
               MOVE 0 TO WS-GRP-NB-F(WS-IDX-GRP)
               MOVE 0 TO WS-GRP-SOMME-H(WS-IDX-GRP)
               MOVE 0 TO WS-GRP-SOMME-F(WS-IDX-GRP)
           END-IF.
           IF EFF-HOMME(WS-IDX-EFF)
               ADD 1 TO WS-GRP-NB-H(WS-IDX-GRP)
               ADD WS-EFF-ETP(WS-IDX-EFF) TO WS-GRP-SOMME-H(WS-IDX-GRP)
           ELSE
               ADD 1 TO WS-GRP-NB-F(WS-IDX-GRP)
               ADD WS-EFF-ETP(WS-IDX-EFF) TO WS-GRP-SOMME-F(WS-IDX-GRP)
           END-IF.

      *---------------------------------------------------------------
      * Ligne de detail d'un groupe ; un groupe non valide est
      * liste sans moyennes.
       EDITER-GROUPE.
           MOVE WS-GRP-NB-H(WS-IDX-GRP) TO WS-NOMBRE-EDIT.
           MOVE WS-GRP-NB-F(WS-IDX-GRP) TO WS-NOMBRE2-EDIT.
           COMPUTE WS-RANG-TRANCHE = WS-GRP-TRANCHE(WS-IDX-GRP) + 1.
           IF WS-GRP-NB-H(WS-IDX-GRP) < 3
                   OR WS-GRP-NB-F(WS-IDX-GRP) < 3
               STRING '  ' WS-GRP-GRADE(WS-IDX-GRP) '   '
                      WS-LIB-TRANCHE(WS-RANG-TRANCHE)
                      '  ' WS-NOMBRE-EDIT '  ' WS-NOMBRE2-EDIT
                      '   non retenu (moins de 3 F ou 3 H)'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOYENNE-H ROUNDED =
               WS-GRP-SOMME-H(WS-IDX-GRP) / WS-GRP-NB-H(WS-IDX-GRP).
           COMPUTE WS-MOYENNE-F ROUNDED =
               WS-GRP-SOMME-F(WS-IDX-GRP) / WS-GRP-NB-F(WS-IDX-GRP).
           IF WS-MOYENNE-H = 0
               MOVE 0 TO WS-ECART-GROUPE
           ELSE
               COMPUTE WS-ECART-GROUPE ROUNDED =
                   (WS-MOYENNE-H - WS-MOYENNE-F) * 100 / WS-MOYENNE-H
           END-IF.
           EVALUATE TRUE
               WHEN WS-ECART-GROUPE > WS-SEUIL
                   COMPUTE WS-ECART-AJUSTE =
                       WS-ECART-GROUPE - WS-SEUIL
               WHEN WS-ECART-GROUPE < 0 - WS-SEUIL
                   COMPUTE WS-ECART-AJUSTE =
                       WS-ECART-GROUPE + WS-SEUIL
               WHEN OTHER
                   MOVE 0 TO WS-ECART-AJUSTE
           END-EVALUATE.
           COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
               + WS-ECART-AJUSTE * (WS-GRP-NB-H(WS-IDX-GRP)
                                    + WS-GRP-NB-F(WS-IDX-GRP)).
           ADD WS-GRP-NB-H(WS-IDX-GRP) WS-GRP-NB-F(WS-IDX-GRP)
               TO WS-IND1-EFFECTIF-VALIDE.
           MOVE WS-MOYENNE-H TO WS-MONTANT-EDIT.
           MOVE WS-MOYENNE-F TO WS-MONTANT2-EDIT.
           COMPUTE WS-ECART-EDIT ROUNDED = WS-ECART-GROUPE.
           STRING '  ' WS-GRP-GRADE(WS-IDX-GRP) '   '
                  WS-LIB-TRANCHE(WS-RANG-TRANCHE)
                  '  ' WS-NOMBRE-EDIT '  ' WS-NOMBRE2-EDIT
                  '  ' WS-MONTANT-EDIT '  ' WS-MONTANT2-EDIT
                  '  ' WS-ECART-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Indicateur 2 : ecart entre les taux d'hommes et de femmes
      * augmentes dans l'annee, en points de pourcentage et en
      * nombre de salaries (ecart applique au plus petit des deux
      * effectifs) ; le plus favorable des deux est note. Non
      * calculable sous 5 hommes ou 5 femmes, ou sans aucune
      * augmentation. Note pleine si l'ecart profite au sexe le
      * moins bien remunere selon l'indicateur 1 (rattrapage).
       CALCULER-INDICATEUR-2.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'INDICATEUR 2 - ECART DE TAUX D''AUGMENTATIONS '
             & 'INDIVIDUELLES'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-AUGMENTES-H.
           MOVE 0 TO WS-NB-AUGMENTES-F.
           PERFORM VARYING WS-IDX-EFF FROM 1 BY 1
                   UNTIL WS-IDX-EFF > WS-NB-EFFECTIF
               IF WS-EFF-AUGMENTE(WS-IDX-EFF) = 'O'
                   IF EFF-HOMME(WS-IDX-EFF)
                       ADD 1 TO WS-NB-AUGMENTES-H
                   ELSE
                       ADD 1 TO WS-NB-AUGMENTES-F
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-HOMMES > 0
               COMPUTE WS-TAUX-H ROUNDED =
                   WS-NB-AUGMENTES-H * 100 / WS-NB-HOMMES
           END-IF.
           IF WS-NB-FEMMES > 0
               COMPUTE WS-TAUX-F ROUNDED =
                   WS-NB-AUGMENTES-F * 100 / WS-NB-FEMMES
           END-IF.
           MOVE WS-NB-AUGMENTES-H TO WS-NOMBRE-EDIT.
           MOVE WS-NB-HOMMES TO WS-NOMBRE2-EDIT.
           COMPUTE WS-POURCENT-EDIT ROUNDED = WS-TAUX-H.
           STRING '  Hommes augmentes : ' WS-NOMBRE-EDIT ' / '
                  WS-NOMBRE2-EDIT ' soit ' WS-POURCENT-EDIT ' %'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-AUGMENTES-F TO WS-NOMBRE-EDIT.
           MOVE WS-NB-FEMMES TO WS-NOMBRE2-EDIT.
           COMPUTE WS-POURCENT-EDIT ROUNDED = WS-TAUX-F.
           STRING '  Femmes augmentees : ' WS-NOMBRE-EDIT ' / '
                  WS-NOMBRE2-EDIT ' soit ' WS-POURCENT-EDIT ' %'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

           EVALUATE TRUE
               WHEN WS-NB-HOMMES < 5 OR WS-NB-FEMMES < 5
                   MOVE 'moins de 5 hommes ou de 5 femmes'
                       TO WS-IND2-MOTIF
               WHEN WS-NB-AUGMENTES-H + WS-NB-AUGMENTES-F = 0
                   MOVE 'aucune augmentation individuelle dans l''annee'
                       TO WS-IND2-MOTIF
               WHEN OTHER
                   SET IND2-CALCULE TO TRUE
           END-EVALUATE.
           IF NOT IND2-CALCULE
               STRING '  Non calculable : ' WS-IND2-MOTIF
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.

           IF WS-TAUX-H > WS-TAUX-F
               COMPUTE WS-IND2-ECART-POINTS ROUNDED =
                   WS-TAUX-H - WS-TAUX-F
           ELSE
               COMPUTE WS-IND2-ECART-POINTS ROUNDED =
                   WS-TAUX-F - WS-TAUX-H
           END-IF.
           IF WS-NB-HOMMES < WS-NB-FEMMES
               MOVE WS-NB-HOMMES TO WS-PLUS-PETIT-EFFECTIF
           ELSE
               MOVE WS-NB-FEMMES TO WS-PLUS-PETIT-EFFECTIF
           END-IF.
           COMPUTE WS-IND2-ECART-NOMBRE ROUNDED =
               WS-IND2-ECART-POINTS * WS-PLUS-PETIT-EFFECTIF / 100.
           IF WS-IND2-ECART-NOMBRE < WS-IND2-ECART-POINTS
               MOVE WS-IND2-ECART-NOMBRE TO WS-IND2-ECART-RETENU
           ELSE
               MOVE WS-IND2-ECART-POINTS TO WS-IND2-ECART-RETENU
           END-IF.
           EVALUATE TRUE
               WHEN WS-IND2-ECART-RETENU <= 2
                   MOVE 35 TO WS-IND2-POINTS
               WHEN WS-IND2-ECART-RETENU <= 5
                   MOVE 25 TO WS-IND2-POINTS
               WHEN WS-IND2-ECART-RETENU <= 10
                   MOVE 15 TO WS-IND2-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-IND2-POINTS
           END-EVALUATE.
           IF IND1-CALCULE
               IF (WS-IND1-ECART > 0 AND WS-TAUX-F > WS-TAUX-H)
                       OR (WS-IND1-ECART < 0
                           AND WS-TAUX-H > WS-TAUX-F)
                   SET IND2-CORRECTION TO TRUE
                   MOVE 35 TO WS-IND2-POINTS
               END-IF
           END-IF.
           MOVE WS-IND2-ECART-POINTS TO WS-POURCENT-EDIT.
           STRING '  Ecart en points : ' WS-POURCENT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-IND2-ECART-NOMBRE TO WS-POURCENT-EDIT.
           STRING '  Ecart en nombre de salaries : ' WS-POURCENT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF IND2-CORRECTION
               MOVE '  Ecart en faveur du sexe le moins bien remunere '
                 & ': note maximale'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           MOVE WS-IND2-POINTS TO WS-POINTS-EDIT.
           STRING '  Note : ' WS-POINTS-EDIT ' / 35'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Indicateur 4 : parmi les salariees revenues de conge de
      * maternite dans l'annee, pendant le conge desquelles des
      * augmentations ont ete accordees dans l'entreprise, part de
      * celles augmentees a leur retour (avant la fin de l'annee).
      * 100 % : 15 points, sinon 0. Non calculable sans retour
      * concerne.
       CALCULER-INDICATEUR-4.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'INDICATEUR 4 - AUGMENTATIONS AU RETOUR DE CONGE '
             & 'MATERNITE'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           OPEN INPUT FIC-MATERNITE.
           IF WS-STATUT-MATERNITE = '00'
               PERFORM UNTIL WS-STATUT-MATERNITE NOT = '00'
                   READ FIC-MATERNITE
                       AT END MOVE '10' TO WS-STATUT-MATERNITE
                       NOT AT END
                           IF CMA-DATE-RETOUR >= WS-DEBUT-ANNEE
                                   AND CMA-DATE-RETOUR <= WS-FIN-ANNEE
                               PERFORM EXAMINER-RETOUR-MATERNITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-MATERNITE
           ELSE
               DISPLAY 'FIC-CONGES-MATERNITE.dat absent : aucun '
                       'retour de conge declare'
           END-IF.
           MOVE WS-NB-RETOURS TO WS-NOMBRE-EDIT.
           MOVE WS-NB-RETOURS-CONCERNES TO WS-NOMBRE2-EDIT.
           MOVE WS-NB-RETOURS-AUGMENTES TO WS-NOMBRE3-EDIT.
           STRING '  Retours dans l''annee : ' WS-NOMBRE-EDIT
                  ' - concernes : ' WS-NOMBRE2-EDIT
                  ' - augmentees : ' WS-NOMBRE3-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NB-RETOURS-CONCERNES = 0
               MOVE '  Non calculable : aucun retour de conge '
                 & 'pendant lequel des augmentations ont eu lieu'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           SET IND4-CALCULE TO TRUE.
           COMPUTE WS-IND4-TAUX ROUNDED =
               WS-NB-RETOURS-AUGMENTES * 100 / WS-NB-RETOURS-CONCERNES.
           IF WS-NB-RETOURS-AUGMENTES = WS-NB-RETOURS-CONCERNES
               MOVE 15 TO WS-IND4-POINTS
           ELSE
               MOVE 0 TO WS-IND4-POINTS
           END-IF.
           MOVE WS-IND4-TAUX TO WS-POURCENT-EDIT.
           MOVE WS-IND4-POINTS TO WS-POINTS-EDIT.
           STRING '  Taux : ' WS-POURCENT-EDIT ' %  - Note : '
                  WS-POINTS-EDIT ' / 15'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       EXAMINER-RETOUR-MATERNITE.
           ADD 1 TO WS-NB-RETOURS.
           MOVE 'N' TO WS-AUG-TROUVEE.
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTATIONS
               IF WS-AUG-DATE(WS-IDX-AUG) >= CMA-DATE-DEBUT
                       AND WS-AUG-DATE(WS-IDX-AUG) < CMA-DATE-RETOUR
                       AND WS-AUG-MATRICULE(WS-IDX-AUG)
                           NOT = CMA-MATRICULE
                   SET AUG-TROUVEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT AUG-TROUVEE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RETOURS-CONCERNES.
           MOVE 'N' TO WS-AUG-TROUVEE.
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTATIONS
               IF WS-AUG-MATRICULE(WS-IDX-AUG) = CMA-MATRICULE
                       AND WS-AUG-DATE(WS-IDX-AUG) >= CMA-DATE-RETOUR
                       AND WS-AUG-DATE(WS-IDX-AUG) <= WS-FIN-ANNEE
                   SET AUG-TROUVEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF AUG-TROUVEE
               ADD 1 TO WS-NB-RETOURS-AUGMENTES
           ELSE
               STRING '  ' CMA-MATRICULE ' revenue le '
                      CMA-DATE-RETOUR ' sans augmentation'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
      * Indicateur 5 : les 10 plus hautes remunerations brutes de
      * l'annee (moins si l'effectif est plus petit), retenues une a
      * une par le plus haut brut restant.
       CALCULER-INDICATEUR-5.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'INDICATEUR 5 - SEXE SOUS-REPRESENTE PARMI LES 10 '
             & 'PLUS HAUTES REMUNERATIONS'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-HAUTES.
           PERFORM UNTIL WS-NB-HAUTES >= 10
                   OR WS-NB-HAUTES >= WS-NB-EFFECTIF
               MOVE 0 TO WS-IDX-MAX
               MOVE 0 TO WS-BRUT-MAX
               PERFORM VARYING WS-IDX-EFF FROM 1 BY 1
                       UNTIL WS-IDX-EFF > WS-NB-EFFECTIF
                   IF WS-EFF-CLASSE(WS-IDX-EFF) = 'N'
                           AND (WS-IDX-MAX = 0
                             OR WS-EFF-BRUT(WS-IDX-EFF) > WS-BRUT-MAX)
                       SET WS-IDX-MAX TO WS-IDX-EFF
                       MOVE WS-EFF-BRUT(WS-IDX-EFF) TO WS-BRUT-MAX
                   END-IF
               END-PERFORM
               MOVE 'O' TO WS-EFF-CLASSE(WS-IDX-MAX)
               ADD 1 TO WS-NB-HAUTES
               IF EFF-HOMME(WS-IDX-MAX)
                   ADD 1 TO WS-HAUTES-H
               ELSE
                   ADD 1 TO WS-HAUTES-F
               END-IF
           END-PERFORM.
           IF WS-HAUTES-H < WS-HAUTES-F
               MOVE WS-HAUTES-H TO WS-SOUS-REPRESENTE
           ELSE
               MOVE WS-HAUTES-F TO WS-SOUS-REPRESENTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-SOUS-REPRESENTE <= 1
                   MOVE 0 TO WS-IND5-POINTS
               WHEN WS-SOUS-REPRESENTE <= 3
                   MOVE 5 TO WS-IND5-POINTS
               WHEN OTHER
                   MOVE 10 TO WS-IND5-POINTS
           END-EVALUATE.
           MOVE WS-HAUTES-H TO WS-NOMBRE-EDIT.
           MOVE WS-HAUTES-F TO WS-NOMBRE2-EDIT.
           MOVE WS-SOUS-REPRESENTE TO WS-NOMBRE3-EDIT.
           STRING '  Hommes : ' WS-NOMBRE-EDIT ' - Femmes : '
                  WS-NOMBRE2-EDIT ' - sexe sous-represente : '
                  WS-NOMBRE3-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-IND5-POINTS TO WS-POINTS-EDIT.
           STRING '  Note : ' WS-POINTS-EDIT ' / 10'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Les indicateurs non calculables sortent du total, ramene sur
      * 100 ; l'index n'est pas calculable sous 75 points
      * calculables.
       CALCULER-INDEX.
           MOVE 10 TO WS-MAX-CALCULABLE.
           MOVE WS-IND5-POINTS TO WS-TOTAL-POINTS.
           IF IND1-CALCULE
               ADD 40 TO WS-MAX-CALCULABLE
               ADD WS-IND1-POINTS TO WS-TOTAL-POINTS
           END-IF.
           IF IND2-CALCULE
               ADD 35 TO WS-MAX-CALCULABLE
               ADD WS-IND2-POINTS TO WS-TOTAL-POINTS
           END-IF.
           IF IND4-CALCULE
               ADD 15 TO WS-MAX-CALCULABLE
               ADD WS-IND4-POINTS TO WS-TOTAL-POINTS
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-POINTS TO WS-POINTS-EDIT.
           MOVE WS-MAX-CALCULABLE TO WS-NOMBRE-EDIT.
           STRING 'TOTAL DES POINTS : ' WS-POINTS-EDIT
                  ' sur ' WS-NOMBRE-EDIT ' calculables'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-MAX-CALCULABLE < 75
               MOVE 'INDEX NON CALCULABLE (moins de 75 points '
                 & 'calculables)'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           SET INDEX-CALCULE TO TRUE.
           COMPUTE WS-INDEX ROUNDED =
               WS-TOTAL-POINTS * 100 / WS-MAX-CALCULABLE.
           MOVE WS-INDEX TO WS-POINTS-EDIT.
           STRING 'INDEX DE L''EGALITE PROFESSIONNELLE : '
                  WS-POINTS-EDIT ' / 100'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-INDEX < 75
               MOVE 'Index inferieur a 75 : mesures de correction a '
                 & 'definir sous 3 ans'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               IF WS-INDEX < 85
                   MOVE 'Index inferieur a 85 : objectifs de '
                     & 'progression a publier'
                       TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * En-tete de la fiche : identification, periode et effectif.
       ECRIRE-ENTETE-RAPPORT.
           MOVE '=== INDEX DE L''EGALITE PROFESSIONNELLE FEMMES-'
             & 'HOMMES ==='
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Entreprise : ' WS-RAISON-SOCIALE
                  ' Annee de reference : ' WS-ANNEE
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Periode de reference : du ' WS-DEBUT-ANNEE
                  ' au ' WS-FIN-ANNEE ' - calcul du ' WS-DATE-JOUR-8
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-EFFECTIF TO WS-NOMBRE-EDIT.
           MOVE WS-NB-HOMMES TO WS-NOMBRE2-EDIT.
           MOVE WS-NB-FEMMES TO WS-NOMBRE3-EDIT.
           STRING 'Tranche d''effectifs : 50 a 250 - effectif retenu '
                  WS-NOMBRE-EDIT ' (H ' WS-NOMBRE2-EDIT ' / F '
                  WS-NOMBRE3-EDIT ')'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-PRESENCE-COURTE TO WS-NOMBRE-EDIT.
           MOVE WS-NB-SANS-SEXE TO WS-NOMBRE2-EDIT.
           MOVE WS-NB-HORS-MAITRE TO WS-NOMBRE3-EDIT.
           STRING 'Exclus : moins de 6 mois ' WS-NOMBRE-EDIT
                  ' - sexe non renseigne ' WS-NOMBRE2-EDIT
                  ' - hors maitre ' WS-NOMBRE3-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NB-EFFECTIF > 250
               MOVE '*** Plus de 250 salaries : la version a 5 '
                 & 'indicateurs s''applique ***'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF WS-NB-SANS-SEXE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           DISPLAY 'Effectif retenu    : ' WS-NB-EFFECTIF
                   ' (H ' WS-NB-HOMMES ' / F ' WS-NB-FEMMES ')'.
           DISPLAY 'Ecartes sans sexe  : ' WS-NB-SANS-SEXE.
           DISPLAY 'Points             : ' WS-TOTAL-POINTS ' / '
                   WS-MAX-CALCULABLE.
           IF INDEX-CALCULE
               DISPLAY 'Index              : ' WS-INDEX ' / 100'
           ELSE
               DISPLAY 'Index non calculable'
           END-IF.
           DISPLAY 'Fiche dans FIC-INDEX-EGALITE.txt'.
           DISPLAY '================================================'.
