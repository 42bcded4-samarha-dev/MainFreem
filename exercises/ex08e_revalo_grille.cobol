      *===============================================================
      * Exercice 8e - Revalorisation annuelle de la grille salariale
      * Niveau : Intermediaire
      * Quand les minima de grade sont renegocies, EX25-CONTROLE-
      * GRILLE ne fait que lister les salaires passes sous la
      * nouvelle bande, et la RH saisissait ensuite les
      * augmentations une a une. Ce programme prend la nouvelle
      * grille (FIC-GRILLE-SALAIRES-NOUV.dat, meme format que
      * FIC-GRILLE-SALAIRES.dat) et FIC-PARAM-REVALO-GRILLE.dat :
      *   date d'effet AAAAMMJJ (pas dans le passe),
      *   taux general de la grille du type 1.020 (zero = sans
      *   augmentation generale),
      *   mode S = simulation (rapport seul, par defaut) ou
      *   E = emission.
      * Pour chaque employe actif du maitre, le salaire de base est
      * le salaire courant, porte par les augmentations deja
      * programmees dans FIC-AUGMENT-INDIV.dat avant la date
      * d'effet (dans l'ordre du fichier, comme EX08B les
      * appliquera). Le taux general s'applique a tous ; un salaire
      * encore sous le nouveau minimum de son grade y est porte.
      * Un employe qui a deja une augmentation programmee a la date
      * d'effet (revalorisation deja emise ou saisie de la RH) est
      * ecarte ; une augmentation programmee apres la date d'effet
      * est signalee, elle passera par-dessus la revalorisation.
      * En emission les augmentations sont ajoutees a
      * FIC-AUGMENT-INDIV.dat (type M, nouveau salaire), appliquees
      * par EX08B-AUGMENT-INDIV a la date d'effet, comme celles de
      * la campagne EX08D. La nouvelle grille est a installer dans
      * FIC-GRILLE-SALAIRES.dat a la meme date pour EX25.
      * Le rapport chiffre par departement le surcout mensuel et
      * annuel (douze mois, comme EX08C) pour visa de la direction
      * financiere avant l'emission.
      * Compiler : cobc -x ex08e_revalo_grille.cobol
      *            -o ex08e_revalo_grille -I ../copybooks
      * Executer : ./ex08e_revalo_grille
      * Entree  : FIC-EMPLOYES.dat, FIC-GRILLE-SALAIRES-NOUV.dat,
      *           FIC-PARAM-REVALO-GRILLE.dat, FIC-AUGMENT-INDIV.dat
      * Sortie  : FIC-REVALO-GRILLE.txt (rapport chiffre)
      *           FIC-AUGMENT-INDIV.dat complete (mode E)
      * Code retour : 0, 1 = fichier absent ou parametre invalide,
      *               4 = employes ecartes ou a revoir,
      *               8 = capacite depassee
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX08E-REVALO-GRILLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-REVALO-GRILLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-GRILLE ASSIGN TO 'FIC-GRILLE-SALAIRES-NOUV.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-GRILLE.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-AUGMENTS ASSIGN TO 'FIC-AUGMENT-INDIV.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUGMENTS.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-REVALO-GRILLE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-REVALO.
           05 RVG-DATE-EFFET    PIC 9(8).
           05 RVG-TAUX-GENERAL  PIC 9V999.
           05 RVG-MODE          PIC X.

      * Meme enregistrement que FIC-GRILLE dans EX25.
       FD  FIC-GRILLE LABEL RECORDS ARE STANDARD.
       01  ENR-GRILLE.
           05 GRI-CODE          PIC X(3).
           05 GRI-MINIMUM       PIC 9(6).
           05 GRI-MAXIMUM       PIC 9(6).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Meme enregistrement que FIC-AUGMENTS dans EX08B.
       FD  FIC-AUGMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-AUGMENT.
           05 AUG-MATRICULE     PIC X(6).
           05 AUG-DATE-EFFET    PIC 9(8).
           05 AUG-TYPE          PIC X.
           05 AUG-SALAIRE-NOUV  PIC 9(6).
           05 AUG-TAUX          PIC 9V999.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-GRILLE    PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-AUGMENTS  PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-EFFET       PIC 9(8) VALUE 0.
       01 WS-DATE-EFFET-R REDEFINES WS-DATE-EFFET.
          05 WS-EFFET-AAAA    PIC 9(4).
          05 WS-EFFET-MM      PIC 9(2).
          05 WS-EFFET-JJ      PIC 9(2).
       01 WS-TAUX-GENERAL     PIC 9V999 VALUE 0.
       01 WS-MODE             PIC X VALUE 'S'.
          88 MODE-EMISSION    VALUE 'E'.
          88 MODE-SIMULATION  VALUE 'S'.

      * Nouvelle grille.
       01 WS-MAX-GRADES       PIC 9(2) VALUE 50.
       01 WS-TABLE-GRILLE.
          05 WS-GRILLE-LIGNE OCCURS 50 TIMES
                  INDEXED BY WS-IDX-GRI.
             10 WS-GRI-CODE PIC X(3).
             10 WS-GRI-MIN  PIC 9(6).
             10 WS-GRI-MAX  PIC 9(6).
       01 WS-NB-GRADES        PIC 9(2) VALUE 0.
       01 WS-GRADE-TROUVE     PIC X VALUE 'N'.
          88 GRADE-TROUVE     VALUE 'O'.

      * Augmentations deja programmees, dans l'ordre du fichier.
       01 WS-MAX-AUGMENTS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-AUGMENTS.
          05 WS-AUG-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-AUG.
             10 WS-AUG-MATRICULE   PIC X(6).
             10 WS-AUG-DATE-EFFET  PIC 9(8).
             10 WS-AUG-TYPE        PIC X.
             10 WS-AUG-SALAIRE-NOUV PIC 9(6).
             10 WS-AUG-TAUX        PIC 9V999.
       01 WS-NB-AUGMENTS      PIC 9(4) VALUE 0.

      * Situation de l'employe en cours.
       01 WS-SALAIRE-BASE     PIC 9(6) VALUE 0.
       01 WS-SALAIRE-NOUVEAU  PIC 9(6) VALUE 0.
       01 WS-HAUSSE-MENSUELLE PIC 9(6) VALUE 0.
       01 WS-MOTIF            PIC X(8) VALUE SPACES.
       01 WS-DEJA-PROGRAMMEE  PIC X VALUE 'N'.
          88 DEJA-PROGRAMMEE  VALUE 'O'.
       01 WS-PROGRAMMEE-APRES PIC X VALUE 'N'.
          88 PROGRAMMEE-APRES VALUE 'O'.

      * Chiffrage par departement.
       01 WS-MAX-DEPARTEMENTS PIC 9(3) VALUE 100.
       01 WS-TABLE-DEPTS.
          05 WS-DEP-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-DEP.
             10 WS-DEP-CODE        PIC X(4).
             10 WS-DEP-NB-GENERAL  PIC 9(4).
             10 WS-DEP-NB-MINIMUM  PIC 9(4).
             10 WS-DEP-MENSUEL     PIC 9(8).
       01 WS-NB-DEPTS         PIC 9(3) VALUE 0.

       01 WS-NB-ACTIFS        PIC 9(4) VALUE 0.
       01 WS-NB-GENERAL       PIC 9(4) VALUE 0.
       01 WS-NB-MINIMUM       PIC 9(4) VALUE 0.
       01 WS-NB-SANS-GRADE    PIC 9(4) VALUE 0.
       01 WS-NB-SUR-MAXIMUM   PIC 9(4) VALUE 0.
       01 WS-NB-ECARTES       PIC 9(4) VALUE 0.
       01 WS-NB-A-REVOIR      PIC 9(4) VALUE 0.
       01 WS-NB-EMISES        PIC 9(4) VALUE 0.
       01 WS-TOTAL-MENSUEL    PIC 9(8) VALUE 0.
       01 WS-COUT-ANNUEL      PIC 9(9) VALUE 0.

       01 WS-LIGNE            PIC X(80) VALUE SPACES.
       01 WS-TAUX-EDIT        PIC 9.999.
       01 WS-SALAIRE-EDIT     PIC ZZZZZ9.
       01 WS-NOUVEAU-EDIT     PIC ZZZZZ9.
       01 WS-MENSUEL-EDIT     PIC ZZZZZZZ9.
       01 WS-ANNUEL-EDIT      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Revalorisation de la grille salariale'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM LIRE-PARAMETRES.
           PERFORM CHARGER-GRILLE.
           PERFORM CHARGER-AUGMENTS.

           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           IF MODE-EMISSION
               OPEN EXTEND FIC-AUGMENTS
               IF WS-STATUT-AUGMENTS NOT = '00'
                   OPEN OUTPUT FIC-AUGMENTS
               END-IF
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
                   PERFORM REVALORISER-EMPLOYE
               END-IF
               READ FIC-EMPLOYES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.
           IF MODE-EMISSION
               CLOSE FIC-AUGMENTS
           END-IF.

           PERFORM ECRIRE-SYNTHESE.
           CLOSE FIC-RAPPORT.

           IF WS-NB-ECARTES > 0 OR WS-NB-A-REVOIR > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF MODE-EMISSION
               DISPLAY 'Augmentations emises : ' WS-NB-EMISES
                       ' (voir FIC-AUGMENT-INDIV.dat, appliquees par '
                       'EX08B a la date d''effet)'
           ELSE
               DISPLAY 'Simulation : rien n''est emis (mode E pour '
                       'emettre apres visa)'
           END-IF.
           DISPLAY 'Rapport dans FIC-REVALO-GRILLE.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * La date d'effet est obligatoire : sans parametre, pas de
      * revalorisation.
       LIRE-PARAMETRES.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM NOT = '00'
               DISPLAY 'FIC-PARAM-REVALO-GRILLE.dat introuvable : '
                       'date d''effet requise'
               STOP RUN 1
           END-IF.
           READ FIC-PARAM
               AT END
                   DISPLAY 'FIC-PARAM-REVALO-GRILLE.dat vide : '
                           'date d''effet requise'
                   CLOSE FIC-PARAM
                   STOP RUN 1
           END-READ.
           CLOSE FIC-PARAM.

           IF RVG-DATE-EFFET NOT NUMERIC
               DISPLAY '*** Date d''effet non numerique ***'
               STOP RUN 1
           END-IF.
           MOVE RVG-DATE-EFFET TO WS-DATE-EFFET.
           IF WS-EFFET-MM < 1 OR WS-EFFET-MM > 12
                   OR WS-EFFET-JJ < 1 OR WS-EFFET-JJ > 31
               DISPLAY '*** Date d''effet ' WS-DATE-EFFET
                       ' invalide ***'
               STOP RUN 1
           END-IF.
           IF WS-DATE-EFFET < WS-DATE-JOUR
               DISPLAY '*** Date d''effet ' WS-DATE-EFFET
                       ' dans le passe : EX08B ne rappelle pas les '
                       'mois echus ***'
               STOP RUN 1
           END-IF.

           IF RVG-TAUX-GENERAL NOT NUMERIC
               DISPLAY '*** Taux general non numerique ***'
               STOP RUN 1
           END-IF.
           MOVE RVG-TAUX-GENERAL TO WS-TAUX-GENERAL.
           IF WS-TAUX-GENERAL > 0 AND WS-TAUX-GENERAL < 1
               DISPLAY '*** Taux general ' RVG-TAUX-GENERAL
                       ' inferieur a 1 : pas de baisse de salaire '
                       '***'
               STOP RUN 1
           END-IF.

           EVALUATE RVG-MODE
               WHEN 'E'
                   MOVE 'E' TO WS-MODE
               WHEN 'S'
               WHEN SPACE
                   MOVE 'S' TO WS-MODE
               WHEN OTHER
                   DISPLAY '*** Mode ' RVG-MODE ' inconnu (S ou E) '
                           '***'
                   STOP RUN 1
           END-EVALUATE.

      *---------------------------------------------------------------
       CHARGER-GRILLE.
           OPEN INPUT FIC-GRILLE.
           IF WS-STATUT-GRILLE NOT = '00'
               DISPLAY 'FIC-GRILLE-SALAIRES-NOUV.dat introuvable : '
                       'la nouvelle grille est requise'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-GRILLE NOT = '00'
               READ FIC-GRILLE
                   AT END MOVE '10' TO WS-STATUT-GRILLE
                   NOT AT END PERFORM RETENIR-GRADE
               END-READ
           END-PERFORM.
           CLOSE FIC-GRILLE.
           DISPLAY 'Nouvelle grille chargee : ' WS-NB-GRADES
                   ' grade(s)'.

      *---------------------------------------------------------------
      * Une grille incoherente ne doit rien emettre.
       RETENIR-GRADE.
           IF GRI-MINIMUM NOT NUMERIC OR GRI-MAXIMUM NOT NUMERIC
                   OR GRI-MINIMUM > GRI-MAXIMUM
               DISPLAY '*** Nouvelle grille : grade ' GRI-CODE
                       ' minimum/maximum invalides ***'
               CLOSE FIC-GRILLE
               STOP RUN 1
           END-IF.
           PERFORM VARYING WS-IDX-GRI FROM 1 BY 1
                   UNTIL WS-IDX-GRI > WS-NB-GRADES
               IF WS-GRI-CODE(WS-IDX-GRI) = GRI-CODE
                   DISPLAY '*** Nouvelle grille : grade ' GRI-CODE
                           ' en double ***'
                   CLOSE FIC-GRILLE
                   STOP RUN 1
               END-IF
           END-PERFORM.
           IF WS-NB-GRADES NOT < WS-MAX-GRADES
               DISPLAY '*** Capacite de ' WS-MAX-GRADES
                       ' grades depassee - revalorisation arretee ***'
               CLOSE FIC-GRILLE
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-GRADES.
           MOVE GRI-CODE TO WS-GRI-CODE(WS-NB-GRADES).
           MOVE GRI-MINIMUM TO WS-GRI-MIN(WS-NB-GRADES).
           MOVE GRI-MAXIMUM TO WS-GRI-MAX(WS-NB-GRADES).

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
                                   'depassee - revalorisation '
                                   'arretee ***'
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
               END-READ
           END-PERFORM.
           CLOSE FIC-AUGMENTS.
           DISPLAY 'Augmentations deja programmees : ' WS-NB-AUGMENTS.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           MOVE '=== REVALORISATION DE LA GRILLE SALARIALE ==='
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE WS-TAUX-GENERAL TO WS-TAUX-EDIT.
           IF MODE-EMISSION
               STRING 'Effet ' WS-DATE-EFFET '  taux general '
                      WS-TAUX-EDIT '  mode EMISSION'
                   DELIMITED SIZE INTO WS-LIGNE
           ELSE
               STRING 'Effet ' WS-DATE-EFFET '  taux general '
                      WS-TAUX-EDIT '  mode SIMULATION'
                   DELIMITED SIZE INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE 'Matric Grade Dept  Base  Nouveau  Hausse  Motif'
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       REVALORISER-EMPLOYE.
           PERFORM PROJETER-SALAIRE.
           IF DEJA-PROGRAMMEE
               ADD 1 TO WS-NB-ECARTES
               STRING EMP-MATRICULE ' : augmentation deja programmee '
                      'au ' WS-DATE-EFFET ', ecarte'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SALAIRE-BASE TO WS-SALAIRE-NOUVEAU.
           MOVE SPACES TO WS-MOTIF.
           IF WS-TAUX-GENERAL > 1
               COMPUTE WS-SALAIRE-NOUVEAU ROUNDED =
                   WS-SALAIRE-BASE * WS-TAUX-GENERAL
               MOVE 'GENERAL' TO WS-MOTIF
           END-IF.

           MOVE 'N' TO WS-GRADE-TROUVE.
           PERFORM VARYING WS-IDX-GRI FROM 1 BY 1
                   UNTIL WS-IDX-GRI > WS-NB-GRADES
               IF WS-GRI-CODE(WS-IDX-GRI) = EMP-GRADE
                   SET GRADE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GRADE-TROUVE
               IF WS-SALAIRE-NOUVEAU < WS-GRI-MIN(WS-IDX-GRI)
                   MOVE WS-GRI-MIN(WS-IDX-GRI) TO WS-SALAIRE-NOUVEAU
                   MOVE 'MINIMUM' TO WS-MOTIF
               END-IF
           ELSE
               ADD 1 TO WS-NB-SANS-GRADE
           END-IF.

           IF WS-SALAIRE-NOUVEAU NOT > WS-SALAIRE-BASE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HAUSSE-MENSUELLE =
               WS-SALAIRE-NOUVEAU - WS-SALAIRE-BASE.
           IF WS-MOTIF = 'MINIMUM'
               ADD 1 TO WS-NB-MINIMUM
           ELSE
               ADD 1 TO WS-NB-GENERAL
           END-IF.
           ADD WS-HAUSSE-MENSUELLE TO WS-TOTAL-MENSUEL.
           PERFORM CUMULER-DEPARTEMENT.

           MOVE WS-SALAIRE-BASE TO WS-SALAIRE-EDIT.
           MOVE WS-SALAIRE-NOUVEAU TO WS-NOUVEAU-EDIT.
           MOVE WS-HAUSSE-MENSUELLE TO WS-MENSUEL-EDIT.
           STRING EMP-MATRICULE ' ' EMP-GRADE '   ' EMP-DEPARTEMENT
                  ' ' WS-SALAIRE-EDIT '  ' WS-NOUVEAU-EDIT
                  WS-MENSUEL-EDIT '  ' WS-MOTIF
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           IF GRADE-TROUVE
               IF WS-SALAIRE-NOUVEAU > WS-GRI-MAX(WS-IDX-GRI)
                   ADD 1 TO WS-NB-SUR-MAXIMUM
                   STRING '       au-dessus du maximum '
                          WS-GRI-MAX(WS-IDX-GRI) ' du grade '
                          EMP-GRADE
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-UNE-LIGNE
               END-IF
           END-IF.
           IF PROGRAMMEE-APRES
               ADD 1 TO WS-NB-A-REVOIR
               STRING '       a revoir : augmentation programmee '
                      'apres le ' WS-DATE-EFFET
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           IF MODE-EMISSION
               MOVE EMP-MATRICULE      TO AUG-MATRICULE
               MOVE WS-DATE-EFFET      TO AUG-DATE-EFFET
               MOVE 'M'                TO AUG-TYPE
               MOVE WS-SALAIRE-NOUVEAU TO AUG-SALAIRE-NOUV
               MOVE 0                  TO AUG-TAUX
               WRITE ENR-AUGMENT
               ADD 1 TO WS-NB-EMISES
           END-IF.

      *---------------------------------------------------------------
      * Salaire de base a la date d'effet : le salaire du maitre,
      * puis les augmentations programmees avant cette date, dans
      * l'ordre ou EX08B les appliquera.
       PROJETER-SALAIRE.
           MOVE EMP-SALAIRE TO WS-SALAIRE-BASE.
           MOVE 'N' TO WS-DEJA-PROGRAMMEE.
           MOVE 'N' TO WS-PROGRAMMEE-APRES.
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTS
               IF WS-AUG-MATRICULE(WS-IDX-AUG) = EMP-MATRICULE
                   EVALUATE TRUE
                       WHEN WS-AUG-DATE-EFFET(WS-IDX-AUG)
                               = WS-DATE-EFFET
                           SET DEJA-PROGRAMMEE TO TRUE
                       WHEN WS-AUG-DATE-EFFET(WS-IDX-AUG)
                               > WS-DATE-EFFET
                           SET PROGRAMMEE-APRES TO TRUE
                       WHEN WS-AUG-TYPE(WS-IDX-AUG) = 'P'
                           COMPUTE WS-SALAIRE-BASE ROUNDED =
                               WS-SALAIRE-BASE
                               * WS-AUG-TAUX(WS-IDX-AUG)
                       WHEN OTHER
                           MOVE WS-AUG-SALAIRE-NOUV(WS-IDX-AUG)
                               TO WS-SALAIRE-BASE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-DEPARTEMENT.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
                      OR WS-DEP-CODE(WS-IDX-DEP) = EMP-DEPARTEMENT
               CONTINUE
           END-PERFORM.
           IF WS-IDX-DEP > WS-NB-DEPTS
               IF WS-NB-DEPTS NOT < WS-MAX-DEPARTEMENTS
                   DISPLAY '*** Capacite de ' WS-MAX-DEPARTEMENTS
                           ' departements depassee - revalorisation '
                           'arretee ***'
                   IF MODE-EMISSION
                       CLOSE FIC-AUGMENTS
                   END-IF
                   CLOSE FIC-RAPPORT
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-DEPTS
               SET WS-IDX-DEP TO WS-NB-DEPTS
               MOVE EMP-DEPARTEMENT TO WS-DEP-CODE(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-NB-GENERAL(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-NB-MINIMUM(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-MENSUEL(WS-IDX-DEP)
           END-IF.
           IF WS-MOTIF = 'MINIMUM'
               ADD 1 TO WS-DEP-NB-MINIMUM(WS-IDX-DEP)
           ELSE
               ADD 1 TO WS-DEP-NB-GENERAL(WS-IDX-DEP)
           END-IF.
           ADD WS-HAUSSE-MENSUELLE TO WS-DEP-MENSUEL(WS-IDX-DEP).

      *---------------------------------------------------------------
       ECRIRE-SYNTHESE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE '=== COUT PAR DEPARTEMENT ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           MOVE 'Dept  General  Minimum   Mensuel     Annuel'
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
               MOVE WS-DEP-MENSUEL(WS-IDX-DEP) TO WS-MENSUEL-EDIT
               COMPUTE WS-COUT-ANNUEL = WS-DEP-MENSUEL(WS-IDX-DEP) * 12
               MOVE WS-COUT-ANNUEL TO WS-ANNUEL-EDIT
               STRING WS-DEP-CODE(WS-IDX-DEP) '  '
                      WS-DEP-NB-GENERAL(WS-IDX-DEP) '     '
                      WS-DEP-NB-MINIMUM(WS-IDX-DEP) '  '
                      WS-MENSUEL-EDIT '  ' WS-ANNUEL-EDIT
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-PERFORM.
           MOVE WS-TOTAL-MENSUEL TO WS-MENSUEL-EDIT.
           COMPUTE WS-COUT-ANNUEL = WS-TOTAL-MENSUEL * 12.
           MOVE WS-COUT-ANNUEL TO WS-ANNUEL-EDIT.
           STRING 'TOTAL ' WS-NB-GENERAL '     ' WS-NB-MINIMUM '  '
                  WS-MENSUEL-EDIT '  ' WS-ANNUEL-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Actifs : ' WS-NB-ACTIFS
                  '  sans grade ou grade hors grille : '
                  WS-NB-SANS-GRADE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Deja programmes : ' WS-NB-ECARTES
                  '  a revoir : ' WS-NB-A-REVOIR
                  '  au-dessus du maximum : ' WS-NB-SUR-MAXIMUM
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-UNE-LIGNE.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-LIGNE(1:72).
           MOVE SPACES TO WS-LIGNE.
