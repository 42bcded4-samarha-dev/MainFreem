      *===============================================================
      * Exercice 7u - Bilan social : indicateurs annuels
      * Niveau : Expert
      * Indicateurs du bilan social pour une annee civile, par
      * etablissement puis pour l'ensemble de l'entreprise, avec
      * l'annee precedente en regard, tires des memes sources :
      *   - effectif moyen (moyenne des photographies mensuelles
      *     d'EX07L-EFFECTIFS) et effectif de fin d'annee (derniere
      *     photographie de l'annee) ;
      *   - entrees de l'annee (date d'embauche du maitre) par type
      *     de contrat (FIC-CONTRATS.dat, CDI par defaut) ;
      *   - sorties de l'annee par motif, lues au registre permanent
      *     des sorties tenu par EX07E-MOUVEMENTS ;
      *   - taux de rotation : demi-somme des entrees et des
      *     sorties rapportee a l'effectif moyen ;
      *   - taux d'absenteisme par nature d'absence : jours du
      *     journal des absences rapportes a 30 jours par mois de
      *     paie (base de presence d'EX15Y), les conges payes
      *     restant hors du taux global ;
      *   - heures supplementaires payees (journal de la paie) ;
      *   - remuneration mensuelle brute par grade (effectif,
      *     moyenne, fourchette), brut de l'annee ramene au nombre
      *     de periodes payees ;
      *   - rapport entre la moyenne des 10 plus hautes et celle des
      *     10 plus basses remunerations, sur les salaries payes au
      *     moins 6 periodes (20 salaries au moins, sinon non
      *     calculable).
      * L'etablissement est celui du maitre (01 a blanc, comme
      * EX07L) ; un matricule absent du maitre (purge EX07D) est
      * compte sous ?? et dans l'ensemble. Pour un matricule et une
      * periode, le dernier enregistrement des journaux fait foi.
      * Les journaux et le registre des sorties n'existent que
      * depuis leur mise en service : une annee anterieure sort a
      * zero sur ces indicateurs.
      * Compiler : cobc -x ex07u_bilan_social.cobol
      *            -o ex07u_bilan_social -I ../copybooks
      * Executer : ./ex07u_bilan_social
      * Entree  : FIC-PARAM-BILAN.dat (annee du bilan ; facultatif :
      *           annee precedant l'execution)
      *           FIC-EMPLOYES.dat (maitre, COPY EMPREC)
      *           FIC-CONTRATS.dat (type de contrat)
      *           FIC-PHOTO-EFFECTIFS.dat (photographies EX07L)
      *           FIC-REGISTRE-SORTIES.dat (COPY SORTIEREC)
      *           FIC-HISTO-ABSENCES.dat (COPY ABSHREC)
      *           FIC-HISTO-HEURES-SUP.dat (COPY HSUPREC)
      *           FIC-CUMULS-EX15-<AAAA>.dat ou FIC-CUMULS-EX15.dat
      * Sortie  : FIC-BILAN-SOCIAL.txt
      * Code retour : 0, 4 si une source facultative manque (bilan
      *               partiel), 1 si le maitre est absent.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07U-BILAN-SOCIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-BILAN ASSIGN TO 'FIC-PARAM-BILAN.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-PHOTO ASSIGN TO 'FIC-PHOTO-EFFECTIFS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PHOTO.
           SELECT FIC-SORTIES ASSIGN TO 'FIC-REGISTRE-SORTIES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SORTIES.
           SELECT FIC-HISTO-ABS ASSIGN TO 'FIC-HISTO-ABSENCES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-ABS.
           SELECT FIC-HISTO-HSUP ASSIGN TO 'FIC-HISTO-HEURES-SUP.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-HSUP.
           SELECT FIC-CUMULS ASSIGN TO WS-NOM-FIC-CUMULS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-BILAN-SOCIAL.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametrage du bilan ; annee a zero = annee precedente.
       FD  FIC-PARAM-BILAN LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-BILAN.
           05 PBS-ANNEE         PIC 9(4).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

      * Photographie mensuelle d'EX07L-EFFECTIFS.
       FD  FIC-PHOTO LABEL RECORDS ARE STANDARD.
       01  ENR-PHOTO.
           05 PHO-PERIODE       PIC 9(6).
           05 PHO-ETABLISSEMENT PIC X(2).
           05 PHO-DEPARTEMENT   PIC X(4).
           05 PHO-ACTIFS        PIC 9(4).
           05 PHO-ENTREES       PIC 9(4).
           05 PHO-SORTIES       PIC 9(4).
           05 PHO-ETP           PIC 9(4)V99.

       FD  FIC-SORTIES LABEL RECORDS ARE STANDARD.
       COPY SORTIEREC.

       FD  FIC-HISTO-ABS LABEL RECORDS ARE STANDARD.
       COPY ABSHREC.

       FD  FIC-HISTO-HSUP LABEL RECORDS ARE STANDARD.
       COPY HSUPREC.

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

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-PHOTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-SORTIES   PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-ABS PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-HSUP PIC X(2) VALUE '00'.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-NOM-FIC-CUMULS   PIC X(40)
           VALUE 'FIC-CUMULS-EX15.dat'.

      * Annee du bilan (rang 2) et annee precedente (rang 1).
       01 WS-ANNEE            PIC 9(4) VALUE 0.
       01 WS-ANNEE-PREC       PIC 9(4) VALUE 0.
       01 WS-ANNEE-W          PIC 9(4) VALUE 0.
       01 WS-RANG-AN          PIC 9 VALUE 0.
       01 WS-PERIODES-MINI    PIC 9(2) VALUE 6.
       01 WS-MINI-RAPPORT     PIC 9(2) VALUE 20.
       01 WS-JOURS-PAR-MOIS   PIC 9(2) VALUE 30.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).
       01 WS-PERIODE-W        PIC 9(6) VALUE 0.
       01 WS-PERIODE-W-R REDEFINES WS-PERIODE-W.
          05 WS-PEW-ANNEE     PIC 9(4).
          05 WS-PEW-MOIS      PIC 9(2).

      * Maitre employes : etablissement, grade, date d'embauche.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 5000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-ETAB      PIC X(2).
             10 WS-EMP-GRADE     PIC X(3).
             10 WS-EMP-EMBAUCHE  PIC 9(8).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-IDX-EMP-TROUVE   PIC 9(4) VALUE 0.

      * Type de contrat par matricule (CDI si absent).
       01 WS-MAX-CONTRATS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE PIC X(6).
             10 WS-CTR-TYPE      PIC X(3).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.

      * Etablissements : rang 1 = ensemble de l'entreprise, puis les
      * etablissements du maitre et des photographies dans l'ordre
      * des codes, ?? ajoute en fin pour les matricules hors maitre.
      * Par annee : actifs de chaque mois photographie, entrees par
      * type de contrat (CDI, CDD, autres), sorties par motif (DM,
      * LC, RC, FC, RT, autres), mois de paie et jours d'absence par
      * nature (sans solde, conges, maladie, autres), heures
      * supplementaires, 10 plus hautes et 10 plus basses
      * remunerations mensuelles.
       01 WS-MAX-ETABS        PIC 9(2) VALUE 30.
       01 WS-TABLE-ETABS.
          05 WS-ETB-LIGNE OCCURS 30 TIMES.
             10 WS-ETB-CODE      PIC X(2).
             10 WS-ETB-AN OCCURS 2 TIMES.
                15 WS-ETB-ACTIFS-MOIS PIC 9(5) OCCURS 12 TIMES.
                15 WS-ETB-PHOTO-MOIS  PIC X OCCURS 12 TIMES.
                15 WS-ETB-ENTREES     PIC 9(5) OCCURS 3 TIMES.
                15 WS-ETB-SORTIES     PIC 9(5) OCCURS 6 TIMES.
                15 WS-ETB-MOIS-PAYES  PIC 9(6).
                15 WS-ETB-JOURS-ABS   PIC 9(7) OCCURS 4 TIMES.
                15 WS-ETB-HEURES-SUP  PIC 9(7)V99.
                15 WS-ETB-NB-REMUN    PIC 9(5).
                15 WS-ETB-NB-HAUTES   PIC 9(2).
                15 WS-ETB-HAUTES      PIC 9(8)V99 OCCURS 10 TIMES.
                15 WS-ETB-NB-BASSES   PIC 9(2).
                15 WS-ETB-BASSES      PIC 9(8)V99 OCCURS 10 TIMES.
       01 WS-NB-ETABS         PIC 9(2) VALUE 0.
       01 WS-ETAB-W           PIC X(2) VALUE SPACES.
       01 WS-IDX-ETAB-W       PIC 9(2) VALUE 0.
       01 WS-CIBLE            PIC 9(2) VALUE 0.
       01 WS-I                PIC 9(2) VALUE 0.
       01 WS-J                PIC 9(2) VALUE 0.
       01 WS-K                PIC 9(2) VALUE 0.
       01 WS-M                PIC 9(2) VALUE 0.

      * Photographies des deux annees ; une photographie reprise
      * pour la meme periode remplace la precedente.
       01 WS-MAX-PHOTOS       PIC 9(4) VALUE 5000.
       01 WS-TABLE-PHOTOS.
          05 WS-PHO-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-PHO.
             10 WS-PHO-PERIODE   PIC 9(6).
             10 WS-PHO-ETAB      PIC X(2).
             10 WS-PHO-DEPT      PIC X(4).
             10 WS-PHO-ACTIFS    PIC 9(4).
       01 WS-NB-PHOTOS        PIC 9(4) VALUE 0.
       01 WS-PHO-TROUVE       PIC X VALUE 'N'.
          88 PHO-TROUVE       VALUE 'O'.

      * Journaux de paie des deux annees par matricule et periode.
       01 WS-MAX-HISTO        PIC 9(5) VALUE 60000.
       01 WS-TABLE-HISTO.
          05 WS-HAB-LIGNE OCCURS 60000 TIMES
                  INDEXED BY WS-IDX-HAB.
             10 WS-HAB-MATRICULE PIC X(6).
             10 WS-HAB-PERIODE   PIC 9(6).
             10 WS-HAB-PAYE      PIC X.
             10 WS-HAB-JOURS     PIC 9(3) OCCURS 4 TIMES.
             10 WS-HAB-HEURES    PIC 9(3)V99.
       01 WS-NB-HISTO         PIC 9(5) VALUE 0.
       01 WS-HAB-MATRICULE-W  PIC X(6) VALUE SPACES.
       01 WS-HAB-PERIODE-W    PIC 9(6) VALUE 0.
       01 WS-HAB-TROUVE       PIC X VALUE 'N'.
          88 HAB-TROUVE       VALUE 'O'.

      * Remuneration par etablissement, grade et annee.
       01 WS-MAX-GRADES       PIC 9(4) VALUE 2000.
       01 WS-TABLE-GRADES.
          05 WS-GRD-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-GRD.
             10 WS-GRD-ETAB      PIC 9(2).
             10 WS-GRD-CODE      PIC X(3).
             10 WS-GRD-AN OCCURS 2 TIMES.
                15 WS-GRD-NB     PIC 9(5).
                15 WS-GRD-SOMME  PIC 9(11)V99.
                15 WS-GRD-MINI   PIC 9(8)V99.
                15 WS-GRD-MAXI   PIC 9(8)V99.
       01 WS-NB-GRADES        PIC 9(4) VALUE 0.
       01 WS-GRD-TROUVE       PIC X VALUE 'N'.
          88 GRD-TROUVE       VALUE 'O'.
      * Codes de grade rencontres, dans l'ordre, pour l'edition.
       01 WS-MAX-CODES-GRADE  PIC 9(3) VALUE 200.
       01 WS-TABLE-CODES-GRADE.
          05 WS-CGR-CODE      PIC X(3) OCCURS 200 TIMES.
       01 WS-NB-CODES-GRADE   PIC 9(3) VALUE 0.
       01 WS-IDX-CGR          PIC 9(3) VALUE 0.
       01 WS-POS-CGR          PIC 9(3) VALUE 0.
       01 WS-GRADE-W          PIC X(3) VALUE SPACES.
       01 WS-REMUN-W          PIC 9(8)V99 VALUE 0.

      * Sources absentes (bilan partiel).
       01 WS-PHOTOS-ABSENTES  PIC X VALUE 'N'.
          88 PHOTOS-ABSENTES  VALUE 'O'.
       01 WS-SORTIES-ABSENTES PIC X VALUE 'N'.
          88 SORTIES-ABSENTES VALUE 'O'.
       01 WS-ABSENCES-ABSENTES PIC X VALUE 'N'.
          88 ABSENCES-ABSENTES VALUE 'O'.
       01 WS-HSUP-ABSENTES    PIC X VALUE 'N'.
          88 HSUP-ABSENTES    VALUE 'O'.
       01 WS-CUMULS-ABSENTS   PIC X VALUE 'N'.
          88 CUMULS-ABSENTS   VALUE 'O'.

      * Calculs d'edition.
       01 WS-SOMME-W          PIC 9(9) VALUE 0.
       01 WS-NB-MOIS-W        PIC 9(2) VALUE 0.
       01 WS-TOTAL-W          PIC 9(7) VALUE 0.
       01 WS-TOTAL2-W         PIC 9(7) VALUE 0.
       01 WS-MOYENNE-AN       PIC 9(7)V99 OCCURS 2 TIMES.
       01 WS-TAUX-W           PIC 9(5)V99 VALUE 0.
       01 WS-MONTANT-W        PIC 9(11)V99 VALUE 0.
       01 WS-MONTANT2-W       PIC 9(11)V99 VALUE 0.
       01 WS-NB-LUS           PIC 9(6) VALUE 0.

      * Ligne d'indicateur : libelle, annee precedente, annee.
       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-LIGNE-INDIC REDEFINES WS-LIGNE-RAPPORT.
          05 LIN-LIBELLE      PIC X(44).
          05 LIN-VALEUR       PIC X(14) OCCURS 2 TIMES.
          05 FILLER           PIC X(8).
       01 WS-NOMBRE-EDIT      PIC Z(13)9.
       01 WS-DECIMAL-EDIT     PIC Z(10)9.99.
       01 WS-FOURCHETTE-EDIT.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FOU-MINI      PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE ' a '.
          05 WS-FOU-MAXI      PIC ZZZZ9.
       01 WS-NON-CALCULABLE   PIC X(14) VALUE '          n.c.'.
       01 WS-LIBELLE-W        PIC X(44) VALUE SPACES.

      * Libelles des natures d'entree, de sortie et d'absence.
       01 WS-DEF-LIB-ENTREES.
          05 FILLER           PIC X(30) VALUE 'CDI'.
          05 FILLER           PIC X(30) VALUE 'CDD'.
          05 FILLER           PIC X(30) VALUE 'autres contrats'.
       01 WS-LIB-ENTREES REDEFINES WS-DEF-LIB-ENTREES.
          05 WS-LIB-ENTREE    PIC X(30) OCCURS 3 TIMES.
       01 WS-DEF-LIB-SORTIES.
          05 FILLER           PIC X(30) VALUE 'demission'.
          05 FILLER           PIC X(30) VALUE 'licenciement'.
          05 FILLER           PIC X(30) VALUE 'rupture conventionnelle'.
          05 FILLER           PIC X(30) VALUE 'fin de contrat'.
          05 FILLER           PIC X(30) VALUE 'retraite'.
          05 FILLER           PIC X(30) VALUE 'autres motifs'.
       01 WS-LIB-SORTIES REDEFINES WS-DEF-LIB-SORTIES.
          05 WS-LIB-SORTIE    PIC X(30) OCCURS 6 TIMES.
       01 WS-DEF-LIB-ABSENCES.
          05 FILLER           PIC X(30) VALUE 'sans solde'.
          05 FILLER           PIC X(30) VALUE 'conges (hors taux)'.
          05 FILLER           PIC X(30) VALUE 'maladie'.
          05 FILLER           PIC X(30) VALUE 'autres absences'.
       01 WS-LIB-ABSENCES REDEFINES WS-DEF-LIB-ABSENCES.
          05 WS-LIB-ABSENCE   PIC X(30) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Bilan social - indicateurs annuels'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           INITIALIZE WS-TABLE-ETABS.
           MOVE '**' TO WS-ETB-CODE(1).
           MOVE 1 TO WS-NB-ETABS.
           PERFORM LIRE-PARAM-BILAN.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-PHOTOS.
           PERFORM CUMULER-PHOTOS.
           PERFORM CUMULER-ENTREES.
           PERFORM CUMULER-SORTIES.
           PERFORM CHARGER-HISTO-ABSENCES.
           PERFORM CHARGER-HISTO-HEURES-SUP.
           PERFORM CUMULER-HISTO.
           MOVE WS-ANNEE-PREC TO WS-ANNEE-W.
           MOVE 1 TO WS-RANG-AN.
           PERFORM CHARGER-CUMULS-ANNEE.
           MOVE WS-ANNEE TO WS-ANNEE-W.
           MOVE 2 TO WS-RANG-AN.
           PERFORM CHARGER-CUMULS-ANNEE.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-NB-ETABS
               MOVE WS-I TO WS-CIBLE
               PERFORM ECRIRE-ETABLISSEMENT
           END-PERFORM.
           MOVE 1 TO WS-CIBLE.
           PERFORM ECRIRE-ETABLISSEMENT.
           CLOSE FIC-RAPPORT.
           PERFORM AFFICHER-BILAN.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Le parametrage est facultatif : par defaut le bilan porte
      * sur l'annee civile precedant l'execution.
       LIRE-PARAM-BILAN.
           OPEN INPUT FIC-PARAM-BILAN.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM-BILAN
                   AT END MOVE 0 TO PBS-ANNEE
               END-READ
               CLOSE FIC-PARAM-BILAN
               IF PBS-ANNEE NUMERIC
                   MOVE PBS-ANNEE TO WS-ANNEE
               END-IF
           END-IF.
           IF WS-ANNEE = 0
               MOVE WS-DATE-JOUR-8 TO WS-DATE-W
               COMPUTE WS-ANNEE = WS-DTW-ANNEE - 1
           END-IF.
           COMPUTE WS-ANNEE-PREC = WS-ANNEE - 1.
           DISPLAY 'Bilan de l''annee ' WS-ANNEE
                   ' (annee precedente ' WS-ANNEE-PREC ')'.

      *---------------------------------------------------------------
      * Rang d'annee d'une annee lue (0 hors des deux annees).
       DETERMINER-RANG-AN.
           EVALUATE WS-ANNEE-W
               WHEN WS-ANNEE-PREC
                   MOVE 1 TO WS-RANG-AN
               WHEN WS-ANNEE
                   MOVE 2 TO WS-RANG-AN
               WHEN OTHER
                   MOVE 0 TO WS-RANG-AN
           END-EVALUATE.

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
           IF EMP-ETABLISSEMENT = SPACES
               MOVE '01' TO WS-EMP-ETAB(WS-NB-EMPLOYES)
           ELSE
               MOVE EMP-ETABLISSEMENT TO WS-EMP-ETAB(WS-NB-EMPLOYES)
           END-IF.
           MOVE EMP-GRADE TO WS-EMP-GRADE(WS-NB-EMPLOYES).
           IF EMP-DATE-EMBAUCHE NUMERIC
               MOVE EMP-DATE-EMBAUCHE
                   TO WS-EMP-EMBAUCHE(WS-NB-EMPLOYES)
           ELSE
               MOVE 0 TO WS-EMP-EMBAUCHE(WS-NB-EMPLOYES)
           END-IF.
           MOVE WS-EMP-ETAB(WS-NB-EMPLOYES) TO WS-ETAB-W.
           PERFORM INSERER-ETAB.

      *---------------------------------------------------------------
      * Insertion a son rang d'un code d'etablissement, tant que la
      * table ne porte encore que les codes (chargement du maitre et
      * des photographies).
       INSERER-ETAB.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > WS-NB-ETABS
               IF WS-ETB-CODE(WS-K) = WS-ETAB-W
                   EXIT PARAGRAPH
               END-IF
               IF WS-ETB-CODE(WS-K) > WS-ETAB-W AND WS-J = 0
                   MOVE WS-K TO WS-J
               END-IF
           END-PERFORM.
           IF WS-NB-ETABS >= WS-MAX-ETABS
               DISPLAY '*** Capacite de ' WS-MAX-ETABS
                       ' etablissements depassee ***'
               STOP RUN 8
           END-IF.
           IF WS-J = 0
               COMPUTE WS-J = WS-NB-ETABS + 1
           ELSE
               PERFORM VARYING WS-K FROM WS-NB-ETABS BY -1
                       UNTIL WS-K < WS-J
                   MOVE WS-ETB-LIGNE(WS-K) TO WS-ETB-LIGNE(WS-K + 1)
               END-PERFORM
               INITIALIZE WS-ETB-LIGNE(WS-J)
           END-IF.
           MOVE WS-ETAB-W TO WS-ETB-CODE(WS-J).
           ADD 1 TO WS-NB-ETABS.

      *---------------------------------------------------------------
      * Rang d'un etablissement dans WS-IDX-ETAB-W ; un code encore
      * inconnu (?? des matricules hors maitre) est ajoute en fin.
       TROUVER-ETAB.
           MOVE 0 TO WS-IDX-ETAB-W.
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > WS-NB-ETABS
               IF WS-ETB-CODE(WS-K) = WS-ETAB-W
                   MOVE WS-K TO WS-IDX-ETAB-W
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-ETABS >= WS-MAX-ETABS
               DISPLAY '*** Capacite de ' WS-MAX-ETABS
                       ' etablissements depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ETABS.
           INITIALIZE WS-ETB-LIGNE(WS-NB-ETABS).
           MOVE WS-ETAB-W TO WS-ETB-CODE(WS-NB-ETABS).
           MOVE WS-NB-ETABS TO WS-IDX-ETAB-W.

      *---------------------------------------------------------------
      * Etablissement du maitre pour un matricule, ?? s'il n'y est
      * plus.
       TROUVER-EMPLOYE.
           MOVE 0 TO WS-IDX-EMP-TROUVE.
           MOVE '??' TO WS-ETAB-W.
           MOVE SPACES TO WS-GRADE-W.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = WS-HAB-MATRICULE-W
                   SET WS-IDX-EMP-TROUVE TO WS-IDX-EMP
                   MOVE WS-EMP-ETAB(WS-IDX-EMP) TO WS-ETAB-W
                   MOVE WS-EMP-GRADE(WS-IDX-EMP) TO WS-GRADE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM TROUVER-ETAB.

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : entrees comptees '
                       'en CDI'
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
                       MOVE CTR-TYPE TO WS-CTR-TYPE(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
      * Photographies des deux annees ; une reprise d'EX07L sur la
      * meme periode remplace les lignes de son premier passage.
       CHARGER-PHOTOS.
           MOVE 0 TO WS-NB-PHOTOS.
           OPEN INPUT FIC-PHOTO.
           IF WS-STATUT-PHOTO NOT = '00'
               DISPLAY 'FIC-PHOTO-EFFECTIFS.dat absent : effectifs '
                       'non calcules'
               SET PHOTOS-ABSENTES TO TRUE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PHOTO NOT = '00'
               READ FIC-PHOTO
                   AT END MOVE '10' TO WS-STATUT-PHOTO
                   NOT AT END
                       MOVE PHO-PERIODE TO WS-PERIODE-W
                       MOVE WS-PEW-ANNEE TO WS-ANNEE-W
                       PERFORM DETERMINER-RANG-AN
                       IF WS-RANG-AN > 0
                               AND WS-PEW-MOIS >= 1
                               AND WS-PEW-MOIS <= 12
                           PERFORM RANGER-PHOTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PHOTO.
           DISPLAY 'Lignes de photographie retenues : ' WS-NB-PHOTOS.

      *---------------------------------------------------------------
       RANGER-PHOTO.
           MOVE 'N' TO WS-PHO-TROUVE.
           PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                   UNTIL WS-IDX-PHO > WS-NB-PHOTOS
               IF WS-PHO-PERIODE(WS-IDX-PHO) = PHO-PERIODE
                       AND WS-PHO-ETAB(WS-IDX-PHO) = PHO-ETABLISSEMENT
                       AND WS-PHO-DEPT(WS-IDX-PHO) = PHO-DEPARTEMENT
                   SET PHO-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT PHO-TROUVE
               IF WS-NB-PHOTOS >= WS-MAX-PHOTOS
                   DISPLAY '*** FIC-PHOTO-EFFECTIFS.dat : capacite de '
                           WS-MAX-PHOTOS ' lignes depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-PHOTOS
               SET WS-IDX-PHO TO WS-NB-PHOTOS
               MOVE PHO-PERIODE TO WS-PHO-PERIODE(WS-IDX-PHO)
               MOVE PHO-ETABLISSEMENT TO WS-PHO-ETAB(WS-IDX-PHO)
               MOVE PHO-DEPARTEMENT TO WS-PHO-DEPT(WS-IDX-PHO)
               MOVE PHO-ETABLISSEMENT TO WS-ETAB-W
               PERFORM INSERER-ETAB
           END-IF.
           MOVE PHO-ACTIFS TO WS-PHO-ACTIFS(WS-IDX-PHO).

      *---------------------------------------------------------------
      * Actifs du mois par etablissement et pour l'ensemble.
       CUMULER-PHOTOS.
           PERFORM VARYING WS-IDX-PHO FROM 1 BY 1
                   UNTIL WS-IDX-PHO > WS-NB-PHOTOS
               MOVE WS-PHO-PERIODE(WS-IDX-PHO) TO WS-PERIODE-W
               MOVE WS-PEW-ANNEE TO WS-ANNEE-W
               PERFORM DETERMINER-RANG-AN
               MOVE WS-PEW-MOIS TO WS-M
               MOVE WS-PHO-ETAB(WS-IDX-PHO) TO WS-ETAB-W
               PERFORM TROUVER-ETAB
               MOVE WS-IDX-ETAB-W TO WS-CIBLE
               PERFORM AJOUTER-PHOTO
               MOVE 1 TO WS-CIBLE
               PERFORM AJOUTER-PHOTO
           END-PERFORM.

      *---------------------------------------------------------------
       AJOUTER-PHOTO.
           ADD WS-PHO-ACTIFS(WS-IDX-PHO)
               TO WS-ETB-ACTIFS-MOIS(WS-CIBLE, WS-RANG-AN, WS-M).
           MOVE 'O' TO WS-ETB-PHOTO-MOIS(WS-CIBLE, WS-RANG-AN, WS-M).

      *---------------------------------------------------------------
      * Entrees : date d'embauche du maitre dans l'une des deux
      * annees, classee par type de contrat (CDI sans contrat).
       CUMULER-ENTREES.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               MOVE WS-EMP-EMBAUCHE(WS-IDX-EMP) TO WS-DATE-W
               MOVE WS-DTW-ANNEE TO WS-ANNEE-W
               PERFORM DETERMINER-RANG-AN
               IF WS-RANG-AN > 0
                   PERFORM CLASSER-ENTREE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CLASSER-ENTREE.
           MOVE 1 TO WS-J.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR)
                       = WS-EMP-MATRICULE(WS-IDX-EMP)
                   EVALUATE WS-CTR-TYPE(WS-IDX-CTR)
                       WHEN 'CDI'
                           MOVE 1 TO WS-J
                       WHEN 'CDD'
                           MOVE 2 TO WS-J
                       WHEN OTHER
                           MOVE 3 TO WS-J
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-EMP-ETAB(WS-IDX-EMP) TO WS-ETAB-W.
           PERFORM TROUVER-ETAB.
           ADD 1 TO WS-ETB-ENTREES(WS-IDX-ETAB-W, WS-RANG-AN, WS-J).
           ADD 1 TO WS-ETB-ENTREES(1, WS-RANG-AN, WS-J).

      *---------------------------------------------------------------
      * Sorties : registre permanent tenu par EX07E, par date de
      * sortie effective et motif.
       CUMULER-SORTIES.
           OPEN INPUT FIC-SORTIES.
           IF WS-STATUT-SORTIES NOT = '00'
               DISPLAY 'FIC-REGISTRE-SORTIES.dat absent : sorties '
                       'non comptees'
               SET SORTIES-ABSENTES TO TRUE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SORTIES NOT = '00'
               READ FIC-SORTIES
                   AT END MOVE '10' TO WS-STATUT-SORTIES
                   NOT AT END
                       MOVE SOR-DATE-SORTIE TO WS-DATE-W
                       MOVE WS-DTW-ANNEE TO WS-ANNEE-W
                       PERFORM DETERMINER-RANG-AN
                       IF WS-RANG-AN > 0
                           PERFORM CLASSER-SORTIE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SORTIES.

      *---------------------------------------------------------------
       CLASSER-SORTIE.
           EVALUATE SOR-MOTIF
               WHEN 'DM'
                   MOVE 1 TO WS-J
               WHEN 'LC'
                   MOVE 2 TO WS-J
               WHEN 'RC'
                   MOVE 3 TO WS-J
               WHEN 'FC'
                   MOVE 4 TO WS-J
               WHEN 'RT'
                   MOVE 5 TO WS-J
               WHEN OTHER
                   MOVE 6 TO WS-J
           END-EVALUATE.
           MOVE SOR-MATRICULE TO WS-HAB-MATRICULE-W.
           PERFORM TROUVER-EMPLOYE.
           ADD 1 TO WS-ETB-SORTIES(WS-IDX-ETAB-W, WS-RANG-AN, WS-J).
           ADD 1 TO WS-ETB-SORTIES(1, WS-RANG-AN, WS-J).

      *---------------------------------------------------------------
      * Journal des absences : un enregistrement par employe paye et
      * par periode, le dernier lu faisant foi.
       CHARGER-HISTO-ABSENCES.
           OPEN INPUT FIC-HISTO-ABS.
           IF WS-STATUT-HISTO-ABS NOT = '00'
               DISPLAY 'FIC-HISTO-ABSENCES.dat absent : absenteisme '
                       'non calcule'
               SET ABSENCES-ABSENTES TO TRUE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HISTO-ABS NOT = '00'
               READ FIC-HISTO-ABS
                   AT END MOVE '10' TO WS-STATUT-HISTO-ABS
                   NOT AT END
                       MOVE ABH-PERIODE TO WS-PERIODE-W
                       MOVE WS-PEW-ANNEE TO WS-ANNEE-W
                       PERFORM DETERMINER-RANG-AN
                       IF WS-RANG-AN > 0
                           MOVE ABH-MATRICULE TO WS-HAB-MATRICULE-W
                           MOVE ABH-PERIODE TO WS-HAB-PERIODE-W
                           PERFORM RANGER-HISTO
                           MOVE 'O' TO WS-HAB-PAYE(WS-IDX-HAB)
                           MOVE ABH-JOURS-SANS-SOLDE
                               TO WS-HAB-JOURS(WS-IDX-HAB, 1)
                           MOVE ABH-JOURS-CONGES
                               TO WS-HAB-JOURS(WS-IDX-HAB, 2)
                           MOVE ABH-JOURS-MALADIE
                               TO WS-HAB-JOURS(WS-IDX-HAB, 3)
                           MOVE ABH-JOURS-AUTRES
                               TO WS-HAB-JOURS(WS-IDX-HAB, 4)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-ABS.

      *---------------------------------------------------------------
       CHARGER-HISTO-HEURES-SUP.
           OPEN INPUT FIC-HISTO-HSUP.
           IF WS-STATUT-HISTO-HSUP NOT = '00'
               DISPLAY 'FIC-HISTO-HEURES-SUP.dat absent : heures '
                       'supplementaires non comptees'
               SET HSUP-ABSENTES TO TRUE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HISTO-HSUP NOT = '00'
               READ FIC-HISTO-HSUP
                   AT END MOVE '10' TO WS-STATUT-HISTO-HSUP
                   NOT AT END
                       MOVE HSH-PERIODE TO WS-PERIODE-W
                       MOVE WS-PEW-ANNEE TO WS-ANNEE-W
                       PERFORM DETERMINER-RANG-AN
                       IF WS-RANG-AN > 0
                           MOVE HSH-MATRICULE TO WS-HAB-MATRICULE-W
                           MOVE HSH-PERIODE TO WS-HAB-PERIODE-W
                           PERFORM RANGER-HISTO
                           MOVE HSH-HEURES
                               TO WS-HAB-HEURES(WS-IDX-HAB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-HSUP.

      *---------------------------------------------------------------
      * Ligne du matricule et de la periode, creee a vide au besoin.
       RANGER-HISTO.
           MOVE 'N' TO WS-HAB-TROUVE.
           PERFORM VARYING WS-IDX-HAB FROM 1 BY 1
                   UNTIL WS-IDX-HAB > WS-NB-HISTO
               IF WS-HAB-MATRICULE(WS-IDX-HAB) = WS-HAB-MATRICULE-W
                       AND WS-HAB-PERIODE(WS-IDX-HAB) = WS-HAB-PERIODE-W
                   SET HAB-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT HAB-TROUVE
               IF WS-NB-HISTO >= WS-MAX-HISTO
                   DISPLAY '*** Journaux de paie : capacite de '
                           WS-MAX-HISTO ' periodes depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-HISTO
               SET WS-IDX-HAB TO WS-NB-HISTO
               INITIALIZE WS-HAB-LIGNE(WS-IDX-HAB)
               MOVE WS-HAB-MATRICULE-W TO WS-HAB-MATRICULE(WS-IDX-HAB)
               MOVE WS-HAB-PERIODE-W TO WS-HAB-PERIODE(WS-IDX-HAB)
               MOVE 'N' TO WS-HAB-PAYE(WS-IDX-HAB)
           END-IF.

      *---------------------------------------------------------------
      * Mois de paie, jours d'absence et heures supplementaires par
      * etablissement du maitre.
       CUMULER-HISTO.
           PERFORM VARYING WS-IDX-HAB FROM 1 BY 1
                   UNTIL WS-IDX-HAB > WS-NB-HISTO
               MOVE WS-HAB-PERIODE(WS-IDX-HAB) TO WS-PERIODE-W
               MOVE WS-PEW-ANNEE TO WS-ANNEE-W
               PERFORM DETERMINER-RANG-AN
               MOVE WS-HAB-MATRICULE(WS-IDX-HAB) TO WS-HAB-MATRICULE-W
               PERFORM TROUVER-EMPLOYE
               MOVE WS-IDX-ETAB-W TO WS-CIBLE
               PERFORM AJOUTER-HISTO
               MOVE 1 TO WS-CIBLE
               PERFORM AJOUTER-HISTO
           END-PERFORM.
           DISPLAY 'Periodes de paie journalisees : ' WS-NB-HISTO.

      *---------------------------------------------------------------
       AJOUTER-HISTO.
           IF WS-HAB-PAYE(WS-IDX-HAB) = 'O'
               ADD 1 TO WS-ETB-MOIS-PAYES(WS-CIBLE, WS-RANG-AN)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   ADD WS-HAB-JOURS(WS-IDX-HAB, WS-J)
                       TO WS-ETB-JOURS-ABS(WS-CIBLE, WS-RANG-AN, WS-J)
               END-PERFORM
           END-IF.
           ADD WS-HAB-HEURES(WS-IDX-HAB)
               TO WS-ETB-HEURES-SUP(WS-CIBLE, WS-RANG-AN).

      *---------------------------------------------------------------
      * La generation archivee par la cloture annuelle fait foi ;
      * tant que l'annee n'est pas close, les cumuls en cours sont
      * lus pour les seuls enregistrements de l'annee.
       CHARGER-CUMULS-ANNEE.
           MOVE SPACES TO WS-NOM-FIC-CUMULS.
           STRING 'FIC-CUMULS-EX15-' WS-ANNEE-W '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-CUMULS.
           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               MOVE 'FIC-CUMULS-EX15.dat' TO WS-NOM-FIC-CUMULS
               OPEN INPUT FIC-CUMULS
               IF WS-STATUT-CUMULS NOT = '00'
                   DISPLAY 'Cumuls ' WS-ANNEE-W ' introuvables : '
                           'remunerations non calculees'
                   SET CUMULS-ABSENTS TO TRUE
                   MOVE 4 TO WS-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO WS-NB-LUS.
           PERFORM UNTIL WS-STATUT-CUMULS NOT = '00'
               READ FIC-CUMULS
                   AT END MOVE '10' TO WS-STATUT-CUMULS
                   NOT AT END
                       IF CUM-ANNEE = WS-ANNEE-W
                               AND CUM-NB-PERIODES > 0
                           ADD 1 TO WS-NB-LUS
                           PERFORM EXAMINER-REMUNERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS.
           DISPLAY 'Cumuls ' WS-ANNEE-W ' : ' WS-NB-LUS
                   ' salarie(s) lus dans ' WS-NOM-FIC-CUMULS.

      *---------------------------------------------------------------
      * Remuneration mensuelle : brut de l'annee sur les periodes
      * payees. Grade et etablissement du maitre.
       EXAMINER-REMUNERATION.
           COMPUTE WS-REMUN-W ROUNDED =
               CUM-BRUT / CUM-NB-PERIODES.
           MOVE CUM-MATRICULE TO WS-HAB-MATRICULE-W.
           PERFORM TROUVER-EMPLOYE.
           IF WS-GRADE-W = SPACES
               MOVE '???' TO WS-GRADE-W
           END-IF.
           PERFORM RETENIR-CODE-GRADE.
           MOVE WS-IDX-ETAB-W TO WS-CIBLE.
           PERFORM AJOUTER-GRADE.
           MOVE 1 TO WS-CIBLE.
           PERFORM AJOUTER-GRADE.
           IF CUM-NB-PERIODES >= WS-PERIODES-MINI
               MOVE WS-IDX-ETAB-W TO WS-CIBLE
               PERFORM CLASSER-REMUNERATION
               MOVE 1 TO WS-CIBLE
               PERFORM CLASSER-REMUNERATION
           END-IF.

      *---------------------------------------------------------------
      * Liste des codes de grade, tenue dans l'ordre des codes.
       RETENIR-CODE-GRADE.
           MOVE 0 TO WS-POS-CGR.
           PERFORM VARYING WS-IDX-CGR FROM 1 BY 1
                   UNTIL WS-IDX-CGR > WS-NB-CODES-GRADE
               IF WS-CGR-CODE(WS-IDX-CGR) = WS-GRADE-W
                   EXIT PARAGRAPH
               END-IF
               IF WS-CGR-CODE(WS-IDX-CGR) > WS-GRADE-W
                       AND WS-POS-CGR = 0
                   MOVE WS-IDX-CGR TO WS-POS-CGR
               END-IF
           END-PERFORM.
           IF WS-NB-CODES-GRADE >= WS-MAX-CODES-GRADE
               DISPLAY '*** Capacite de ' WS-MAX-CODES-GRADE
                       ' grades depassee ***'
               STOP RUN 8
           END-IF.
           IF WS-POS-CGR = 0
               COMPUTE WS-POS-CGR = WS-NB-CODES-GRADE + 1
           ELSE
               PERFORM VARYING WS-IDX-CGR FROM WS-NB-CODES-GRADE BY -1
                       UNTIL WS-IDX-CGR < WS-POS-CGR
                   MOVE WS-CGR-CODE(WS-IDX-CGR)
                       TO WS-CGR-CODE(WS-IDX-CGR + 1)
               END-PERFORM
           END-IF.
           MOVE WS-GRADE-W TO WS-CGR-CODE(WS-POS-CGR).
           ADD 1 TO WS-NB-CODES-GRADE.

      *---------------------------------------------------------------
       AJOUTER-GRADE.
           MOVE 'N' TO WS-GRD-TROUVE.
           PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                   UNTIL WS-IDX-GRD > WS-NB-GRADES
               IF WS-GRD-ETAB(WS-IDX-GRD) = WS-CIBLE
                       AND WS-GRD-CODE(WS-IDX-GRD) = WS-GRADE-W
                   SET GRD-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT GRD-TROUVE
               IF WS-NB-GRADES >= WS-MAX-GRADES
                   DISPLAY '*** Capacite de ' WS-MAX-GRADES
                           ' grades par etablissement depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-GRADES
               SET WS-IDX-GRD TO WS-NB-GRADES
               INITIALIZE WS-GRD-LIGNE(WS-IDX-GRD)
               MOVE WS-CIBLE TO WS-GRD-ETAB(WS-IDX-GRD)
               MOVE WS-GRADE-W TO WS-GRD-CODE(WS-IDX-GRD)
           END-IF.
           IF WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN) = 0
                   OR WS-REMUN-W < WS-GRD-MINI(WS-IDX-GRD, WS-RANG-AN)
               MOVE WS-REMUN-W TO WS-GRD-MINI(WS-IDX-GRD, WS-RANG-AN)
           END-IF.
           IF WS-REMUN-W > WS-GRD-MAXI(WS-IDX-GRD, WS-RANG-AN)
               MOVE WS-REMUN-W TO WS-GRD-MAXI(WS-IDX-GRD, WS-RANG-AN)
           END-IF.
           ADD 1 TO WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN).
           ADD WS-REMUN-W TO WS-GRD-SOMME(WS-IDX-GRD, WS-RANG-AN).

      *---------------------------------------------------------------
      * Les 10 plus hautes (ordre decroissant) et les 10 plus basses
      * (ordre croissant) remunerations de la cible.
       CLASSER-REMUNERATION.
           ADD 1 TO WS-ETB-NB-REMUN(WS-CIBLE, WS-RANG-AN).
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN)
               IF WS-REMUN-W
                       > WS-ETB-HAUTES(WS-CIBLE, WS-RANG-AN, WS-K)
                   MOVE WS-K TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN) < 10
               COMPUTE WS-J = WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN)
                   + 1
           END-IF.
           IF WS-J > 0
               IF WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN) < 10
                   ADD 1 TO WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN)
               END-IF
               PERFORM VARYING WS-K
                       FROM WS-ETB-NB-HAUTES(WS-CIBLE, WS-RANG-AN)
                       BY -1 UNTIL WS-K <= WS-J
                   MOVE WS-ETB-HAUTES(WS-CIBLE, WS-RANG-AN, WS-K - 1)
                       TO WS-ETB-HAUTES(WS-CIBLE, WS-RANG-AN, WS-K)
               END-PERFORM
               MOVE WS-REMUN-W
                   TO WS-ETB-HAUTES(WS-CIBLE, WS-RANG-AN, WS-J)
           END-IF.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN)
               IF WS-REMUN-W
                       < WS-ETB-BASSES(WS-CIBLE, WS-RANG-AN, WS-K)
                   MOVE WS-K TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN) < 10
               COMPUTE WS-J = WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN)
                   + 1
           END-IF.
           IF WS-J > 0
               IF WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN) < 10
                   ADD 1 TO WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN)
               END-IF
               PERFORM VARYING WS-K
                       FROM WS-ETB-NB-BASSES(WS-CIBLE, WS-RANG-AN)
                       BY -1 UNTIL WS-K <= WS-J
                   MOVE WS-ETB-BASSES(WS-CIBLE, WS-RANG-AN, WS-K - 1)
                       TO WS-ETB-BASSES(WS-CIBLE, WS-RANG-AN, WS-K)
               END-PERFORM
               MOVE WS-REMUN-W
                   TO WS-ETB-BASSES(WS-CIBLE, WS-RANG-AN, WS-J)
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           STRING '=== BILAN SOCIAL ' WS-ANNEE
                  ' - INDICATEURS PAR ETABLISSEMENT ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Calcul du ' WS-DATE-JOUR-8
                  ' - annee precedente en regard'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF PHOTOS-ABSENTES
               MOVE '  Photographies d''effectifs absentes : '
                 & 'effectifs et rotation a zero'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           IF SORTIES-ABSENTES
               MOVE '  Registre des sorties absent : sorties a zero'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           IF ABSENCES-ABSENTES
               MOVE '  Journal des absences absent : absenteisme '
                 & 'non calcule'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           IF HSUP-ABSENTES
               MOVE '  Journal des heures supplementaires absent : '
                 & 'heures a zero'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           IF CUMULS-ABSENTS
               MOVE '  Cumuls de paie absents pour une annee : '
                 & 'remunerations partielles'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
      * Un bloc d'indicateurs pour l'etablissement WS-CIBLE (rang 1 :
      * ensemble de l'entreprise).
       ECRIRE-ETABLISSEMENT.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-CIBLE = 1
               MOVE 'Ensemble de l''entreprise' TO LIN-LIBELLE
           ELSE
               STRING 'Etablissement ' WS-ETB-CODE(WS-CIBLE)
                   DELIMITED SIZE INTO LIN-LIBELLE
           END-IF.
           MOVE WS-ANNEE-PREC TO WS-NOMBRE-EDIT.
           MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(1).
           MOVE WS-ANNEE TO WS-NOMBRE-EDIT.
           MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(2).
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM ECRIRE-EFFECTIFS.
           PERFORM ECRIRE-MOUVEMENTS.
           PERFORM ECRIRE-ABSENTEISME.
           PERFORM ECRIRE-REMUNERATIONS.

      *---------------------------------------------------------------
      * Effectif moyen sur les mois photographies, effectif du
      * dernier mois photographie de l'annee.
       ECRIRE-EFFECTIFS.
           MOVE 'Effectif moyen' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               MOVE 0 TO WS-SOMME-W
               MOVE 0 TO WS-NB-MOIS-W
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   IF WS-ETB-PHOTO-MOIS(WS-CIBLE, WS-RANG-AN, WS-M)
                           = 'O'
                       ADD WS-ETB-ACTIFS-MOIS(WS-CIBLE, WS-RANG-AN,
                           WS-M) TO WS-SOMME-W
                       ADD 1 TO WS-NB-MOIS-W
                   END-IF
               END-PERFORM
               IF WS-NB-MOIS-W = 0
                   MOVE 0 TO WS-MOYENNE-AN(WS-RANG-AN)
                   MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               ELSE
                   COMPUTE WS-MOYENNE-AN(WS-RANG-AN) ROUNDED =
                       WS-SOMME-W / WS-NB-MOIS-W
                   MOVE WS-MOYENNE-AN(WS-RANG-AN) TO WS-DECIMAL-EDIT
                   MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Effectif de fin d''annee' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               PERFORM VARYING WS-M FROM 12 BY -1 UNTIL WS-M < 1
                   IF WS-ETB-PHOTO-MOIS(WS-CIBLE, WS-RANG-AN, WS-M)
                           = 'O'
                       MOVE WS-ETB-ACTIFS-MOIS(WS-CIBLE, WS-RANG-AN,
                           WS-M) TO WS-NOMBRE-EDIT
                       MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Entrees par contrat, sorties par motif, taux de rotation.
       ECRIRE-MOUVEMENTS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               MOVE SPACES TO WS-LIBELLE-W
               STRING 'Entrees - ' WS-LIB-ENTREE(WS-J)
                   DELIMITED SIZE INTO WS-LIBELLE-W
               MOVE WS-LIBELLE-W TO LIN-LIBELLE
               PERFORM VARYING WS-RANG-AN FROM 1 BY 1
                       UNTIL WS-RANG-AN > 2
                   MOVE WS-ETB-ENTREES(WS-CIBLE, WS-RANG-AN, WS-J)
                       TO WS-NOMBRE-EDIT
                   MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-PERFORM
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
               MOVE SPACES TO WS-LIBELLE-W
               STRING 'Sorties - ' WS-LIB-SORTIE(WS-J)
                   DELIMITED SIZE INTO WS-LIBELLE-W
               MOVE WS-LIBELLE-W TO LIN-LIBELLE
               PERFORM VARYING WS-RANG-AN FROM 1 BY 1
                       UNTIL WS-RANG-AN > 2
                   MOVE WS-ETB-SORTIES(WS-CIBLE, WS-RANG-AN, WS-J)
                       TO WS-NOMBRE-EDIT
                   MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-PERFORM
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM.
           MOVE 'Entrees - total' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               PERFORM TOTALISER-MOUVEMENTS
               MOVE WS-TOTAL-W TO WS-NOMBRE-EDIT
               MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Sorties - total' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               PERFORM TOTALISER-MOUVEMENTS
               MOVE WS-TOTAL2-W TO WS-NOMBRE-EDIT
               MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Taux de rotation (%)' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               IF WS-MOYENNE-AN(WS-RANG-AN) = 0
                   MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               ELSE
                   PERFORM TOTALISER-MOUVEMENTS
                   COMPUTE WS-TAUX-W ROUNDED =
                       (WS-TOTAL-W + WS-TOTAL2-W) / 2 * 100
                       / WS-MOYENNE-AN(WS-RANG-AN)
                   MOVE WS-TAUX-W TO WS-DECIMAL-EDIT
                   MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       TOTALISER-MOUVEMENTS.
           MOVE 0 TO WS-TOTAL-W.
           MOVE 0 TO WS-TOTAL2-W.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               ADD WS-ETB-ENTREES(WS-CIBLE, WS-RANG-AN, WS-K)
                   TO WS-TOTAL-W
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               ADD WS-ETB-SORTIES(WS-CIBLE, WS-RANG-AN, WS-K)
                   TO WS-TOTAL2-W
           END-PERFORM.

      *---------------------------------------------------------------
      * Jours d'absence de chaque nature pour 30 jours par mois de
      * paie ; le taux global exclut les conges payes.
       ECRIRE-ABSENTEISME.
           MOVE 'Mois de paie (salaries x mois)' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               MOVE WS-ETB-MOIS-PAYES(WS-CIBLE, WS-RANG-AN)
                   TO WS-NOMBRE-EDIT
               MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               MOVE SPACES TO WS-LIBELLE-W
               STRING 'Absenteisme % - ' WS-LIB-ABSENCE(WS-J)
                   DELIMITED SIZE INTO WS-LIBELLE-W
               MOVE WS-LIBELLE-W TO LIN-LIBELLE
               PERFORM VARYING WS-RANG-AN FROM 1 BY 1
                       UNTIL WS-RANG-AN > 2
                   MOVE WS-ETB-JOURS-ABS(WS-CIBLE, WS-RANG-AN, WS-J)
                       TO WS-TOTAL-W
                   PERFORM EDITER-TAUX-ABSENCE
               END-PERFORM
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM.
           MOVE 'Absenteisme % - total hors conges' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               COMPUTE WS-TOTAL-W =
                   WS-ETB-JOURS-ABS(WS-CIBLE, WS-RANG-AN, 1)
                   + WS-ETB-JOURS-ABS(WS-CIBLE, WS-RANG-AN, 3)
                   + WS-ETB-JOURS-ABS(WS-CIBLE, WS-RANG-AN, 4)
               PERFORM EDITER-TAUX-ABSENCE
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Heures supplementaires payees' TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               MOVE WS-ETB-HEURES-SUP(WS-CIBLE, WS-RANG-AN)
                   TO WS-DECIMAL-EDIT
               MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       EDITER-TAUX-ABSENCE.
           IF WS-ETB-MOIS-PAYES(WS-CIBLE, WS-RANG-AN) = 0
               MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
           ELSE
               COMPUTE WS-TAUX-W ROUNDED = WS-TOTAL-W * 100
                   / (WS-ETB-MOIS-PAYES(WS-CIBLE, WS-RANG-AN)
                      * WS-JOURS-PAR-MOIS)
               MOVE WS-TAUX-W TO WS-DECIMAL-EDIT
               MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-IF.

      *---------------------------------------------------------------
      * Remuneration mensuelle brute par grade, puis rapport des 10
      * plus hautes aux 10 plus basses.
       ECRIRE-REMUNERATIONS.
           PERFORM VARYING WS-IDX-CGR FROM 1 BY 1
                   UNTIL WS-IDX-CGR > WS-NB-CODES-GRADE
               MOVE 'N' TO WS-GRD-TROUVE
               PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                       UNTIL WS-IDX-GRD > WS-NB-GRADES
                   IF WS-GRD-ETAB(WS-IDX-GRD) = WS-CIBLE
                           AND WS-GRD-CODE(WS-IDX-GRD)
                               = WS-CGR-CODE(WS-IDX-CGR)
                       SET GRD-TROUVE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF GRD-TROUVE
                   PERFORM ECRIRE-GRADE
               END-IF
           END-PERFORM.
           MOVE 'Rapport 10 plus hautes / 10 plus basses'
               TO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               IF WS-ETB-NB-REMUN(WS-CIBLE, WS-RANG-AN)
                       < WS-MINI-RAPPORT
                   MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               ELSE
                   MOVE 0 TO WS-MONTANT-W
                   MOVE 0 TO WS-MONTANT2-W
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
                       ADD WS-ETB-HAUTES(WS-CIBLE, WS-RANG-AN, WS-K)
                           TO WS-MONTANT-W
                       ADD WS-ETB-BASSES(WS-CIBLE, WS-RANG-AN, WS-K)
                           TO WS-MONTANT2-W
                   END-PERFORM
                   IF WS-MONTANT2-W = 0
                       MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
                   ELSE
                       COMPUTE WS-TAUX-W ROUNDED =
                           WS-MONTANT-W / WS-MONTANT2-W
                       MOVE WS-TAUX-W TO WS-DECIMAL-EDIT
                       MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Trois lignes par grade : effectif, moyenne, fourchette en
      * euros.
       ECRIRE-GRADE.
           STRING 'Grade ' WS-GRD-CODE(WS-IDX-GRD) ' - effectif paye'
               DELIMITED SIZE INTO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               MOVE WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN) TO WS-NOMBRE-EDIT
               MOVE WS-NOMBRE-EDIT TO LIN-VALEUR(WS-RANG-AN)
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Grade ' WS-GRD-CODE(WS-IDX-GRD)
                  ' - brut mensuel moyen'
               DELIMITED SIZE INTO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               IF WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN) = 0
                   MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               ELSE
                   COMPUTE WS-MONTANT-W ROUNDED =
                       WS-GRD-SOMME(WS-IDX-GRD, WS-RANG-AN)
                       / WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN)
                   MOVE WS-MONTANT-W TO WS-DECIMAL-EDIT
                   MOVE WS-DECIMAL-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Grade ' WS-GRD-CODE(WS-IDX-GRD)
                  ' - brut mensuel mini-maxi'
               DELIMITED SIZE INTO LIN-LIBELLE.
           PERFORM VARYING WS-RANG-AN FROM 1 BY 1 UNTIL WS-RANG-AN > 2
               IF WS-GRD-NB(WS-IDX-GRD, WS-RANG-AN) = 0
                   MOVE WS-NON-CALCULABLE TO LIN-VALEUR(WS-RANG-AN)
               ELSE
                   MOVE WS-GRD-MINI(WS-IDX-GRD, WS-RANG-AN)
                       TO WS-FOU-MINI
                   MOVE WS-GRD-MAXI(WS-IDX-GRD, WS-RANG-AN)
                       TO WS-FOU-MAXI
                   MOVE WS-FOURCHETTE-EDIT TO LIN-VALEUR(WS-RANG-AN)
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           COMPUTE WS-I = WS-NB-ETABS - 1.
           DISPLAY 'Etablissements    : ' WS-I.
           DISPLAY 'Grades            : ' WS-NB-CODES-GRADE.
           DISPLAY 'Bilan dans FIC-BILAN-SOCIAL.txt'.
           DISPLAY '================================================'.
