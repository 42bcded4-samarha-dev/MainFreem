      *===============================================================
      * Sous-programme JOURNAL-MAITRE
      * Journal des lots de mise a jour du maitre indexe
      * FIC-EMPLOYES-IDX.dat, pour la reprise par rejeu
      * (EX19D-REPRISE-MAITRE) : sans lui, restaurer la sauvegarde
      * de la nuit perdait tous les mouvements, approbations,
      * augmentations et purges appliques depuis.
      * Chaque programme qui met le maitre a jour en place l'appelle
      * autour de son passage :
      *   O = ouverture du lot, avant la premiere mise a jour : une
      *       sequence est attribuee (derniere du catalogue + 1), le
      *       journal FIC-JOURNAL-MAITRE-nnnnnn.dat (COPY JRNMREC)
      *       est cree et le lot entre au catalogue
      *       FIC-CATALOGUE-JOURNAUX-MAITRE.dat (COPY JRNCATREC) ;
      *   C, M, S = creation, modification, suppression appliquee :
      *       l'image de l'enregistrement est journalisee dans
      *       l'ordre d'application ;
      *   F = fin du lot, le maitre une fois referme par
      *       l'appelant : le maitre est relu pour son compte et son
      *       total de controle des salaires (meme calcul
      *       qu'EX07M-EXTRACTION), portes au catalogue avec le
      *       nombre de mises a jour du lot.
      * Code retour : 0 = fait,
      *               8 = journal ou catalogue inaccessible, ou appel
      *                   hors lot ouvert (l'appelant ne met pas le
      *                   maitre a jour sans journal)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX19-JOURNAL-MAITRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-JOURNAL ASSIGN TO WS-NOM-JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FIC-CATALOGUE
               ASSIGN TO 'FIC-CATALOGUE-JOURNAUX-MAITRE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FIC-EMPLOYES-IDX ASSIGN TO 'FIC-EMPLOYES-IDX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE-IDX
               FILE STATUS IS WS-STATUT-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-JOURNAL LABEL RECORDS ARE STANDARD.
       COPY JRNMREC.

       FD  FIC-CATALOGUE LABEL RECORDS ARE STANDARD.
       COPY JRNCATREC.

      * Meme enregistrement que dans EX07F-MAJ-EMP.
       FD  FIC-EMPLOYES-IDX LABEL RECORDS ARE STANDARD.
       01  ENR-EMPLOYES-IDX.
           05 EMP-MATRICULE-IDX PIC X(6).
           05 EMP-NOM-IDX       PIC X(20).
           05 EMP-PRENOM-IDX    PIC X(15).
           05 EMP-SALAIRE-IDX   PIC 9(6).
           05 EMP-STATUT-IDX    PIC X.
           05 EMP-ANCIENNETE-IDX PIC 9(2).
           05 EMP-HEURES-SUP-IDX PIC 9(3)V99.
           05 EMP-DEPARTEMENT-IDX PIC X(4).
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-JOURNAL   PIC X(2) VALUE '00'.
       01 WS-STATUT-CATALOGUE PIC X(2) VALUE '00'.
       01 WS-STATUT-IDX       PIC X(2) VALUE '00'.
       01 WS-NOM-JOURNAL      PIC X(40) VALUE SPACES.

      * Etat du lot en cours, garde d'un appel a l'autre.
       01 WS-LOT-OUVERT       PIC X VALUE 'N'.
          88 LOT-OUVERT       VALUE 'O'.
       01 WS-SEQUENCE-LOT     PIC 9(6) VALUE 0.
       01 WS-PROGRAMME-LOT    PIC X(14) VALUE SPACES.
       01 WS-NB-MOUVEMENTS    PIC 9(6) VALUE 0.

       01 WS-NB-ENREG         PIC 9(8) VALUE 0.
       01 WS-HASH-SALAIRES    PIC 9(12) VALUE 0.

       LINKAGE SECTION.
       01 LS-FONCTION         PIC X.
       01 LS-PROGRAMME        PIC X(14).
       01 LS-IMAGE            PIC X(108).
       01 LS-RETOUR           PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-FONCTION LS-PROGRAMME LS-IMAGE
                                LS-RETOUR.
           MOVE 0 TO LS-RETOUR.
           EVALUATE LS-FONCTION
               WHEN 'O'
                   PERFORM OUVRIR-LOT
               WHEN 'C'
               WHEN 'M'
               WHEN 'S'
                   PERFORM JOURNALISER-IMAGE
               WHEN 'F'
                   PERFORM CLORE-LOT
               WHEN OTHER
                   MOVE 8 TO LS-RETOUR
           END-EVALUATE.
           GOBACK.

      *---------------------------------------------------------------
      * Sequence suivante : la plus haute du catalogue + 1 (le
      * catalogue n'est jamais purge).
       OUVRIR-LOT.
           IF LOT-OUVERT
               DISPLAY '*** Journal du maitre : lot '
                       WS-SEQUENCE-LOT ' deja ouvert ***'
               MOVE 8 TO LS-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SEQUENCE-LOT.
           OPEN INPUT FIC-CATALOGUE.
           IF WS-STATUT-CATALOGUE = '00'
               PERFORM UNTIL WS-STATUT-CATALOGUE NOT = '00'
                   READ FIC-CATALOGUE
                       AT END MOVE '10' TO WS-STATUT-CATALOGUE
                       NOT AT END
                           IF CJM-SEQUENCE > WS-SEQUENCE-LOT
                               MOVE CJM-SEQUENCE TO WS-SEQUENCE-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-CATALOGUE
           END-IF.
           ADD 1 TO WS-SEQUENCE-LOT.
           MOVE LS-PROGRAMME TO WS-PROGRAMME-LOT.
           MOVE 0 TO WS-NB-MOUVEMENTS.

           MOVE SPACES TO WS-NOM-JOURNAL.
           STRING 'FIC-JOURNAL-MAITRE-' WS-SEQUENCE-LOT '.dat'
               DELIMITED SIZE INTO WS-NOM-JOURNAL.
           OPEN OUTPUT FIC-JOURNAL.
           IF WS-STATUT-JOURNAL NOT = '00'
               DISPLAY '*** ' FUNCTION TRIM(WS-NOM-JOURNAL)
                       ' : creation impossible (statut '
                       WS-STATUT-JOURNAL ') ***'
               MOVE 8 TO LS-RETOUR
               EXIT PARAGRAPH
           END-IF.

           PERFORM OUVRIR-CATALOGUE.
           IF LS-RETOUR NOT = 0
               CLOSE FIC-JOURNAL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ENR-CATALOGUE-JOURNAL.
           MOVE WS-SEQUENCE-LOT TO CJM-SEQUENCE.
           MOVE 'O' TO CJM-ETAT.
           MOVE WS-NOM-JOURNAL TO CJM-NOM-FICHIER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CJM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CJM-HEURE.
           MOVE WS-PROGRAMME-LOT TO CJM-PROGRAMME.
           MOVE 0 TO CJM-NB-MOUVEMENTS CJM-NB-ENREG
                     CJM-HASH-SALAIRES.
           WRITE ENR-CATALOGUE-JOURNAL.
           CLOSE FIC-CATALOGUE.
           SET LOT-OUVERT TO TRUE.
           DISPLAY 'Journal du maitre : lot ' WS-SEQUENCE-LOT
                   ' ouvert (' FUNCTION TRIM(WS-NOM-JOURNAL) ')'.

      *---------------------------------------------------------------
       JOURNALISER-IMAGE.
           IF NOT LOT-OUVERT
               DISPLAY '*** Journal du maitre : mise a jour '
                       LS-FONCTION ' hors lot ouvert ***'
               MOVE 8 TO LS-RETOUR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MOUVEMENTS.
           MOVE WS-SEQUENCE-LOT TO JRM-SEQUENCE.
           MOVE WS-NB-MOUVEMENTS TO JRM-RANG.
           MOVE LS-FONCTION TO JRM-ACTION.
           MOVE LS-IMAGE TO JRM-IMAGE.
           WRITE ENR-JOURNAL-MAITRE.
           IF WS-STATUT-JOURNAL NOT = '00'
               DISPLAY '*** ' FUNCTION TRIM(WS-NOM-JOURNAL)
                       ' : ecriture impossible (statut '
                       WS-STATUT-JOURNAL ') ***'
               MOVE 8 TO LS-RETOUR
           END-IF.

      *---------------------------------------------------------------
      * L'appelant a referme le maitre : il est relu ici pour les
      * totaux de fin de lot que la reprise devra retrouver.
       CLORE-LOT.
           IF NOT LOT-OUVERT
               DISPLAY '*** Journal du maitre : fin de lot sans lot '
                       'ouvert ***'
               MOVE 8 TO LS-RETOUR
               EXIT PARAGRAPH
           END-IF.
           CLOSE FIC-JOURNAL.
           MOVE 'N' TO WS-LOT-OUVERT.
           PERFORM TOTALISER-MAITRE.
           IF LS-RETOUR NOT = 0
               DISPLAY '*** Journal du maitre : lot ' WS-SEQUENCE-LOT
                       ' laisse sans cloture au catalogue ***'
               EXIT PARAGRAPH
           END-IF.

           PERFORM OUVRIR-CATALOGUE.
           IF LS-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ENR-CATALOGUE-JOURNAL.
           MOVE WS-SEQUENCE-LOT TO CJM-SEQUENCE.
           MOVE 'C' TO CJM-ETAT.
           MOVE WS-NOM-JOURNAL TO CJM-NOM-FICHIER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CJM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CJM-HEURE.
           MOVE WS-PROGRAMME-LOT TO CJM-PROGRAMME.
           MOVE WS-NB-MOUVEMENTS TO CJM-NB-MOUVEMENTS.
           MOVE WS-NB-ENREG TO CJM-NB-ENREG.
           MOVE WS-HASH-SALAIRES TO CJM-HASH-SALAIRES.
           WRITE ENR-CATALOGUE-JOURNAL.
           CLOSE FIC-CATALOGUE.
           DISPLAY 'Journal du maitre : lot ' WS-SEQUENCE-LOT
                   ' clos, ' WS-NB-MOUVEMENTS ' mise(s) a jour, '
                   'maitre a ' WS-NB-ENREG ' employe(s)'.

      *---------------------------------------------------------------
       TOTALISER-MAITRE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-HASH-SALAIRES.
           OPEN INPUT FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               DISPLAY '*** Journal du maitre : FIC-EMPLOYES-IDX.dat '
                       'illisible en fin de lot (statut '
                       WS-STATUT-IDX ') ***'
               MOVE 8 TO LS-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-IDX NOT = '00'
               READ FIC-EMPLOYES-IDX NEXT RECORD
                   AT END MOVE '10' TO WS-STATUT-IDX
                   NOT AT END
                       ADD 1 TO WS-NB-ENREG
                       COMPUTE WS-HASH-SALAIRES = FUNCTION MOD(
                           WS-HASH-SALAIRES + EMP-SALAIRE-IDX,
                           1000000000000)
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES-IDX.

      *---------------------------------------------------------------
       OUVRIR-CATALOGUE.
           OPEN EXTEND FIC-CATALOGUE.
           IF WS-STATUT-CATALOGUE NOT = '00'
               OPEN OUTPUT FIC-CATALOGUE
           END-IF.
           IF WS-STATUT-CATALOGUE NOT = '00'
               DISPLAY '*** FIC-CATALOGUE-JOURNAUX-MAITRE.dat : '
                       'ecriture impossible (statut '
                       WS-STATUT-CATALOGUE ') ***'
               MOVE 8 TO LS-RETOUR
           END-IF.
