      * IMPRIMER-BULLETIN, suivi d'une page de synthese entreprise
      * totalisant tous les releves.
      * Le nom de l'employe est relu dans le fichier maitre (les
      * cumuls ne portent que le matricule). Les avantages en nature
      * de l'annee (FIC-CUMULS-AVANTAGES.dat, COPY AVCREC) sont
      * detailles sous le brut, qui les comprend deja.
      * Compiler : cobc -x ex15h_releve_annuel.cobol
      *            -o ex15h_releve_annuel -I ../copybooks
      * Executer : ./ex15h_releve_annuel
      * Entree  : FIC-CUMULS-EX15.dat, FIC-EMPLOYES.dat,
      *           FIC-CUMULS-AVANTAGES.dat (facultatif)
      * Sortie  : FIC-RELEVES-ANNUELS.txt
      *===============================================================
       IDENTIFICATION DIVISION.
           SELECT FIC-COORDONNEES ASSIGN TO 'FIC-COORDONNEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COORDONNEES.
           SELECT FIC-CUMULS-AVANTAGES
               ASSIGN TO 'FIC-CUMULS-AVANTAGES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUM-AVN.

       DATA DIVISION.
       FILE SECTION.
           05 CRD-VILLE         PIC X(20).
           05 CRD-EMAIL         PIC X(30).

      * Avantages en nature cumules par EX15-PRINCIPAL.
       FD  FIC-CUMULS-AVANTAGES LABEL RECORDS ARE STANDARD.
       COPY AVCREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-COORDONNEES PIC X(2) VALUE '00'.
       01 WS-TABLE-COORDONNEES.
       01 WS-NOM-W            PIC X(20) VALUE SPACES.
       01 WS-PRENOM-W         PIC X(15) VALUE SPACES.

       01 WS-STATUT-CUM-AVN   PIC X(2) VALUE '00'.
       01 WS-TABLE-CUM-AVN.
          05 WS-AVC-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-AVC.
             10 WS-AVC-MATRICULE PIC X(6).
             10 WS-AVC-ANNEE     PIC 9(4).
             10 WS-AVC-MONTANT   PIC 9(7)V99.
       01 WS-NB-CUM-AVN       PIC 9(4) VALUE 0.
       01 WS-AVANTAGES-W      PIC 9(7)V99 VALUE 0.

       01 WS-NB-RELEVES       PIC 9(4) VALUE 0.
       01 WS-TOT-BRUT         PIC 9(12)V99 VALUE 0.
       01 WS-TOT-CHARGES      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-NET          PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PRIME        PIC 9(12)V99 VALUE 0.
       01 WS-TOT-AVANTAGES    PIC 9(12)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

           PERFORM CHARGER-NOMS.
           PERFORM CHARGER-COORDONNEES.
           PERFORM CHARGER-CUMULS-AVANTAGES.

           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Facultatif : sans le fichier, aucun avantage n'est detaille.
       CHARGER-CUMULS-AVANTAGES.
           OPEN INPUT FIC-CUMULS-AVANTAGES.
           IF WS-STATUT-CUM-AVN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUM-AVN NOT = '00'
               READ FIC-CUMULS-AVANTAGES
                   AT END MOVE '10' TO WS-STATUT-CUM-AVN
                   NOT AT END
                       IF WS-NB-CUM-AVN < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-CUM-AVN
                           MOVE AVC-MATRICULE
                               TO WS-AVC-MATRICULE(WS-NB-CUM-AVN)
                           MOVE AVC-ANNEE
                               TO WS-AVC-ANNEE(WS-NB-CUM-AVN)
                           MOVE AVC-MONTANT-ANNEE
                               TO WS-AVC-MONTANT(WS-NB-CUM-AVN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-AVANTAGES.

      *---------------------------------------------------------------
      * Avantages de la meme annee que le cumul imprime.
       CHERCHER-AVANTAGES.
           MOVE 0 TO WS-AVANTAGES-W.
           PERFORM VARYING WS-IDX-AVC FROM 1 BY 1
                   UNTIL WS-IDX-AVC > WS-NB-CUM-AVN
               IF WS-AVC-MATRICULE(WS-IDX-AVC) = CUM-MATRICULE
                       AND WS-AVC-ANNEE(WS-IDX-AVC) = CUM-ANNEE
                   MOVE WS-AVC-MONTANT(WS-IDX-AVC) TO WS-AVANTAGES-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       IMPRIMER-RELEVE.
           ADD 1 TO WS-NB-RELEVES.
           STRING 'Brut annuel      : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO ENR-RELEVE.
           WRITE ENR-RELEVE.
           PERFORM CHERCHER-AVANTAGES.
           IF WS-AVANTAGES-W > 0
               MOVE WS-AVANTAGES-W TO WS-MONTANT-EDIT
               MOVE SPACES TO ENR-RELEVE
               STRING ' dont avant. nat.: ' WS-MONTANT-EDIT ' EUR'
                      ' (fournis en nature)'
                   DELIMITED SIZE INTO ENR-RELEVE
               WRITE ENR-RELEVE
               ADD WS-AVANTAGES-W TO WS-TOT-AVANTAGES
           END-IF.
           MOVE CUM-PRIME TO WS-MONTANT-EDIT.
           MOVE SPACES TO ENR-RELEVE.
           STRING 'Primes annuelles : ' WS-MONTANT-EDIT ' EUR'
           STRING 'Brut total       : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO ENR-RELEVE.
           WRITE ENR-RELEVE.
           IF WS-TOT-AVANTAGES > 0
               MOVE WS-TOT-AVANTAGES TO WS-MONTANT-EDIT
               MOVE SPACES TO ENR-RELEVE
               STRING ' dont avant. nat.: ' WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO ENR-RELEVE
               WRITE ENR-RELEVE
           END-IF.
           MOVE WS-TOT-PRIME TO WS-MONTANT-EDIT.
           MOVE SPACES TO ENR-RELEVE.
           STRING 'Primes totales   : ' WS-MONTANT-EDIT ' EUR'
