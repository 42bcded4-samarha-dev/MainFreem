      *     par taux (base nette, taux, TVA collectee) et un
      *     enregistrement T de total - le pendant de la
      *     declaration de charges de la paie ; la demande est
      *     consommee apres emission ;
      *   - isole les ventes tardives de periodes closes
      *     (VTE-RETARD) : leur part est cumulee en plus dans
      *     FIC-CUMULS-TVA-REGUL.dat et declaree a part, A portant
      *     les operations de la periode et R la regularisation
      *     du meme taux ; T reste le total du trimestre.
      * Compiler : cobc -x ex09e_tva.cobol -o ex09e_tva
      *            -I ../copybooks
      * Executer : ./ex09e_tva
               ASSIGN TO 'FIC-CONTROLE-TVA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CTL-TVA.
           SELECT FIC-CUMULS-REGUL
               ASSIGN TO 'FIC-CUMULS-TVA-REGUL.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGUL.

       DATA DIVISION.
       FILE SECTION.
       01  ENR-DEMANDE.
           05 DEM-TRIMESTRE     PIC 9(5).

      * Part des cumuls venue de ventes tardives de periodes closes,
      * meme disposition que FIC-CUMULS-TVA.dat.
       FD  FIC-CUMULS-REGUL LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL-REGUL.
           05 CRG-TRIMESTRE     PIC 9(5).
           05 CRG-TAUX          PIC 9V9999.
           05 CRG-BASE          PIC S9(12)V99.
           05 CRG-TVA           PIC S9(12)V99.

      * Extrait de declaration au format fixe de l'administration :
      * A par taux, R de regularisation par taux, T de total.
       FD  FIC-DECLARATION LABEL RECORDS ARE STANDARD.
       01  ENR-DECLARATION.
           05 DTV-TYPE          PIC X.
             10 WS-CTV-TVA     PIC S9(12)V99.
       01 WS-NB-CUMULS        PIC 9(3) VALUE 0.

       01 WS-STATUT-REGUL     PIC X(2) VALUE '00'.
       01 WS-TABLE-REGUL.
          05 WS-CRG-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-CRG.
             10 WS-CRG-TRIMESTRE PIC 9(5).
             10 WS-CRG-TAUX    PIC 9V9999.
             10 WS-CRG-BASE    PIC S9(12)V99.
             10 WS-CRG-TVA     PIC S9(12)V99.
       01 WS-NB-REGUL         PIC 9(3) VALUE 0.
       01 WS-REGUL-BASE-W     PIC S9(12)V99 VALUE 0.
       01 WS-REGUL-TVA-W      PIC S9(12)V99 VALUE 0.
       01 WS-NB-VENTILEES-RETARD PIC 9(5) VALUE 0.

       01 WS-MONTANT-SIGNE    PIC S9(8)V99 VALUE 0.
       01 WS-BASE-LIGNE       PIC S9(8)V99 VALUE 0.
       01 WS-TVA-LIGNE-W      PIC S9(8)V99 VALUE 0.
           PERFORM CONTROLER-DATE-VENTILATION.
           PERFORM CHARGER-TAUX-TVA.
           PERFORM CHARGER-CUMULS-TVA.
           PERFORM CHARGER-CUMULS-REGUL.
           IF VENTILATION-DUE
               PERFORM VENTILER-VENTES
               PERFORM SAUVEGARDER-CUMULS-TVA
               PERFORM SAUVEGARDER-CUMULS-REGUL
               PERFORM ENREGISTRER-DATE-VENTILEE
           ELSE
               DISPLAY 'Date de gestion ' WS-DATE-GESTION
           DISPLAY 'Lignes ventilees : ' WS-NB-VENTILEES
                   ' (trimestre ' WS-TRIMESTRE '), TVA du passage '
                   WS-TOTAL-TVA ' EUR'.
           IF WS-NB-VENTILEES-RETARD > 0
               DISPLAY '  dont ventes tardives de periodes closes : '
                       WS-NB-VENTILEES-RETARD
                       ' (voir FIC-CUMULS-TVA-REGUL.dat)'
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
           ADD WS-BASE-LIGNE TO WS-TOTAL-BASE.
           ADD WS-TVA-LIGNE-W TO WS-TOTAL-TVA.
           PERFORM CUMULER-TVA-TRIMESTRE.
           IF VTE-EN-RETARD
               ADD 1 TO WS-NB-VENTILEES-RETARD
               PERFORM CUMULER-TVA-REGUL
           END-IF.

      *---------------------------------------------------------------
       CUMULER-TVA-TRIMESTRE.
               MOVE WS-TVA-LIGNE-W TO WS-CTV-TVA(WS-NB-CUMULS)
           END-IF.

      *---------------------------------------------------------------
      * Vente tardive : sa part est tenue en plus, par trimestre de
      * ventilation et par taux, pour etre declaree en R.
       CUMULER-TVA-REGUL.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-REGUL
               IF WS-CRG-TRIMESTRE(WS-IDX-CRG) = WS-TRIMESTRE
                       AND WS-CRG-TAUX(WS-IDX-CRG) = WS-TAUX-W
                   ADD WS-BASE-LIGNE TO WS-CRG-BASE(WS-IDX-CRG)
                   ADD WS-TVA-LIGNE-W TO WS-CRG-TVA(WS-IDX-CRG)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-REGUL < WS-MAX-CUMULS
               ADD 1 TO WS-NB-REGUL
               MOVE WS-TRIMESTRE
                   TO WS-CRG-TRIMESTRE(WS-NB-REGUL)
               MOVE WS-TAUX-W TO WS-CRG-TAUX(WS-NB-REGUL)
               MOVE WS-BASE-LIGNE TO WS-CRG-BASE(WS-NB-REGUL)
               MOVE WS-TVA-LIGNE-W TO WS-CRG-TVA(WS-NB-REGUL)
           END-IF.

      *---------------------------------------------------------------
       CHARGER-CUMULS-REGUL.
           OPEN INPUT FIC-CUMULS-REGUL.
           IF WS-STATUT-REGUL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-REGUL NOT = '00'
               READ FIC-CUMULS-REGUL
                   AT END MOVE '10' TO WS-STATUT-REGUL
                   NOT AT END
                       IF WS-NB-REGUL < WS-MAX-CUMULS
                           ADD 1 TO WS-NB-REGUL
                           MOVE CRG-TRIMESTRE
                               TO WS-CRG-TRIMESTRE(WS-NB-REGUL)
                           MOVE CRG-TAUX TO WS-CRG-TAUX(WS-NB-REGUL)
                           MOVE CRG-BASE TO WS-CRG-BASE(WS-NB-REGUL)
                           MOVE CRG-TVA TO WS-CRG-TVA(WS-NB-REGUL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
       SAUVEGARDER-CUMULS-REGUL.
           OPEN OUTPUT FIC-CUMULS-REGUL.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-REGUL
               MOVE WS-CRG-TRIMESTRE(WS-IDX-CRG) TO CRG-TRIMESTRE
               MOVE WS-CRG-TAUX(WS-IDX-CRG) TO CRG-TAUX
               MOVE WS-CRG-BASE(WS-IDX-CRG) TO CRG-BASE
               MOVE WS-CRG-TVA(WS-IDX-CRG) TO CRG-TVA
               WRITE ENR-CUMUL-REGUL
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
       SAUVEGARDER-CUMULS-TVA.
           OPEN OUTPUT FIC-CUMULS-TVA.

      *---------------------------------------------------------------
      * Extrait de declaration du trimestre demande : un A par taux
      * (base nette, TVA collectee, hors regularisation), un R par
      * taux regularise, un T de total.
       EMETTRE-DECLARATION.
           OPEN INPUT FIC-DEMANDE.
           IF WS-STATUT-DEMANDE NOT = '00'
               IF WS-CTV-TRIMESTRE(WS-IDX-CTV)
                       = WS-TRIMESTRE-DEMANDE
                   ADD 1 TO WS-NB-DECLARES
                   PERFORM CHERCHER-REGUL-TAUX
                   MOVE 'A' TO DTV-TYPE
                   MOVE WS-TRIMESTRE-DEMANDE TO DTV-TRIMESTRE
                   MOVE WS-CTV-TAUX(WS-IDX-CTV) TO DTV-TAUX
                   COMPUTE DTV-BASE =
                       WS-CTV-BASE(WS-IDX-CTV) - WS-REGUL-BASE-W
                   COMPUTE DTV-TVA =
                       WS-CTV-TVA(WS-IDX-CTV) - WS-REGUL-TVA-W
                   WRITE ENR-DECLARATION
                   IF WS-REGUL-BASE-W NOT = 0
                           OR WS-REGUL-TVA-W NOT = 0
                       MOVE 'R' TO DTV-TYPE
                       MOVE WS-REGUL-BASE-W TO DTV-BASE
                       MOVE WS-REGUL-TVA-W TO DTV-TVA
                       WRITE ENR-DECLARATION
                   END-IF
                   ADD WS-CTV-BASE(WS-IDX-CTV) TO WS-TOTAL-BASE
                   ADD WS-CTV-TVA(WS-IDX-CTV) TO WS-TOTAL-TVA
               END-IF
                   WS-TRIMESTRE-DEMANDE ' : ' WS-NB-DECLARES
                   ' taux, TVA collectee ' WS-TOTAL-TVA
                   ' EUR (voir FIC-DECLARATION-TVA.dat)'.

      *---------------------------------------------------------------
       CHERCHER-REGUL-TAUX.
           MOVE 0 TO WS-REGUL-BASE-W.
           MOVE 0 TO WS-REGUL-TVA-W.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-REGUL
               IF WS-CRG-TRIMESTRE(WS-IDX-CRG) = WS-TRIMESTRE-DEMANDE
                       AND WS-CRG-TAUX(WS-IDX-CRG)
                           = WS-CTV-TAUX(WS-IDX-CTV)
                   MOVE WS-CRG-BASE(WS-IDX-CRG) TO WS-REGUL-BASE-W
                   MOVE WS-CRG-TVA(WS-IDX-CRG) TO WS-REGUL-TVA-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
