      *===============================================================
      * Sous-programme LECPARAM
      * Rend la valeur d'un parametre en vigueur a une date, lue
      * dans le registre central FIC-REGISTRE-PARAMS.dat (PARAMREC) :
      * pour le code et la cle demandes, la valeur de plus grande
      * date d'effet inferieure ou egale a la date demandee (date de
      * passage ou date de paie de l'appelant). Le registre est
      * charge au premier appel et garde pour la suite du passage.
      * L'appelant garde son fichier de parametre historique et sa
      * valeur par defaut en repli tant que le parametre n'a pas de
      * valeur au registre pour la date.
      * Code retour : 0 = valeur trouvee,
      *               4 = aucune valeur en vigueur a la date,
      *               8 = registre absent
      * Un registre plus grand que la table arrete le passage (code
      * retour 8) plutot que de rendre une valeur perimee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX35-LECPARAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REGISTRE ASSIGN TO 'FIC-REGISTRE-PARAMS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-REGISTRE PIC X(2) VALUE '00'.
       01 WS-REGISTRE-LU     PIC X VALUE 'N'.
          88 REGISTRE-LU     VALUE 'O'.
       01 WS-REGISTRE-PRESENT PIC X VALUE 'N'.
          88 REGISTRE-PRESENT VALUE 'O'.
       01 WS-MAX-VALEURS     PIC 9(4) VALUE 1000.
       01 WS-TABLE-VALEURS.
          05 WS-VAL-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-VAL.
             10 WS-VAL-CODE     PIC X(20).
             10 WS-VAL-CLE      PIC X(10).
             10 WS-VAL-EFFET    PIC 9(8).
             10 WS-VAL-VALEUR   PIC 9(9)V9(4).
       01 WS-NB-VALEURS      PIC 9(4) VALUE 0.
       01 WS-MEILLEUR-EFFET  PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LS-CODE            PIC X(20).
       01 LS-CLE             PIC X(10).
       01 LS-DATE            PIC 9(8).
       01 LS-VALEUR          PIC 9(9)V9(4).
       01 LS-RETOUR          PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-CODE LS-CLE LS-DATE LS-VALEUR
                                LS-RETOUR.
           IF NOT REGISTRE-LU
               PERFORM CHARGER-REGISTRE
           END-IF.
           IF NOT REGISTRE-PRESENT
               MOVE 8 TO LS-RETOUR
               GOBACK
           END-IF.

           MOVE 4 TO LS-RETOUR.
           MOVE 0 TO WS-MEILLEUR-EFFET.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-NB-VALEURS
               IF WS-VAL-CODE(WS-IDX-VAL) = LS-CODE
                       AND WS-VAL-CLE(WS-IDX-VAL) = LS-CLE
                       AND WS-VAL-EFFET(WS-IDX-VAL) NOT > LS-DATE
                       AND WS-VAL-EFFET(WS-IDX-VAL)
                           NOT < WS-MEILLEUR-EFFET
                   MOVE WS-VAL-EFFET(WS-IDX-VAL) TO WS-MEILLEUR-EFFET
                   MOVE WS-VAL-VALEUR(WS-IDX-VAL) TO LS-VALEUR
                   MOVE 0 TO LS-RETOUR
               END-IF
           END-PERFORM.
           GOBACK.

      *---------------------------------------------------------------
       CHARGER-REGISTRE.
           SET REGISTRE-LU TO TRUE.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUT-REGISTRE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET REGISTRE-PRESENT TO TRUE.
           PERFORM UNTIL WS-STATUT-REGISTRE NOT = '00'
               READ FIC-REGISTRE
                   AT END MOVE '10' TO WS-STATUT-REGISTRE
                   NOT AT END
                       IF WS-NB-VALEURS < WS-MAX-VALEURS
                           ADD 1 TO WS-NB-VALEURS
                           MOVE RPA-CODE
                               TO WS-VAL-CODE(WS-NB-VALEURS)
                           MOVE RPA-CLE
                               TO WS-VAL-CLE(WS-NB-VALEURS)
                           MOVE RPA-DATE-EFFET
                               TO WS-VAL-EFFET(WS-NB-VALEURS)
                           MOVE RPA-VALEUR
                               TO WS-VAL-VALEUR(WS-NB-VALEURS)
                       ELSE
                           DISPLAY '*** EX35-LECPARAM : capacite de '
                                   WS-MAX-VALEURS ' valeurs du '
                                   'registre depassee - passage '
                                   'arrete ***'
                           CLOSE FIC-REGISTRE
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.
