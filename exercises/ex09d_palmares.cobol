      * La photo de la periode precedente est relue dans
      * FIC-CUMULS-EX09-PREC.dat et rafraichie en fin de traitement
      * pour servir de reference au prochain palmares.
      * Le classement porte sur le total de periode ; la part venue
      * de ventes tardives de periodes closes
      * (FIC-CUMULS-REGUL-EX09.dat) est rappelee sous le vendeur.
      * Compiler : cobc -x ex09d_palmares.cobol -o ex09d_palmares
      *            -I ../copybooks
      * Executer : ./ex09d_palmares
               FILE STATUS IS WS-STATUT-PREC.
           SELECT FIC-PALMARES ASSIGN TO 'FIC-PALMARES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CUMULS-REGUL
               ASSIGN TO 'FIC-CUMULS-REGUL-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGUL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PALMARES LABEL RECORDS ARE STANDARD.
       01  ENR-PALMARES       PIC X(80).

      * Meme enregistrement que FIC-CUMULS-REGUL dans EX09.
       FD  FIC-CUMULS-REGUL LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL-REGUL.
           05 CRG-REGION        PIC X(2).
           05 CRG-VENDEUR       PIC X(4).
           05 CRG-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-PREC      PIC X(2) VALUE '00'.
       01 WS-STATUT-REGUL     PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-PREC-CHARGE      PIC X VALUE 'N'.
             10 WS-P-TOTAL    PIC S9(12).
       01 WS-NB-PREC          PIC 9(4) VALUE 0.

       01 WS-TABLE-REGUL.
          05 WS-REGUL-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-G.
             10 WS-G-REGION   PIC X(2).
             10 WS-G-VENDEUR  PIC X(4).
             10 WS-G-TOTAL    PIC S9(12).
       01 WS-NB-REGUL         PIC 9(4) VALUE 0.

       01 WS-TABLE-REGIONS.
          05 WS-REGION-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-R.

           PERFORM CHARGER-CUMULS.
           PERFORM CHARGER-PRECEDENT.
           PERFORM CHARGER-REGUL.
           PERFORM TRIER-VENDEURS.
           PERFORM CUMULER-REGIONS.
           PERFORM ECRIRE-PALMARES.
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.

      *---------------------------------------------------------------
      * Part tardive des cumuls ; absente, rien a rappeler.
       CHARGER-REGUL.
           OPEN INPUT FIC-CUMULS-REGUL.
           IF WS-STATUT-REGUL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-REGUL NOT = '00'
               READ FIC-CUMULS-REGUL
                   AT END MOVE '10' TO WS-STATUT-REGUL
                   NOT AT END
                       IF WS-NB-REGUL < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-REGUL
                           MOVE CRG-REGION  TO WS-G-REGION(WS-NB-REGUL)
                           MOVE CRG-VENDEUR
                               TO WS-G-VENDEUR(WS-NB-REGUL)
                           MOVE CRG-TOTAL   TO WS-G-TOTAL(WS-NB-REGUL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
       TRIER-VENDEURS.
           PERFORM VARYING WS-I FROM 1 BY 1
                      WS-MOUVEMENT-W
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               PERFORM ECRIRE-PART-REGUL
           END-PERFORM.

           MOVE '=== PALMARES DES REGIONS ===' TO WS-LIGNE.
           END-PERFORM.
           CLOSE FIC-PALMARES.

      *---------------------------------------------------------------
       ECRIRE-PART-REGUL.
           PERFORM VARYING WS-IDX-G FROM 1 BY 1
                   UNTIL WS-IDX-G > WS-NB-REGUL
               IF WS-G-REGION(WS-IDX-G) = WS-V-REGION(WS-I)
                       AND WS-G-VENDEUR(WS-IDX-G) = WS-V-VENDEUR(WS-I)
                       AND WS-G-TOTAL(WS-IDX-G) NOT = 0
                   MOVE WS-G-TOTAL(WS-IDX-G) TO WS-MONTANT-EDIT
                   STRING '   dont regularisations periodes closes : '
                          WS-MONTANT-EDIT ' EUR'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-UNE-LIGNE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * La photo de la periode courante devient la reference du
      * prochain palmares.
