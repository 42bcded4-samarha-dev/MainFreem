      *     ecriture ;
      *   - il marque la periode C dans FIC-PERIODES-COMPTA.dat, ce
      *     qui fait refuser toute ecriture ulterieure par EX15D ;
      *   - il verse les ecritures de la periode a l'archive
      *     FIC-ECRITURES-ARCHIVE.txt (meme format que le journal,
      *     qu'EX15D recree chaque mois), base de l'export FEC de
      *     l'exercice (EX33-EXPORT-FEC) ;
      *   - il ajoute la balance de la periode a
      *     FIC-BILAN-CLOTURES.dat, piece justificative de cloture.
      * Compiler : cobc -x ex15o_cloture_compta.cobol
           SELECT FIC-BILANS ASSIGN TO 'FIC-BILAN-CLOTURES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BILANS.
           SELECT FIC-ARCHIVE ASSIGN TO 'FIC-ECRITURES-ARCHIVE.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.

       DATA DIVISION.
       FILE SECTION.
           05 BIL-TOTAL-CREDIT  PIC 9(12)V99.
           05 BIL-DATE-CLOTURE  PIC 9(8).

      * Ecritures des periodes closes, dans l'ordre des clotures ;
      * jamais reecrite.
       FD  FIC-ARCHIVE LABEL RECORDS ARE STANDARD.
       01  ENR-ARCHIVE          PIC X(116).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-DEMANDE   PIC X(2) VALUE '00'.
       01 WS-STATUT-ECRITURES PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-BILANS    PIC X(2) VALUE '00'.
       01 WS-STATUT-ARCHIVE   PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
           PERFORM CHARGER-PERIODES.
           PERFORM CONTROLER-DEMANDE.
           PERFORM TOTALISER-PERIODE.
           PERFORM ARCHIVER-ECRITURES.
           PERFORM MARQUER-CLOSE.
           PERFORM ECRIRE-BILAN-CLOTURE.

               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Les lignes de la periode, telles qu'au journal, rejoignent
      * l'archive avant que la periode ne soit marquee close.
       ARCHIVER-ECRITURES.
           OPEN EXTEND FIC-ARCHIVE.
           IF WS-STATUT-ARCHIVE NOT = '00'
               OPEN OUTPUT FIC-ARCHIVE
           END-IF.
           OPEN INPUT FIC-ECRITURES.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-ECRITURES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF ECR-PERIODE = WS-PERIODE-DEMANDEE
                   WRITE ENR-ARCHIVE FROM ENR-ECRITURE
               END-IF
               READ FIC-ECRITURES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ECRITURES.
           CLOSE FIC-ARCHIVE.

      *---------------------------------------------------------------
       MARQUER-CLOSE.
           MOVE 'N' TO WS-PERIODE-TROUVEE.
