      * Meme enregistrement que FIC-PROPOSITIONS dans EX26.
       FD  FIC-PROPOSITIONS LABEL RECORDS ARE STANDARD.
       01  ENR-PROPOSITION.
           05 PRO-MOUVEMENT     PIC X(111).
           05 PRO-MOTIF         PIC X(34).
           05 PRO-ETAT          PIC X.

           05 ENT-MVT-MARQUE    PIC X(6).
           05 ENT-MVT-SEQUENCE  PIC 9(6).
           05 ENT-MVT-DATE      PIC 9(8).
           05 FILLER            PIC X(91).
       01 FIN-TRAILER-MVTS.
           05 FIN-MVT-MARQUE    PIC X(6).
           05 FIN-MVT-NB        PIC 9(6).
           05 FILLER            PIC X(99).

       01 WS-MAX-PROPOSITIONS PIC 9(3) VALUE 500.
       01 WS-TABLE-PROPOSITIONS.
          05 WS-PRO-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-PRO.
             10 WS-PRO-MOUVEMENT PIC X(111).
             10 WS-PRO-MOTIF     PIC X(34).
             10 WS-PRO-ETAT      PIC X.
                88 PRO-EN-ATTENTE VALUE 'A'.
