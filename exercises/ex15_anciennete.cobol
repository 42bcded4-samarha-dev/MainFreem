      *===============================================================
      * Sous-programme ANCIENNETE
      * Calcule l'anciennete en annees revolues d'un employe a partir
      * de sa date d'embauche (EMP-DATE-EMBAUCHE, AAAAMMJJ) a une
      * date de reference (date de paie, de traitement ou d'arrete).
      * L'annee n'est acquise qu'au jour anniversaire de l'embauche.
      * Appele par tous les programmes qui lisent EMP-ANCIENNETE
      * (EX15-PRINCIPAL avant EX15-CALCSAL et EX15-VALIDEMP,
      * EX15B, EX15G, EX07E, EX07F, EX07J, EX07M, EX07N, EX28,
      * EX29B) : la zone n'est plus saisie ni revue a la main en
      * janvier.
      * Code retour : 0=OK, 4=date d'embauche absente (anciennete
      *               laissee telle quelle), 8=date d'embauche
      *               invalide (idem), 12=embauche posterieure a la
      *               date de reference (anciennete 0)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15-ANCIENNETE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ANCIENNETE-PLAFOND PIC 9(2) VALUE 99.
       01 WS-ANNEES            PIC S9(4) VALUE 0.
       01 WS-DATE-W            PIC 9(8).
       01 WS-DATE-R REDEFINES WS-DATE-W.
          05 WS-DATE-AAAA      PIC 9(4).
          05 WS-DATE-MM        PIC 9(2).
          05 WS-DATE-JJ        PIC 9(2).
       01 WS-EMB-AAAA          PIC 9(4) VALUE 0.
       01 WS-EMB-MMJJ          PIC 9(4) VALUE 0.
       01 WS-REF-AAAA          PIC 9(4) VALUE 0.
       01 WS-REF-MMJJ          PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LS-DATE-EMBAUCHE     PIC 9(8).
       01 LS-DATE-REFERENCE    PIC 9(8).
       01 LS-ANCIENNETE        PIC 9(2).
       01 LS-RETOUR            PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-DATE-EMBAUCHE LS-DATE-REFERENCE
                                LS-ANCIENNETE LS-RETOUR.
           MOVE 0 TO LS-RETOUR.

           IF LS-DATE-EMBAUCHE NOT NUMERIC OR LS-DATE-EMBAUCHE = 0
               MOVE 4 TO LS-RETOUR
               GOBACK
           END-IF.

           MOVE LS-DATE-EMBAUCHE TO WS-DATE-W.
           IF WS-DATE-AAAA < 1900
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-JJ < 1 OR WS-DATE-JJ > 31
               MOVE 8 TO LS-RETOUR
               GOBACK
           END-IF.
           MOVE WS-DATE-AAAA TO WS-EMB-AAAA.
           COMPUTE WS-EMB-MMJJ = WS-DATE-MM * 100 + WS-DATE-JJ.

           MOVE LS-DATE-REFERENCE TO WS-DATE-W.
           MOVE WS-DATE-AAAA TO WS-REF-AAAA.
           COMPUTE WS-REF-MMJJ = WS-DATE-MM * 100 + WS-DATE-JJ.

           IF LS-DATE-EMBAUCHE > LS-DATE-REFERENCE
               MOVE 0 TO LS-ANCIENNETE
               MOVE 12 TO LS-RETOUR
               GOBACK
           END-IF.

           COMPUTE WS-ANNEES = WS-REF-AAAA - WS-EMB-AAAA.
           IF WS-REF-MMJJ < WS-EMB-MMJJ
               SUBTRACT 1 FROM WS-ANNEES
           END-IF.
           IF WS-ANNEES > WS-ANCIENNETE-PLAFOND
               MOVE WS-ANCIENNETE-PLAFOND TO LS-ANCIENNETE
           ELSE
               MOVE WS-ANNEES TO LS-ANCIENNETE
           END-IF.

           GOBACK.
