      *===============================================================
      * Exercice 29 - Triage consolide des exceptions de la nuit
      * Niveau : Intermediaire
      * Les rejets de la nuit sont eparpilles sur cinq fichiers de
      * formats differents : ce programme les consolide en un seul
      * rapport de triage groupe par gravite, avec les comptes par
      * source et la tendance par rapport a la nuit precedente, et
      *  - PAIE     (bloque la paie) : FIC-EXCEPTIONS-EX07.txt,
      *    FIC-EXCEPTIONS.txt, FIC-EMPLOYES-DOUBLONS.txt ;
      *  - VENTES   (bloque le rollup) : FIC-VENTES-REJETEES.txt ;
      *  - DIFFUSION (bulletin non distribue par courriel) :
      *    FIC-COURRIELS-REJETES.txt d'EX32-DIFFUSION-BULLETINS,
      *    courriel a corriger par EX07H-COORDONNEES ;
      *  - COSMETIQUE : exceptions EX07 au motif DEPARTEMENT
      *    INCONNU (l'employe est paye, seul le code est a nettoyer).
      * Les comptes de la nuit sont conserves dans
       01 WS-NOM-SOURCE       PIC X(28) VALUE SPACES.
       01 WS-SEVERITE         PIC X(10) VALUE SPACES.

      * Les cinq sources et leur gravite par defaut.
       01 WS-SOURCES-VALEURS.
           05 FILLER PIC X(38) VALUE
               'FIC-EXCEPTIONS-EX07.txt     PAIE      '.
               'FIC-EMPLOYES-DOUBLONS.txt   PAIE      '.
           05 FILLER PIC X(38) VALUE
               'FIC-VENTES-REJETEES.txt     VENTES    '.
           05 FILLER PIC X(38) VALUE
               'FIC-COURRIELS-REJETES.txt   DIFFUSION '.
       01 WS-TABLE-SOURCES REDEFINES WS-SOURCES-VALEURS.
           05 WS-SOURCE-DEF OCCURS 5 TIMES
                   INDEXED BY WS-IDX-SRC.
              10 SRC-NOM      PIC X(28).
              10 SRC-SEVERITE PIC X(10).
       01 WS-NB-SOURCES       PIC 9 VALUE 5.

       01 WS-TABLE-COMPTES.
          05 WS-COMPTE-LIGNE OCCURS 5 TIMES.
             10 WS-CPT-NB        PIC 9(6).
             10 WS-CPT-NB-PREC   PIC 9(6).
       01 WS-I                PIC 9 VALUE 0.
       01 WS-NB-PAIE          PIC 9(6) VALUE 0.
       01 WS-NB-VENTES        PIC 9(6) VALUE 0.
       01 WS-NB-DIFFUSION     PIC 9(6) VALUE 0.
       01 WS-NB-COSMETIQUE    PIC 9(6) VALUE 0.
       01 WS-NB-TOTAL         PIC 9(6) VALUE 0.
       01 WS-DELTA            PIC S9(6) VALUE 0.
           OPEN OUTPUT FIC-RAPPORT.

      * Deux passes sur les sources : la premiere emet les lignes
      * bloquantes pour la paie, la deuxieme celles des ventes, la
      * troisieme les bulletins non distribues, puis les
      * cosmetiques, pour que le rapport reste groupe par gravite.
           MOVE '=== BLOQUE LA PAIE ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
               END-IF
           END-PERFORM.

           MOVE '=== BULLETINS NON DISTRIBUES (courriel rejete) ==='
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL WS-IDX-SRC > WS-NB-SOURCES
               IF SRC-SEVERITE(WS-IDX-SRC) = 'DIFFUSION'
                   PERFORM CONSOLIDER-UNE-SOURCE
               END-IF
           END-PERFORM.

           MOVE '=== COSMETIQUE ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           IF WS-NB-COS-GARDEES = 0

      *---------------------------------------------------------------
       LIRE-COMPTES-PRECEDENTS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SOURCES
               MOVE 0 TO WS-CPT-NB(WS-I)
               MOVE 0 TO WS-CPT-NB-PREC(WS-I)
           END-PERFORM.
                           ADD 1 TO WS-NB-PAIE
                       WHEN 'VENTES'
                           ADD 1 TO WS-NB-VENTES
                       WHEN 'DIFFUSION'
                           ADD 1 TO WS-NB-DIFFUSION
                       WHEN OTHER
                           ADD 1 TO WS-NB-COSMETIQUE
                   END-EVALUATE
               MOVE 0 TO WS-DELTA
           END-PERFORM.
           STRING 'PAIE ' WS-NB-PAIE '  VENTES ' WS-NB-VENTES
                  '  DIFFUSION ' WS-NB-DIFFUSION
                  '  COSMETIQUE ' WS-NB-COSMETIQUE
                  '  TOTAL ' WS-NB-TOTAL
               DELIMITED SIZE INTO WS-LIGNE.
