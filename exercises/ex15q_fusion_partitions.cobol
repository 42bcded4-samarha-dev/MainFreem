      *     FIC-CUMULS-EX15.dat ;
      *   - les registres par matricule (rappels, demandes et
      *     acomptes, saisies, prets, soldes anticipes, dettes,
      *     notes de frais, conges, epargne salariale, cumuls des
      *     avantages en nature, IJSS a recevoir) reecrits
      *     par chaque slot, reconstitues octet par octet sous
      *     leurs noms globaux ;
      *   - les journaux des slots (audit des salaires, catalogue
      *     des generations, index des bulletins, historiques des
      *     absences, des heures supplementaires et de paie par
      *     element) empiles a la suite des journaux globaux, puis
      *     vides ;
      *   - les sorties declaratives et de tresorerie : virements
      *     suspendus, lettres-cheques, remise a l'administration
      *     et remise au teneur du plan d'epargne concatenes,
      *     rattrapages au minimum legal (FIC-AUGMENT-SMIC.dat)
      *     de meme,
      *     declaration de charges refusionnee (details recopies,
      *     agregats recalcules par taux, nouveau total) ;
      *   - la remise bancaire globale FIC-VIREMENTS.txt assemblee
      *     depuis les remises en chantier des slots (une seule
      *     en-tete 01, tous les details 02, un enregistrement 03
           05 DCP-MATRICULE     PIC X(6).
           05 DCP-BRUT          PIC 9(10)V99.
           05 DCP-BASE          PIC 9(10)V99.
           05 DCP-TAUX          PIC 9V9999.
           05 DCP-MONTANT       PIC 9(10)V99.
           05 DCP-CODE          PIC X(4).
           05 DCP-ORGANISME     PIC X(10).

       FD  FIC-DECLARATION LABEL RECORDS ARE STANDARD.
       01  ENR-DECLARATION.
           05 DCL-MATRICULE     PIC X(6).
           05 DCL-BRUT          PIC 9(10)V99.
           05 DCL-BASE          PIC 9(10)V99.
           05 DCL-TAUX          PIC 9V9999.
           05 DCL-MONTANT       PIC 9(10)V99.
           05 DCL-CODE          PIC X(4).
           05 DCL-ORGANISME     PIC X(10).

      * Listes d'attente de publication : celle de chaque slot est
      * reversee dans la liste globale qu'EX15U libere apres visa.

      * Registres par matricule decoupes par EX15P et reecrits par
      * les slots, a reconstituer sous leurs noms globaux.
       01 WS-NB-FAMILLES      PIC 9(2) VALUE 12.
       01 WS-DEF-FAMILLES.
          05 FILLER PIC X(25) VALUE 'FIC-RAPPELS'.
          05 FILLER PIC X(25) VALUE 'FIC-DEMANDES-ACOMPTES'.
          05 FILLER PIC X(25) VALUE 'FIC-SOLDES-ANTICIPES'.
          05 FILLER PIC X(25) VALUE 'FIC-DETTES-SALARIES'.
          05 FILLER PIC X(25) VALUE 'FIC-NOTES-FRAIS'.
          05 FILLER PIC X(25) VALUE 'FIC-CONGES'.
          05 FILLER PIC X(25) VALUE 'FIC-EPARGNE-PEE'.
          05 FILLER PIC X(25) VALUE 'FIC-CUMULS-AVANTAGES'.
          05 FILLER PIC X(25) VALUE 'FIC-IJSS-A-RECEVOIR'.
       01 WS-TABLE-FAMILLES REDEFINES WS-DEF-FAMILLES.
          05 WS-FAM-RACINE    PIC X(25) OCCURS 12 TIMES.
       01 WS-IDX-FAM          PIC 9(2) VALUE 0.

       01 WS-NOM-OCTET-IN     PIC X(52) VALUE SPACES.
       01 WS-RACINE-CONSOLIDE PIC X(25) VALUE SPACES.
       01 WS-EXT-CONSOLIDE    PIC X(4) VALUE SPACES.

      * Agregats de la declaration globale, par ligne de
      * cotisation, comme dans EX15-PRINCIPAL.
       01 WS-NOM-DECL-PART    PIC X(40) VALUE SPACES.
       01 WS-TABLE-DECL-TAUX.
          05 WS-DCT-LIGNE OCCURS 12 TIMES.
             10 WS-DCT-CODE   PIC X(4).
             10 WS-DCT-ORGANISME PIC X(10).
             10 WS-DCT-TAUX   PIC 9V9999.
             10 WS-DCT-BASE   PIC 9(10)V99.
             10 WS-DCT-MONTANT PIC 9(10)V99.
       01 WS-NB-DECL-TAUX     PIC 9(2) VALUE 0.
           PERFORM CONSOLIDER-UN-JOURNAL.
           MOVE 'FIC-INDEX-BULLETINS' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UN-JOURNAL.
           MOVE 'FIC-HISTO-ABSENCES' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UN-JOURNAL.
           MOVE 'FIC-HISTO-HEURES-SUP' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UN-JOURNAL.
           MOVE 'FIC-HISTO-PAIE' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UN-JOURNAL.

      *---------------------------------------------------------------
      * Un journal de slot est ouvert en extension par la paie : une
           PERFORM CONSOLIDER-UNE-SORTIE.
           MOVE 'FIC-REMISE-IMPOT' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UNE-SORTIE.
           MOVE 'FIC-REMISE-PEE' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UNE-SORTIE.
           MOVE 'FIC-REMISE-MUTUELLE' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UNE-SORTIE.
           MOVE 'FIC-LETTRES-CHEQUES' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UNE-SORTIE.
           MOVE '.dat' TO WS-EXT-CONSOLIDE.
           MOVE 'FIC-AUGMENT-SMIC' TO WS-RACINE-CONSOLIDE.
           PERFORM CONSOLIDER-UNE-SORTIE.

      *---------------------------------------------------------------
       CONSOLIDER-UNE-SORTIE.

      *---------------------------------------------------------------
      * Declaration de charges globale : les details D de chaque
      * partition sont recopies, les agregats A recalcules par ligne
      * de cotisation et le total T recompte - memes sections que le
      * fichier d'un run unique.
       CONSOLIDER-DECLARATION.
           MOVE 0 TO WS-NB-DECL-TAUX.
           MOVE 0 TO WS-TOTAL-DECL-GLOB.
               MOVE WS-DCT-BASE(WS-IDX-DCL)    TO DCL-BASE
               MOVE WS-DCT-TAUX(WS-IDX-DCL)    TO DCL-TAUX
               MOVE WS-DCT-MONTANT(WS-IDX-DCL) TO DCL-MONTANT
               MOVE WS-DCT-CODE(WS-IDX-DCL)    TO DCL-CODE
               MOVE WS-DCT-ORGANISME(WS-IDX-DCL) TO DCL-ORGANISME
               WRITE ENR-DECLARATION
               ADD WS-DCT-MONTANT(WS-IDX-DCL)
                   TO WS-TOTAL-DECL-GLOB
           MOVE 0      TO DCL-BASE.
           MOVE 0      TO DCL-TAUX.
           MOVE WS-TOTAL-DECL-GLOB TO DCL-MONTANT.
           MOVE SPACES TO DCL-CODE.
           MOVE SPACES TO DCL-ORGANISME.
           WRITE ENR-DECLARATION.
           CLOSE FIC-DECLARATION.
           DISPLAY 'Declaration globale : total charges '
           MOVE 'N' TO WS-TAUX-TROUVE.
           PERFORM VARYING WS-IDX-DCL FROM 1 BY 1
                   UNTIL WS-IDX-DCL > WS-NB-DECL-TAUX
               IF WS-DCT-CODE(WS-IDX-DCL) = DCP-CODE
                   ADD DCP-BASE    TO WS-DCT-BASE(WS-IDX-DCL)
                   ADD DCP-MONTANT TO WS-DCT-MONTANT(WS-IDX-DCL)
                   SET TAUX-TROUVE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT TAUX-TROUVE
               IF WS-NB-DECL-TAUX < 12
                   ADD 1 TO WS-NB-DECL-TAUX
                   MOVE DCP-CODE TO WS-DCT-CODE(WS-NB-DECL-TAUX)
                   MOVE DCP-ORGANISME
                       TO WS-DCT-ORGANISME(WS-NB-DECL-TAUX)
                   MOVE DCP-TAUX TO WS-DCT-TAUX(WS-NB-DECL-TAUX)
                   MOVE DCP-BASE TO WS-DCT-BASE(WS-NB-DECL-TAUX)
                   MOVE DCP-MONTANT
