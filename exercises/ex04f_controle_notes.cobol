      *===============================================================
      * Exercice 4f - Controle des notes contre le maitre etudiants
      * Niveau : Intermediaire
      * Chaque chargement de notes passe par ce controle avant
      * EX04-CONDITIONS, EX06-TABLEAUX et les releves
      * (EX04B-RELEVE-ETUDIANT). Chaque ligne de FIC-NOTES.dat est
      * confrontee au maitre FIC-ETUDIANTS.dat (COPY ETUDREC) :
      *   INC = matricule inconnu du maitre
      *   RET = etudiant retire
      *   DIP = etudiant diplome, sorti de l'etablissement
      *   CLA = classe de la note differente de celle de
      *         l'inscription
      * Les lignes rejetees quittent FIC-NOTES.dat pour
      * FIC-NOTES-EXCEPTIONS.dat (meme ligne NOTEREC suivie du motif
      * et de la date du rejet) et sont listees dans
      * FIC-NOTES-EXCEPTIONS.txt. Elles sont representees a chaque
      * controle : une fois le maitre corrige (EX04E-ETUDIANTS),
      * elles rejoignent FIC-NOTES.dat d'elles-memes.
      * Sur les lignes acceptees, le nom porte par la note est
      * remplace par celui du maitre : un etudiant ne sort plus sous
      * deux orthographes.
      * Le controle laisse un tampon FIC-NOTES-CONTROLE.dat (nombre
      * de lignes et total des notes de FIC-NOTES.dat) : EX04, EX06
      * et EX04B refusent un fichier de notes qui ne lui correspond
      * plus (retouche ou rechargement sans controle).
      * Compiler : cobc -x ex04f_controle_notes.cobol
      *            -o ex04f_controle_notes -I ../copybooks
      * Executer : ./ex04f_controle_notes
      * Code retour : 0, 4 si des notes sont en exception,
      *               1 si FIC-NOTES.dat est absent, 8 sans maitre.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04F-CONTROLE-NOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-ETUDIANTS ASSIGN TO 'FIC-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETUDIANTS.
           SELECT FIC-EXCEPTIONS
               ASSIGN TO 'FIC-NOTES-EXCEPTIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXCEPTIONS.
           SELECT FIC-LISTE ASSIGN TO 'FIC-NOTES-EXCEPTIONS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CONTROLE ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

       FD  FIC-ETUDIANTS LABEL RECORDS ARE STANDARD.
       COPY ETUDREC.

      * Note rejetee : la ligne NOTEREC telle que chargee, le motif
      * et la date du controle qui l'a ecartee.
       FD  FIC-EXCEPTIONS LABEL RECORDS ARE STANDARD.
       01  ENR-EXCEPTION.
           05 EXC-NOTE          PIC X(35).
           05 EXC-MOTIF         PIC X(3).
           05 EXC-DATE          PIC 9(8).

       FD  FIC-LISTE LABEL RECORDS ARE STANDARD.
       01  ENR-LISTE            PIC X(80).

      * Tampon du dernier controle, relu par EX04, EX06 et EX04B.
       FD  FIC-CONTROLE LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-ETUDIANTS PIC X(2) VALUE '00'.
       01 WS-STATUT-EXCEPTIONS PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

       01 WS-MAX-ETUDIANTS    PIC 9(4) VALUE 3000.
       01 WS-TABLE-ETUDIANTS.
          05 WS-ETD-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-ETD.
             10 WS-ETD-MATRICULE PIC X(6).
             10 WS-ETD-NOM-COMPLET PIC X(20).
             10 WS-ETD-CLASSE    PIC X(3).
             10 WS-ETD-STATUT    PIC X.
       01 WS-NB-ETUDIANTS     PIC 9(4) VALUE 0.

      * Lignes a controler : celles de FIC-NOTES.dat (origine N)
      * puis les exceptions du controle precedent (origine E).
       01 WS-MAX-LIGNES       PIC 9(5) VALUE 20000.
       01 WS-TABLE-LIGNES.
          05 WS-LIG-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-LIG.
             10 WS-LIG-NOTE      PIC X(35).
             10 WS-LIG-ORIGINE   PIC X.
             10 WS-LIG-MOTIF     PIC X(3).
             10 WS-LIG-DATE      PIC 9(8).
       01 WS-NB-LIGNES        PIC 9(5) VALUE 0.

       01 WS-NB-ACCEPTEES     PIC 9(6) VALUE 0.
       01 WS-TOTAL-NOTES      PIC 9(8) VALUE 0.
       01 WS-NB-EXCEPTIONS    PIC 9(6) VALUE 0.
       01 WS-NB-REPRISES      PIC 9(6) VALUE 0.
       01 WS-NB-NOMS-CORRIGES PIC 9(6) VALUE 0.
       01 WS-NB-INC           PIC 9(6) VALUE 0.
       01 WS-NB-RET           PIC 9(6) VALUE 0.
       01 WS-NB-DIP           PIC 9(6) VALUE 0.
       01 WS-NB-CLA           PIC 9(6) VALUE 0.
       01 WS-LIBELLE-MOTIF    PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Controle des notes'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-ETUDIANTS.
           PERFORM CHARGER-NOTES.
           PERFORM CHARGER-EXCEPTIONS.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               PERFORM CONTROLER-UNE-NOTE
           END-PERFORM.
           PERFORM REECRIRE-NOTES.
           PERFORM ECRIRE-EXCEPTIONS.
           PERFORM ECRIRE-CONTROLE.

           DISPLAY 'Notes acceptees : ' WS-NB-ACCEPTEES
                   ' (dont ' WS-NB-REPRISES
                   ' exception(s) levee(s), ' WS-NB-NOMS-CORRIGES
                   ' nom(s) aligne(s) sur le maitre)'.
           DISPLAY 'Notes en exception : ' WS-NB-EXCEPTIONS
                   ' (inconnus ' WS-NB-INC ', retires ' WS-NB-RET
                   ', diplomes ' WS-NB-DIP ', classe ' WS-NB-CLA
                   ') voir FIC-NOTES-EXCEPTIONS.txt'.
           IF WS-NB-EXCEPTIONS > 0
               STOP RUN 4
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
      * Nom de reference : nom et prenom du maitre, dans la forme
      * des notes ("Nom Prenom").
       CHARGER-ETUDIANTS.
           OPEN INPUT FIC-ETUDIANTS.
           IF WS-STATUT-ETUDIANTS NOT = '00'
               DISPLAY 'FIC-ETUDIANTS.dat introuvable : lancer '
                       'EX04E-ETUDIANTS, aucune note controlee'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-ETUDIANTS NOT = '00'
               READ FIC-ETUDIANTS
                   AT END MOVE '10' TO WS-STATUT-ETUDIANTS
                   NOT AT END
                       IF WS-NB-ETUDIANTS < WS-MAX-ETUDIANTS
                           ADD 1 TO WS-NB-ETUDIANTS
                           SET WS-IDX-ETD TO WS-NB-ETUDIANTS
                           MOVE ETD-MATRICULE
                               TO WS-ETD-MATRICULE(WS-IDX-ETD)
                           MOVE SPACES
                               TO WS-ETD-NOM-COMPLET(WS-IDX-ETD)
                           STRING FUNCTION TRIM(ETD-NOM) ' '
                                  FUNCTION TRIM(ETD-PRENOM)
                               DELIMITED SIZE
                               INTO WS-ETD-NOM-COMPLET(WS-IDX-ETD)
                           MOVE ETD-CLASSE
                               TO WS-ETD-CLASSE(WS-IDX-ETD)
                           MOVE ETD-STATUT
                               TO WS-ETD-STATUT(WS-IDX-ETD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.
           DISPLAY 'Etudiants au maitre : ' WS-NB-ETUDIANTS.

      *---------------------------------------------------------------
       CHARGER-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY 'FIC-NOTES.dat introuvable : rien a controler'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       IF WS-NB-LIGNES < WS-MAX-LIGNES
                           ADD 1 TO WS-NB-LIGNES
                           MOVE ENR-NOTES
                               TO WS-LIG-NOTE(WS-NB-LIGNES)
                           MOVE 'N' TO WS-LIG-ORIGINE(WS-NB-LIGNES)
                       ELSE
                           DISPLAY '*** Table des notes pleine ('
                                   WS-MAX-LIGNES ') : controle '
                                   'abandonne, FIC-NOTES.dat '
                                   'inchange ***'
                           CLOSE FIC-NOTES
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
      * Exceptions du controle precedent, representees.
       CHARGER-EXCEPTIONS.
           OPEN INPUT FIC-EXCEPTIONS.
           IF WS-STATUT-EXCEPTIONS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-EXCEPTIONS NOT = '00'
               READ FIC-EXCEPTIONS
                   AT END MOVE '10' TO WS-STATUT-EXCEPTIONS
                   NOT AT END
                       IF WS-NB-LIGNES < WS-MAX-LIGNES
                           ADD 1 TO WS-NB-LIGNES
                           MOVE EXC-NOTE
                               TO WS-LIG-NOTE(WS-NB-LIGNES)
                           MOVE 'E' TO WS-LIG-ORIGINE(WS-NB-LIGNES)
                           MOVE EXC-DATE TO WS-LIG-DATE(WS-NB-LIGNES)
                       ELSE
                           DISPLAY '*** Table des notes pleine ('
                                   WS-MAX-LIGNES ') : controle '
                                   'abandonne, FIC-NOTES.dat '
                                   'inchange ***'
                           CLOSE FIC-EXCEPTIONS
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EXCEPTIONS.

      *---------------------------------------------------------------
       CONTROLER-UNE-NOTE.
           MOVE WS-LIG-NOTE(WS-IDX-LIG) TO ENR-NOTES.
           MOVE SPACES TO WS-LIG-MOTIF(WS-IDX-LIG).
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               IF WS-ETD-MATRICULE(WS-IDX-ETD) = ETU-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-IDX-ETD > WS-NB-ETUDIANTS
                   MOVE 'INC' TO WS-LIG-MOTIF(WS-IDX-LIG)
                   ADD 1 TO WS-NB-INC
               WHEN WS-ETD-STATUT(WS-IDX-ETD) = 'R'
                   MOVE 'RET' TO WS-LIG-MOTIF(WS-IDX-LIG)
                   ADD 1 TO WS-NB-RET
               WHEN WS-ETD-STATUT(WS-IDX-ETD) = 'D'
                   MOVE 'DIP' TO WS-LIG-MOTIF(WS-IDX-LIG)
                   ADD 1 TO WS-NB-DIP
               WHEN WS-ETD-CLASSE(WS-IDX-ETD) NOT = ETU-CLASSE
                   MOVE 'CLA' TO WS-LIG-MOTIF(WS-IDX-LIG)
                   ADD 1 TO WS-NB-CLA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-LIG-MOTIF(WS-IDX-LIG) NOT = SPACES
               ADD 1 TO WS-NB-EXCEPTIONS
               IF WS-LIG-ORIGINE(WS-IDX-LIG) = 'N'
                   MOVE WS-DATE-JOUR TO WS-LIG-DATE(WS-IDX-LIG)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ETU-NOM NOT = WS-ETD-NOM-COMPLET(WS-IDX-ETD)
               MOVE WS-ETD-NOM-COMPLET(WS-IDX-ETD) TO ETU-NOM
               MOVE ENR-NOTES TO WS-LIG-NOTE(WS-IDX-LIG)
               ADD 1 TO WS-NB-NOMS-CORRIGES
           END-IF.
           IF WS-LIG-ORIGINE(WS-IDX-LIG) = 'E'
               ADD 1 TO WS-NB-REPRISES
           END-IF.

      *---------------------------------------------------------------
      * FIC-NOTES.dat ne garde que les lignes acceptees ; le total
      * des notes fait le tampon du controle.
       REECRIRE-NOTES.
           OPEN OUTPUT FIC-NOTES.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-MOTIF(WS-IDX-LIG) = SPACES
                   MOVE WS-LIG-NOTE(WS-IDX-LIG) TO ENR-NOTES
                   WRITE ENR-NOTES
                   ADD 1 TO WS-NB-ACCEPTEES
                   ADD ETU-NOTE TO WS-TOTAL-NOTES
               END-IF
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
       ECRIRE-EXCEPTIONS.
           OPEN OUTPUT FIC-EXCEPTIONS.
           OPEN OUTPUT FIC-LISTE.
           MOVE SPACES TO ENR-LISTE.
           STRING '=== NOTES EN EXCEPTION AU CONTROLE DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO ENR-LISTE.
           WRITE ENR-LISTE.
           MOVE 'Matric Nom                  Cl. Mat. Nt Motif'
               TO ENR-LISTE.
           WRITE ENR-LISTE.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-MOTIF(WS-IDX-LIG) NOT = SPACES
                   PERFORM ECRIRE-UNE-EXCEPTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO ENR-LISTE.
           STRING 'Total : ' WS-NB-EXCEPTIONS ' note(s) ecartee(s) '
                  'de FIC-NOTES.dat'
               DELIMITED SIZE INTO ENR-LISTE.
           WRITE ENR-LISTE.
           CLOSE FIC-LISTE.
           CLOSE FIC-EXCEPTIONS.

      *---------------------------------------------------------------
       ECRIRE-UNE-EXCEPTION.
           MOVE WS-LIG-NOTE(WS-IDX-LIG) TO ENR-NOTES.
           MOVE WS-LIG-NOTE(WS-IDX-LIG) TO EXC-NOTE.
           MOVE WS-LIG-MOTIF(WS-IDX-LIG) TO EXC-MOTIF.
           MOVE WS-LIG-DATE(WS-IDX-LIG) TO EXC-DATE.
           WRITE ENR-EXCEPTION.
           EVALUATE WS-LIG-MOTIF(WS-IDX-LIG)
               WHEN 'INC'
                   MOVE 'inconnu du maitre' TO WS-LIBELLE-MOTIF
               WHEN 'RET'
                   MOVE 'retire' TO WS-LIBELLE-MOTIF
               WHEN 'DIP'
                   MOVE 'diplome, sorti' TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                           UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
                       IF WS-ETD-MATRICULE(WS-IDX-ETD) = ETU-MATRICULE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-LIBELLE-MOTIF
                   STRING 'inscrit en ' WS-ETD-CLASSE(WS-IDX-ETD)
                       DELIMITED SIZE INTO WS-LIBELLE-MOTIF
           END-EVALUATE.
           MOVE SPACES TO ENR-LISTE.
           STRING ETU-MATRICULE ' ' ETU-NOM ' ' ETU-CLASSE ' '
                  ETU-MATIERE ' ' ETU-NOTE ' '
                  WS-LIG-MOTIF(WS-IDX-LIG) ' ' WS-LIBELLE-MOTIF
               DELIMITED SIZE INTO ENR-LISTE.
           IF WS-LIG-ORIGINE(WS-IDX-LIG) = 'E'
               MOVE '(depuis' TO ENR-LISTE(63:7)
               MOVE WS-LIG-DATE(WS-IDX-LIG) TO ENR-LISTE(71:8)
               MOVE ')' TO ENR-LISTE(79:1)
           END-IF.
           WRITE ENR-LISTE.

      *---------------------------------------------------------------
       ECRIRE-CONTROLE.
           OPEN OUTPUT FIC-CONTROLE.
           MOVE WS-DATE-JOUR TO CTN-DATE.
           MOVE WS-NB-ACCEPTEES TO CTN-NB-NOTES.
           MOVE WS-TOTAL-NOTES TO CTN-TOTAL-NOTES.
           MOVE WS-NB-EXCEPTIONS TO CTN-NB-EXCEPTIONS.
           WRITE ENR-CONTROLE-NOTES.
           CLOSE FIC-CONTROLE.
