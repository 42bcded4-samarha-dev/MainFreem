      *===============================================================
      * Exercice 4e - Tenue du maitre etudiants
      * Niveau : Intermediaire
      * NOTEREC portait seul le nom et la classe, repetes sur chaque
      * note : un meme etudiant pouvait sortir sous deux
      * orthographes ou dans deux classes du meme passage. Le maitre
      * FIC-ETUDIANTS.dat (COPY ETUDREC) fait foi et s'entretient
      * par ses propres mouvements FIC-MOUVEMENTS-ETUDIANTS.dat :
      *   C = creation (inscription) d'un nouveau matricule
      *   M = modification d'etat civil (nom, prenom, naissance ;
      *       une zone a blanc ou a zero reste inchangee)
      *   K = changement de classe
      *   R = retrait (abandon, exclusion) a la date d'effet
      *   I = reinscription d'un etudiant retire (classe a blanc :
      *       classe precedente gardee)
      * Date d'effet a zero : date du jour. Le fichier des
      * mouvements est consomme apres application ; le rapport
      * FIC-MAJ-ETUDIANTS-RAPPORT.txt liste chaque mouvement
      * applique ou rejete. Les notes sont ensuite controlees contre
      * le maitre par EX04F-CONTROLE-NOTES.
      * Compiler : cobc -x ex04e_etudiants.cobol -o ex04e_etudiants
      *            -I ../copybooks
      * Executer : ./ex04e_etudiants
      * Code retour : 0, 4 si au moins un mouvement est rejete,
      *               8 si le maitre deborde la table.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04E-ETUDIANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ETUDIANTS ASSIGN TO 'FIC-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETUDIANTS.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-MAJ-ETUDIANTS-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ETUDIANTS LABEL RECORDS ARE STANDARD.
       COPY ETUDREC.

       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-ETUDIANT.
           05 MVE-TYPE          PIC X.
              88 MVE-CREATION    VALUE 'C'.
              88 MVE-MODIFICATION VALUE 'M'.
              88 MVE-CHANGEMENT-CLASSE VALUE 'K'.
              88 MVE-RETRAIT     VALUE 'R'.
              88 MVE-REINSCRIPTION VALUE 'I'.
           05 MVE-MATRICULE     PIC X(6).
           05 MVE-NOM           PIC X(20).
           05 MVE-PRENOM        PIC X(15).
           05 MVE-DATE-NAISSANCE PIC 9(8).
           05 MVE-CLASSE        PIC X(3).
           05 MVE-DATE-EFFET    PIC 9(8).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-ETUDIANTS PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-EFFET       PIC 9(8) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

       01 WS-MAX-ETUDIANTS    PIC 9(4) VALUE 3000.
       01 WS-TABLE-ETUDIANTS.
          05 WS-ETD-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-ETD.
             10 WS-ETD-MATRICULE PIC X(6).
             10 WS-ETD-NOM       PIC X(20).
             10 WS-ETD-PRENOM    PIC X(15).
             10 WS-ETD-DATE-NAISSANCE PIC 9(8).
             10 WS-ETD-CLASSE    PIC X(3).
             10 WS-ETD-STATUT    PIC X.
             10 WS-ETD-DATE-INSCRIPTION PIC 9(8).
             10 WS-ETD-DATE-SORTIE PIC 9(8).
       01 WS-NB-ETUDIANTS     PIC 9(4) VALUE 0.
       01 WS-ETUDIANT-TROUVE  PIC X VALUE 'N'.
          88 ETUDIANT-TROUVE  VALUE 'O'.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-CREATIONS     PIC 9(4) VALUE 0.
       01 WS-NB-MODIFICATIONS PIC 9(4) VALUE 0.
       01 WS-NB-CHANGEMENTS   PIC 9(4) VALUE 0.
       01 WS-NB-RETRAITS      PIC 9(4) VALUE 0.
       01 WS-NB-REINSCRIPTIONS PIC 9(4) VALUE 0.
       01 WS-NB-REJETS        PIC 9(4) VALUE 0.
       01 WS-NB-INSCRITS      PIC 9(4) VALUE 0.
       01 WS-MOTIF-REJET      PIC X(40) VALUE SPACES.
       01 WS-LIBELLE-MVT      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Maitre des etudiants'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-ETUDIANTS.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE '=== MOUVEMENTS DU MAITRE ETUDIANTS ==='
               TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           PERFORM APPLIQUER-MOUVEMENTS.
           PERFORM REECRIRE-ETUDIANTS.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'Lus ' WS-NB-MOUVEMENTS ' mouvement(s), '
                  'rejetes ' WS-NB-REJETS ', inscrits ' WS-NB-INSCRITS
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Mouvements lus : ' WS-NB-MOUVEMENTS
                   ' (creations ' WS-NB-CREATIONS
                   ', modifications ' WS-NB-MODIFICATIONS
                   ', changements de classe ' WS-NB-CHANGEMENTS
                   ', retraits ' WS-NB-RETRAITS
                   ', reinscriptions ' WS-NB-REINSCRIPTIONS
                   ', rejets ' WS-NB-REJETS ')'.
           DISPLAY 'Etudiants inscrits : ' WS-NB-INSCRITS
                   ' (voir FIC-MAJ-ETUDIANTS-RAPPORT.txt)'.
           IF WS-NB-REJETS > 0
               STOP RUN 4
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
       CHARGER-ETUDIANTS.
           OPEN INPUT FIC-ETUDIANTS.
           IF WS-STATUT-ETUDIANTS NOT = '00'
               DISPLAY 'FIC-ETUDIANTS.dat absent : premier '
                       'passage, fichier cree'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ETUDIANTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-ETUDIANTS < WS-MAX-ETUDIANTS
                   ADD 1 TO WS-NB-ETUDIANTS
                   SET WS-IDX-ETD TO WS-NB-ETUDIANTS
                   MOVE ETD-MATRICULE TO WS-ETD-MATRICULE(WS-IDX-ETD)
                   MOVE ETD-NOM TO WS-ETD-NOM(WS-IDX-ETD)
                   MOVE ETD-PRENOM TO WS-ETD-PRENOM(WS-IDX-ETD)
                   MOVE ETD-DATE-NAISSANCE
                       TO WS-ETD-DATE-NAISSANCE(WS-IDX-ETD)
                   MOVE ETD-CLASSE TO WS-ETD-CLASSE(WS-IDX-ETD)
                   MOVE ETD-STATUT TO WS-ETD-STATUT(WS-IDX-ETD)
                   MOVE ETD-DATE-INSCRIPTION
                       TO WS-ETD-DATE-INSCRIPTION(WS-IDX-ETD)
                   MOVE ETD-DATE-SORTIE
                       TO WS-ETD-DATE-SORTIE(WS-IDX-ETD)
               ELSE
                   DISPLAY '*** Table des etudiants pleine ('
                           WS-MAX-ETUDIANTS ') : maitre inchange, '
                           'mouvements non appliques ***'
                   CLOSE FIC-ETUDIANTS
                   STOP RUN 8
               END-IF
               READ FIC-ETUDIANTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.
           DISPLAY 'Etudiants charges : ' WS-NB-ETUDIANTS.

      *---------------------------------------------------------------
       APPLIQUER-MOUVEMENTS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               DISPLAY 'FIC-MOUVEMENTS-ETUDIANTS.dat absent, aucun '
                       'mouvement ce passage'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-MOUVEMENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-MOUVEMENTS
               PERFORM APPLIQUER-UN-MOUVEMENT
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
      * Mouvements consommes : le fichier est vide.
           OPEN OUTPUT FIC-MOUVEMENTS.
           CLOSE FIC-MOUVEMENTS.

      *---------------------------------------------------------------
      * Chaque mouvement est applique ou rejete avec son motif ; le
      * rapport garde la trace des deux.
       APPLIQUER-UN-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET WS-LIBELLE-MVT.
           IF MVE-DATE-EFFET NUMERIC AND MVE-DATE-EFFET > 0
               MOVE MVE-DATE-EFFET TO WS-DATE-EFFET
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           END-IF.
           PERFORM CHERCHER-ETUDIANT.
           EVALUATE TRUE
               WHEN MVE-CREATION
                   PERFORM CREER-ETUDIANT
               WHEN NOT ETUDIANT-TROUVE
                   MOVE 'matricule inconnu du maitre'
                       TO WS-MOTIF-REJET
               WHEN MVE-MODIFICATION
                   PERFORM MODIFIER-ETUDIANT
               WHEN MVE-CHANGEMENT-CLASSE
                   PERFORM CHANGER-CLASSE
               WHEN MVE-RETRAIT
                   PERFORM RETIRER-ETUDIANT
               WHEN MVE-REINSCRIPTION
                   PERFORM REINSCRIRE-ETUDIANT
               WHEN OTHER
                   STRING 'type de mouvement inconnu (' MVE-TYPE ')'
                       DELIMITED SIZE INTO WS-MOTIF-REJET
           END-EVALUATE.
           MOVE SPACES TO ENR-RAPPORT.
           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               STRING MVE-TYPE ' ' MVE-MATRICULE ' REJETE : '
                      WS-MOTIF-REJET
                   DELIMITED SIZE INTO ENR-RAPPORT
               DISPLAY MVE-MATRICULE ' : '
                       FUNCTION TRIM(WS-MOTIF-REJET)
                       ', mouvement rejete'
           ELSE
               STRING MVE-TYPE ' ' MVE-MATRICULE ' '
                      WS-LIBELLE-MVT
                   DELIMITED SIZE INTO ENR-RAPPORT
           END-IF.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
       CHERCHER-ETUDIANT.
           MOVE 'N' TO WS-ETUDIANT-TROUVE.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               IF WS-ETD-MATRICULE(WS-IDX-ETD) = MVE-MATRICULE
                   SET ETUDIANT-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Inscription : matricule nouveau, nom et classe obligatoires.
       CREER-ETUDIANT.
           IF ETUDIANT-TROUVE
               MOVE 'matricule deja au maitre (I pour reinscrire)'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MVE-MATRICULE = SPACES OR MVE-NOM = SPACES
                   OR MVE-CLASSE = SPACES
               MOVE 'matricule, nom et classe obligatoires'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MVE-DATE-NAISSANCE NOT NUMERIC
               MOVE 'date de naissance non numerique'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-ETUDIANTS >= WS-MAX-ETUDIANTS
               MOVE 'table des etudiants pleine' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ETUDIANTS.
           SET WS-IDX-ETD TO WS-NB-ETUDIANTS.
           MOVE MVE-MATRICULE TO WS-ETD-MATRICULE(WS-IDX-ETD).
           MOVE MVE-NOM TO WS-ETD-NOM(WS-IDX-ETD).
           MOVE MVE-PRENOM TO WS-ETD-PRENOM(WS-IDX-ETD).
           MOVE MVE-DATE-NAISSANCE TO WS-ETD-DATE-NAISSANCE(WS-IDX-ETD).
           MOVE MVE-CLASSE TO WS-ETD-CLASSE(WS-IDX-ETD).
           MOVE 'I' TO WS-ETD-STATUT(WS-IDX-ETD).
           MOVE WS-DATE-EFFET TO WS-ETD-DATE-INSCRIPTION(WS-IDX-ETD).
           MOVE 0 TO WS-ETD-DATE-SORTIE(WS-IDX-ETD).
           ADD 1 TO WS-NB-CREATIONS.
           STRING 'inscrit en ' MVE-CLASSE ' le ' WS-DATE-EFFET
               DELIMITED SIZE INTO WS-LIBELLE-MVT.

      *---------------------------------------------------------------
       MODIFIER-ETUDIANT.
           IF MVE-DATE-NAISSANCE NOT NUMERIC
               MOVE 'date de naissance non numerique'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MVE-NOM NOT = SPACES
               MOVE MVE-NOM TO WS-ETD-NOM(WS-IDX-ETD)
           END-IF.
           IF MVE-PRENOM NOT = SPACES
               MOVE MVE-PRENOM TO WS-ETD-PRENOM(WS-IDX-ETD)
           END-IF.
           IF MVE-DATE-NAISSANCE > 0
               MOVE MVE-DATE-NAISSANCE
                   TO WS-ETD-DATE-NAISSANCE(WS-IDX-ETD)
           END-IF.
           ADD 1 TO WS-NB-MODIFICATIONS.
           MOVE 'etat civil modifie' TO WS-LIBELLE-MVT.

      *---------------------------------------------------------------
       CHANGER-CLASSE.
           IF MVE-CLASSE = SPACES
               MOVE 'classe a blanc' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-ETD-STATUT(WS-IDX-ETD) NOT = 'I'
               MOVE 'etudiant non inscrit' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           STRING 'classe ' WS-ETD-CLASSE(WS-IDX-ETD) ' -> '
                  MVE-CLASSE ' le ' WS-DATE-EFFET
               DELIMITED SIZE INTO WS-LIBELLE-MVT.
           MOVE MVE-CLASSE TO WS-ETD-CLASSE(WS-IDX-ETD).
           ADD 1 TO WS-NB-CHANGEMENTS.

      *---------------------------------------------------------------
       RETIRER-ETUDIANT.
           IF WS-ETD-STATUT(WS-IDX-ETD) NOT = 'I'
               MOVE 'etudiant deja sorti' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-ETD-STATUT(WS-IDX-ETD).
           MOVE WS-DATE-EFFET TO WS-ETD-DATE-SORTIE(WS-IDX-ETD).
           ADD 1 TO WS-NB-RETRAITS.
           STRING 'retire le ' WS-DATE-EFFET
               DELIMITED SIZE INTO WS-LIBELLE-MVT.

      *---------------------------------------------------------------
       REINSCRIRE-ETUDIANT.
           IF WS-ETD-STATUT(WS-IDX-ETD) = 'I'
               MOVE 'etudiant deja inscrit' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MVE-CLASSE NOT = SPACES
               MOVE MVE-CLASSE TO WS-ETD-CLASSE(WS-IDX-ETD)
           END-IF.
           MOVE 'I' TO WS-ETD-STATUT(WS-IDX-ETD).
           MOVE WS-DATE-EFFET TO WS-ETD-DATE-INSCRIPTION(WS-IDX-ETD).
           MOVE 0 TO WS-ETD-DATE-SORTIE(WS-IDX-ETD).
           ADD 1 TO WS-NB-REINSCRIPTIONS.
           STRING 'reinscrit en ' WS-ETD-CLASSE(WS-IDX-ETD) ' le '
                  WS-DATE-EFFET
               DELIMITED SIZE INTO WS-LIBELLE-MVT.

      *---------------------------------------------------------------
       REECRIRE-ETUDIANTS.
           OPEN OUTPUT FIC-ETUDIANTS.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               MOVE WS-ETD-MATRICULE(WS-IDX-ETD) TO ETD-MATRICULE
               MOVE WS-ETD-NOM(WS-IDX-ETD) TO ETD-NOM
               MOVE WS-ETD-PRENOM(WS-IDX-ETD) TO ETD-PRENOM
               MOVE WS-ETD-DATE-NAISSANCE(WS-IDX-ETD)
                   TO ETD-DATE-NAISSANCE
               MOVE WS-ETD-CLASSE(WS-IDX-ETD) TO ETD-CLASSE
               MOVE WS-ETD-STATUT(WS-IDX-ETD) TO ETD-STATUT
               MOVE WS-ETD-DATE-INSCRIPTION(WS-IDX-ETD)
                   TO ETD-DATE-INSCRIPTION
               MOVE WS-ETD-DATE-SORTIE(WS-IDX-ETD) TO ETD-DATE-SORTIE
               IF ETD-INSCRIT
                   ADD 1 TO WS-NB-INSCRITS
               END-IF
               WRITE ENR-ETUDIANT
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.
