      *===============================================================
      * Exercice 4k - Completude des remises de notes
      * Niveau : Avance
      * Le calcul des mentions part a la date prevue meme si un
      * enseignant n'a pas encore remis ses notes : une matiere
      * absente baisse la moyenne ponderee sans que personne ne le
      * voie. La table des remises attendues FIC-NOTES-ATTENDUES.dat
      * (COPY ATTENDREC : classe, matiere, enseignant, date limite)
      * est confrontee aux notes effectivement presentes dans
      * FIC-NOTES.dat, pour chaque etudiant inscrit de la classe au
      * maitre FIC-ETUDIANTS.dat (COPY ETUDREC) :
      *   COMPLETE   = chaque inscrit de la classe a sa note ;
      *   INCOMPLETE = des inscrits sont sans note (listes) ;
      *   NON REMISE = aucune note de la matiere pour la classe ;
      * EN RETARD s'ajoute quand la date limite est depassee.
      * Les notes d'une matiere non attendue dans la classe sont
      * signalees ; une classe qui a des notes sans aucune remise
      * attendue est NON PARAMETREE.
      * Le rapport FIC-COMPLETUDE-RAPPORT.txt donne, classe par
      * classe, les matieres manquantes ou incompletes avec
      * l'enseignant responsable et les etudiants sans note.
      * L'etat de chaque classe part dans FIC-COMPLETUDE-CLASSES.dat
      * avec le nombre de lignes et le total des notes controlees :
      * EX04-CONDITIONS ne calcule les mentions que des classes
      * COMPLETES, sauf forcage du directeur par classe dans
      * FIC-FORCAGE-COMPLETUDE.dat (directeur, date, motif), et
      * refuse un etat qui ne correspond plus a FIC-NOTES.dat.
      * Controle : FIC-NOTES.dat doit correspondre au tampon
      *           d'EX04F-CONTROLE-NOTES, sinon refus.
      * Compiler : cobc -x ex04k_completude.cobol -o ex04k_completude
      *            -I ../copybooks
      * Executer : ./ex04k_completude
      * Code retour : 0, 4 si une classe n'est pas complete ou si des
      *               notes ne sont pas attendues, 1 si
      *               FIC-NOTES.dat est absent, 8 si le tampon ne
      *               correspond pas, sans table des remises ou sans
      *               maitre, ou si une table deborde (l'etat des
      *               classes n'est alors pas ecrit).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04K-COMPLETUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-ATTENDUS ASSIGN TO 'FIC-NOTES-ATTENDUES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENDUS.
           SELECT FIC-ETUDIANTS ASSIGN TO 'FIC-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETUDIANTS.
           SELECT FIC-FORCAGE ASSIGN TO 'FIC-FORCAGE-COMPLETUDE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FORCAGE.
           SELECT FIC-COMPLETUDE
               ASSIGN TO 'FIC-COMPLETUDE-CLASSES.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-COMPLETUDE-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

       FD  FIC-ATTENDUS LABEL RECORDS ARE STANDARD.
       COPY ATTENDREC.

       FD  FIC-ETUDIANTS LABEL RECORDS ARE STANDARD.
       COPY ETUDREC.

      * Forcage signe du directeur : la classe est calculee par
      * EX04-CONDITIONS bien qu'incomplete. Sans directeur ou sans
      * motif, le forcage est ignore.
       FD  FIC-FORCAGE LABEL RECORDS ARE STANDARD.
       01  ENR-FORCAGE.
           05 FRC-CLASSE        PIC X(3).
           05 FRC-DIRECTEUR     PIC X(8).
           05 FRC-DATE          PIC 9(8).
           05 FRC-MOTIF         PIC X(30).

      * Etat de chaque classe pour EX04-CONDITIONS : C complete,
      * I incomplete, N non parametree ; nombre de lignes et total
      * des notes de FIC-NOTES.dat au moment du controle.
       FD  FIC-COMPLETUDE LABEL RECORDS ARE STANDARD.
       01  ENR-COMPLETUDE.
           05 CPL-CLASSE        PIC X(3).
           05 CPL-STATUT        PIC X.
              88 CPL-COMPLETE    VALUE 'C'.
              88 CPL-INCOMPLETE  VALUE 'I'.
              88 CPL-NON-PARAMETREE VALUE 'N'.
           05 CPL-NB-MANQUANTES PIC 9(5).
           05 CPL-DATE          PIC 9(8).
           05 CPL-NB-NOTES      PIC 9(6).
           05 CPL-TOTAL-NOTES   PIC 9(8).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-STATUT-ATTENDUS  PIC X(2) VALUE '00'.
       01 WS-STATUT-ETUDIANTS PIC X(2) VALUE '00'.
       01 WS-STATUT-FORCAGE   PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-CTL-NB-NOTES     PIC 9(6) VALUE 0.
       01 WS-CTL-TOTAL-NOTES  PIC 9(8) VALUE 0.

      * Remises attendues, avec le resultat du controle.
       01 WS-MAX-ATTENDUS     PIC 9(4) VALUE 1000.
       01 WS-TABLE-ATTENDUS.
          05 WS-ATT-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-ATT.
             10 WS-ATT-CLASSE      PIC X(3).
             10 WS-ATT-MATIERE     PIC X(4).
             10 WS-ATT-ENSEIGNANT  PIC X(20).
             10 WS-ATT-DATE-LIMITE PIC 9(8).
             10 WS-ATT-EFFECTIF    PIC 9(4).
             10 WS-ATT-RECUES      PIC 9(4).
       01 WS-NB-ATTENDUS      PIC 9(4) VALUE 0.
       01 WS-NB-DOUBLONS      PIC 9(4) VALUE 0.

      * Etudiants inscrits au maitre.
       01 WS-MAX-ETUDIANTS    PIC 9(4) VALUE 3000.
       01 WS-TABLE-ETUDIANTS.
          05 WS-ETD-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-ETD.
             10 WS-ETD-MATRICULE   PIC X(6).
             10 WS-ETD-NOM-COMPLET PIC X(20).
             10 WS-ETD-CLASSE      PIC X(3).
       01 WS-NB-ETUDIANTS     PIC 9(4) VALUE 0.

      * Notes presentes : matricule et matiere suffisent a savoir
      * si la note est remise.
       01 WS-MAX-NOTES        PIC 9(5) VALUE 20000.
       01 WS-TABLE-NOTES.
          05 WS-NOT-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-NOT.
             10 WS-NOT-MATRICULE   PIC X(6).
             10 WS-NOT-MATIERE     PIC X(4).
       01 WS-NB-NOTES         PIC 9(5) VALUE 0.

      * Notes d'une matiere non attendue dans la classe.
       01 WS-MAX-HORS-TABLE   PIC 9(3) VALUE 200.
       01 WS-TABLE-HORS-TABLE.
          05 WS-HRS-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-HRS.
             10 WS-HRS-CLASSE      PIC X(3).
             10 WS-HRS-MATIERE     PIC X(4).
             10 WS-HRS-NB          PIC 9(5).
       01 WS-NB-HORS-TABLE    PIC 9(3) VALUE 0.
       01 WS-NB-NOTES-HORS-TABLE PIC 9(5) VALUE 0.

      * Classes : celles de la table des remises dans son ordre,
      * puis celles qui n'ont que des notes ; forcage eventuel.
       01 WS-MAX-CLASSES      PIC 9(3) VALUE 100.
       01 WS-TABLE-CLASSES.
          05 WS-CLA-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-CLA.
             10 WS-CLA-CODE        PIC X(3).
             10 WS-CLA-STATUT      PIC X.
             10 WS-CLA-NB-ATTENDUES PIC 9(3).
             10 WS-CLA-NB-INCOMPLETES PIC 9(3).
             10 WS-CLA-NB-MANQUANTES PIC 9(5).
             10 WS-CLA-FORCEE      PIC X.
             10 WS-CLA-DIRECTEUR   PIC X(8).
             10 WS-CLA-DATE-FORCAGE PIC 9(8).
             10 WS-CLA-MOTIF       PIC X(30).
       01 WS-NB-CLASSES       PIC 9(3) VALUE 0.
       01 WS-CLASSE-CHERCHEE  PIC X(3) VALUE SPACES.
       01 WS-MATIERE-CHERCHEE PIC X(4) VALUE SPACES.
       01 WS-MATRICULE-CHERCHE PIC X(6) VALUE SPACES.

      * Compteurs de synthese.
       01 WS-NB-COMPLETES     PIC 9(3) VALUE 0.
       01 WS-NB-INCOMPLETES   PIC 9(3) VALUE 0.
       01 WS-NB-NON-PARAMETREES PIC 9(3) VALUE 0.
       01 WS-NB-FORCEES       PIC 9(3) VALUE 0.
       01 WS-NB-FORCAGES-IGNORES PIC 9(3) VALUE 0.
       01 WS-NB-REMISES-MANQUANTES PIC 9(4) VALUE 0.
       01 WS-NB-EN-RETARD     PIC 9(4) VALUE 0.

      * Zones editees du rapport.
       01 WS-ETAT-REMISE      PIC X(20) VALUE SPACES.
       01 WS-ED-EFFECTIF      PIC ZZZ9.
       01 WS-ED-RECUES        PIC ZZZ9.
       01 WS-ED-MANQUANTES    PIC ZZZ9.
       01 WS-ED-NB            PIC ZZZZ9.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           DISPLAY '  Completude des remises de notes'.
           DISPLAY '================================================'.

           PERFORM VERIFIER-CONTROLE-NOTES.
           PERFORM CHARGER-ATTENDUS.
           PERFORM CHARGER-ETUDIANTS.
           PERFORM CHARGER-NOTES.
           PERFORM CHARGER-FORCAGES.

           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== COMPLETUDE DES REMISES DE NOTES DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'FIC-NOTES.dat : ' WS-CTL-NB-NOTES
                  ' ligne(s), total des notes ' WS-CTL-TOTAL-NOTES
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-NB-CLASSES
               PERFORM CONTROLER-CLASSE
           END-PERFORM.

           PERFORM ECRIRE-RAPPORT.
           STRING 'Classes : ' WS-NB-CLASSES
                  ', completes ' WS-NB-COMPLETES
                  ', incompletes ' WS-NB-INCOMPLETES
                  ', non parametrees ' WS-NB-NON-PARAMETREES
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Remises manquantes ou incompletes : '
                  WS-NB-REMISES-MANQUANTES
                  ' dont en retard ' WS-NB-EN-RETARD
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Classes forcees par le directeur : '
                  WS-NB-FORCEES
                  ', forcage(s) ignore(s) ' WS-NB-FORCAGES-IGNORES
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-NB-NOTES-HORS-TABLE > 0
               STRING 'Notes de matieres non attendues : '
                      WS-NB-NOTES-HORS-TABLE
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.
           CLOSE FIC-RAPPORT.

           PERFORM ECRIRE-ETAT-CLASSES.

           DISPLAY 'Classes : ' WS-NB-CLASSES
                   ', completes : ' WS-NB-COMPLETES
                   ', incompletes : ' WS-NB-INCOMPLETES
                   ', non parametrees : ' WS-NB-NON-PARAMETREES.
           DISPLAY 'Remises manquantes ou incompletes : '
                   WS-NB-REMISES-MANQUANTES
                   ' (en retard : ' WS-NB-EN-RETARD ')'.
           IF WS-NB-FORCEES > 0
               DISPLAY 'Classes forcees par le directeur : '
                       WS-NB-FORCEES
           END-IF.
           IF WS-NB-NOTES-HORS-TABLE > 0
               DISPLAY 'Notes de matieres non attendues : '
                       WS-NB-NOTES-HORS-TABLE
           END-IF.
           DISPLAY 'Rapport : FIC-COMPLETUDE-RAPPORT.txt'.
           DISPLAY 'Etat des classes : FIC-COMPLETUDE-CLASSES.dat'.
           IF WS-NB-INCOMPLETES > 0 OR WS-NB-NON-PARAMETREES > 0
                   OR WS-NB-NOTES-HORS-TABLE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * FIC-NOTES.dat doit etre celui qu'EX04F-CONTROLE-NOTES a
      * confronte au maitre etudiants ; ses lignes et son total
      * partent avec l'etat des classes.
       VERIFIER-CONTROLE-NOTES.
           OPEN INPUT FIC-CONTROLE-NOTES.
           IF WS-STATUT-CONTROLE-NOTES NOT = '00'
               DISPLAY 'FIC-NOTES.dat non controle contre le maitre '
                       'etudiants : lancer EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           READ FIC-CONTROLE-NOTES
               AT END MOVE 999999 TO CTN-NB-NOTES
           END-READ.
           CLOSE FIC-CONTROLE-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       ADD 1 TO WS-CTL-NB-NOTES
                       ADD ETU-NOTE TO WS-CTL-TOTAL-NOTES
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.
           IF WS-CTL-NB-NOTES NOT = CTN-NB-NOTES
                   OR WS-CTL-TOTAL-NOTES NOT = CTN-TOTAL-NOTES
               DISPLAY 'FIC-NOTES.dat modifie depuis le controle du '
                       CTN-DATE ' (' WS-CTL-NB-NOTES ' ligne(s) pour '
                       CTN-NB-NOTES ' controlee(s)) : relancer '
                       'EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Table des remises attendues ; une classe et une matiere
      * presentes deux fois ne comptent qu'une fois (premiere ligne).
       CHARGER-ATTENDUS.
           OPEN INPUT FIC-ATTENDUS.
           IF WS-STATUT-ATTENDUS NOT = '00'
               DISPLAY '*** FIC-NOTES-ATTENDUES.dat introuvable : '
                       'aucune remise attendue a controler ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-ATTENDUS NOT = '00'
               READ FIC-ATTENDUS
                   AT END MOVE '10' TO WS-STATUT-ATTENDUS
                   NOT AT END
                       PERFORM RETENIR-ATTENDU
               END-READ
           END-PERFORM.
           CLOSE FIC-ATTENDUS.
           DISPLAY 'Remises attendues : ' WS-NB-ATTENDUS
                   ' pour ' WS-NB-CLASSES ' classe(s)'.
           IF WS-NB-DOUBLONS > 0
               DISPLAY 'Lignes en double ignorees : ' WS-NB-DOUBLONS
           END-IF.

      *---------------------------------------------------------------
       RETENIR-ATTENDU.
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENDUS
               IF WS-ATT-CLASSE(WS-IDX-ATT) = ATT-CLASSE
                       AND WS-ATT-MATIERE(WS-IDX-ATT) = ATT-MATIERE
                   ADD 1 TO WS-NB-DOUBLONS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-ATTENDUS >= WS-MAX-ATTENDUS
               DISPLAY '*** Plus de ' WS-MAX-ATTENDUS
                       ' remises attendues : controle refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ATTENDUS.
           SET WS-IDX-ATT TO WS-NB-ATTENDUS.
           INITIALIZE WS-ATT-LIGNE(WS-IDX-ATT).
           MOVE ATT-CLASSE     TO WS-ATT-CLASSE(WS-IDX-ATT).
           MOVE ATT-MATIERE    TO WS-ATT-MATIERE(WS-IDX-ATT).
           MOVE ATT-ENSEIGNANT TO WS-ATT-ENSEIGNANT(WS-IDX-ATT).
           IF ATT-DATE-LIMITE NUMERIC
               MOVE ATT-DATE-LIMITE
                   TO WS-ATT-DATE-LIMITE(WS-IDX-ATT)
           END-IF.
           MOVE ATT-CLASSE TO WS-CLASSE-CHERCHEE.
           PERFORM RETENIR-CLASSE.
           ADD 1 TO WS-CLA-NB-ATTENDUES(WS-IDX-CLA).

      *---------------------------------------------------------------
      * Classe WS-CLASSE-CHERCHEE dans la table (creee si absente) ;
      * WS-IDX-CLA pointe sur sa ligne.
       RETENIR-CLASSE.
           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-NB-CLASSES
               IF WS-CLA-CODE(WS-IDX-CLA) = WS-CLASSE-CHERCHEE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-CLASSES >= WS-MAX-CLASSES
               DISPLAY '*** Plus de ' WS-MAX-CLASSES
                       ' classes : controle refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-CLASSES.
           SET WS-IDX-CLA TO WS-NB-CLASSES.
           INITIALIZE WS-CLA-LIGNE(WS-IDX-CLA).
           MOVE WS-CLASSE-CHERCHEE TO WS-CLA-CODE(WS-IDX-CLA).
           MOVE 'N' TO WS-CLA-FORCEE(WS-IDX-CLA).

      *---------------------------------------------------------------
       CHARGER-ETUDIANTS.
           OPEN INPUT FIC-ETUDIANTS.
           IF WS-STATUT-ETUDIANTS NOT = '00'
               DISPLAY '*** FIC-ETUDIANTS.dat introuvable : '
                       'effectifs des classes inconnus ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-ETUDIANTS NOT = '00'
               READ FIC-ETUDIANTS
                   AT END MOVE '10' TO WS-STATUT-ETUDIANTS
                   NOT AT END
                       IF ETD-INSCRIT
                           PERFORM RETENIR-ETUDIANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.
           DISPLAY 'Etudiants inscrits : ' WS-NB-ETUDIANTS.

      *---------------------------------------------------------------
       RETENIR-ETUDIANT.
           IF WS-NB-ETUDIANTS >= WS-MAX-ETUDIANTS
               DISPLAY '*** Plus de ' WS-MAX-ETUDIANTS
                       ' etudiants inscrits : controle refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ETUDIANTS.
           SET WS-IDX-ETD TO WS-NB-ETUDIANTS.
           MOVE ETD-MATRICULE TO WS-ETD-MATRICULE(WS-IDX-ETD).
           MOVE SPACES TO WS-ETD-NOM-COMPLET(WS-IDX-ETD).
           STRING FUNCTION TRIM(ETD-NOM) ' '
                  FUNCTION TRIM(ETD-PRENOM)
               DELIMITED SIZE INTO WS-ETD-NOM-COMPLET(WS-IDX-ETD).
           MOVE ETD-CLASSE TO WS-ETD-CLASSE(WS-IDX-ETD).

      *---------------------------------------------------------------
      * Notes presentes ; une note d'une matiere non attendue dans
      * sa classe est comptee a part, une classe sans aucune remise
      * attendue est ajoutee a la table (non parametree).
       CHARGER-NOTES.
           OPEN INPUT FIC-NOTES.
           MOVE '00' TO WS-STATUT-NOTES.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       PERFORM RETENIR-NOTE
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
       RETENIR-NOTE.
           IF WS-NB-NOTES >= WS-MAX-NOTES
               DISPLAY '*** Plus de ' WS-MAX-NOTES
                       ' notes : controle refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-NOTES.
           MOVE ETU-MATRICULE TO WS-NOT-MATRICULE(WS-NB-NOTES).
           MOVE ETU-MATIERE   TO WS-NOT-MATIERE(WS-NB-NOTES).
           MOVE ETU-CLASSE TO WS-CLASSE-CHERCHEE.
           PERFORM RETENIR-CLASSE.
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENDUS
               IF WS-ATT-CLASSE(WS-IDX-ATT) = ETU-CLASSE
                       AND WS-ATT-MATIERE(WS-IDX-ATT) = ETU-MATIERE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-NOTES-HORS-TABLE.
           PERFORM VARYING WS-IDX-HRS FROM 1 BY 1
                   UNTIL WS-IDX-HRS > WS-NB-HORS-TABLE
               IF WS-HRS-CLASSE(WS-IDX-HRS) = ETU-CLASSE
                       AND WS-HRS-MATIERE(WS-IDX-HRS) = ETU-MATIERE
                   ADD 1 TO WS-HRS-NB(WS-IDX-HRS)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-HORS-TABLE >= WS-MAX-HORS-TABLE
               DISPLAY '*** Plus de ' WS-MAX-HORS-TABLE
                       ' matieres non attendues : controle refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-HORS-TABLE.
           MOVE ETU-CLASSE  TO WS-HRS-CLASSE(WS-NB-HORS-TABLE).
           MOVE ETU-MATIERE TO WS-HRS-MATIERE(WS-NB-HORS-TABLE).
           MOVE 1 TO WS-HRS-NB(WS-NB-HORS-TABLE).

      *---------------------------------------------------------------
      * Forcages du directeur ; un forcage d'une classe inconnue ne
      * sert a rien et n'est pas retenu.
       CHARGER-FORCAGES.
           OPEN INPUT FIC-FORCAGE.
           IF WS-STATUT-FORCAGE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-FORCAGE NOT = '00'
               READ FIC-FORCAGE
                   AT END MOVE '10' TO WS-STATUT-FORCAGE
                   NOT AT END
                       PERFORM RETENIR-FORCAGE
               END-READ
           END-PERFORM.
           CLOSE FIC-FORCAGE.

      *---------------------------------------------------------------
       RETENIR-FORCAGE.
           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-NB-CLASSES
               IF WS-CLA-CODE(WS-IDX-CLA) = FRC-CLASSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CLA > WS-NB-CLASSES
               EXIT PARAGRAPH
           END-IF.
           IF FRC-DIRECTEUR = SPACES OR FRC-MOTIF = SPACES
               MOVE 'X' TO WS-CLA-FORCEE(WS-IDX-CLA)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-CLA-FORCEE(WS-IDX-CLA).
           MOVE FRC-DIRECTEUR TO WS-CLA-DIRECTEUR(WS-IDX-CLA).
           MOVE FRC-DATE TO WS-CLA-DATE-FORCAGE(WS-IDX-CLA).
           MOVE FRC-MOTIF TO WS-CLA-MOTIF(WS-IDX-CLA).

      *---------------------------------------------------------------
      * Bloc d'une classe au rapport : chaque remise attendue, les
      * etudiants sans note, les matieres non attendues, puis
      * l'etat de la classe.
       CONTROLER-CLASSE.
           PERFORM ECRIRE-RAPPORT.
           STRING '-- Classe ' WS-CLA-CODE(WS-IDX-CLA)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-CLA-NB-ATTENDUES(WS-IDX-CLA) > 0
               MOVE 'Mat. Enseignant           Limite   Eff. Recu '
                 & 'Manq Etat' TO WS-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENDUS
               IF WS-ATT-CLASSE(WS-IDX-ATT) = WS-CLA-CODE(WS-IDX-CLA)
                   PERFORM CONTROLER-REMISE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-HRS FROM 1 BY 1
                   UNTIL WS-IDX-HRS > WS-NB-HORS-TABLE
               IF WS-HRS-CLASSE(WS-IDX-HRS) = WS-CLA-CODE(WS-IDX-CLA)
                   MOVE WS-HRS-NB(WS-IDX-HRS) TO WS-ED-NB
                   STRING WS-HRS-MATIERE(WS-IDX-HRS)
                          ' non attendue dans la classe : '
                          WS-ED-NB ' note(s)'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CLA-NB-ATTENDUES(WS-IDX-CLA) = 0
                   MOVE 'N' TO WS-CLA-STATUT(WS-IDX-CLA)
                   ADD 1 TO WS-NB-NON-PARAMETREES
                   STRING '   => NON PARAMETREE : aucune remise '
                          'attendue pour la classe'
                       DELIMITED SIZE INTO WS-LIGNE
               WHEN WS-CLA-NB-INCOMPLETES(WS-IDX-CLA) > 0
                   MOVE 'I' TO WS-CLA-STATUT(WS-IDX-CLA)
                   ADD 1 TO WS-NB-INCOMPLETES
                   STRING '   => INCOMPLETE : '
                          WS-CLA-NB-INCOMPLETES(WS-IDX-CLA)
                          ' matiere(s), '
                          WS-CLA-NB-MANQUANTES(WS-IDX-CLA)
                          ' note(s) manquante(s)'
                       DELIMITED SIZE INTO WS-LIGNE
               WHEN OTHER
                   MOVE 'C' TO WS-CLA-STATUT(WS-IDX-CLA)
                   ADD 1 TO WS-NB-COMPLETES
                   MOVE '   => COMPLETE' TO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-CLA-STATUT(WS-IDX-CLA) = 'C'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CLA-FORCEE(WS-IDX-CLA)
               WHEN 'O'
                   ADD 1 TO WS-NB-FORCEES
                   STRING '   Calcul force par '
                          WS-CLA-DIRECTEUR(WS-IDX-CLA) ' le '
                          WS-CLA-DATE-FORCAGE(WS-IDX-CLA) ' : '
                          WS-CLA-MOTIF(WS-IDX-CLA)
                       DELIMITED SIZE INTO WS-LIGNE
               WHEN 'X'
                   ADD 1 TO WS-NB-FORCAGES-IGNORES
                   STRING '   Forcage ignore (directeur ou motif '
                          'absent) : mentions non calculees'
                       DELIMITED SIZE INTO WS-LIGNE
               WHEN OTHER
                   STRING '   Mentions non calculees par EX04 sans '
                          'forcage du directeur'
                       DELIMITED SIZE INTO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
      * Une remise attendue : chaque inscrit de la classe doit
      * avoir sa note de la matiere.
       CONTROLER-REMISE.
           MOVE 0 TO WS-ATT-EFFECTIF(WS-IDX-ATT).
           MOVE 0 TO WS-ATT-RECUES(WS-IDX-ATT).
           MOVE WS-ATT-MATIERE(WS-IDX-ATT) TO WS-MATIERE-CHERCHEE.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               IF WS-ETD-CLASSE(WS-IDX-ETD) = WS-ATT-CLASSE(WS-IDX-ATT)
                   ADD 1 TO WS-ATT-EFFECTIF(WS-IDX-ATT)
                   MOVE WS-ETD-MATRICULE(WS-IDX-ETD)
                       TO WS-MATRICULE-CHERCHE
                   PERFORM CHERCHER-NOTE
                   IF WS-IDX-NOT NOT > WS-NB-NOTES
                       ADD 1 TO WS-ATT-RECUES(WS-IDX-ATT)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ETAT-REMISE.
           EVALUATE TRUE
               WHEN WS-ATT-RECUES(WS-IDX-ATT)
                       = WS-ATT-EFFECTIF(WS-IDX-ATT)
                   MOVE 'COMPLETE' TO WS-ETAT-REMISE
               WHEN WS-ATT-RECUES(WS-IDX-ATT) = 0
                   MOVE 'NON REMISE' TO WS-ETAT-REMISE
               WHEN OTHER
                   MOVE 'INCOMPLETE' TO WS-ETAT-REMISE
           END-EVALUATE.
           IF WS-ATT-RECUES(WS-IDX-ATT)
                   NOT = WS-ATT-EFFECTIF(WS-IDX-ATT)
               ADD 1 TO WS-NB-REMISES-MANQUANTES
               ADD 1 TO WS-CLA-NB-INCOMPLETES(WS-IDX-CLA)
               COMPUTE WS-CLA-NB-MANQUANTES(WS-IDX-CLA) =
                   WS-CLA-NB-MANQUANTES(WS-IDX-CLA)
                   + WS-ATT-EFFECTIF(WS-IDX-ATT)
                   - WS-ATT-RECUES(WS-IDX-ATT)
               IF WS-ATT-DATE-LIMITE(WS-IDX-ATT) < WS-DATE-JOUR
                   ADD 1 TO WS-NB-EN-RETARD
                   STRING FUNCTION TRIM(WS-ETAT-REMISE) ' EN RETARD'
                       DELIMITED SIZE INTO WS-ETAT-REMISE
               END-IF
           END-IF.

           MOVE WS-ATT-EFFECTIF(WS-IDX-ATT) TO WS-ED-EFFECTIF.
           MOVE WS-ATT-RECUES(WS-IDX-ATT) TO WS-ED-RECUES.
           COMPUTE WS-ED-MANQUANTES = WS-ATT-EFFECTIF(WS-IDX-ATT)
               - WS-ATT-RECUES(WS-IDX-ATT).
           STRING WS-ATT-MATIERE(WS-IDX-ATT) ' '
                  WS-ATT-ENSEIGNANT(WS-IDX-ATT) ' '
                  WS-ATT-DATE-LIMITE(WS-IDX-ATT) ' '
                  WS-ED-EFFECTIF ' ' WS-ED-RECUES ' '
                  WS-ED-MANQUANTES ' ' WS-ETAT-REMISE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-ATT-RECUES(WS-IDX-ATT) = 0
                   OR WS-ATT-RECUES(WS-IDX-ATT)
                       = WS-ATT-EFFECTIF(WS-IDX-ATT)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               IF WS-ETD-CLASSE(WS-IDX-ETD) = WS-ATT-CLASSE(WS-IDX-ATT)
                   MOVE WS-ETD-MATRICULE(WS-IDX-ETD)
                       TO WS-MATRICULE-CHERCHE
                   PERFORM CHERCHER-NOTE
                   IF WS-IDX-NOT > WS-NB-NOTES
                       STRING '     sans note : '
                              WS-ETD-MATRICULE(WS-IDX-ETD) ' '
                              WS-ETD-NOM-COMPLET(WS-IDX-ETD)
                           DELIMITED SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-RAPPORT
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Note de WS-MATRICULE-CHERCHE dans WS-MATIERE-CHERCHEE ;
      * WS-IDX-NOT au-dela de la table si elle manque.
       CHERCHER-NOTE.
           PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                   UNTIL WS-IDX-NOT > WS-NB-NOTES
               IF WS-NOT-MATRICULE(WS-IDX-NOT) = WS-MATRICULE-CHERCHE
                       AND WS-NOT-MATIERE(WS-IDX-NOT)
                           = WS-MATIERE-CHERCHEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Etat des classes pour EX04-CONDITIONS, avec les lignes et le
      * total de FIC-NOTES.dat controles.
       ECRIRE-ETAT-CLASSES.
           OPEN OUTPUT FIC-COMPLETUDE.
           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA > WS-NB-CLASSES
               MOVE WS-CLA-CODE(WS-IDX-CLA) TO CPL-CLASSE
               MOVE WS-CLA-STATUT(WS-IDX-CLA) TO CPL-STATUT
               MOVE WS-CLA-NB-MANQUANTES(WS-IDX-CLA)
                   TO CPL-NB-MANQUANTES
               MOVE WS-DATE-JOUR TO CPL-DATE
               MOVE WS-CTL-NB-NOTES TO CPL-NB-NOTES
               MOVE WS-CTL-TOTAL-NOTES TO CPL-TOTAL-NOTES
               WRITE ENR-COMPLETUDE
           END-PERFORM.
           CLOSE FIC-COMPLETUDE.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
