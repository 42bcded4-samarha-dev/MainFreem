      *            de n'importe quelle taille raisonnable passe, la
      *            mediane etant relue sur le fichier trie en
      *            seconde passe.
      * Controle : FIC-NOTES.dat doit correspondre au tampon du
      *            controle contre le maitre etudiants
      *            (FIC-NOTES-CONTROLE.dat d'EX04F-CONTROLE-NOTES),
      *            sinon refus avec code retour 8.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX06-TABLEAUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-NOTES-TRI ASSIGN TO 'FIC-NOTES-TRI-EX06.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-NOTES ASSIGN TO 'WRK-NOTES-EX06.tmp'.
       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

      * Copie triee par classe puis note, relue en seconde passe
      * pour la mediane de chaque classe.
       FD  FIC-NOTES-TRI LABEL RECORDS ARE STANDARD.
           05 WRK-CLASSE       PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-CTL-NB-NOTES     PIC 9(6) VALUE 0.
       01 WS-CTL-TOTAL-NOTES  PIC 9(8) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

       01 WS-NOTE-GLOBALE-2   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM VERIFIER-CONTROLE-NOTES.

      * La mediane globale demande un second tri, toutes classes
      * confondues par note : le meme fichier trie par classe/note
      * suffit pour les classes, la mediane globale est relue sur un
           DISPLAY 'Defaillants : ' WS-NB-DEFAILLANTS
                   ' etudiant(s) (absences injustifiees)'.
           DISPLAY '================================'.

      *---------------------------------------------------------------
      * FIC-NOTES.dat doit etre celui qu'EX04F-CONTROLE-NOTES a
      * confronte au maitre etudiants : meme nombre de lignes et
      * meme total des notes que le tampon du controle.
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
           IF CTN-NB-EXCEPTIONS > 0
               DISPLAY CTN-NB-EXCEPTIONS ' note(s) en exception au '
                       'controle, absentes du calcul (voir '
                       'FIC-NOTES-EXCEPTIONS.txt)'
           END-IF.
