      *            FIC-DEPT-ORPHELINS-EX07.txt (codes departement
      *            inconnus rencontres, avec leur nombre d'employes)
      *            FIC-LISTING-EX07.txt (listage pagine, en-tete
      *            repetee toutes les WS-NB-LIGNES-PAGE lignes ;
      *            *CERTIF ECHUE en bout de ligne quand une visite
      *            ou un certificat exige par le poste est echu ou
      *            jamais fait dans FIC-OBLIGATIONS.dat, registre
      *            tenu par EX07P-OBLIGATIONS - absent, aucun
      *            controle)
      * Traitement : le fichier est d'abord trie par EMP-DEPARTEMENT
      *            pour produire des sous-totaux de rupture par
      *            departement dans le bilan, meme principe que
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.
           SELECT FIC-OBLIGATIONS ASSIGN TO 'FIC-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OBLIGATIONS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

       FD  FIC-OBLIGATIONS LABEL RECORDS ARE STANDARD.
       COPY OBLIGREC.

       WORKING-STORAGE SECTION.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-NB-ORPHELINS     PIC 9(3) VALUE 0.
       01 WS-NB-EMP-ORPHELINS PIC 9(4) VALUE 0.

      * Matricules ayant au moins une obligation exigee par le poste
      * echue ou jamais faite (registre FIC-OBLIGATIONS.dat).
       01 WS-STATUT-OBLIGATIONS PIC X(2) VALUE '00'.
       01 WS-MAX-CERTIF-ECHUES PIC 9(4) VALUE 2000.
       01 WS-TABLE-CERTIF-ECHUES.
          05 WS-CERTIF-MATRICULE PIC X(6) OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CERT.
       01 WS-NB-MAT-CERTIF    PIC 9(4) VALUE 0.
       01 WS-NB-CERTIF-ECHUES PIC 9(4) VALUE 0.
       01 WS-CERTIF-TROUVE    PIC X VALUE 'N'.
          88 CERTIF-TROUVE    VALUE 'O'.

      * Memes bornes que LS-SALAIRE-MIN/MAX dans EX15-VALIDEMP.
       01 WS-SALAIRE-MIN      PIC 9(6)V99 VALUE 1200.00.
       01 WS-SALAIRE-MAX      PIC 9(6)V99 VALUE 50000.00.
           05 FILLER          PIC X(2) VALUE ' |'.
           05 DET-SALAIRE     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(4) VALUE ' EUR'.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-ALERTE      PIC X(14).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-DEBUT.
           PERFORM CHARGER-DEPARTEMENTS.
           PERFORM CHARGER-CERTIF-ECHUES.
           SORT WRK-EMPLOYES
               ASCENDING KEY WRK-DEPARTEMENT WRK-MATRICULE
               INPUT PROCEDURE IS LIRE-MAITRE-CONTROLE
                  EMP-NOM OF ENR-EMPLOYES-TRI    DELIMITED SPACE
                  INTO DET-NOM-COMPLET.
           MOVE EMP-SALAIRE OF ENR-EMPLOYES-TRI    TO DET-SALAIRE.
           MOVE SPACES TO DET-ALERTE.
           MOVE 'N' TO WS-CERTIF-TROUVE.
           PERFORM VARYING WS-IDX-CERT FROM 1 BY 1
                   UNTIL WS-IDX-CERT > WS-NB-MAT-CERTIF
               IF WS-CERTIF-MATRICULE(WS-IDX-CERT)
                       = EMP-MATRICULE OF ENR-EMPLOYES-TRI
                   SET CERTIF-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CERTIF-TROUVE
               MOVE '*CERTIF ECHUE' TO DET-ALERTE
               ADD 1 TO WS-NB-CERTIF-ECHUES
           END-IF.
           MOVE WS-LIGNE-DETAIL TO ENR-LISTING.
           WRITE ENR-LISTING.
           ADD 1 TO WS-LIGNE-PAGE.
                       'des codes departement'
           END-IF.

      *---------------------------------------------------------------
      * Obligations exigees par le poste et echues a la date du jour
      * (ou jamais faites, echeance a zero). Registre absent, aucun
      * controle : le listing reste tel qu'avant le registre.
       CHARGER-CERTIF-ECHUES.
           OPEN INPUT FIC-OBLIGATIONS.
           IF WS-STATUT-OBLIGATIONS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OBLIGATIONS NOT = '00'
               READ FIC-OBLIGATIONS
                   AT END MOVE '10' TO WS-STATUT-OBLIGATIONS
                   NOT AT END
                       IF OBL-EXIGEE-POSTE
                               AND OBL-DATE-ECHEANCE < WS-DATE-JOUR
                           PERFORM RETENIR-CERTIF-ECHUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-OBLIGATIONS.

      *---------------------------------------------------------------
       RETENIR-CERTIF-ECHUE.
           PERFORM VARYING WS-IDX-CERT FROM 1 BY 1
                   UNTIL WS-IDX-CERT > WS-NB-MAT-CERTIF
               IF WS-CERTIF-MATRICULE(WS-IDX-CERT) = OBL-MATRICULE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-MAT-CERTIF >= WS-MAX-CERTIF-ECHUES
               DISPLAY '*** Table des certificats echus pleine ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-MAT-CERTIF.
           MOVE OBL-MATRICULE TO WS-CERTIF-MATRICULE(WS-NB-MAT-CERTIF).

      *---------------------------------------------------------------
       VERIFIER-DEPARTEMENT.
           MOVE 'N' TO WS-DEPT-CONNU.
           DISPLAY 'Employes rejetes  : ' WS-NB-EXCEPTIONS
                   ' (voir FIC-EXCEPTIONS-EX07.txt)'.
           DISPLAY 'Departements      : ' WS-NB-DEPARTEMENTS.
           IF WS-NB-CERTIF-ECHUES > 0
               DISPLAY 'Certificat echu   : ' WS-NB-CERTIF-ECHUES
                       ' employe(s) (voir EX07Q-ECHEANCES-OBLIGATIONS)'
           END-IF.
           IF DEPARTEMENTS-CHARGES
               DISPLAY 'Employes en departement inconnu : '
                       WS-NB-EMP-ORPHELINS
