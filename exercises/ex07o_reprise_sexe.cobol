      *===============================================================
      * Exercice 7o - Reprise du sexe au maitre employes
      * Niveau : Intermediaire
      * Traitement a passer une fois, au changement de format du
      * maitre : EMPREC porte desormais EMP-SEXE (H/F), indispensable
      * a l'index de l'egalite professionnelle (EX15Z-INDEX-EGALITE)
      * et jusqu'ici connu du seul dossier RH.
      * Entree : FIC-EMPLOYES-ANCIEN.dat, dernier extrait EX07M du
      * maitre au format EMPREC (108 octets, sexe a blanc depuis la
      * reprise EX07N-REPRISE-DATES ou les embauches saisies sans ;
      * en-tete et fin EMPHDR reconnus a leur marque), et
      * FIC-SEXE-RH.dat, export du dossier RH (matricule, sexe H ou
      * F).
      * Sortie : FIC-EMPLOYES.dat au meme format, EMP-SEXE pose en
      * place, avec en-tete et fin standard (meme compte et meme
      * total de controle des salaires que l'ancien : seul le sexe
      * change), a recharger ensuite dans le maitre indexe par
      * EX07B-INDEXAGE.
      * Le rapport FIC-REPRISE-SEXE.txt liste les matricules sans
      * sexe au fichier RH (sexe du maitre conserve, a blanc s'il
      * n'est pas renseigne, a completer par un mouvement N
      * d'EX07E-MOUVEMENTS), les valeurs autres que H/F et les
      * lignes RH sans employe au maitre.
      * Compiler : cobc -x ex07o_reprise_sexe.cobol
      *            -o ex07o_reprise_sexe -I ../copybooks
      * Executer : ./ex07o_reprise_sexe puis ./ex07b_index_emp
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07O-REPRISE-SEXE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EMPLOYES-ANCIEN
               ASSIGN TO 'FIC-EMPLOYES-ANCIEN.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANCIEN.
           SELECT FIC-SEXE-RH ASSIGN TO 'FIC-SEXE-RH.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RH.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-REPRISE-SEXE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      * Extrait du maitre au format EMPREC. Seuls le matricule, le
      * salaire (total de controle) et le sexe sont lus, le reste
      * est recopie tel quel.
       FD  FIC-EMPLOYES-ANCIEN LABEL RECORDS ARE STANDARD.
       01  ENR-EMPLOYE-ANCIEN.
           05 ANC-MATRICULE     PIC X(6).
           05 FILLER            PIC X(35).
           05 ANC-SALAIRE       PIC 9(6).
           05 FILLER            PIC X(60).
           05 ANC-SEXE          PIC X.

      * Export du dossier RH, un enregistrement par matricule.
       FD  FIC-SEXE-RH LABEL RECORDS ARE STANDARD.
       01  ENR-SEXE-RH.
           05 SRH-MATRICULE     PIC X(6).
           05 SRH-SEXE          PIC X.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT        PIC X(80).

       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-ANCIEN    PIC X(2) VALUE '00'.
       01 WS-STATUT-RH        PIC X(2) VALUE '00'.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-HEURE-DEBUT      PIC 9(6) VALUE 0.
       01 WS-HEURE-FIN        PIC 9(6) VALUE 0.

      * Controle en-tete/fin de l'ancien maitre, et en-tete/fin du
      * nouveau (COPY EMPHDR).
       COPY EMPHDR.
       01 WS-ENTETE-PRESENTE  PIC X VALUE 'N'.
          88 ENTETE-PRESENTE  VALUE 'O'.
       01 WS-TRAILER-PRESENT  PIC X VALUE 'N'.
          88 TRAILER-PRESENT  VALUE 'O'.
       01 WS-NB-ANNONCES      PIC 9(8) VALUE 0.
       01 WS-HASH-ANNONCE     PIC 9(12) VALUE 0.
       01 WS-NB-DONNEES       PIC 9(8) VALUE 0.
       01 WS-HASH-SALAIRES    PIC 9(12) VALUE 0.

      * Sexe RH charge en table ; SXT-UTILISEE marque les lignes
      * rapprochees d'un employe du maitre.
       01 WS-MAX-SEXE-RH      PIC 9(4) VALUE 2000.
       01 WS-TABLE-SEXE-RH.
          05 WS-SXT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-SXT.
             10 WS-SXT-MATRICULE  PIC X(6).
             10 WS-SXT-SEXE       PIC X.
             10 WS-SXT-UTILISEE   PIC X.
       01 WS-NB-SEXE-RH       PIC 9(4) VALUE 0.
       01 WS-SXT-TROUVEE      PIC X VALUE 'N'.
          88 SXT-TROUVEE      VALUE 'O'.

       01 WS-NB-REPRIS        PIC 9(6) VALUE 0.
       01 WS-NB-HOMMES        PIC 9(6) VALUE 0.
       01 WS-NB-FEMMES        PIC 9(6) VALUE 0.
       01 WS-NB-SANS-SEXE     PIC 9(6) VALUE 0.
       01 WS-NB-INVALIDES     PIC 9(6) VALUE 0.
       01 WS-NB-RH-ORPHELINS  PIC 9(6) VALUE 0.

       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT.
           DISPLAY '================================'.
           DISPLAY '  Reprise du sexe au maitre'.
           DISPLAY '================================'.

           PERFORM CHARGER-SEXE-RH.
           OPEN INPUT FIC-EMPLOYES-ANCIEN.
           IF WS-STATUT-ANCIEN NOT = '00'
               DISPLAY '*** FIC-EMPLOYES-ANCIEN.dat introuvable '
                       '(statut ' WS-STATUT-ANCIEN ') : copier le '
                       'dernier extrait EX07M sous ce nom ***'
               STOP RUN 8
           END-IF.
           OPEN OUTPUT FIC-EMPLOYES.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== REPRISE DU SEXE AU MAITRE AU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.

           MOVE SPACES TO ENT-ENTETE-EMPLOYES.
           MOVE '*ENTET' TO ENT-MARQUE.
           MOVE WS-DATE-JOUR TO ENT-DATE-CREATION.
           MOVE 'EX07O-REPRISE-SEXE' TO ENT-SOURCE.
           MOVE ENT-ENTETE-EMPLOYES TO ENR-EMPLOYES.
           WRITE ENR-EMPLOYES.

           READ FIC-EMPLOYES-ANCIEN
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               EVALUATE ANC-MATRICULE
                   WHEN '*ENTET'
                       SET ENTETE-PRESENTE TO TRUE
                   WHEN '*FIN**'
                       SET TRAILER-PRESENT TO TRUE
                       MOVE ENR-EMPLOYE-ANCIEN TO FIN-TRAILER-EMPLOYES
                       MOVE FIN-NB-ENREG TO WS-NB-ANNONCES
                       MOVE FIN-HASH-SALAIRES TO WS-HASH-ANNONCE
                   WHEN OTHER
                       PERFORM CONVERTIR-EMPLOYE
               END-EVALUATE
               READ FIC-EMPLOYES-ANCIEN
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES-ANCIEN.
           PERFORM VERIFIER-ENTETE-FIN.

           MOVE SPACES TO FIN-TRAILER-EMPLOYES.
           MOVE '*FIN**' TO FIN-MARQUE.
           MOVE WS-NB-DONNEES TO FIN-NB-ENREG.
           MOVE WS-HASH-SALAIRES TO FIN-HASH-SALAIRES.
           MOVE FIN-TRAILER-EMPLOYES TO ENR-EMPLOYES.
           WRITE ENR-EMPLOYES.
           CLOSE FIC-EMPLOYES.

           PERFORM LISTER-RH-ORPHELINS.
           PERFORM ECRIRE-SYNTHESE.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Employes repris    : ' WS-NB-DONNEES.
           DISPLAY 'Sexe repris        : ' WS-NB-REPRIS
                   ' (H ' WS-NB-HOMMES ', F ' WS-NB-FEMMES ')'.
           DISPLAY 'Sans sexe RH       : ' WS-NB-SANS-SEXE.
           DISPLAY 'Valeurs invalides  : ' WS-NB-INVALIDES.
           DISPLAY 'Lignes RH orphelines: ' WS-NB-RH-ORPHELINS.
           DISPLAY 'Rapport dans FIC-REPRISE-SEXE.txt - recharger '
                   'l''index par EX07B-INDEXAGE'.
           DISPLAY '================================'.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN.
           PERFORM ECRIRE-JOURNAL-EXEC.
           STOP RUN.

      *---------------------------------------------------------------
       CHARGER-SEXE-RH.
           OPEN INPUT FIC-SEXE-RH.
           IF WS-STATUT-RH NOT = '00'
               DISPLAY '*** FIC-SEXE-RH.dat introuvable (statut '
                       WS-STATUT-RH ') : export RH requis ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-RH NOT = '00'
               READ FIC-SEXE-RH
                   AT END
                       MOVE '10' TO WS-STATUT-RH
                   NOT AT END
                       IF WS-NB-SEXE-RH >= WS-MAX-SEXE-RH
                           DISPLAY '*** FIC-SEXE-RH.dat : capacite '
                                   WS-MAX-SEXE-RH ' depassee - '
                                   'reprise arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-SEXE-RH
                       MOVE SRH-MATRICULE
                           TO WS-SXT-MATRICULE(WS-NB-SEXE-RH)
                       MOVE SRH-SEXE TO WS-SXT-SEXE(WS-NB-SEXE-RH)
                       MOVE 'N' TO WS-SXT-UTILISEE(WS-NB-SEXE-RH)
               END-READ
           END-PERFORM.
           CLOSE FIC-SEXE-RH.
           DISPLAY 'Lignes RH chargees : ' WS-NB-SEXE-RH.

      *---------------------------------------------------------------
      * Recopie de l'enregistrement, le sexe du dossier RH pose en
      * place ; sans ligne RH, le sexe deja au maitre est garde.
       CONVERTIR-EMPLOYE.
           ADD 1 TO WS-NB-DONNEES.
           COMPUTE WS-HASH-SALAIRES = FUNCTION MOD(
               WS-HASH-SALAIRES + ANC-SALAIRE, 1000000000000).
           MOVE ENR-EMPLOYE-ANCIEN TO ENR-EMPLOYES.
           IF NOT EMP-HOMME AND NOT EMP-FEMME
               MOVE SPACE TO EMP-SEXE
           END-IF.

           PERFORM CHERCHER-SEXE-RH.
           IF NOT SXT-TROUVEE
               IF EMP-SEXE = SPACE
                   ADD 1 TO WS-NB-SANS-SEXE
                   MOVE SPACES TO WS-LIGNE
                   STRING ANC-MATRICULE ' SANS SEXE AU DOSSIER RH - '
                          'laisse a blanc'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           ELSE
               IF WS-SXT-SEXE(WS-IDX-SXT) = 'H'
                       OR WS-SXT-SEXE(WS-IDX-SXT) = 'F'
                   MOVE WS-SXT-SEXE(WS-IDX-SXT) TO EMP-SEXE
                   ADD 1 TO WS-NB-REPRIS
                   IF EMP-HOMME
                       ADD 1 TO WS-NB-HOMMES
                   ELSE
                       ADD 1 TO WS-NB-FEMMES
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-INVALIDES
                   MOVE SPACES TO WS-LIGNE
                   STRING ANC-MATRICULE ' SEXE REFUSE ('
                          WS-SXT-SEXE(WS-IDX-SXT)
                          ') - H ou F attendu, maitre inchange'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-IF.
           WRITE ENR-EMPLOYES.

      *---------------------------------------------------------------
       CHERCHER-SEXE-RH.
           MOVE 'N' TO WS-SXT-TROUVEE.
           PERFORM VARYING WS-IDX-SXT FROM 1 BY 1
                   UNTIL WS-IDX-SXT > WS-NB-SEXE-RH
               IF WS-SXT-MATRICULE(WS-IDX-SXT) = ANC-MATRICULE
                   SET SXT-TROUVEE TO TRUE
                   MOVE 'O' TO WS-SXT-UTILISEE(WS-IDX-SXT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Meme convention que les autres lecteurs du maitre : un
      * fichier sans en-tete passe sans controle, un fichier tronque
      * ou altere arrete la reprise avant qu'EX07B ne le charge.
       VERIFIER-ENTETE-FIN.
           IF NOT ENTETE-PRESENTE
               DISPLAY 'FIC-EMPLOYES-ANCIEN.dat sans en-tete *ENTET : '
                       'compte et total non controles'
           ELSE
               IF NOT TRAILER-PRESENT
                   DISPLAY '*** FIC-EMPLOYES-ANCIEN.dat : fin *FIN** '
                           'absente - fichier tronque ? ***'
                   STOP RUN 8
               END-IF
               IF WS-NB-ANNONCES NOT = WS-NB-DONNEES
                       OR WS-HASH-ANNONCE NOT = WS-HASH-SALAIRES
                   DISPLAY '*** FIC-EMPLOYES-ANCIEN.dat : fin annonce '
                           WS-NB-ANNONCES ' enreg. / total '
                           WS-HASH-ANNONCE ', constate '
                           WS-NB-DONNEES ' / ' WS-HASH-SALAIRES
                           ' - fichier altere ***'
                   STOP RUN 8
               END-IF
               DISPLAY 'En-tete/fin de l''ancien maitre verifies : '
                       WS-NB-DONNEES ' enregistrement(s)'
           END-IF.

      *---------------------------------------------------------------
       LISTER-RH-ORPHELINS.
           PERFORM VARYING WS-IDX-SXT FROM 1 BY 1
                   UNTIL WS-IDX-SXT > WS-NB-SEXE-RH
               IF WS-SXT-UTILISEE(WS-IDX-SXT) = 'N'
                   ADD 1 TO WS-NB-RH-ORPHELINS
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-SXT-MATRICULE(WS-IDX-SXT)
                          ' AU DOSSIER RH, ABSENT DU MAITRE - ignore'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE.
           STRING 'TOTAL : ' WS-NB-DONNEES ' employe(s), '
                  WS-NB-REPRIS ' sexe(s) repris, '
                  WS-NB-SANS-SEXE ' sans sexe'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '        ' WS-NB-INVALIDES ' valeur(s) refusee(s), '
                  WS-NB-RH-ORPHELINS
                  ' ligne(s) RH sans employe au maitre'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-JOURNAL-EXEC.
           OPEN EXTEND FIC-RUNLOG.
           IF WS-STATUT-RUNLOG NOT = '00'
               OPEN OUTPUT FIC-RUNLOG
           END-IF.
           MOVE WS-DATE-JOUR   TO JEX-DATE.
           MOVE WS-HEURE-DEBUT TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-FIN   TO JEX-HEURE-FIN.
           MOVE 'EX07O-REPRISE' TO JEX-PROGRAMME.
           MOVE WS-NB-DONNEES  TO JEX-NB-LUS.
           MOVE WS-NB-REPRIS   TO JEX-NB-TRAITES.
           COMPUTE JEX-NB-REJETES = WS-NB-SANS-SEXE + WS-NB-INVALIDES.
           MOVE 0 TO JEX-DUREE-SECONDES.
           MOVE 0 TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.
