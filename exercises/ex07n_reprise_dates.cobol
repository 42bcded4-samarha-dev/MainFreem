      *===============================================================
      * Exercice 7n - Reprise des dates d'embauche et de naissance
      * Niveau : Intermediaire
      * Traitement a passer une fois, au changement de format du
      * maitre : EMPREC porte desormais EMP-DATE-EMBAUCHE et
      * EMP-DATE-NAISSANCE, et l'anciennete en est deduite au lieu
      * d'etre ressaisie a la revue de janvier.
      * Entree : FIC-EMPLOYES-ANCIEN.dat, dernier extrait EX07M au
      * format d'avant les dates (91 octets, en-tete et fin EMPHDR
      * reconnus a leur marque), et FIC-DATES-RH.dat, export du
      * dossier RH (matricule, date d'embauche, date de naissance,
      * AAAAMMJJ).
      * Sortie : FIC-EMPLOYES.dat au nouveau format, avec en-tete et
      * fin standard (meme compte et meme total de controle des
      * salaires que l'ancien : seules les dates sont ajoutees), a
      * recharger ensuite dans le maitre indexe par EX07B-INDEXAGE.
      * L'anciennete de chaque employe date est recalculee a la date
      * du jour (EX15-ANCIENNETE) ; l'ecart avec la valeur saisie est
      * liste au rapport FIC-REPRISE-DATES.txt, avec les matricules
      * sans date au fichier RH (dates a 0, anciennete saisie
      * conservee jusqu'a completion), les dates invalides et les
      * lignes RH sans employe au maitre.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -x ex07n_reprise_dates.cobol ex15_anciennete.o
      *        -o ex07n_reprise_dates -I ../copybooks
      * Executer : ./ex07n_reprise_dates puis ./ex07b_index_emp
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07N-REPRISE-DATES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EMPLOYES-ANCIEN
               ASSIGN TO 'FIC-EMPLOYES-ANCIEN.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANCIEN.
           SELECT FIC-DATES-RH ASSIGN TO 'FIC-DATES-RH.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RH.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-REPRISE-DATES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      * Maitre au format d'avant les dates (91 octets) : EMPREC
      * sans les zones ajoutees depuis (dates d'embauche et de
      * naissance, sexe).
       FD  FIC-EMPLOYES-ANCIEN LABEL RECORDS ARE STANDARD.
       01  ENR-EMPLOYE-ANCIEN.
           05 ANC-MATRICULE     PIC X(6).
           05 ANC-NOM           PIC X(20).
           05 ANC-PRENOM        PIC X(15).
           05 ANC-SALAIRE       PIC 9(6).
           05 ANC-STATUT        PIC X.
           05 ANC-ANCIENNETE    PIC 9(2).
           05 ANC-HEURES-SUP    PIC 9(3)V99.
           05 ANC-DEPARTEMENT   PIC X(4).
           05 ANC-IBAN          PIC X(27).
           05 ANC-ETABLISSEMENT PIC X(2).
           05 ANC-GRADE         PIC X(3).

      * Export du dossier RH, un enregistrement par matricule.
       FD  FIC-DATES-RH LABEL RECORDS ARE STANDARD.
       01  ENR-DATES-RH.
           05 DRH-MATRICULE     PIC X(6).
           05 DRH-DATE-EMBAUCHE PIC 9(8).
           05 DRH-DATE-NAISSANCE PIC 9(8).

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

      * Dates RH chargees en table ; DRT-UTILISEE marque les lignes
      * rapprochees d'un employe du maitre.
       01 WS-MAX-DATES-RH     PIC 9(4) VALUE 2000.
       01 WS-TABLE-DATES-RH.
          05 WS-DRT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-DRT.
             10 WS-DRT-MATRICULE  PIC X(6).
             10 WS-DRT-EMBAUCHE   PIC 9(8).
             10 WS-DRT-NAISSANCE  PIC 9(8).
             10 WS-DRT-UTILISEE   PIC X.
       01 WS-NB-DATES-RH      PIC 9(4) VALUE 0.
       01 WS-DRT-TROUVEE      PIC X VALUE 'N'.
          88 DRT-TROUVEE      VALUE 'O'.

       01 WS-ANCIENNETE-CALC  PIC 9(2) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-NAISSANCE-W      PIC 9(8) VALUE 0.
       01 WS-NAISSANCE-R REDEFINES WS-NAISSANCE-W.
          05 WS-NAI-AAAA      PIC 9(4).
          05 WS-NAI-MM        PIC 9(2).
          05 WS-NAI-JJ        PIC 9(2).

       01 WS-NB-DATES        PIC 9(6) VALUE 0.
       01 WS-NB-SANS-DATE     PIC 9(6) VALUE 0.
       01 WS-NB-INVALIDES     PIC 9(6) VALUE 0.
       01 WS-NB-ECARTS        PIC 9(6) VALUE 0.
       01 WS-NB-RH-ORPHELINS  PIC 9(6) VALUE 0.

       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT.
           DISPLAY '================================'.
           DISPLAY '  Reprise des dates du maitre'.
           DISPLAY '================================'.

           PERFORM CHARGER-DATES-RH.
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
           STRING '=== REPRISE DES DATES D''EMBAUCHE/NAISSANCE AU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.

           MOVE SPACES TO ENT-ENTETE-EMPLOYES.
           MOVE '*ENTET' TO ENT-MARQUE.
           MOVE WS-DATE-JOUR TO ENT-DATE-CREATION.
           MOVE 'EX07N-REPRISE-DATES' TO ENT-SOURCE.
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
           DISPLAY 'Dates reprises     : ' WS-NB-DATES.
           DISPLAY 'Sans date RH       : ' WS-NB-SANS-DATE.
           DISPLAY 'Dates invalides    : ' WS-NB-INVALIDES.
           DISPLAY 'Ecarts d''anciennete: ' WS-NB-ECARTS.
           DISPLAY 'Lignes RH orphelines: ' WS-NB-RH-ORPHELINS.
           DISPLAY 'Rapport dans FIC-REPRISE-DATES.txt - recharger '
                   'l''index par EX07B-INDEXAGE'.
           DISPLAY '================================'.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN.
           PERFORM ECRIRE-JOURNAL-EXEC.
           STOP RUN.

      *---------------------------------------------------------------
       CHARGER-DATES-RH.
           OPEN INPUT FIC-DATES-RH.
           IF WS-STATUT-RH NOT = '00'
               DISPLAY '*** FIC-DATES-RH.dat introuvable (statut '
                       WS-STATUT-RH ') : export RH requis ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-RH NOT = '00'
               READ FIC-DATES-RH
                   AT END
                       MOVE '10' TO WS-STATUT-RH
                   NOT AT END
                       IF WS-NB-DATES-RH >= WS-MAX-DATES-RH
                           DISPLAY '*** FIC-DATES-RH.dat : capacite '
                                   WS-MAX-DATES-RH ' depassee - '
                                   'reprise arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-DATES-RH
                       MOVE DRH-MATRICULE
                           TO WS-DRT-MATRICULE(WS-NB-DATES-RH)
                       MOVE DRH-DATE-EMBAUCHE
                           TO WS-DRT-EMBAUCHE(WS-NB-DATES-RH)
                       MOVE DRH-DATE-NAISSANCE
                           TO WS-DRT-NAISSANCE(WS-NB-DATES-RH)
                       MOVE 'N' TO WS-DRT-UTILISEE(WS-NB-DATES-RH)
               END-READ
           END-PERFORM.
           CLOSE FIC-DATES-RH.
           DISPLAY 'Dates RH chargees : ' WS-NB-DATES-RH.

      *---------------------------------------------------------------
      * Recopie de l'ancien enregistrement au nouveau format, dates
      * du dossier RH ajoutees et anciennete recalculee.
       CONVERTIR-EMPLOYE.
           ADD 1 TO WS-NB-DONNEES.
           COMPUTE WS-HASH-SALAIRES = FUNCTION MOD(
               WS-HASH-SALAIRES + ANC-SALAIRE, 1000000000000).
           MOVE ANC-MATRICULE     TO EMP-MATRICULE.
           MOVE ANC-NOM           TO EMP-NOM.
           MOVE ANC-PRENOM        TO EMP-PRENOM.
           MOVE ANC-SALAIRE       TO EMP-SALAIRE.
           MOVE ANC-STATUT        TO EMP-STATUT.
           MOVE ANC-ANCIENNETE    TO EMP-ANCIENNETE.
           MOVE ANC-HEURES-SUP    TO EMP-HEURES-SUP.
           MOVE ANC-DEPARTEMENT   TO EMP-DEPARTEMENT.
           MOVE ANC-IBAN          TO EMP-IBAN.
           MOVE ANC-ETABLISSEMENT TO EMP-ETABLISSEMENT.
           MOVE ANC-GRADE         TO EMP-GRADE.
           MOVE 0 TO EMP-DATE-EMBAUCHE.
           MOVE 0 TO EMP-DATE-NAISSANCE.
           MOVE SPACE TO EMP-SEXE.

           PERFORM CHERCHER-DATES-RH.
           IF NOT DRT-TROUVEE
               ADD 1 TO WS-NB-SANS-DATE
               MOVE SPACES TO WS-LIGNE
               STRING ANC-MATRICULE ' SANS DATE AU DOSSIER RH - '
                      'anciennete saisie ' ANC-ANCIENNETE
                      ' conservee'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               PERFORM APPLIQUER-DATES-RH
           END-IF.
           WRITE ENR-EMPLOYES.

      *---------------------------------------------------------------
       CHERCHER-DATES-RH.
           MOVE 'N' TO WS-DRT-TROUVEE.
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
                   UNTIL WS-IDX-DRT > WS-NB-DATES-RH
               IF WS-DRT-MATRICULE(WS-IDX-DRT) = ANC-MATRICULE
                   SET DRT-TROUVEE TO TRUE
                   MOVE 'O' TO WS-DRT-UTILISEE(WS-IDX-DRT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Date d'embauche controlee par EX15-ANCIENNETE lui-meme (une
      * date qu'il refuse ne serait jamais exploitee en paie) ; date
      * de naissance controlee ici : AAAAMMJJ plausible et anterieure
      * a l'embauche. Une date refusee est laissee a 0 et listee.
       APPLIQUER-DATES-RH.
           MOVE ANC-ANCIENNETE TO WS-ANCIENNETE-CALC.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE WS-DRT-EMBAUCHE(WS-IDX-DRT)
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE WS-ANCIENNETE-CALC
               BY REFERENCE WS-RETOUR-ANC.
           IF WS-RETOUR-ANC = 0
               MOVE WS-DRT-EMBAUCHE(WS-IDX-DRT) TO EMP-DATE-EMBAUCHE
               MOVE WS-ANCIENNETE-CALC TO EMP-ANCIENNETE
               ADD 1 TO WS-NB-DATES
               IF WS-ANCIENNETE-CALC NOT = ANC-ANCIENNETE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO WS-LIGNE
                   STRING ANC-MATRICULE ' EMBAUCHE '
                          WS-DRT-EMBAUCHE(WS-IDX-DRT)
                          ' ANCIENNETE SAISIE ' ANC-ANCIENNETE
                          ' CALCULEE ' WS-ANCIENNETE-CALC
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           ELSE
               ADD 1 TO WS-NB-INVALIDES
               MOVE SPACES TO WS-LIGNE
               STRING ANC-MATRICULE ' DATE D''EMBAUCHE REFUSEE '
                      WS-DRT-EMBAUCHE(WS-IDX-DRT)
                      ' - anciennete saisie conservee'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

           MOVE WS-DRT-NAISSANCE(WS-IDX-DRT) TO WS-NAISSANCE-W.
           IF WS-NAISSANCE-W = 0
               CONTINUE
           ELSE
           IF WS-NAI-AAAA < 1900
                   OR WS-NAI-MM < 1 OR WS-NAI-MM > 12
                   OR WS-NAI-JJ < 1 OR WS-NAI-JJ > 31
                   OR (EMP-DATE-EMBAUCHE > 0
                       AND WS-NAISSANCE-W NOT < EMP-DATE-EMBAUCHE)
               ADD 1 TO WS-NB-INVALIDES
               MOVE SPACES TO WS-LIGNE
               STRING ANC-MATRICULE ' DATE DE NAISSANCE REFUSEE '
                      WS-NAISSANCE-W
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RAPPORT
           ELSE
               MOVE WS-NAISSANCE-W TO EMP-DATE-NAISSANCE
           END-IF
           END-IF.

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
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
                   UNTIL WS-IDX-DRT > WS-NB-DATES-RH
               IF WS-DRT-UTILISEE(WS-IDX-DRT) = 'N'
                   ADD 1 TO WS-NB-RH-ORPHELINS
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-DRT-MATRICULE(WS-IDX-DRT)
                          ' AU DOSSIER RH, ABSENT DU MAITRE - ignore'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-SYNTHESE.
           MOVE SPACES TO WS-LIGNE.
           STRING 'TOTAL : ' WS-NB-DONNEES ' employe(s), '
                  WS-NB-DATES ' date(s) reprise(s), '
                  WS-NB-SANS-DATE ' sans date'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '        ' WS-NB-INVALIDES ' date(s) refusee(s), '
                  WS-NB-ECARTS ' ecart(s) d''anciennete'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '        ' WS-NB-RH-ORPHELINS
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
           MOVE 'EX07N-REPRISE' TO JEX-PROGRAMME.
           MOVE WS-NB-DONNEES  TO JEX-NB-LUS.
           MOVE WS-NB-DATES    TO JEX-NB-TRAITES.
           COMPUTE JEX-NB-REJETES = WS-NB-SANS-DATE + WS-NB-INVALIDES.
           MOVE 0 TO JEX-DUREE-SECONDES.
           MOVE 0 TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.
