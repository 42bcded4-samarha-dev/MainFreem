      * La copie se fait octet par octet (enregistrements d'un
      * caractere) : elle reste juste quelle que soit la longueur
      * d'enregistrement de chaque fichier.
      * Le maitre de reference indexe FIC-EMPLOYES-IDX.dat n'est pas
      * copie tel quel : il est d'abord decharge en sequentiel dans
      * FIC-EMPLOYES-IDX-UNL.dat (format EMPREC, en-tete et fin
      * EMPHDR avec compte et total de controle), puis ce
      * dechargement entre au jeu comme les autres fichiers. L'en-tete
      * porte la derniere sequence du journal des lots du maitre
      * (FIC-CATALOGUE-JOURNAUX-MAITRE.dat, COPY JRNCATREC) deja
      * contenue dans l'image : EX19D-REPRISE-MAITRE recharge l'index
      * depuis ce dechargement et rejoue les lots suivants.
      * Compiler : cobc -x ex19_snapshot.cobol -o ex19_snapshot
      *            -I ../copybooks
      * Executer : ./ex19_snapshot
               ASSIGN TO 'FIC-CATALOGUE-GENERATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FIC-EMPLOYES-IDX ASSIGN TO 'FIC-EMPLOYES-IDX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE-IDX
               FILE STATUS IS WS-STATUT-IDX.
           SELECT FIC-DECHARGE ASSIGN TO 'FIC-EMPLOYES-IDX-UNL.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CAT-JOURNAUX
               ASSIGN TO 'FIC-CATALOGUE-JOURNAUX-MAITRE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CAT-JOURNAUX.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CATALOGUE LABEL RECORDS ARE STANDARD.
       COPY GENCATREC.

      * Meme enregistrement que dans EX07F-MAJ-EMP.
       FD  FIC-EMPLOYES-IDX LABEL RECORDS ARE STANDARD.
       01  ENR-EMPLOYES-IDX.
           05 EMP-MATRICULE-IDX PIC X(6).
           05 EMP-NOM-IDX       PIC X(20).
           05 EMP-PRENOM-IDX    PIC X(15).
           05 EMP-SALAIRE-IDX   PIC 9(6).
           05 EMP-STATUT-IDX    PIC X.
           05 EMP-ANCIENNETE-IDX PIC 9(2).
           05 EMP-HEURES-SUP-IDX PIC 9(3)V99.
           05 EMP-DEPARTEMENT-IDX PIC X(4).
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-DECHARGE LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CAT-JOURNAUX LABEL RECORDS ARE STANDARD.
       COPY JRNCATREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-CATALOGUE PIC X(2) VALUE '00'.
       01 WS-STATUT-IDX       PIC X(2) VALUE '00'.
       01 WS-STATUT-CAT-JOURNAUX PIC X(2) VALUE '00'.
       01 WS-STATUT-ENTREE    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-NB-COPIES        PIC 9(2) VALUE 0.
       01 WS-NB-ABSENTS       PIC 9(2) VALUE 0.

      * Dechargement du maitre indexe : compte, total de controle et
      * derniere sequence du journal des lots contenue.
       COPY EMPHDR.
       01 WS-NOM-DECHARGE     PIC X(40)
                              VALUE 'FIC-EMPLOYES-IDX-UNL.dat'.
       01 WS-RETOUR-DELETE    PIC S9(9) COMP VALUE 0.
       01 WS-NB-DECHARGES     PIC 9(8) VALUE 0.
       01 WS-HASH-DECHARGE    PIC 9(12) VALUE 0.
       01 WS-DERNIER-LOT      PIC 9(6) VALUE 0.
       01 WS-DERNIER-LOT-CLOS PIC X VALUE 'O'.
          88 DERNIER-LOT-CLOS VALUE 'O'.

      * Les maitres inscriptibles de la nuit.
       01 WS-FICHIERS-VALEURS.
           05 FILLER PIC X(26) VALUE 'FIC-EMPLOYES.dat          '.
           05 FILLER PIC X(26) VALUE 'FIC-CUMULS-EX09.dat       '.
           05 FILLER PIC X(26) VALUE 'FIC-RUNLOG.dat            '.
           05 FILLER PIC X(26) VALUE 'FIC-AUDIT-SALAIRES.dat    '.
           05 FILLER PIC X(26) VALUE 'FIC-EMPLOYES-IDX-UNL.dat  '.
       01 WS-TABLE-FICHIERS REDEFINES WS-FICHIERS-VALEURS.
           05 WS-FICHIER OCCURS 6 TIMES
                   INDEXED BY WS-IDX-FIC
                   PIC X(26).
       01 WS-NB-FICHIERS      PIC 9 VALUE 6.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
               DELIMITED SIZE INTO WS-NOM-MANIFESTE.
           OPEN OUTPUT FIC-MANIFESTE.

           PERFORM DECHARGER-MAITRE-IDX.
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL WS-IDX-FIC > WS-NB-FICHIERS
               PERFORM SAUVEGARDER-UN-FICHIER
           DISPLAY 'Manifeste : ' WS-NOM-MANIFESTE.
           STOP RUN.

      *---------------------------------------------------------------
      * Image sequentielle du maitre indexe pour le jeu. Maitre
      * absent : un dechargement d'une nuit precedente ne doit pas
      * passer pour celui-ci, il est supprime et le manifeste le
      * note absent.
       DECHARGER-MAITRE-IDX.
           PERFORM RELEVER-DERNIER-LOT.
           OPEN INPUT FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               DISPLAY 'FIC-EMPLOYES-IDX.dat inaccessible (statut '
                       WS-STATUT-IDX '), non decharge'
               CALL 'CBL_DELETE_FILE' USING WS-NOM-DECHARGE
                   RETURNING WS-RETOUR-DELETE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-DECHARGE.
           MOVE SPACES TO ENT-ENTETE-EMPLOYES.
           MOVE '*ENTET' TO ENT-MARQUE.
           MOVE WS-DATE-JOUR TO ENT-DATE-CREATION.
           MOVE 'EX19-SNAPSHOT' TO ENT-SOURCE.
           MOVE WS-DERNIER-LOT TO ENT-DERNIER-LOT.
           MOVE ENT-ENTETE-EMPLOYES TO ENR-EMPLOYES.
           WRITE ENR-EMPLOYES.
           PERFORM UNTIL WS-STATUT-IDX NOT = '00'
               READ FIC-EMPLOYES-IDX NEXT RECORD
                   AT END MOVE '10' TO WS-STATUT-IDX
                   NOT AT END
                       ADD 1 TO WS-NB-DECHARGES
                       COMPUTE WS-HASH-DECHARGE = FUNCTION MOD(
                           WS-HASH-DECHARGE + EMP-SALAIRE-IDX,
                           1000000000000)
                       MOVE ENR-EMPLOYES-IDX TO ENR-EMPLOYES
                       WRITE ENR-EMPLOYES
               END-READ
           END-PERFORM.
           MOVE SPACES TO FIN-TRAILER-EMPLOYES.
           MOVE '*FIN**' TO FIN-MARQUE.
           MOVE WS-NB-DECHARGES TO FIN-NB-ENREG.
           MOVE WS-HASH-DECHARGE TO FIN-HASH-SALAIRES.
           MOVE FIN-TRAILER-EMPLOYES TO ENR-EMPLOYES.
           WRITE ENR-EMPLOYES.
           CLOSE FIC-EMPLOYES-IDX.
           CLOSE FIC-DECHARGE.
           DISPLAY 'FIC-EMPLOYES-IDX.dat decharge : '
                   WS-NB-DECHARGES ' employe(s), journal des lots '
                   'contenu jusqu''au lot ' WS-DERNIER-LOT.
           IF NOT DERNIER-LOT-CLOS
               DISPLAY '*** Lot ' WS-DERNIER-LOT ' du maitre en '
                       'cours pendant la sauvegarde : une reprise sur '
                       'ce jeu serait incertaine ***'
           END-IF.

      *---------------------------------------------------------------
      * Plus haute sequence du catalogue des journaux et etat de ce
      * lot (clos ou encore ouvert).
       RELEVER-DERNIER-LOT.
           OPEN INPUT FIC-CAT-JOURNAUX.
           IF WS-STATUT-CAT-JOURNAUX NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CAT-JOURNAUX NOT = '00'
               READ FIC-CAT-JOURNAUX
                   AT END MOVE '10' TO WS-STATUT-CAT-JOURNAUX
                   NOT AT END
                       IF CJM-SEQUENCE > WS-DERNIER-LOT
                           MOVE CJM-SEQUENCE TO WS-DERNIER-LOT
                           MOVE 'N' TO WS-DERNIER-LOT-CLOS
                       END-IF
                       IF CJM-SEQUENCE = WS-DERNIER-LOT
                               AND CJM-CLOTURE
                           MOVE 'O' TO WS-DERNIER-LOT-CLOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CAT-JOURNAUX.

      *---------------------------------------------------------------
       SAUVEGARDER-UN-FICHIER.
           MOVE WS-FICHIER(WS-IDX-FIC) TO WS-NOM-ENTREE.
