      * les porte plus - plus aucune bascule de fichier plat.
      * La purge respecte le verrou de la branche paie comme tout
      * programme qui touche le maitre.
      * Un termine encore en file FIC-SORTIES-A-SOLDER.dat (solde
      * de tout compte pas encore calcule par EX15V) est conserve au
      * maitre : EX15V le relit dans l'extrait du jour.
      * Chaque suppression du maitre indexe est journalisee
      * (EX19-JOURNAL-MAITRE) pour la reprise par rejeu
      * EX19D-REPRISE-MAITRE.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex07d_purge_termines.cobol ex19_journal_maitre.o
      *        -o ex07d_purge_termines -I ../copybooks
      * Executer : ./ex07d_purge_termines
      *===============================================================
       IDENTIFICATION DIVISION.
               ASSIGN TO 'FIC-CATALOGUE-GENERATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FIC-SORTIES ASSIGN TO 'FIC-SORTIES-A-SOLDER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SORTIES.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-ARCHIVE-TERMINES LABEL RECORDS ARE STANDARD.
       COPY EMPREC
       FD  FIC-CATALOGUE LABEL RECORDS ARE STANDARD.
       COPY GENCATREC.

       FD  FIC-SORTIES LABEL RECORDS ARE STANDARD.
       COPY SORTIEREC.

      * Jeton de verrouillage pose par EX17-CHAINE-NUIT pendant la
      * branche paie : pas de purge du maitre en pleine paie.
       FD  FIC-VERROU-PAIE LABEL RECORDS ARE STANDARD.
       01 WS-STATUT-VERROU    PIC X(2) VALUE '00'.
       01 WS-STATUT-IDX       PIC X(2) VALUE '00'.
       01 WS-STATUT-CATALOGUE PIC X(2) VALUE '00'.
       01 WS-STATUT-SORTIES   PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR         PIC 9(8) VALUE 0.
       01 WS-NB-ACTIFS        PIC 9(4) VALUE 0.
       01 WS-NB-ARCHIVES      PIC 9(4) VALUE 0.
       01 WS-NB-SUPPRIMES     PIC 9(4) VALUE 0.
       01 WS-NB-A-SOLDER      PIC 9(4) VALUE 0.

      * Cles des termines relevees en premiere passe, supprimees de
      * l'index en seconde passe (plus sur que supprimer sous la
                  INDEXED BY WS-IDX-TER.
       01 WS-NB-TERMINES      PIC 9(4) VALUE 0.

      * Matricules en attente de solde de tout compte.
       01 WS-MAX-SORTIES      PIC 9(3) VALUE 200.
       01 WS-TABLE-SORTIES.
          05 WS-STS-MATRICULE PIC X(6) OCCURS 200 TIMES
                  INDEXED BY WS-IDX-STS.
       01 WS-NB-SORTIES       PIC 9(3) VALUE 0.
       01 WS-SORTIE-TROUVEE   PIC X VALUE 'N'.
          88 SORTIE-A-SOLDER  VALUE 'O'.

      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX07D-PURGE-TE'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           STRING 'FIC-EMPLOYES-TERMINES-' WS-DATE-JOUR '.dat'
           DISPLAY '================================'.

           PERFORM CONTROLER-VERROU-PAIE.
           PERFORM CHARGER-SORTIES-A-SOLDER.
           OPEN I-O FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               DISPLAY '*** FIC-EMPLOYES-IDX.dat inaccessible '
           OPEN OUTPUT FIC-ARCHIVE-TERMINES.

           PERFORM ARCHIVER-TERMINES.
           PERFORM OUVRIR-LOT-JOURNAL.
           PERFORM SUPPRIMER-TERMINES.

           CLOSE FIC-EMPLOYES-IDX.
           PERFORM CLORE-LOT-JOURNAL.
           CLOSE FIC-ARCHIVE-TERMINES.

           PERFORM ENREGISTRER-GENERATION.
               ADD 1 TO WS-NB-ACTIFS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-SORTIE-A-SOLDER.
           IF SORTIE-A-SOLDER
               ADD 1 TO WS-NB-A-SOLDER
               DISPLAY EMP-MATRICULE-IDX ' : termine en attente de '
                       'solde de tout compte, conserve'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TERMINES >= WS-MAX-EMPLOYES
      * L'archive est deja entamee : plutot que de purger un
      * maitre partiellement archive, arret net.
           MOVE EMP-MATRICULE-IDX
               TO WS-TER-MATRICULE(WS-NB-TERMINES).

      *---------------------------------------------------------------
      * File des sorties a solder ecrite par EX07E et videe par
      * EX15V. Trop pleine, on ne peut plus dire qui est solde :
      * arret avant toute archive.
       CHARGER-SORTIES-A-SOLDER.
           OPEN INPUT FIC-SORTIES.
           IF WS-STATUT-SORTIES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SORTIES NOT = '00'
               READ FIC-SORTIES
                   AT END MOVE '10' TO WS-STATUT-SORTIES
                   NOT AT END
                       IF WS-NB-SORTIES >= WS-MAX-SORTIES
                           DISPLAY '*** Plus de ' WS-MAX-SORTIES
                                   ' sorties a solder : purge '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-SORTIES
                       MOVE SOR-MATRICULE
                           TO WS-STS-MATRICULE(WS-NB-SORTIES)
               END-READ
           END-PERFORM.
           CLOSE FIC-SORTIES.

      *---------------------------------------------------------------
       CHERCHER-SORTIE-A-SOLDER.
           MOVE 'N' TO WS-SORTIE-TROUVEE.
           PERFORM VARYING WS-IDX-STS FROM 1 BY 1
                   UNTIL WS-IDX-STS > WS-NB-SORTIES
               IF WS-STS-MATRICULE(WS-IDX-STS) = EMP-MATRICULE-IDX
                   SET SORTIE-A-SOLDER TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Seconde passe : suppression par cle des termines archives -
      * le prochain extrait d'EX07M ne les portera plus.
                                       'statut ' WS-STATUT-IDX
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-SUPPRIMES
                               MOVE 'S' TO WS-FONCTION-JOURNAL
                               PERFORM JOURNALISER-MISE-A-JOUR
                       END-DELETE
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
      * Ouverture du lot au journal du maitre avant la premiere mise
      * a jour : sans journal, rien n'est applique.
       OUVRIR-LOT-JOURNAL.
           MOVE 'O' TO WS-FONCTION-JOURNAL.
           CALL 'EX19-JOURNAL-MAITRE' USING WS-FONCTION-JOURNAL
                                            WS-PROGRAMME-JOURNAL
                                            ENR-EMPLOYES-IDX
                                            WS-RETOUR-JOURNAL.
           IF WS-RETOUR-JOURNAL NOT = 0
               DISPLAY '*** Journal du maitre indisponible : '
                       'rien n''est applique ***'
               CLOSE FIC-EMPLOYES-IDX
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Image de l'enregistrement qui vient d'etre ecrit, reecrit
      * (WS-FONCTION-JOURNAL = C, M) ou supprime (S). Une mise a
      * jour non journalisee rendrait la reprise fausse : arret.
       JOURNALISER-MISE-A-JOUR.
           CALL 'EX19-JOURNAL-MAITRE' USING WS-FONCTION-JOURNAL
                                            WS-PROGRAMME-JOURNAL
                                            ENR-EMPLOYES-IDX
                                            WS-RETOUR-JOURNAL.
           IF WS-RETOUR-JOURNAL NOT = 0
               DISPLAY '*** Journal du maitre en echec apres '
                       EMP-MATRICULE-IDX ' : passage arrete, lot '
                       'non clos ***'
               CLOSE FIC-EMPLOYES-IDX
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Fin du lot, maitre referme : le journal releve le compte et
      * le total de controle du maitre.
       CLORE-LOT-JOURNAL.
           MOVE 'F' TO WS-FONCTION-JOURNAL.
           CALL 'EX19-JOURNAL-MAITRE' USING WS-FONCTION-JOURNAL
                                            WS-PROGRAMME-JOURNAL
                                            ENR-EMPLOYES-IDX
                                            WS-RETOUR-JOURNAL.
           IF WS-RETOUR-JOURNAL NOT = 0
               DISPLAY '*** Fin de lot non enregistree au journal du '
                       'maitre : la reprise le rejouera sans '
                       'controle ***'
           END-IF.

      *---------------------------------------------------------------
      * La generation archivee est enregistree au catalogue des
      * fichiers dates, pour la retention par EX18-ROTATION-GEN.
                   ' (au maitre indexe)'.
           DISPLAY 'Employes termines archives : ' WS-NB-ARCHIVES
                   ' (voir ' WS-NOM-FICHIER-ARCHIVE ')'.
           DISPLAY 'Termines en attente solde  : ' WS-NB-A-SOLDER
                   ' (conserves jusqu''a EX15V)'.
           DISPLAY 'Supprimes du maitre indexe : ' WS-NB-SUPPRIMES
                   ' (extrait rafraichi par EX07M)'.
           DISPLAY '================================'.
