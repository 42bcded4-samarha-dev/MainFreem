      * FIC-EMPLOYES-IDX.dat, mis a jour EN PLACE (REWRITE par
      * matricule) ; les lecteurs sequentiels recoivent leur
      * extrait du jour via EX07M-EXTRACTION.
      * Chaque mise a jour du maitre indexe est journalisee par lot
      * (EX19-JOURNAL-MAITRE) pour la reprise par rejeu
      * EX19D-REPRISE-MAITRE.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex08b_augment_indiv.cobol ex19_journal_maitre.o
      *        -o ex08b_augment_indiv -I ../copybooks
      * Executer : ./ex08b_augment_indiv
      * Entree  : FIC-EMPLOYES-IDX.dat (maitre de reference, indexe)
      *           FIC-AUGMENT-INDIV.dat (augmentations programmees :
      *           COPY HISTOREC, comme EX07E-MOUVEMENTS)
      *           FIC-AUGMENT-INDIV.dat reecrit avec les seules
      *           augmentations a date future
      *           FIC-JOURNAL-MAITRE-nnnnnn.dat (journal du lot,
      *           COPY JRNMREC, catalogue par EX19-JOURNAL-MAITRE)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX08B-AUGMENT-INDIV.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

      * Augmentation programmee : soit un nouveau salaire en montant
      * (type M), soit un pourcentage applique au salaire courant
       01 WS-NB-AUDITS        PIC 9(4) VALUE 0.
       01 WS-SALAIRE-AVANT    PIC 9(6) VALUE 0.

      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX08B-AUGMENT'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-JOUR.
                       'reference est indexe depuis la bascule ***'
               STOP RUN 8
           END-IF.
           PERFORM OUVRIR-LOT-JOURNAL.
           PERFORM VARYING WS-IDX-AUG FROM 1 BY 1
                   UNTIL WS-IDX-AUG > WS-NB-AUGMENTS
               IF AUG-ECHUE(WS-IDX-AUG)
               END-IF
           END-PERFORM.
           CLOSE FIC-EMPLOYES-IDX.
           PERFORM CLORE-LOT-JOURNAL.

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
       APPLIQUER-UNE-AUGMENTATION.
                                   ' : reecriture impossible, '
                                   'statut ' WS-STATUT-IDX
                       NOT INVALID KEY
                           MOVE 'M' TO WS-FONCTION-JOURNAL
                           PERFORM JOURNALISER-MISE-A-JOUR
                           MOVE 'A' TO WS-AUG-ETAT(WS-IDX-AUG)
                           ADD 1 TO WS-NB-APPLIQUEES
                           PERFORM ECRIRE-AUDIT-SALAIRE
