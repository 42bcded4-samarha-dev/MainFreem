      * Ce programme lit le fichier de demandes (matricules, un par
      * enregistrement) et, pour chaque demande recevable (l'employe
      * doit etre EMP-TERMINE au maitre) :
      *  - remplace nom, prenom et IBAN par EFFACE/blanc, et met a
      *    zero la date de naissance, dans
      *    FIC-EMPLOYES.dat (reecrit via fichier de travail) ;
      *  - fait de meme dans chaque archive datee
      *    FIC-EMPLOYES-TERMINES-AAAAMMJJ.dat retrouvee au catalogue
      *    tel quel au rapport.
      * Chaque fichier traite est confirme dans
      * FIC-EFFACEMENT-RAPPORT.txt, piece du dossier de conformite.
      * La reecriture du fichier indexe est journalisee comme lot du
      * maitre (EX19-JOURNAL-MAITRE) : une reprise par rejeu
      * (EX19D-REPRISE-MAITRE) sur une sauvegarde anterieure
      * reapplique l'effacement au lieu de le defaire.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex23_effacement.cobol ex19_journal_maitre.o
      *        -o ex23_effacement -I ../copybooks
      * Executer : ./ex23_effacement
      *===============================================================
       IDENTIFICATION DIVISION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT        PIC X(80).
       01 WS-LIGNE            PIC X(80) VALUE SPACES.
       01 WS-NOM-EFFACE       PIC X(20) VALUE 'EFFACE'.

      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX23-EFFACEMEN'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Droit a l''effacement'.
                       MOVE WS-NOM-EFFACE TO EMP-NOM
                       MOVE 'EFFACE' TO EMP-PRENOM
                       MOVE SPACES TO EMP-IBAN
                       MOVE 0 TO EMP-DATE-NAISSANCE
                       ADD 1 TO WS-NB-SCRUBS
                       ADD 1 TO WS-DEM-NB-SCRUBS(WS-IDX-DEM)
                   END-IF
      * reecriture en place ne change jamais le compte, l'avant et
      * l'apres sont donc le meme passage de denombrement.
               PERFORM COMPTER-INDEXE
               PERFORM OUVRIR-LOT-JOURNAL
               PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                       UNTIL WS-IDX-DEM > WS-NB-DEMANDES
                   IF DEM-RECEVABLE(WS-IDX-DEM)
                               MOVE WS-NOM-EFFACE TO EMP-NOM-IDX
                               MOVE 'EFFACE' TO EMP-PRENOM-IDX
                               MOVE SPACES TO EMP-IBAN-IDX
                               MOVE 0 TO EMP-DATE-NAISSANCE-IDX
                               REWRITE ENR-EMPLOYES-IDX
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-NB-SCRUBS
                                       MOVE 'M' TO WS-FONCTION-JOURNAL
                                       PERFORM JOURNALISER-MISE-A-JOUR
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FIC-EMPLOYES-IDX
               PERFORM CLORE-LOT-JOURNAL
               MOVE WS-NB-LUS-CIBLE TO WS-NB-ECRITS-CIBLE
               MOVE 'FIC-EMPLOYES-IDX.dat' TO WS-NOM-CIBLE
               PERFORM RETENIR-FICHIER-TRAITE
           END-PERFORM.
           MOVE 'N' TO WS-FIN-FICHIER.

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
       LIRE-DELAI.
           OPEN INPUT FIC-PARAM-DELAI.
