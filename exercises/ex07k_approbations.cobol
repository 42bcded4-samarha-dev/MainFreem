      *     intact.
      * Le fichier des approbations est reecrit avec l'etat de
      * chaque demande, piste de controle comprise.
      * L'approbateur se connecte par son code et son PIN
      * (EX37-SIGNON) : nul ne peut plus approuver sous le code
      * d'un collegue.
      * Chaque mise a jour du maitre indexe est journalisee par lot
      * (EX19-JOURNAL-MAITRE) pour la reprise par rejeu
      * EX19D-REPRISE-MAITRE.
      * Compiler les 5 fichiers dans cet ordre :
      *   cobc -c ex15_validemp.cobol -o ex15_validemp.o
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex07k_approbations.cobol ex15_validemp.o
      *        ex37_signon.o ex37_empreinte.o ex19_journal_maitre.o
      *        -I ../copybooks
      * Executer : ./ex07k_approbations
      *===============================================================
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-OPERATEUR-2      PIC X(8) VALUE SPACES.
      * Connexion commune par code operateur et PIN (EX37-SIGNON).
       01 WS-PROGRAMME-SIGNON PIC X(14) VALUE 'EX07K-APPROBAT'.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX07K-APPROBAT'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.
       01 WS-DECISION         PIC X VALUE SPACE.
          88 DECISION-VALIDEE VALUE 'V'.
          88 DECISION-REJETEE VALUE 'R'.
           05 AVI-IBAN          PIC X(27).
           05 AVI-ETABLISSEMENT PIC X(2).
           05 AVI-GRADE         PIC X(3).
           05 AVI-DATE-EMBAUCHE PIC 9(8).
           05 AVI-DATE-NAISSANCE PIC 9(8).
           05 AVI-SEXE          PIC X.

       PROCEDURE DIVISION.
           DISPLAY '================================'.

           PERFORM CONTROLER-VERROU-PAIE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           CALL 'EX37-SIGNON' USING WS-PROGRAMME-SIGNON WS-OPERATEUR-2
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.

                       WS-STATUT-IDX ') - lancer EX07B-INDEXAGE'
               STOP RUN 1
           END-IF.
           PERFORM OUVRIR-LOT-JOURNAL.
           PERFORM CHARGER-CHAINAGE-HISTO.
           PERFORM OUVRIR-JOURNAL-AUDIT.
           PERFORM OUVRIR-JOURNAL-HISTO.
           END-PERFORM.

           CLOSE FIC-EMPLOYES-IDX.
           PERFORM CLORE-LOT-JOURNAL.
           CLOSE FIC-AUDIT.
           CLOSE FIC-HISTO.
           PERFORM REECRIRE-APPROBATIONS.
                   ', refus meme operateur : ' WS-NB-REFUS-MEME-OP.
           STOP RUN.

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
       CHARGER-APPROBATIONS.
           OPEN INPUT FIC-APPROBATIONS.
                   DISPLAY '  Reecriture impossible, statut '
                           WS-STATUT-IDX
               NOT INVALID KEY
                   MOVE 'M' TO WS-FONCTION-JOURNAL
                   PERFORM JOURNALISER-MISE-A-JOUR
                   ADD 1 TO WS-NB-VALIDEES
                   MOVE 'V' TO WS-APA-ETAT(WS-IDX-APA)
                   PERFORM ECRIRE-AUDIT-QUATRE-YEUX
