      * d'audit RH reste complete. L'image avant modification est en
      * outre historisee dans FIC-HISTO-EMPLOYES.dat (COPY HISTOREC)
      * comme le font EX07E-MOUVEMENTS et EX08B-AUGMENT-INDIV.
      * L'anciennete ne se saisit plus : l'operateur saisit les
      * dates d'embauche et de naissance, l'anciennete en est deduite
      * a la date du jour par EX15-ANCIENNETE avant la validation.
      * Le sexe (H/F) se saisit avec les dates ; toute autre valeur
      * est ignoree.
      * L'operateur se connecte par son code et son PIN
      * (EX37-SIGNON) avant toute saisie.
      * Chaque session est un lot du journal du maitre
      * (EX19-JOURNAL-MAITRE) : chaque creation, modification,
      * sortie ou suppression y est journalisee pour la reprise par
      * rejeu EX19D-REPRISE-MAITRE.
      * Compiler les 6 fichiers dans cet ordre :
      *   cobc -c ex15_validemp.cobol -o ex15_validemp.o
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex07f_maj_emp.cobol ex15_validemp.o
      *        ex15_anciennete.o ex37_signon.o ex37_empreinte.o
      *        ex19_journal_maitre.o -I ../copybooks
      * Executer : ./ex07f_maj_emp
      *===============================================================
       IDENTIFICATION DIVISION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
       01 WS-STATUT-VERROU    PIC X(2) VALUE '00'.
       01 WS-STATUT-APPROBATIONS PIC X(2) VALUE '00'.
       01 WS-OPERATEUR        PIC X(8) VALUE SPACES.
      * Connexion commune par code operateur et PIN (EX37-SIGNON).
       01 WS-PROGRAMME-SIGNON PIC X(14) VALUE 'EX07F-MAJ-EMP'.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX07F-MAJ-EMP'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.
       01 WS-SALAIRE-DEMANDE  PIC 9(6) VALUE 0.
       01 WS-IBAN-DEMANDE     PIC X(27) VALUE SPACES.
       01 WS-NB-EN-ATTENTE    PIC 9(4) VALUE 0.
      * Champs de saisie : la valeur courante est conservee quand
      * l'operateur repond par une ligne vide.
       01 WS-SAISIE           PIC X(27) VALUE SPACES.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-FIN-HISTO        PIC X VALUE 'N'.
           05 AVI-IBAN          PIC X(27).
           05 AVI-ETABLISSEMENT PIC X(2).
           05 AVI-GRADE         PIC X(3).
           05 AVI-DATE-EMBAUCHE PIC 9(8).
           05 AVI-DATE-NAISSANCE PIC 9(8).
           05 AVI-SEXE          PIC X.

       COPY VALIDCODES.

           DISPLAY '================================'.

           PERFORM CONTROLER-VERROU-PAIE.
           CALL 'EX37-SIGNON' USING WS-PROGRAMME-SIGNON WS-OPERATEUR
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.
           OPEN I-O FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               DISPLAY 'FIC-EMPLOYES-IDX.dat inaccessible (statut '
                       WS-STATUT-IDX ') - lancer EX07B-INDEXAGE'
               STOP RUN 1
           END-IF.
           PERFORM OUVRIR-LOT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-CHAINAGE-HISTO.
           PERFORM OUVRIR-JOURNAL-AUDIT.
           END-PERFORM.

           CLOSE FIC-EMPLOYES-IDX.
           PERFORM CLORE-LOT-JOURNAL.
           CLOSE FIC-AUDIT.
           CLOSE FIC-HISTO.
           IF WS-NB-EN-ATTENTE > 0
                   ' (voir FIC-HISTO-EMPLOYES.dat)'.
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
       OUVRIR-JOURNAL-AUDIT.
           OPEN EXTEND FIC-AUDIT.
               MOVE WS-MATRICULE-SAISI TO EMP-MATRICULE-IDX
               MOVE 'A' TO EMP-STATUT-IDX
               MOVE 0 TO EMP-SALAIRE-IDX EMP-ANCIENNETE-IDX
                         EMP-HEURES-SUP-IDX EMP-DATE-EMBAUCHE-IDX
                         EMP-DATE-NAISSANCE-IDX
               PERFORM SAISIR-CHAMPS
               PERFORM VALIDER-EMPLOYE
               IF WS-RETOUR = 0
                           DISPLAY 'Ecriture impossible, statut '
                                   WS-STATUT-IDX
                       NOT INVALID KEY
                           MOVE 'C' TO WS-FONCTION-JOURNAL
                           PERFORM JOURNALISER-MISE-A-JOUR
                           MOVE 0 TO WS-SALAIRE-AVANT
                           MOVE 'CREATION' TO AUD-CHAMP
                           PERFORM ECRIRE-AUDIT
                               DISPLAY 'Reecriture impossible, statut '
                                       WS-STATUT-IDX
                           NOT INVALID KEY
                               MOVE 'M' TO WS-FONCTION-JOURNAL
                               PERFORM JOURNALISER-MISE-A-JOUR
                               MOVE 'MODIFICATION' TO AUD-CHAMP
                               PERFORM ECRIRE-AUDIT
                               PERFORM ECRIRE-HISTO-IMAGE
                               DISPLAY 'Reecriture impossible, statut '
                                       WS-STATUT-IDX
                           NOT INVALID KEY
                               MOVE 'M' TO WS-FONCTION-JOURNAL
                               PERFORM JOURNALISER-MISE-A-JOUR
                               MOVE 'SORTIE' TO AUD-CHAMP
                               PERFORM ECRIRE-AUDIT
                               PERFORM ECRIRE-HISTO-IMAGE
                           DISPLAY 'Suppression impossible, statut '
                                   WS-STATUT-IDX
                       NOT INVALID KEY
                           MOVE 'S' TO WS-FONCTION-JOURNAL
                           PERFORM JOURNALISER-MISE-A-JOUR
                           MOVE 0 TO EMP-SALAIRE-IDX
                           MOVE 'SUPPRESSION' TO AUD-CHAMP
                           PERFORM ECRIRE-AUDIT
               END-IF
           END-IF.

           DISPLAY 'Date d''embauche AAAAMMJJ ['
               EMP-DATE-EMBAUCHE-IDX '] : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE(1:8) NUMERIC
                   MOVE WS-SAISIE(1:8) TO EMP-DATE-EMBAUCHE-IDX
               ELSE
                   DISPLAY 'Date d''embauche non numerique ignoree : '
                           WS-SAISIE
               END-IF
           END-IF.

           DISPLAY 'Date de naissance AAAAMMJJ ['
               EMP-DATE-NAISSANCE-IDX '] : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE(1:8) NUMERIC
                   MOVE WS-SAISIE(1:8) TO EMP-DATE-NAISSANCE-IDX
               ELSE
                   DISPLAY 'Date de naissance non numerique '
                           'ignoree : ' WS-SAISIE
               END-IF
           END-IF.

           DISPLAY 'Sexe H/F [' EMP-SEXE-IDX '] : ' WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE(1:1) = 'H' OR WS-SAISIE(1:1) = 'F'
                   MOVE WS-SAISIE(1:1) TO EMP-SEXE-IDX
               ELSE
                   DISPLAY 'Sexe autre que H/F ignore : ' WS-SAISIE
               END-IF
           END-IF.

           DISPLAY 'Departement [' EMP-DEPARTEMENT-IDX '] : '
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
      * enregistrement refuse ici le serait de toute facon par
      * EX15-PRINCIPAL au prochain run.
       VALIDER-EMPLOYE.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE-IDX
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE EMP-ANCIENNETE-IDX
               BY REFERENCE WS-RETOUR-ANC.
           IF WS-RETOUR-ANC = 8
               DISPLAY 'Date d''embauche invalide : '
                       EMP-DATE-EMBAUCHE-IDX
                       ' - enregistrement non ecrit'
               MOVE 16 TO WS-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETOUR-ANC = 4
               DISPLAY 'Date d''embauche absente : anciennete '
                       'conservee a ' EMP-ANCIENNETE-IDX
           ELSE
               DISPLAY 'Anciennete deduite : ' EMP-ANCIENNETE-IDX
                       ' an(s)'
           END-IF.

           MOVE EMP-MATRICULE-IDX  TO EMP-MATRICULE-W.
           MOVE EMP-NOM-IDX        TO EMP-NOM-W.
           MOVE EMP-PRENOM-IDX     TO EMP-PRENOM-W.
