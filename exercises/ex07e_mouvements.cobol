      * de reconstruction nocturne de l'index. Les lecteurs
      * sequentiels recoivent leur extrait du jour via
      * EX07M-EXTRACTION.
      * L'embauche porte les dates d'embauche et de naissance ;
      * l'anciennete du maitre en est deduite (EX15-ANCIENNETE) a la
      * date du traitement. Elle porte aussi le sexe (H/F, a blanc
      * s'il n'est pas encore connu) ; la rectification N le
      * complete ou le corrige.
      * La sortie porte la date de sortie effective (date du
      * traitement si absente, jamais au-dela du mois en cours ni
      * avant l'embauche) et le motif de la rupture ; chaque sortie
      * appliquee entre dans la file FIC-SORTIES-A-SOLDER.dat du
      * solde de tout compte (EX15V-SOLDE-TOUT-COMPTE) et, a
      * demeure, dans le registre FIC-REGISTRE-SORTIES.dat relu pour
      * le bilan social (EX07U-BILAN-SOCIAL).
      * Registre des postes budgetes (FIC-POSTES.dat, COPY
      * POSTEREC) : une embauche doit viser un poste ouvert et
      * vacant de son departement, sinon elle part aux rejets ;
      * l'embauche et la mutation y affectent le salarie, la sortie
      * et la mutation liberent son ancien poste. Sans registre,
      * aucun controle de poste n'est fait.
      * Chaque mise a jour du maitre indexe est journalisee par lot
      * (EX19-JOURNAL-MAITRE) pour la reprise par rejeu
      * EX19D-REPRISE-MAITRE.
      * Compiler les 3 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex19_journal_maitre.cobol -o ex19_journal_maitre.o
      *        -I ../copybooks
      *   cobc -x ex07e_mouvements.cobol ex15_anciennete.o
      *        ex19_journal_maitre.o -I ../copybooks
      * Executer : ./ex07e_mouvements
      * Entree  : FIC-EMPLOYES-IDX.dat (maitre de reference, indexe)
      *           FIC-MOUVEMENTS.dat (lot de mouvements, COPY MVTREC
      *           sous enveloppe *ENTET/*FIN**)
      *           FIC-POSTES.dat (registre des postes, facultatif)
      * Sortie  : FIC-EMPLOYES-IDX.dat mis a jour en place
      *           FIC-MOUVEMENTS-RAPPORT.txt (applique/rejete par
      *           transaction)
      *           format MVTREC, pour correction et resoumission)
      *           FIC-HISTO-EMPLOYES.dat (image avant modification de
      *           chaque enregistrement reecrit, COPY HISTOREC)
      *           FIC-SORTIES-A-SOLDER.dat (file des sorties a
      *           solder, COPY SORTIEREC, alimentee en fin de file)
      *           FIC-REGISTRE-SORTIES.dat (registre permanent des
      *           sorties appliquees, meme format, jamais purge)
      *           FIC-POSTES.dat (titulaires mis a jour, reecrit en
      *           totalite)
      *           FIC-JOURNAL-MAITRE-nnnnnn.dat (journal du lot,
      *           COPY JRNMREC, catalogue par EX19-JOURNAL-MAITRE)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07E-MOUVEMENTS.
           SELECT FIC-ACCUSE ASSIGN TO 'FIC-ACCUSE-MOUVEMENTS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACCUSE.
           SELECT FIC-SORTIES ASSIGN TO 'FIC-SORTIES-A-SOLDER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SORTIES.
           SELECT FIC-REG-SORTIES ASSIGN TO 'FIC-REGISTRE-SORTIES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REG-SORTIES.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       COPY MVTREC.
       FD  FIC-HISTO LABEL RECORDS ARE STANDARD.
       COPY HISTOREC.

      * File des sorties a solder, lue par EX15V-SOLDE-TOUT-COMPTE.
       FD  FIC-SORTIES LABEL RECORDS ARE STANDARD.
       01  ENR-SORTIE-FIC         PIC X(24).

      * Registre permanent des sorties, au format SORTIEREC : la file
      * ci-dessus est videe au fil des soldes, celui-ci garde toutes
      * les sorties appliquees (motifs de depart du bilan social).
       FD  FIC-REG-SORTIES LABEL RECORDS ARE STANDARD.
       01  ENR-REGISTRE-SORTIE    PIC X(24).

      * Registre des postes budgetes, relu et reecrit en totalite.
       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY POSTEREC.

      * Derniere sequence de lot appliquee, persistee de run en
      * run : le lot suivant doit porter la sequence + 1, sinon un
      * lot s'est perdu (ou rejoue) dans la transmission RH.
           05 EMP-IBAN-W        PIC X(27).
           05 EMP-ETABLISSEMENT-W PIC X(2).
           05 EMP-GRADE-W       PIC X(3).
           05 EMP-DATE-EMBAUCHE-W PIC 9(8).
           05 EMP-DATE-NAISSANCE-W PIC 9(8).
           05 EMP-SEXE-W        PIC X.

      * Anciennete deduite de la date d'embauche (EX15-ANCIENNETE).
       01 WS-ANCIENNETE-CALC  PIC 9(2) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

      * Journal des lots du maitre indexe (EX19-JOURNAL-MAITRE) :
      * chaque mise a jour appliquee y est journalisee pour la
      * reprise par rejeu (EX19D-REPRISE-MAITRE).
       01 WS-PROGRAMME-JOURNAL PIC X(14) VALUE 'EX07E-MOUVEMEN'.
       01 WS-FONCTION-JOURNAL PIC X VALUE SPACE.
       01 WS-RETOUR-JOURNAL   PIC S9(4) COMP VALUE 0.

       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-FIN-HISTO        PIC X VALUE 'N'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-NB-HISTOS        PIC 9(4) VALUE 0.

      * Sortie : date de sortie controlee, file du solde de tout
      * compte.
       01 WS-STATUT-SORTIES   PIC X(2) VALUE '00'.
       01 WS-STATUT-REG-SORTIES PIC X(2) VALUE '00'.
       01 WS-NB-SORTIES-FILE  PIC 9(4) VALUE 0.
       01 WS-DATE-SORTIE-W    PIC 9(8) VALUE 0.
       01 WS-DATE-SORTIE-R REDEFINES WS-DATE-SORTIE-W.
          05 WS-SOR-AAAAMM    PIC 9(6).
          05 FILLER           PIC 9(2).
       01 WS-DATE-SORTIE-R2 REDEFINES WS-DATE-SORTIE-W.
          05 FILLER           PIC 9(4).
          05 WS-SOR-MM        PIC 9(2).
          05 WS-SOR-JJ        PIC 9(2).
      * Sortie a solder, construite une fois puis ecrite dans la file
      * et dans le registre permanent.
       COPY SORTIEREC.

      * Derniere date de fin d'image connue par matricule, pour
      * chainer les dates de validite des images successives
      * (HIS-DATE-DEBUT de la nouvelle image = HIS-DATE-FIN de la
           05 ENT-MVT-MARQUE    PIC X(6).
           05 ENT-MVT-SEQUENCE  PIC 9(6).
           05 ENT-MVT-DATE      PIC 9(8).
           05 FILLER            PIC X(91).
       01 FIN-TRAILER-MVTS.
           05 FIN-MVT-MARQUE    PIC X(6).
           05 FIN-MVT-NB        PIC 9(6).
           05 FILLER            PIC X(99).
       01 WS-STATUT-SEQUENCE  PIC X(2) VALUE '00'.
       01 WS-STATUT-ACCUSE    PIC X(2) VALUE '00'.
       01 WS-SEQUENCE-ATTENDUE PIC 9(6) VALUE 1.
          88 TRAILER-LOT-VU   VALUE 'O'.
       01 WS-MOTIF-REFUS-LOT  PIC X(44) VALUE SPACES.

      * Registre des postes en memoire, memes champs que POSTEREC.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-REGISTRE-POSTES  PIC X VALUE 'N'.
          88 REGISTRE-POSTES  VALUE 'O'.
       01 WS-TABLE-POSTES.
          05 WS-POS-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-POS.
             10 WS-POS-ID        PIC X(6).
             10 WS-POS-DEPARTEMENT PIC X(4).
             10 WS-POS-ETABLISSEMENT PIC X(2).
             10 WS-POS-GRADE     PIC X(3).
             10 WS-POS-ETP       PIC 9V99.
             10 WS-POS-ETAT      PIC X.
             10 WS-POS-MATRICULE PIC X(6).
             10 WS-POS-DATE-MAJ  PIC 9(8).
             10 WS-POS-LIBELLE   PIC X(30).
       01 WS-NB-POSTES        PIC 9(4) VALUE 0.
       01 WS-IDX-POSTE-CIBLE  PIC 9(4) VALUE 0.
       01 WS-NB-AFFECTATIONS  PIC 9(4) VALUE 0.
       01 WS-NB-LIBERATIONS   PIC 9(4) VALUE 0.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-APPLIQUES     PIC 9(4) VALUE 0.
       01 WS-NB-REJETES       PIC 9(4) VALUE 0.
           PERFORM CONTROLER-ENVELOPPE-LOT.
           PERFORM OUVRIR-MAITRE-IDX.
           PERFORM CHARGER-CHAINAGE-HISTO.
           PERFORM CHARGER-POSTES.
           PERFORM OUVRIR-LOT-JOURNAL.
           PERFORM APPLIQUER-MOUVEMENTS.
           CLOSE FIC-EMPLOYES-IDX.
           PERFORM CLORE-LOT-JOURNAL.
           PERFORM SAUVEGARDER-POSTES.
           PERFORM ACQUITTER-LOT-ACCEPTE.
           PERFORM AFFICHER-BILAN.
           STOP RUN.
               STOP RUN 8
           END-IF.

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
       APPLIQUER-MOUVEMENTS.
           OPEN INPUT FIC-MOUVEMENTS.
               OPEN OUTPUT FIC-RAPPORT
               OPEN OUTPUT FIC-REJETS
               PERFORM OUVRIR-JOURNAL-HISTO
               PERFORM OUVRIR-FILE-SORTIES
               PERFORM OUVRIR-REGISTRE-SORTIES
               READ FIC-MOUVEMENTS
                   AT END SET MOUVEMENTS-TERMINES TO TRUE
               END-READ
               CLOSE FIC-RAPPORT
               CLOSE FIC-REJETS
               CLOSE FIC-HISTO
               CLOSE FIC-SORTIES
               CLOSE FIC-REG-SORTIES
           END-IF.

      *---------------------------------------------------------------
           IF MVT-SALAIRE-NOUV OF ENR-MOUVEMENT = 0
               MOVE 'SALAIRE NUL' TO WS-MOTIF-REJET
           ELSE
           IF MVT-DATE-EFFET OF ENR-MOUVEMENT NOT NUMERIC
                   OR MVT-DATE-NAISSANCE OF ENR-MOUVEMENT NOT NUMERIC
               MOVE 'DATES EMBAUCHE/NAISSANCE INVALIDES'
                   TO WS-MOTIF-REJET
           ELSE
           IF MVT-SEXE OF ENR-MOUVEMENT NOT = 'H'
                   AND MVT-SEXE OF ENR-MOUVEMENT NOT = 'F'
                   AND MVT-SEXE OF ENR-MOUVEMENT NOT = SPACE
               MOVE 'SEXE INVALIDE (H/F)' TO WS-MOTIF-REJET
           ELSE
               PERFORM DERIVER-ANCIENNETE-EMBAUCHE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM CONTROLER-POSTE-CIBLE
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO ENR-EMPLOYES-IDX
               MOVE MVT-MATRICULE OF ENR-MOUVEMENT   TO
                   EMP-MATRICULE-IDX
               MOVE MVT-SALAIRE-NOUV OF ENR-MOUVEMENT TO
                   EMP-SALAIRE-IDX
               MOVE 'A'             TO EMP-STATUT-IDX
               MOVE WS-ANCIENNETE-CALC TO EMP-ANCIENNETE-IDX
               MOVE 0               TO EMP-HEURES-SUP-IDX
               MOVE MVT-DEPARTEMENT OF ENR-MOUVEMENT TO
                   EMP-DEPARTEMENT-IDX
               MOVE MVT-ETABLISSEMENT OF ENR-MOUVEMENT TO
                   EMP-ETABLISSEMENT-IDX
               MOVE MVT-GRADE OF ENR-MOUVEMENT TO EMP-GRADE-IDX
               MOVE MVT-DATE-EFFET OF ENR-MOUVEMENT TO
                   EMP-DATE-EMBAUCHE-IDX
               MOVE MVT-DATE-NAISSANCE OF ENR-MOUVEMENT TO
                   EMP-DATE-NAISSANCE-IDX
               MOVE MVT-SEXE OF ENR-MOUVEMENT TO EMP-SEXE-IDX
               WRITE ENR-EMPLOYES-IDX
                   INVALID KEY
                       MOVE 'ECRITURE INDEX IMPOSSIBLE'
                           TO WS-MOTIF-REJET
                   NOT INVALID KEY
                       MOVE 'C' TO WS-FONCTION-JOURNAL
                       PERFORM JOURNALISER-MISE-A-JOUR
               END-WRITE
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM AFFECTER-POSTE
           END-IF.

      *---------------------------------------------------------------
      * Anciennete de l'embauche deduite de la date d'effet a la
      * date du traitement (0 pour une embauche saisie d'avance).
      * Sans date d'effet, l'anciennete reprise du mouvement est
      * gardee ; une date d'effet impossible rejette le mouvement.
       DERIVER-ANCIENNETE-EMBAUCHE.
           MOVE MVT-ANCIENNETE OF ENR-MOUVEMENT TO WS-ANCIENNETE-CALC.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE MVT-DATE-EFFET OF ENR-MOUVEMENT
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE WS-ANCIENNETE-CALC
               BY REFERENCE WS-RETOUR-ANC.
           IF WS-RETOUR-ANC = 8
               MOVE 'DATE D''EMBAUCHE INVALIDE' TO WS-MOTIF-REJET
           END-IF.

      *---------------------------------------------------------------
      * Un employe deja sorti n'est pas ressorti : sa sortie est
      * deja dans la file du solde de tout compte.
       APPLIQUER-SORTIE.
           IF NOT EMPLOYE-TROUVE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF-REJET
           ELSE
           IF EMP-STATUT-W = 'T'
               MOVE 'EMPLOYE DEJA SORTI' TO WS-MOTIF-REJET
           ELSE
           IF MVT-DATE-EFFET OF ENR-MOUVEMENT NOT NUMERIC
               MOVE 'DATE DE SORTIE INVALIDE' TO WS-MOTIF-REJET
           ELSE
               PERFORM CONTROLER-DATE-SORTIE
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM ECRIRE-HISTO-IMAGE
               MOVE 'T' TO EMP-STATUT-W
               PERFORM REECRIRE-EMPLOYE-IDX
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM ENREGISTRER-SORTIE-A-SOLDER
               MOVE 0 TO WS-IDX-POSTE-CIBLE
               PERFORM LIBERER-POSTE
           END-IF.

      *---------------------------------------------------------------
      * Date de sortie du mouvement, date du traitement si elle
      * n'est pas saisie. Le statut T est pose des l'application :
      * une sortie datee d'un mois a venir sortirait l'employe des
      * paies mensuelles d'ici la, elle est refusee et se saisit le
      * mois de la sortie.
       CONTROLER-DATE-SORTIE.
           IF MVT-DATE-EFFET OF ENR-MOUVEMENT = 0
               MOVE WS-DATE-JOUR TO WS-DATE-SORTIE-W
           ELSE
               MOVE MVT-DATE-EFFET OF ENR-MOUVEMENT
                   TO WS-DATE-SORTIE-W
           END-IF.
           IF WS-SOR-MM < 1 OR WS-SOR-MM > 12
                   OR WS-SOR-JJ < 1 OR WS-SOR-JJ > 31
               MOVE 'DATE DE SORTIE INVALIDE' TO WS-MOTIF-REJET
           ELSE
           IF WS-SOR-AAAAMM > WS-DATE-JOUR (1:6)
               MOVE 'SORTIE AU-DELA DU MOIS EN COURS'
                   TO WS-MOTIF-REJET
           ELSE
           IF EMP-DATE-EMBAUCHE-W NUMERIC
                   AND WS-DATE-SORTIE-W < EMP-DATE-EMBAUCHE-W
               MOVE 'SORTIE ANTERIEURE A L''EMBAUCHE'
                   TO WS-MOTIF-REJET
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
       ENREGISTRER-SORTIE-A-SOLDER.
           MOVE EMP-MATRICULE-W  TO SOR-MATRICULE.
           MOVE WS-DATE-SORTIE-W TO SOR-DATE-SORTIE.
           MOVE MVT-MOTIF-SORTIE OF ENR-MOUVEMENT TO SOR-MOTIF.
           MOVE WS-DATE-JOUR     TO SOR-DATE-SAISIE.
           WRITE ENR-SORTIE-FIC FROM ENR-SORTIE.
           WRITE ENR-REGISTRE-SORTIE FROM ENR-SORTIE.
           ADD 1 TO WS-NB-SORTIES-FILE.

      *---------------------------------------------------------------
      * La mutation vers un poste du registre le controle comme une
      * embauche et libere l'ancien poste du salarie ; sans poste
      * (rectification de departement) le registre n'est pas touche.
       APPLIQUER-MUTATION.
           IF NOT EMPLOYE-TROUVE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF-REJET
           ELSE
               PERFORM CONTROLER-POSTE-CIBLE
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM ECRIRE-HISTO-IMAGE
               MOVE MVT-DEPARTEMENT OF ENR-MOUVEMENT TO
                   EMP-DEPARTEMENT-W
               PERFORM REECRIRE-EMPLOYE-IDX
           END-IF.
           IF WS-MOTIF-REJET = SPACES AND WS-IDX-POSTE-CIBLE > 0
               PERFORM LIBERER-POSTE
               PERFORM AFFECTER-POSTE
           END-IF.

      *---------------------------------------------------------------
       APPLIQUER-SALAIRE.
               OPEN OUTPUT FIC-HISTO
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-FILE-SORTIES.
           MOVE '00' TO WS-STATUT-SORTIES.
           OPEN EXTEND FIC-SORTIES.
           IF WS-STATUT-SORTIES NOT = '00'
               OPEN OUTPUT FIC-SORTIES
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-REGISTRE-SORTIES.
           MOVE '00' TO WS-STATUT-REG-SORTIES.
           OPEN EXTEND FIC-REG-SORTIES.
           IF WS-STATUT-REG-SORTIES NOT = '00'
               OPEN OUTPUT FIC-REG-SORTIES
           END-IF.

      *---------------------------------------------------------------
      * Image avant modification, appelee avant toute retouche de
      * ENR-EMPLOYES-W : la date de debut de validite est la fin de
           ADD 1 TO WS-NB-HISTOS.

      *---------------------------------------------------------------
      * Nom et prenom a blanc : seul le sexe est rectifie.
       APPLIQUER-NOM-PRENOM.
           IF NOT EMPLOYE-TROUVE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF-REJET
           ELSE
           IF MVT-SEXE OF ENR-MOUVEMENT NOT = 'H'
                   AND MVT-SEXE OF ENR-MOUVEMENT NOT = 'F'
                   AND MVT-SEXE OF ENR-MOUVEMENT NOT = SPACE
               MOVE 'SEXE INVALIDE (H/F)' TO WS-MOTIF-REJET
           ELSE
           IF MVT-NOM OF ENR-MOUVEMENT = SPACES
                   AND MVT-PRENOM OF ENR-MOUVEMENT = SPACES
                   AND MVT-SEXE OF ENR-MOUVEMENT = SPACE
               MOVE 'RECTIFICATION VIDE' TO WS-MOTIF-REJET
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM ECRIRE-HISTO-IMAGE
               IF MVT-NOM OF ENR-MOUVEMENT NOT = SPACES
                       OR MVT-PRENOM OF ENR-MOUVEMENT NOT = SPACES
                   MOVE MVT-NOM OF ENR-MOUVEMENT    TO EMP-NOM-W
                   MOVE MVT-PRENOM OF ENR-MOUVEMENT TO EMP-PRENOM-W
               END-IF
               IF MVT-SEXE OF ENR-MOUVEMENT NOT = SPACE
                   MOVE MVT-SEXE OF ENR-MOUVEMENT TO EMP-SEXE-W
               END-IF
               PERFORM REECRIRE-EMPLOYE-IDX
           END-IF.

               INVALID KEY
                   MOVE 'REECRITURE INDEX IMPOSSIBLE'
                       TO WS-MOTIF-REJET
               NOT INVALID KEY
                   MOVE 'M' TO WS-FONCTION-JOURNAL
                   PERFORM JOURNALISER-MISE-A-JOUR
           END-REWRITE.

      *---------------------------------------------------------------
                   ' (voir FIC-MOUVEMENTS-REJETES.dat)'.
           DISPLAY 'Images historisees  : ' WS-NB-HISTOS
                   ' (voir FIC-HISTO-EMPLOYES.dat)'.
           DISPLAY 'Sorties a solder    : ' WS-NB-SORTIES-FILE
                   ' (voir FIC-SORTIES-A-SOLDER.dat)'.
           IF REGISTRE-POSTES
               DISPLAY 'Postes affectes     : ' WS-NB-AFFECTATIONS
                       ', liberes : ' WS-NB-LIBERATIONS
                       ' (voir FIC-POSTES.dat)'
           END-IF.
           DISPLAY 'Maitre indexe mis a jour en place (extrait '
                   'sequentiel par EX07M-EXTRACTION)'.
           DISPLAY '================================'.

      *---------------------------------------------------------------
      * Registre des postes, facultatif : absent, les embauches et
      * mutations passent sans controle de poste.
       CHARGER-POSTES.
           MOVE 0 TO WS-NB-POSTES.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               DISPLAY 'FIC-POSTES.dat absent : embauches et '
                       'mutations sans controle de poste'
               EXIT PARAGRAPH
           END-IF.
           SET REGISTRE-POSTES TO TRUE.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       IF WS-NB-POSTES >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-POSTES.dat : capacite de '
                                   WS-MAX-EMPLOYES ' postes depassee'
                                   ' - rien n''est applique ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-POSTES
                       MOVE ENR-POSTE TO WS-POS-LIGNE(WS-NB-POSTES)
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES.

      *---------------------------------------------------------------
      * Poste vise par une embauche ou une mutation : il doit
      * exister, etre ouvert au recrutement, vacant et rattache au
      * departement du mouvement. Une mutation sans poste est
      * admise (WS-IDX-POSTE-CIBLE a zero), pas une embauche.
       CONTROLER-POSTE-CIBLE.
           MOVE 0 TO WS-IDX-POSTE-CIBLE.
           IF NOT REGISTRE-POSTES
               EXIT PARAGRAPH
           END-IF.
           IF MVT-POSTE OF ENR-MOUVEMENT = SPACES
               IF MVT-EMBAUCHE OF ENR-MOUVEMENT
                   MOVE 'POSTE NON RENSEIGNE' TO WS-MOTIF-REJET
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-NB-POSTES
               IF WS-POS-ID(WS-IDX-POS) = MVT-POSTE OF ENR-MOUVEMENT
                   SET WS-IDX-POSTE-CIBLE TO WS-IDX-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-POSTE-CIBLE = 0
               MOVE 'POSTE INCONNU AU REGISTRE' TO WS-MOTIF-REJET
           ELSE
           IF WS-POS-ETAT(WS-IDX-POSTE-CIBLE) = 'G'
               MOVE 'POSTE GELE' TO WS-MOTIF-REJET
           ELSE
           IF WS-POS-ETAT(WS-IDX-POSTE-CIBLE) NOT = 'O'
               MOVE 'POSTE NON OUVERT AU RECRUTEMENT'
                   TO WS-MOTIF-REJET
           ELSE
           IF WS-POS-MATRICULE(WS-IDX-POSTE-CIBLE) NOT = SPACES
               MOVE 'POSTE DEJA POURVU' TO WS-MOTIF-REJET
           ELSE
           IF WS-POS-DEPARTEMENT(WS-IDX-POSTE-CIBLE)
                   NOT = MVT-DEPARTEMENT OF ENR-MOUVEMENT
               MOVE 'POSTE D''UN AUTRE DEPARTEMENT'
                   TO WS-MOTIF-REJET
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------
      * Le poste vise recoit son titulaire et repasse budgete : il
      * n'est plus ouvert au recrutement.
       AFFECTER-POSTE.
           IF WS-IDX-POSTE-CIBLE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE MVT-MATRICULE OF ENR-MOUVEMENT
               TO WS-POS-MATRICULE(WS-IDX-POSTE-CIBLE).
           MOVE 'B' TO WS-POS-ETAT(WS-IDX-POSTE-CIBLE).
           MOVE WS-DATE-JOUR TO WS-POS-DATE-MAJ(WS-IDX-POSTE-CIBLE).
           ADD 1 TO WS-NB-AFFECTATIONS.

      *---------------------------------------------------------------
      * Le poste tenu jusqu'ici par le salarie devient vacant ; son
      * etat ne change pas, la reouverture reste une decision de
      * gestion.
       LIBERER-POSTE.
           IF NOT REGISTRE-POSTES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-NB-POSTES
               IF WS-POS-MATRICULE(WS-IDX-POS)
                       = MVT-MATRICULE OF ENR-MOUVEMENT
                   MOVE SPACES TO WS-POS-MATRICULE(WS-IDX-POS)
                   MOVE WS-DATE-JOUR TO WS-POS-DATE-MAJ(WS-IDX-POS)
                   ADD 1 TO WS-NB-LIBERATIONS
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       SAUVEGARDER-POSTES.
           IF NOT REGISTRE-POSTES
                   OR (WS-NB-AFFECTATIONS = 0
                       AND WS-NB-LIBERATIONS = 0)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-POSTES.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-NB-POSTES
               MOVE WS-POS-LIGNE(WS-IDX-POS) TO ENR-POSTE
               WRITE ENR-POSTE
           END-PERFORM.
           CLOSE FIC-POSTES.
