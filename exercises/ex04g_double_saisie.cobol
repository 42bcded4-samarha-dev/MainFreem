      *===============================================================
      * Exercice 4g - Double saisie des notes et rapprochement
      * Niveau : Intermediaire
      * Les feuilles de notes n'etaient saisies qu'une fois : une
      * faute de frappe (un 14 devenu 4) a fait recaler un etudiant
      * jusqu'au recours. Chaque feuille est desormais saisie deux
      * fois, par deux operateurs differents, dans deux fichiers :
      * FIC-SAISIE-NOTES-1.dat et FIC-SAISIE-NOTES-2.dat (operateur,
      * date de saisie, puis la ligne NOTEREC). Ce programme les
      * rapproche par matricule et matiere :
      *   - ligne identique des deux cotes (note et classe), saisie
      *     par deux operateurs differents : ajoutee a FIC-NOTES.dat
      *     et tracee dans FIC-AUDIT-SAISIE-NOTES.dat (qui a saisi
      *     quoi, quand, date du chargement) ;
      *   - sinon ecart, liste dans FIC-ECARTS-SAISIE-NOTES.txt pour
      *     etre tranche contre la feuille papier avant le calcul de
      *     mention :
      *       NOT = notes differentes
      *       CLA = classes differentes
      *       OPE = meme operateur des deux cotes
      *       AB1 / AB2 = ligne absente de la saisie 1 / 2
      *       DBL = matricule et matiere saisis deux fois dans une
      *             meme saisie
      *       INV = note non numerique ou superieure a 20
      * Les lignes chargees quittent les fichiers de saisie ; les
      * lignes en ecart y restent, il suffit de corriger le cote
      * fautif et de relancer. Une note deja presente dans
      * FIC-NOTES.dat n'est pas rechargee (DEJ, ligne retiree des
      * saisies) : la corriger releve d'un recours.
      * FIC-NOTES.dat ainsi complete repasse ensuite par
      * EX04F-CONTROLE-NOTES avant EX04, EX06 et les releves.
      * Compiler : cobc -x ex04g_double_saisie.cobol
      *            -o ex04g_double_saisie -I ../copybooks
      * Executer : ./ex04g_double_saisie
      * Code retour : 0, 4 s'il reste des ecarts, 1 si une des deux
      *               saisies est absente.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04G-DOUBLE-SAISIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SAISIE-1 ASSIGN TO 'FIC-SAISIE-NOTES-1.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SAISIE-1.
           SELECT FIC-SAISIE-2 ASSIGN TO 'FIC-SAISIE-NOTES-2.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SAISIE-2.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-AUDIT ASSIGN TO 'FIC-AUDIT-SAISIE-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FIC-ECARTS ASSIGN TO 'FIC-ECARTS-SAISIE-NOTES.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Ligne saisie : operateur et date de saisie, puis la note
      * dans la disposition NOTEREC.
       FD  FIC-SAISIE-1 LABEL RECORDS ARE STANDARD.
       01  ENR-SAISIE-1.
           05 SA1-OPERATEUR     PIC X(8).
           05 SA1-DATE-SAISIE   PIC 9(8).
           05 SA1-NOTE-SAISIE   PIC X(35).

      * Meme enregistrement que FIC-SAISIE-1.
       FD  FIC-SAISIE-2 LABEL RECORDS ARE STANDARD.
       01  ENR-SAISIE-2.
           05 SA2-OPERATEUR     PIC X(8).
           05 SA2-DATE-SAISIE   PIC 9(8).
           05 SA2-NOTE-SAISIE   PIC X(35).

       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Trace d'une note chargee : les deux saisies qui l'ont
      * produite et la date du chargement.
       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       01  ENR-AUDIT-SAISIE.
           05 AUS-MATRICULE     PIC X(6).
           05 AUS-MATIERE       PIC X(4).
           05 AUS-CLASSE        PIC X(3).
           05 AUS-NOTE          PIC 9(2).
           05 AUS-OPERATEUR-1   PIC X(8).
           05 AUS-DATE-SAISIE-1 PIC 9(8).
           05 AUS-OPERATEUR-2   PIC X(8).
           05 AUS-DATE-SAISIE-2 PIC 9(8).
           05 AUS-DATE-CHARGEMENT PIC 9(8).

       FD  FIC-ECARTS LABEL RECORDS ARE STANDARD.
       01  ENR-ECART            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-SAISIE-1  PIC X(2) VALUE '00'.
       01 WS-STATUT-SAISIE-2  PIC X(2) VALUE '00'.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-AUDIT     PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      * Les deux saisies. Etat : blanc = a traiter, C = chargee,
      * D = deja chargee (retiree), E = en ecart (gardee).
       01 WS-MAX-SAISIES      PIC 9(4) VALUE 5000.
       01 WS-TABLE-SAISIE-1.
          05 WS-S1-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-S1 WS-IDX-S1B.
             10 WS-S1-OPERATEUR  PIC X(8).
             10 WS-S1-DATE       PIC 9(8).
             10 WS-S1-NOTE-SAISIE.
                15 WS-S1-CLE.
                   20 WS-S1-MATRICULE PIC X(6).
                   20 FILLER      PIC X(22).
                   20 WS-S1-MATIERE   PIC X(4).
                15 FILLER         PIC X(3).
             10 WS-S1-ETAT       PIC X.
             10 WS-S1-MOTIF      PIC X(3).
       01 WS-NB-SAISIE-1      PIC 9(4) VALUE 0.
       01 WS-TABLE-SAISIE-2.
          05 WS-S2-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-S2 WS-IDX-S2B.
             10 WS-S2-OPERATEUR  PIC X(8).
             10 WS-S2-DATE       PIC 9(8).
             10 WS-S2-NOTE-SAISIE.
                15 WS-S2-CLE.
                   20 WS-S2-MATRICULE PIC X(6).
                   20 FILLER      PIC X(22).
                   20 WS-S2-MATIERE   PIC X(4).
                15 FILLER         PIC X(3).
             10 WS-S2-ETAT       PIC X.
             10 WS-S2-MOTIF      PIC X(3).
       01 WS-NB-SAISIE-2      PIC 9(4) VALUE 0.

      * Notes deja chargees : matricule et matiere.
       01 WS-MAX-NOTES        PIC 9(5) VALUE 20000.
       01 WS-TABLE-NOTES.
          05 WS-NOT-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-NOT.
             10 WS-NOT-MATRICULE PIC X(6).
             10 WS-NOT-MATIERE   PIC X(4).
       01 WS-NB-NOTES         PIC 9(5) VALUE 0.

      * Les deux versions d'une meme ligne, decoupees en NOTEREC.
       01 WS-NOTE-1.
          05 WS-N1-MATRICULE  PIC X(6).
          05 WS-N1-NOM        PIC X(20).
          05 WS-N1-NOTE       PIC X(2).
          05 WS-N1-NOTE-NUM REDEFINES WS-N1-NOTE PIC 9(2).
          05 WS-N1-MATIERE    PIC X(4).
          05 WS-N1-CLASSE     PIC X(3).
       01 WS-NOTE-2.
          05 WS-N2-MATRICULE  PIC X(6).
          05 WS-N2-NOM        PIC X(20).
          05 WS-N2-NOTE       PIC X(2).
          05 WS-N2-NOTE-NUM REDEFINES WS-N2-NOTE PIC 9(2).
          05 WS-N2-MATIERE    PIC X(4).
          05 WS-N2-CLASSE     PIC X(3).
       01 WS-MOTIF-W          PIC X(3) VALUE SPACES.
       01 WS-LIBELLE-MOTIF    PIC X(22) VALUE SPACES.
       01 WS-OP-1-W           PIC X(8) VALUE SPACES.
       01 WS-OP-2-W           PIC X(8) VALUE SPACES.

       01 WS-NB-CHARGEES      PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS        PIC 9(5) VALUE 0.
       01 WS-NB-DEJA          PIC 9(5) VALUE 0.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Rapprochement des saisies'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-SAISIE-1.
           PERFORM CHARGER-SAISIE-2.
           PERFORM CHARGER-NOTES.
           PERFORM MARQUER-DOUBLONS.

           OPEN OUTPUT FIC-ECARTS.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== ECARTS DE DOUBLE SAISIE DES NOTES DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-ECART.
           MOVE 'Matric Cl. Mat.  Saisie 1         Saisie 2'
               & '         Motif' TO WS-LIGNE.
           PERFORM ECRIRE-ECART.
           PERFORM OUVRIR-AJOUTS.
           PERFORM VARYING WS-IDX-S1 FROM 1 BY 1
                   UNTIL WS-IDX-S1 > WS-NB-SAISIE-1
               PERFORM RAPPROCHER-LIGNE-1
           END-PERFORM.
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-NB-SAISIE-2
               IF WS-S2-ETAT(WS-IDX-S2) = SPACE
                   IF WS-S2-MOTIF(WS-IDX-S2) = SPACES
                       MOVE 'AB1' TO WS-S2-MOTIF(WS-IDX-S2)
                   END-IF
                   MOVE 'E' TO WS-S2-ETAT(WS-IDX-S2)
                   PERFORM SIGNALER-ECART-SAISIE-2
               END-IF
           END-PERFORM.
           CLOSE FIC-NOTES.
           CLOSE FIC-AUDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Total : ' WS-NB-ECARTS ' ecart(s) a trancher sur '
                  'la feuille papier'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-ECART.
           CLOSE FIC-ECARTS.
           PERFORM REECRIRE-SAISIES.

           DISPLAY 'Notes chargees dans FIC-NOTES.dat : '
                   WS-NB-CHARGEES.
           DISPLAY 'Deja chargees (recours) : ' WS-NB-DEJA
                   ', ecarts : ' WS-NB-ECARTS
                   ' (voir FIC-ECARTS-SAISIE-NOTES.txt)'.
           IF WS-NB-CHARGEES > 0
               DISPLAY 'Relancer EX04F-CONTROLE-NOTES avant le '
                       'calcul de mention'
           END-IF.
           IF WS-NB-ECARTS > 0
               STOP RUN 4
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
       CHARGER-SAISIE-1.
           OPEN INPUT FIC-SAISIE-1.
           IF WS-STATUT-SAISIE-1 NOT = '00'
               DISPLAY 'FIC-SAISIE-NOTES-1.dat introuvable : '
                       'rapprochement impossible'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-SAISIE-1 NOT = '00'
               READ FIC-SAISIE-1
                   AT END MOVE '10' TO WS-STATUT-SAISIE-1
                   NOT AT END
                       IF WS-NB-SAISIE-1 >= WS-MAX-SAISIES
                           DISPLAY '*** Saisie 1 trop longue ('
                                   WS-MAX-SAISIES ' lignes) : '
                                   'rapprochement abandonne ***'
                           CLOSE FIC-SAISIE-1
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-SAISIE-1
                       SET WS-IDX-S1 TO WS-NB-SAISIE-1
                       MOVE SA1-OPERATEUR
                           TO WS-S1-OPERATEUR(WS-IDX-S1)
                       MOVE SA1-DATE-SAISIE TO WS-S1-DATE(WS-IDX-S1)
                       MOVE SA1-NOTE-SAISIE
                           TO WS-S1-NOTE-SAISIE(WS-IDX-S1)
                       MOVE SPACE TO WS-S1-ETAT(WS-IDX-S1)
                       MOVE SPACES TO WS-S1-MOTIF(WS-IDX-S1)
               END-READ
           END-PERFORM.
           CLOSE FIC-SAISIE-1.

      *---------------------------------------------------------------
       CHARGER-SAISIE-2.
           OPEN INPUT FIC-SAISIE-2.
           IF WS-STATUT-SAISIE-2 NOT = '00'
               DISPLAY 'FIC-SAISIE-NOTES-2.dat introuvable : '
                       'rapprochement impossible'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-SAISIE-2 NOT = '00'
               READ FIC-SAISIE-2
                   AT END MOVE '10' TO WS-STATUT-SAISIE-2
                   NOT AT END
                       IF WS-NB-SAISIE-2 >= WS-MAX-SAISIES
                           DISPLAY '*** Saisie 2 trop longue ('
                                   WS-MAX-SAISIES ' lignes) : '
                                   'rapprochement abandonne ***'
                           CLOSE FIC-SAISIE-2
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-SAISIE-2
                       SET WS-IDX-S2 TO WS-NB-SAISIE-2
                       MOVE SA2-OPERATEUR
                           TO WS-S2-OPERATEUR(WS-IDX-S2)
                       MOVE SA2-DATE-SAISIE TO WS-S2-DATE(WS-IDX-S2)
                       MOVE SA2-NOTE-SAISIE
                           TO WS-S2-NOTE-SAISIE(WS-IDX-S2)
                       MOVE SPACE TO WS-S2-ETAT(WS-IDX-S2)
                       MOVE SPACES TO WS-S2-MOTIF(WS-IDX-S2)
               END-READ
           END-PERFORM.
           CLOSE FIC-SAISIE-2.

      *---------------------------------------------------------------
       CHARGER-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       IF WS-NB-NOTES < WS-MAX-NOTES
                           ADD 1 TO WS-NB-NOTES
                           MOVE ETU-MATRICULE
                               TO WS-NOT-MATRICULE(WS-NB-NOTES)
                           MOVE ETU-MATIERE
                               TO WS-NOT-MATIERE(WS-NB-NOTES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
      * Un matricule et une matiere saisis deux fois dans la meme
      * saisie : on ne sait pas laquelle des lignes fait foi.
       MARQUER-DOUBLONS.
           PERFORM VARYING WS-IDX-S1 FROM 1 BY 1
                   UNTIL WS-IDX-S1 > WS-NB-SAISIE-1
               PERFORM VARYING WS-IDX-S1B FROM 1 BY 1
                       UNTIL WS-IDX-S1B > WS-NB-SAISIE-1
                   IF WS-IDX-S1B NOT = WS-IDX-S1
                       AND WS-S1-MATRICULE(WS-IDX-S1B)
                           = WS-S1-MATRICULE(WS-IDX-S1)
                       AND WS-S1-MATIERE(WS-IDX-S1B)
                           = WS-S1-MATIERE(WS-IDX-S1)
                       MOVE 'DBL' TO WS-S1-MOTIF(WS-IDX-S1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-NB-SAISIE-2
               PERFORM VARYING WS-IDX-S2B FROM 1 BY 1
                       UNTIL WS-IDX-S2B > WS-NB-SAISIE-2
                   IF WS-IDX-S2B NOT = WS-IDX-S2
                       AND WS-S2-MATRICULE(WS-IDX-S2B)
                           = WS-S2-MATRICULE(WS-IDX-S2)
                       AND WS-S2-MATIERE(WS-IDX-S2B)
                           = WS-S2-MATIERE(WS-IDX-S2)
                       MOVE 'DBL' TO WS-S2-MOTIF(WS-IDX-S2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Une ligne de la saisie 1 et sa contrepartie de la saisie 2
      * (meme matricule, meme matiere) : chargee ou en ecart, les
      * deux lignes suivent le meme sort.
       RAPPROCHER-LIGNE-1.
           MOVE WS-S1-NOTE-SAISIE(WS-IDX-S1) TO WS-NOTE-1.
           MOVE SPACES TO WS-NOTE-2.
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-NB-SAISIE-2
               IF WS-S2-MATRICULE(WS-IDX-S2) = WS-N1-MATRICULE
                       AND WS-S2-MATIERE(WS-IDX-S2) = WS-N1-MATIERE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-S1-MOTIF(WS-IDX-S1) TO WS-MOTIF-W.
           IF WS-IDX-S2 <= WS-NB-SAISIE-2
               MOVE WS-S2-NOTE-SAISIE(WS-IDX-S2) TO WS-NOTE-2
               IF WS-S2-MOTIF(WS-IDX-S2) = 'DBL'
                   MOVE 'DBL' TO WS-MOTIF-W
               END-IF
           END-IF.
           IF WS-MOTIF-W = SPACES
               PERFORM COMPARER-SAISIES
           END-IF.
           EVALUATE WS-MOTIF-W
               WHEN SPACES
                   PERFORM CHARGER-NOTE
                   MOVE 'C' TO WS-S1-ETAT(WS-IDX-S1)
                   MOVE 'C' TO WS-S2-ETAT(WS-IDX-S2)
               WHEN 'DEJ'
                   ADD 1 TO WS-NB-DEJA
                   MOVE 'D' TO WS-S1-ETAT(WS-IDX-S1)
                   MOVE 'D' TO WS-S2-ETAT(WS-IDX-S2)
                   PERFORM SIGNALER-ECART-SAISIE-1
               WHEN OTHER
                   MOVE 'E' TO WS-S1-ETAT(WS-IDX-S1)
                   MOVE WS-MOTIF-W TO WS-S1-MOTIF(WS-IDX-S1)
                   IF WS-IDX-S2 <= WS-NB-SAISIE-2
                       MOVE 'E' TO WS-S2-ETAT(WS-IDX-S2)
                       MOVE WS-MOTIF-W TO WS-S2-MOTIF(WS-IDX-S2)
                   END-IF
                   ADD 1 TO WS-NB-ECARTS
                   PERFORM SIGNALER-ECART-SAISIE-1
           END-EVALUATE.

      *---------------------------------------------------------------
       COMPARER-SAISIES.
           EVALUATE TRUE
               WHEN WS-IDX-S2 > WS-NB-SAISIE-2
                   MOVE 'AB2' TO WS-MOTIF-W
               WHEN WS-S2-ETAT(WS-IDX-S2) NOT = SPACE
                   MOVE 'DBL' TO WS-MOTIF-W
               WHEN WS-S1-OPERATEUR(WS-IDX-S1)
                       = WS-S2-OPERATEUR(WS-IDX-S2)
                   MOVE 'OPE' TO WS-MOTIF-W
               WHEN WS-N1-NOTE NOT NUMERIC
                       OR WS-N2-NOTE NOT NUMERIC
                   MOVE 'INV' TO WS-MOTIF-W
               WHEN WS-N1-NOTE NOT = WS-N2-NOTE
                   MOVE 'NOT' TO WS-MOTIF-W
               WHEN WS-N1-NOTE-NUM > 20
                   MOVE 'INV' TO WS-MOTIF-W
               WHEN WS-N1-CLASSE NOT = WS-N2-CLASSE
                   MOVE 'CLA' TO WS-MOTIF-W
               WHEN OTHER
                   PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                           UNTIL WS-IDX-NOT > WS-NB-NOTES
                       IF WS-NOT-MATRICULE(WS-IDX-NOT)
                               = WS-N1-MATRICULE
                               AND WS-NOT-MATIERE(WS-IDX-NOT)
                               = WS-N1-MATIERE
                           MOVE 'DEJ' TO WS-MOTIF-W
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *---------------------------------------------------------------
       OUVRIR-AJOUTS.
           OPEN EXTEND FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               OPEN OUTPUT FIC-NOTES
           END-IF.
           OPEN EXTEND FIC-AUDIT.
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FIC-AUDIT
           END-IF.

      *---------------------------------------------------------------
      * Note concordante : ajoutee a FIC-NOTES.dat, avec sa trace.
       CHARGER-NOTE.
           MOVE WS-NOTE-1 TO ENR-NOTES.
           WRITE ENR-NOTES.
           ADD 1 TO WS-NB-CHARGEES.
           IF WS-NB-NOTES < WS-MAX-NOTES
               ADD 1 TO WS-NB-NOTES
               MOVE WS-N1-MATRICULE TO WS-NOT-MATRICULE(WS-NB-NOTES)
               MOVE WS-N1-MATIERE TO WS-NOT-MATIERE(WS-NB-NOTES)
           END-IF.
           MOVE WS-N1-MATRICULE TO AUS-MATRICULE.
           MOVE WS-N1-MATIERE TO AUS-MATIERE.
           MOVE WS-N1-CLASSE TO AUS-CLASSE.
           MOVE WS-N1-NOTE-NUM TO AUS-NOTE.
           MOVE WS-S1-OPERATEUR(WS-IDX-S1) TO AUS-OPERATEUR-1.
           MOVE WS-S1-DATE(WS-IDX-S1) TO AUS-DATE-SAISIE-1.
           MOVE WS-S2-OPERATEUR(WS-IDX-S2) TO AUS-OPERATEUR-2.
           MOVE WS-S2-DATE(WS-IDX-S2) TO AUS-DATE-SAISIE-2.
           MOVE WS-DATE-JOUR TO AUS-DATE-CHARGEMENT.
           WRITE ENR-AUDIT-SAISIE.

      *---------------------------------------------------------------
      * Ligne d'ecart vue de la saisie 1 (contrepartie eventuelle
      * de la saisie 2 dans WS-NOTE-2).
       SIGNALER-ECART-SAISIE-1.
           MOVE WS-S1-OPERATEUR(WS-IDX-S1) TO WS-OP-1-W.
           MOVE SPACES TO WS-OP-2-W.
           IF WS-IDX-S2 <= WS-NB-SAISIE-2
               MOVE WS-S2-OPERATEUR(WS-IDX-S2) TO WS-OP-2-W
           END-IF.
           PERFORM IMPRIMER-ECART.

      *---------------------------------------------------------------
      * Ligne de la saisie 2 sans contrepartie retenue.
       SIGNALER-ECART-SAISIE-2.
           MOVE SPACES TO WS-NOTE-1 WS-OP-1-W.
           MOVE WS-S2-NOTE-SAISIE(WS-IDX-S2) TO WS-NOTE-2.
           MOVE WS-S2-OPERATEUR(WS-IDX-S2) TO WS-OP-2-W.
           MOVE WS-S2-MOTIF(WS-IDX-S2) TO WS-MOTIF-W.
           ADD 1 TO WS-NB-ECARTS.
           PERFORM IMPRIMER-ECART.

      *---------------------------------------------------------------
       IMPRIMER-ECART.
           EVALUATE WS-MOTIF-W
               WHEN 'NOT' MOVE 'notes differentes'
                              TO WS-LIBELLE-MOTIF
               WHEN 'CLA' MOVE 'classes differentes'
                              TO WS-LIBELLE-MOTIF
               WHEN 'OPE' MOVE 'meme operateur'
                              TO WS-LIBELLE-MOTIF
               WHEN 'AB1' MOVE 'absente saisie 1'
                              TO WS-LIBELLE-MOTIF
               WHEN 'AB2' MOVE 'absente saisie 2'
                              TO WS-LIBELLE-MOTIF
               WHEN 'DBL' MOVE 'saisie en double'
                              TO WS-LIBELLE-MOTIF
               WHEN 'INV' MOVE 'note invalide'
                              TO WS-LIBELLE-MOTIF
               WHEN 'DEJ' MOVE 'deja chargee, recours'
                              TO WS-LIBELLE-MOTIF
               WHEN OTHER MOVE SPACES TO WS-LIBELLE-MOTIF
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE.
           IF WS-N1-MATRICULE NOT = SPACES
               MOVE WS-N1-MATRICULE TO WS-LIGNE(1:6)
               MOVE WS-N1-CLASSE TO WS-LIGNE(8:3)
               MOVE WS-N1-MATIERE TO WS-LIGNE(12:4)
           ELSE
               MOVE WS-N2-MATRICULE TO WS-LIGNE(1:6)
               MOVE WS-N2-CLASSE TO WS-LIGNE(8:3)
               MOVE WS-N2-MATIERE TO WS-LIGNE(12:4)
           END-IF.
           IF WS-OP-1-W NOT = SPACES
               MOVE WS-N1-NOTE TO WS-LIGNE(18:2)
               MOVE WS-N1-CLASSE TO WS-LIGNE(21:3)
               MOVE WS-OP-1-W TO WS-LIGNE(25:8)
           END-IF.
           IF WS-OP-2-W NOT = SPACES
               MOVE WS-N2-NOTE TO WS-LIGNE(35:2)
               MOVE WS-N2-CLASSE TO WS-LIGNE(38:3)
               MOVE WS-OP-2-W TO WS-LIGNE(42:8)
           END-IF.
           MOVE WS-MOTIF-W TO WS-LIGNE(52:3).
           MOVE WS-LIBELLE-MOTIF TO WS-LIGNE(56:22).
           PERFORM ECRIRE-ECART.

      *---------------------------------------------------------------
       ECRIRE-ECART.
           MOVE WS-LIGNE TO ENR-ECART.
           WRITE ENR-ECART.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
      * Les fichiers de saisie ne gardent que les lignes en ecart,
      * a corriger du cote fautif avant la prochaine passe.
       REECRIRE-SAISIES.
           OPEN OUTPUT FIC-SAISIE-1.
           PERFORM VARYING WS-IDX-S1 FROM 1 BY 1
                   UNTIL WS-IDX-S1 > WS-NB-SAISIE-1
               IF WS-S1-ETAT(WS-IDX-S1) = 'E'
                   MOVE WS-S1-OPERATEUR(WS-IDX-S1) TO SA1-OPERATEUR
                   MOVE WS-S1-DATE(WS-IDX-S1) TO SA1-DATE-SAISIE
                   MOVE WS-S1-NOTE-SAISIE(WS-IDX-S1)
                       TO SA1-NOTE-SAISIE
                   WRITE ENR-SAISIE-1
               END-IF
           END-PERFORM.
           CLOSE FIC-SAISIE-1.
           OPEN OUTPUT FIC-SAISIE-2.
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-NB-SAISIE-2
               IF WS-S2-ETAT(WS-IDX-S2) = 'E'
                   MOVE WS-S2-OPERATEUR(WS-IDX-S2) TO SA2-OPERATEUR
                   MOVE WS-S2-DATE(WS-IDX-S2) TO SA2-DATE-SAISIE
                   MOVE WS-S2-NOTE-SAISIE(WS-IDX-S2)
                       TO SA2-NOTE-SAISIE
                   WRITE ENR-SAISIE-2
               END-IF
           END-PERFORM.
           CLOSE FIC-SAISIE-2.
