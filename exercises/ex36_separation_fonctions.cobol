      *===============================================================
      * Exercice 36 - Separation des fonctions : conflits d'operateur
      * Niveau : Expert
      * Le controle a quatre yeux interdit au meme operateur de
      * saisir et d'approuver UN changement ; il n'empeche pas une
      * meme personne de reparer un rejet dans EX29B-REPARATION,
      * d'approuver dans EX07K-APPROBATIONS le changement d'IBAN
      * saisi par un collegue, puis de consulter le bulletin dans
      * EX15B-CONSULT-PAIE. Ce rapport mensuel croise les journaux
      * d'operateur avec une matrice des fonctions incompatibles et
      * liste chaque operateur et matricule ou une combinaison
      * interdite s'est produite dans la fenetre fixee.
      * Fonctions relevees :
      *   SAISIE        demande saisie (FIC-APPROBATIONS-ATTENTE,
      *                 operateur 1) ou changement saisi (audit,
      *                 AUD-OPERATEUR-1 hors reparation)
      *   APPROBATION   changement approuve (audit, AUD-OPERATEUR-2)
      *   REPARATION    rejet repare (audit, EX29B-REPARAT,
      *                 AUD-OPERATEUR-1)
      *   CONSULT-PAIE  bulletin consulte (journal des consultations,
      *                 EX15B-CONSULT, matricule trouve)
      *   CONSULT-EMP   fiche consultee (journal des consultations,
      *                 EX07C-CONSULT, matricule trouve)
      * Un conflit est rapporte sur le mois ou survient la seconde
      * des deux actions, la premiere pouvant remonter dans le mois
      * precedent dans la limite de la fenetre de la paire.
      * Compiler : cobc -x ex36_separation_fonctions.cobol
      *            -o ex36_separation_fonctions -I ../copybooks
      * Executer : ./ex36_separation_fonctions
      * Entree  : periode AAAAMM (clavier, vide = mois precedent)
      *           FIC-MATRICE-CONFLITS.dat (paires de fonctions
      *           incompatibles et fenetre en jours ; matrice par
      *           defaut si absent)
      *           FIC-AUDIT-SALAIRES.dat (COPY AUDITREC)
      *           FIC-APPROBATIONS-ATTENTE.dat (demandes EX07F)
      *           FIC-JOURNAL-CONSULT.dat (COPY CONSULTREC)
      * Sortie  : FIC-SEPARATION-FONCTIONS.txt
      * Code retour : 0 = aucun conflit,
      *               4 = au moins un conflit a examiner,
      *               1 = aucun journal d'operateur present,
      *               8 = periode invalide ou capacite depassee
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX36-SEPARATION-FONCTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MATRICE ASSIGN TO 'FIC-MATRICE-CONFLITS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MATRICE.
           SELECT FIC-AUDIT ASSIGN TO 'FIC-AUDIT-SALAIRES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FIC-APPROBATIONS
               ASSIGN TO 'FIC-APPROBATIONS-ATTENTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-APPROBATIONS.
           SELECT FIC-CONSULT ASSIGN TO 'FIC-JOURNAL-CONSULT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONSULT.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-SEPARATION-FONCTIONS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Une paire de fonctions qu'un meme operateur ne doit pas
      * cumuler sur un meme matricule, et l'ecart maximal en jours
      * entre les deux actions pour que le cumul soit un conflit
      * (000 = le meme jour).
       FD  FIC-MATRICE LABEL RECORDS ARE STANDARD.
       01  ENR-MATRICE-CONFLIT.
           05 MCF-FONCTION-1    PIC X(12).
           05 MCF-FONCTION-2    PIC X(12).
           05 MCF-FENETRE-JOURS PIC 9(3).

       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

      * Meme enregistrement que FIC-APPROBATIONS dans EX07F/EX07K.
       FD  FIC-APPROBATIONS LABEL RECORDS ARE STANDARD.
       01  ENR-APPROBATION.
           05 APA-MATRICULE     PIC X(6).
           05 APA-CHAMP         PIC X(12).
           05 APA-VALEUR-AVANT  PIC X(27).
           05 APA-VALEUR-APRES  PIC X(27).
           05 APA-OPERATEUR-1   PIC X(8).
           05 APA-DATE          PIC 9(8).
           05 APA-HEURE         PIC 9(6).
           05 APA-ETAT          PIC X.

       FD  FIC-CONSULT LABEL RECORDS ARE STANDARD.
       COPY CONSULTREC.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-MATRICE   PIC X(2) VALUE '00'.
       01 WS-STATUT-AUDIT     PIC X(2) VALUE '00'.
       01 WS-STATUT-APPROBATIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-CONSULT   PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9 VALUE 0.
       01 WS-NB-JOURNAUX      PIC 9 VALUE 0.

       01 WS-PERIODE-SAISIE   PIC X(6) VALUE SPACES.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
          05 WS-PERIODE-ANNEE PIC 9(4).
          05 WS-PERIODE-MOIS  PIC 9(2).
       01 WS-DEBUT-MOIS       PIC 9(8) VALUE 0.
       01 WS-FIN-MOIS         PIC 9(8) VALUE 0.
       01 WS-JOUR-DEBUT-MOIS  PIC 9(7) VALUE 0.
       01 WS-JOUR-PLANCHER    PIC S9(7) VALUE 0.
       01 WS-FENETRE-MAX      PIC 9(3) VALUE 0.
       01 WS-ECART-JOURS      PIC 9(7) VALUE 0.

      * Fonctions reconnues dans les journaux.
       01 WS-FONCTIONS-VALEURS.
          05 FILLER PIC X(12) VALUE 'SAISIE'.
          05 FILLER PIC X(12) VALUE 'APPROBATION'.
          05 FILLER PIC X(12) VALUE 'REPARATION'.
          05 FILLER PIC X(12) VALUE 'CONSULT-PAIE'.
          05 FILLER PIC X(12) VALUE 'CONSULT-EMP'.
       01 WS-TABLE-FONCTIONS REDEFINES WS-FONCTIONS-VALEURS.
          05 WS-FONCTION-CODE PIC X(12) OCCURS 5 TIMES
                  INDEXED BY WS-IDX-FCT.
       01 WS-FONCTION-CONNUE  PIC X VALUE 'N'.
          88 FONCTION-CONNUE  VALUE 'O'.
       01 WS-FONCTION-TESTEE  PIC X(12) VALUE SPACES.

      * Matrice par defaut, remplacee par FIC-MATRICE-CONFLITS.dat
      * des qu'il porte une paire valide.
       01 WS-MATRICE-DEFAUT.
          05 FILLER PIC X(27) VALUE 'REPARATION  APPROBATION 031'.
          05 FILLER PIC X(27) VALUE 'APPROBATION CONSULT-PAIE031'.
          05 FILLER PIC X(27) VALUE 'REPARATION  CONSULT-PAIE031'.
          05 FILLER PIC X(27) VALUE 'SAISIE      APPROBATION 031'.
       01 WS-TABLE-MATRICE-DEFAUT REDEFINES WS-MATRICE-DEFAUT.
          05 WS-MDF-LIGNE OCCURS 4 TIMES INDEXED BY WS-IDX-MDF.
             10 WS-MDF-FONCTION-1 PIC X(12).
             10 WS-MDF-FONCTION-2 PIC X(12).
             10 WS-MDF-FENETRE    PIC 9(3).

       01 WS-MAX-PAIRES       PIC 9(2) VALUE 50.
       01 WS-TABLE-PAIRES.
          05 WS-PAI-LIGNE OCCURS 50 TIMES INDEXED BY WS-IDX-PAI.
             10 WS-PAI-FONCTION-1 PIC X(12).
             10 WS-PAI-FONCTION-2 PIC X(12).
             10 WS-PAI-FENETRE    PIC 9(3).
       01 WS-NB-PAIRES        PIC 9(2) VALUE 0.
       01 WS-NB-PAIRES-REFUSEES PIC 9(2) VALUE 0.
       01 WS-ORIGINE-MATRICE  PIC X(30) VALUE SPACES.

      * Actions d'operateur retenues : fonction figurant dans la
      * matrice, date comprise entre le plancher (debut du mois
      * moins la plus grande fenetre) et la fin du mois.
       01 WS-NOUV-OPERATEUR   PIC X(8) VALUE SPACES.
       01 WS-NOUV-MATRICULE   PIC X(6) VALUE SPACES.
       01 WS-NOUV-FONCTION    PIC X(12) VALUE SPACES.
       01 WS-NOUV-DATE        PIC 9(8) VALUE 0.
       01 WS-NOUV-JOUR        PIC 9(7) VALUE 0.

       01 WS-MAX-ACTIONS      PIC 9(5) VALUE 10000.
       01 WS-TABLE-ACTIONS.
          05 WS-ACT-LIGNE OCCURS 10000 TIMES
                  INDEXED BY WS-IDX-ACT WS-IDX-AUTRE.
             10 WS-ACT-OPERATEUR PIC X(8).
             10 WS-ACT-MATRICULE PIC X(6).
             10 WS-ACT-FONCTION  PIC X(12).
             10 WS-ACT-DATE      PIC 9(8).
             10 WS-ACT-JOUR      PIC 9(7).
       01 WS-NB-ACTIONS       PIC 9(5) VALUE 0.

      * Conflits releves : un par operateur, matricule et paire,
      * avec la premiere occurrence trouvee et le nombre de cumuls.
       01 WS-MAX-CONFLITS     PIC 9(4) VALUE 1000.
       01 WS-TABLE-CONFLITS.
          05 WS-CFL-LIGNE OCCURS 1000 TIMES INDEXED BY WS-IDX-CFL.
             10 WS-CFL-OPERATEUR  PIC X(8).
             10 WS-CFL-MATRICULE  PIC X(6).
             10 WS-CFL-PAIRE      PIC 9(2).
             10 WS-CFL-FONCTION-A PIC X(12).
             10 WS-CFL-DATE-A     PIC 9(8).
             10 WS-CFL-FONCTION-B PIC X(12).
             10 WS-CFL-DATE-B     PIC 9(8).
             10 WS-CFL-NB         PIC 9(3).
       01 WS-NB-CONFLITS      PIC 9(4) VALUE 0.
       01 WS-PAIRE-TROUVEE    PIC 9(2) VALUE 0.

       01 WS-LIGNE            PIC X(80) VALUE SPACES.
       01 WS-NB-EDITE         PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Separation des fonctions : conflits'.
           DISPLAY '================================================'.
           DISPLAY 'Periode AAAAMM (vide = mois precedent) : '
               WITH NO ADVANCING.
           ACCEPT WS-PERIODE-SAISIE.
           PERFORM FIXER-PERIODE.

           PERFORM CHARGER-MATRICE.
           COMPUTE WS-JOUR-DEBUT-MOIS =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS).
           COMPUTE WS-JOUR-PLANCHER =
               WS-JOUR-DEBUT-MOIS - WS-FENETRE-MAX.

           PERFORM CHARGER-AUDIT.
           PERFORM CHARGER-APPROBATIONS.
           PERFORM CHARGER-CONSULTATIONS.
           IF WS-NB-JOURNAUX = 0
               DISPLAY 'Aucun journal d''operateur present '
                       '(audit, approbations, consultations)'
               STOP RUN 1
           END-IF.

           PERFORM VARYING WS-IDX-ACT FROM 1 BY 1
                   UNTIL WS-IDX-ACT > WS-NB-ACTIONS
               IF WS-ACT-DATE(WS-IDX-ACT) NOT < WS-DEBUT-MOIS
                   PERFORM COMPARER-ACTIONS-ANTERIEURES
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-RAPPORT.
           DISPLAY 'Periode ' WS-PERIODE ' : ' WS-NB-ACTIONS
                   ' action(s) relevee(s), ' WS-NB-CONFLITS
                   ' conflit(s) - FIC-SEPARATION-FONCTIONS.txt'.
           IF WS-NB-CONFLITS > 0 OR WS-NB-PAIRES-REFUSEES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Periode du rapport : saisie, ou mois precedent le jour du
      * lancement (revue mensuelle apres la cloture du mois).
       FIXER-PERIODE.
           IF WS-PERIODE-SAISIE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE
               IF WS-PERIODE-MOIS = 1
                   SUBTRACT 1 FROM WS-PERIODE-ANNEE
                   MOVE 12 TO WS-PERIODE-MOIS
               ELSE
                   SUBTRACT 1 FROM WS-PERIODE-MOIS
               END-IF
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY 'Periode invalide, rapport abandonne'
                   STOP RUN 8
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
               IF WS-PERIODE-MOIS < 1 OR WS-PERIODE-MOIS > 12
                       OR WS-PERIODE-ANNEE < 1601
                   DISPLAY 'Periode invalide, rapport abandonne'
                   STOP RUN 8
               END-IF
           END-IF.
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1.
           COMPUTE WS-FIN-MOIS   = WS-PERIODE * 100 + 31.

      *---------------------------------------------------------------
      * Une paire dont une fonction est inconnue est signalee et
      * ecartee ; si aucune paire du fichier n'est valide, la
      * matrice par defaut s'applique.
       CHARGER-MATRICE.
           MOVE 'FIC-MATRICE-CONFLITS.dat' TO WS-ORIGINE-MATRICE.
           OPEN INPUT FIC-MATRICE.
           IF WS-STATUT-MATRICE = '00'
               PERFORM UNTIL WS-STATUT-MATRICE NOT = '00'
                   READ FIC-MATRICE
                       AT END MOVE '10' TO WS-STATUT-MATRICE
                       NOT AT END PERFORM RETENIR-PAIRE
                   END-READ
               END-PERFORM
               CLOSE FIC-MATRICE
           END-IF.
           IF WS-NB-PAIRES = 0
               MOVE 'matrice par defaut' TO WS-ORIGINE-MATRICE
               PERFORM VARYING WS-IDX-MDF FROM 1 BY 1
                       UNTIL WS-IDX-MDF > 4
                   ADD 1 TO WS-NB-PAIRES
                   MOVE WS-MDF-LIGNE(WS-IDX-MDF)
                     TO WS-PAI-LIGNE(WS-NB-PAIRES)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-FENETRE(WS-IDX-PAI) > WS-FENETRE-MAX
                   MOVE WS-PAI-FENETRE(WS-IDX-PAI) TO WS-FENETRE-MAX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       RETENIR-PAIRE.
           MOVE MCF-FONCTION-1 TO WS-FONCTION-TESTEE.
           PERFORM CONTROLER-FONCTION.
           IF FONCTION-CONNUE
               MOVE MCF-FONCTION-2 TO WS-FONCTION-TESTEE
               PERFORM CONTROLER-FONCTION
           END-IF.
           IF NOT FONCTION-CONNUE OR MCF-FENETRE-JOURS NOT NUMERIC
               ADD 1 TO WS-NB-PAIRES-REFUSEES
               DISPLAY 'FIC-MATRICE-CONFLITS.dat : paire '
                       MCF-FONCTION-1 '/' MCF-FONCTION-2
                       ' refusee (fonction inconnue ou fenetre '
                       'non numerique)'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-PAIRES NOT < WS-MAX-PAIRES
               DISPLAY '*** FIC-MATRICE-CONFLITS.dat : capacite de '
                       WS-MAX-PAIRES ' paires depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-PAIRES.
           MOVE MCF-FONCTION-1 TO WS-PAI-FONCTION-1(WS-NB-PAIRES).
           MOVE MCF-FONCTION-2 TO WS-PAI-FONCTION-2(WS-NB-PAIRES).
           MOVE MCF-FENETRE-JOURS TO WS-PAI-FENETRE(WS-NB-PAIRES).

      *---------------------------------------------------------------
       CONTROLER-FONCTION.
           MOVE 'N' TO WS-FONCTION-CONNUE.
           SET WS-IDX-FCT TO 1.
           SEARCH WS-FONCTION-CODE
               AT END CONTINUE
               WHEN WS-FONCTION-CODE(WS-IDX-FCT) = WS-FONCTION-TESTEE
                   SET FONCTION-CONNUE TO TRUE
           END-SEARCH.

      *---------------------------------------------------------------
      * Audit des changements : l'operateur 1 a saisi (ou repare,
      * pour EX29B), l'operateur 2 a approuve. Les lignes des
      * chaines batch, sans operateur, ne comptent pas.
       CHARGER-AUDIT.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-AUDIT.
           IF WS-STATUT-AUDIT NOT = '00'
               DISPLAY 'FIC-AUDIT-SALAIRES.dat absent'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-JOURNAUX.
           PERFORM UNTIL FIC-TERMINE
               READ FIC-AUDIT
                   AT END SET FIC-TERMINE TO TRUE
                   NOT AT END
                       MOVE AUD-MATRICULE TO WS-NOUV-MATRICULE
                       MOVE AUD-DATE      TO WS-NOUV-DATE
                       MOVE AUD-OPERATEUR-1 TO WS-NOUV-OPERATEUR
                       IF AUD-PROGRAMME = 'EX29B-REPARAT'
                           MOVE 'REPARATION' TO WS-NOUV-FONCTION
                       ELSE
                           MOVE 'SAISIE' TO WS-NOUV-FONCTION
                       END-IF
                       PERFORM RETENIR-ACTION
                       MOVE AUD-OPERATEUR-2 TO WS-NOUV-OPERATEUR
                       MOVE 'APPROBATION' TO WS-NOUV-FONCTION
                       PERFORM RETENIR-ACTION
               END-READ
           END-PERFORM.
           CLOSE FIC-AUDIT.

      *---------------------------------------------------------------
      * Demandes en attente, approuvees ou rejetees : la saisie
      * compte quel que soit le sort de la demande.
       CHARGER-APPROBATIONS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-APPROBATIONS.
           IF WS-STATUT-APPROBATIONS NOT = '00'
               DISPLAY 'FIC-APPROBATIONS-ATTENTE.dat absent'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-JOURNAUX.
           PERFORM UNTIL FIC-TERMINE
               READ FIC-APPROBATIONS
                   AT END SET FIC-TERMINE TO TRUE
                   NOT AT END
                       MOVE APA-OPERATEUR-1 TO WS-NOUV-OPERATEUR
                       MOVE APA-MATRICULE   TO WS-NOUV-MATRICULE
                       MOVE APA-DATE        TO WS-NOUV-DATE
                       MOVE 'SAISIE'        TO WS-NOUV-FONCTION
                       PERFORM RETENIR-ACTION
               END-READ
           END-PERFORM.
           CLOSE FIC-APPROBATIONS.

      *---------------------------------------------------------------
      * Seules les consultations abouties (matricule trouve) donnent
      * acces aux donnees de l'employe.
       CHARGER-CONSULTATIONS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-CONSULT.
           IF WS-STATUT-CONSULT NOT = '00'
               DISPLAY 'FIC-JOURNAL-CONSULT.dat absent'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-JOURNAUX.
           PERFORM UNTIL FIC-TERMINE
               READ FIC-CONSULT
                   AT END SET FIC-TERMINE TO TRUE
                   NOT AT END
                       IF CON-TROUVE = 'O'
                           MOVE CON-OPERATEUR TO WS-NOUV-OPERATEUR
                           MOVE CON-MATRICULE TO WS-NOUV-MATRICULE
                           MOVE CON-DATE      TO WS-NOUV-DATE
                           EVALUATE CON-PROGRAMME
                               WHEN 'EX15B-CONSULT'
                                   MOVE 'CONSULT-PAIE'
                                     TO WS-NOUV-FONCTION
                                   PERFORM RETENIR-ACTION
                               WHEN 'EX07C-CONSULT'
                                   MOVE 'CONSULT-EMP'
                                     TO WS-NOUV-FONCTION
                                   PERFORM RETENIR-ACTION
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CONSULT.

      *---------------------------------------------------------------
      * Une action n'est gardee que si sa fonction figure dans la
      * matrice et que sa date tombe entre le plancher et la fin
      * du mois du rapport.
       RETENIR-ACTION.
           IF WS-NOUV-OPERATEUR = SPACES
                   OR WS-NOUV-MATRICULE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOUV-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NOUV-DATE) NOT = 0
                   OR WS-NOUV-DATE > WS-FIN-MOIS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NOUV-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-NOUV-DATE).
           IF WS-NOUV-JOUR < WS-JOUR-PLANCHER
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FONCTION-CONNUE.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-FONCTION-1(WS-IDX-PAI) = WS-NOUV-FONCTION
                       OR WS-PAI-FONCTION-2(WS-IDX-PAI)
                          = WS-NOUV-FONCTION
                   SET FONCTION-CONNUE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT FONCTION-CONNUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-ACTIONS NOT < WS-MAX-ACTIONS
               DISPLAY '*** Journaux d''operateur : capacite de '
                       WS-MAX-ACTIONS ' actions depassee - rapport '
                       'arrete ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ACTIONS.
           MOVE WS-NOUV-OPERATEUR TO WS-ACT-OPERATEUR(WS-NB-ACTIONS).
           MOVE WS-NOUV-MATRICULE TO WS-ACT-MATRICULE(WS-NB-ACTIONS).
           MOVE WS-NOUV-FONCTION  TO WS-ACT-FONCTION(WS-NB-ACTIONS).
           MOVE WS-NOUV-DATE      TO WS-ACT-DATE(WS-NB-ACTIONS).
           MOVE WS-NOUV-JOUR      TO WS-ACT-JOUR(WS-NB-ACTIONS).

      *---------------------------------------------------------------
      * Action du mois (WS-IDX-ACT) confrontee a chaque action
      * anterieure ou du meme jour (WS-IDX-AUTRE) du meme operateur
      * sur le meme matricule : chaque couple n'est vu qu'une fois,
      * depuis sa seconde action.
       COMPARER-ACTIONS-ANTERIEURES.
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-ACTIONS
               IF WS-ACT-OPERATEUR(WS-IDX-AUTRE)
                      = WS-ACT-OPERATEUR(WS-IDX-ACT)
                   AND WS-ACT-MATRICULE(WS-IDX-AUTRE)
                      = WS-ACT-MATRICULE(WS-IDX-ACT)
                   AND (WS-ACT-JOUR(WS-IDX-AUTRE)
                          < WS-ACT-JOUR(WS-IDX-ACT)
                     OR (WS-ACT-JOUR(WS-IDX-AUTRE)
                          = WS-ACT-JOUR(WS-IDX-ACT)
                         AND WS-IDX-AUTRE < WS-IDX-ACT))
                   PERFORM JUGER-COUPLE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       JUGER-COUPLE.
           COMPUTE WS-ECART-JOURS = WS-ACT-JOUR(WS-IDX-ACT)
                                  - WS-ACT-JOUR(WS-IDX-AUTRE).
           MOVE 0 TO WS-PAIRE-TROUVEE.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
                      OR WS-PAIRE-TROUVEE > 0
               IF ((WS-PAI-FONCTION-1(WS-IDX-PAI)
                        = WS-ACT-FONCTION(WS-IDX-AUTRE)
                    AND WS-PAI-FONCTION-2(WS-IDX-PAI)
                        = WS-ACT-FONCTION(WS-IDX-ACT))
                   OR (WS-PAI-FONCTION-2(WS-IDX-PAI)
                        = WS-ACT-FONCTION(WS-IDX-AUTRE)
                    AND WS-PAI-FONCTION-1(WS-IDX-PAI)
                        = WS-ACT-FONCTION(WS-IDX-ACT)))
                   AND WS-ECART-JOURS NOT > WS-PAI-FENETRE(WS-IDX-PAI)
                   SET WS-PAIRE-TROUVEE TO WS-IDX-PAI
               END-IF
           END-PERFORM.
           IF WS-PAIRE-TROUVEE > 0
               PERFORM RETENIR-CONFLIT
           END-IF.

      *---------------------------------------------------------------
       RETENIR-CONFLIT.
           PERFORM VARYING WS-IDX-CFL FROM 1 BY 1
                   UNTIL WS-IDX-CFL > WS-NB-CONFLITS
               IF WS-CFL-OPERATEUR(WS-IDX-CFL)
                      = WS-ACT-OPERATEUR(WS-IDX-ACT)
                   AND WS-CFL-MATRICULE(WS-IDX-CFL)
                      = WS-ACT-MATRICULE(WS-IDX-ACT)
                   AND WS-CFL-PAIRE(WS-IDX-CFL) = WS-PAIRE-TROUVEE
                   IF WS-CFL-NB(WS-IDX-CFL) < 999
                       ADD 1 TO WS-CFL-NB(WS-IDX-CFL)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-CONFLITS NOT < WS-MAX-CONFLITS
               DISPLAY '*** Separation des fonctions : capacite de '
                       WS-MAX-CONFLITS ' conflits depassee - rapport '
                       'arrete ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-CONFLITS.
           MOVE WS-ACT-OPERATEUR(WS-IDX-ACT)
             TO WS-CFL-OPERATEUR(WS-NB-CONFLITS).
           MOVE WS-ACT-MATRICULE(WS-IDX-ACT)
             TO WS-CFL-MATRICULE(WS-NB-CONFLITS).
           MOVE WS-PAIRE-TROUVEE TO WS-CFL-PAIRE(WS-NB-CONFLITS).
           MOVE WS-ACT-FONCTION(WS-IDX-AUTRE)
             TO WS-CFL-FONCTION-A(WS-NB-CONFLITS).
           MOVE WS-ACT-DATE(WS-IDX-AUTRE)
             TO WS-CFL-DATE-A(WS-NB-CONFLITS).
           MOVE WS-ACT-FONCTION(WS-IDX-ACT)
             TO WS-CFL-FONCTION-B(WS-NB-CONFLITS).
           MOVE WS-ACT-DATE(WS-IDX-ACT)
             TO WS-CFL-DATE-B(WS-NB-CONFLITS).
           MOVE 1 TO WS-CFL-NB(WS-NB-CONFLITS).

      *---------------------------------------------------------------
       ECRIRE-UNE-LIGNE.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-LIGNE(1:72).
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== SEPARATION DES FONCTIONS - PERIODE '
                  WS-PERIODE ' ===' DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Fonctions incompatibles (' DELIMITED SIZE
                  WS-ORIGINE-MATRICE DELIMITED '  '
                  ') :' DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               STRING '  ' WS-PAI-FONCTION-1(WS-IDX-PAI) ' / '
                      WS-PAI-FONCTION-2(WS-IDX-PAI) ' sous '
                      WS-PAI-FENETRE(WS-IDX-PAI) ' jour(s)'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-PERFORM.

           MOVE '=== CONFLITS : OPERATEUR ET MATRICULE ==='
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-CFL FROM 1 BY 1
                   UNTIL WS-IDX-CFL > WS-NB-CONFLITS
               MOVE WS-CFL-NB(WS-IDX-CFL) TO WS-NB-EDITE
               STRING '  ' WS-CFL-OPERATEUR(WS-IDX-CFL) ' '
                      WS-CFL-MATRICULE(WS-IDX-CFL) ' '
                      WS-CFL-FONCTION-A(WS-IDX-CFL) ' '
                      WS-CFL-DATE-A(WS-IDX-CFL) ' puis '
                      WS-CFL-FONCTION-B(WS-IDX-CFL) ' '
                      WS-CFL-DATE-B(WS-IDX-CFL) ' x' WS-NB-EDITE
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-PERFORM.
           IF WS-NB-CONFLITS = 0
               MOVE '  (aucun)' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           STRING 'Actions relevees : ' WS-NB-ACTIONS
                  ' - conflits : ' WS-NB-CONFLITS
                  ' - paires refusees : ' WS-NB-PAIRES-REFUSEES
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           CLOSE FIC-RAPPORT.
