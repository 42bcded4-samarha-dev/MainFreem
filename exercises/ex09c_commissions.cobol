      * (matricule, periode, montant) que EX15-PRINCIPAL ajoute au
      * brut avec sa propre ligne de bulletin. Fin du tableur de
      * calcul des commissions ressaisies en changement de salaire.
      * Les vendeurs bloques par EX09M-CONTROLE-VENTES
      * (FIC-COMMISSIONS-BLOQUEES.dat) voient leur commission
      * suspendue dans FIC-COMMISSIONS-SUSPENDUES.dat jusqu'au visa
      * du directeur commercial (FIC-VISA-COMMISSIONS.dat : O la
      * libere sur la paie de la periode ou le visa est lu, N
      * l'annule).
      * La part du chiffre d'affaires venue de ventes tardives de
      * periodes closes (FIC-CUMULS-REGUL-EX09.dat) est commissionnee
      * au meme taux mais rappelee a part, avec sa commission, dans
      * FIC-COMMISSIONS-REGUL.txt.
      * Le detail de chaque commission traitee (base, tranche et
      * taux du bareme, commission brute, clawback retenu et solde
      * restant, montant parti en paie) est garde pour la periode
      * dans FIC-RELEVES-COMMISSIONS.dat, d'ou
      * EX09R-RELEVE-COMMISSIONS tire le releve de chaque vendeur.
      * Compiler : cobc -x ex09c_commissions.cobol -o ex09c_commissions
      *            -I ../copybooks
      * Executer : ./ex09c_commissions
           SELECT FIC-RAPPORT-CLW
               ASSIGN TO 'FIC-RAPPORT-CLAWBACK.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-BLOCAGES
               ASSIGN TO 'FIC-COMMISSIONS-BLOQUEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BLOCAGES.
           SELECT FIC-VISA ASSIGN TO 'FIC-VISA-COMMISSIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VISA.
           SELECT FIC-SUSPENDUES
               ASSIGN TO 'FIC-COMMISSIONS-SUSPENDUES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SUSPENDUES.
           SELECT FIC-CUMULS-REGUL
               ASSIGN TO 'FIC-CUMULS-REGUL-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS-REGUL.
           SELECT FIC-RAPPORT-REGUL
               ASSIGN TO 'FIC-COMMISSIONS-REGUL.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RELEVES
               ASSIGN TO 'FIC-RELEVES-COMMISSIONS.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RAPPORT-CLW LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT-CLW      PIC X(100).

      * Meme enregistrement que FIC-BLOCAGES dans EX09M.
       FD  FIC-BLOCAGES LABEL RECORDS ARE STANDARD.
       01  ENR-BLOCAGE.
           05 BLQ-PERIODE       PIC 9(6).
           05 BLQ-REGION        PIC X(2).
           05 BLQ-VENDEUR       PIC X(4).
           05 BLQ-SCORE         PIC 9(3).

      * Visa du directeur commercial sur une commission bloquee :
      * periode de la commission, couple, O (payer) ou N (annuler),
      * code operateur.
       FD  FIC-VISA LABEL RECORDS ARE STANDARD.
       01  ENR-VISA.
           05 VCO-PERIODE       PIC 9(6).
           05 VCO-REGION        PIC X(2).
           05 VCO-VENDEUR       PIC X(4).
           05 VCO-ACCORD        PIC X.
           05 VCO-OPERATEUR     PIC X(8).

      * Commissions calculees mais suspendues en attente de visa.
       FD  FIC-SUSPENDUES LABEL RECORDS ARE STANDARD.
       01  ENR-SUSPENDUE.
           05 SUS-MATRICULE     PIC X(6).
           05 SUS-REGION        PIC X(2).
           05 SUS-VENDEUR       PIC X(4).
           05 SUS-PERIODE       PIC 9(6).
           05 SUS-BASE          PIC 9(12).
           05 SUS-MONTANT       PIC 9(8)V99.

      * Meme enregistrement que FIC-CUMULS-REGUL dans EX09.
       FD  FIC-CUMULS-REGUL LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL-REGUL.
           05 CRG-REGION        PIC X(2).
           05 CRG-VENDEUR       PIC X(4).
           05 CRG-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       FD  FIC-RAPPORT-REGUL LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT-REGUL    PIC X(100).

      * Detail des commissions de la periode, une ligne par couple
      * rapproche d'un matricule (et par commission suspendue
      * liberee), reecrit a chaque run comme FIC-COMMISSIONS.dat.
      * REL-STATUT : P payee, S suspendue (attente de visa),
      * A annulee par visa, L suspendue liberee, N base negative ou
      * nulle (pas de commission).
       FD  FIC-RELEVES LABEL RECORDS ARE STANDARD.
       01  ENR-RELEVE.
           05 REL-MATRICULE     PIC X(6).
           05 REL-REGION        PIC X(2).
           05 REL-VENDEUR       PIC X(4).
           05 REL-PERIODE       PIC 9(6).
           05 REL-PERIODE-ORIGINE PIC 9(6).
           05 REL-BASE          PIC S9(12) SIGN LEADING SEPARATE.
           05 REL-BASE-REGUL    PIC S9(12) SIGN LEADING SEPARATE.
           05 REL-TRANCHE-MIN   PIC 9(12).
           05 REL-TRANCHE-MAX   PIC 9(12).
           05 REL-TAUX          PIC 9V999.
           05 REL-COMMISSION    PIC 9(8)V99.
           05 REL-RETENUE-CLW   PIC 9(8)V99.
           05 REL-SOLDE-CLW     PIC 9(8)V99.
           05 REL-MONTANT-PAIE  PIC 9(8)V99.
           05 REL-STATUT        PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-VENDEURS  PIC X(2) VALUE '00'.
       01 WS-NB-CLW-DETECTES  PIC 9(3) VALUE 0.
       01 WS-NB-CLW-RETENUS   PIC 9(3) VALUE 0.

      * Blocages de la periode, visas et commissions suspendues.
       01 WS-STATUT-BLOCAGES  PIC X(2) VALUE '00'.
       01 WS-STATUT-VISA      PIC X(2) VALUE '00'.
       01 WS-STATUT-SUSPENDUES PIC X(2) VALUE '00'.
       01 WS-TABLE-BLOCAGES.
          05 WS-BLQ-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-BLQ.
             10 WS-BLQ-REGION    PIC X(2).
             10 WS-BLQ-VENDEUR   PIC X(4).
       01 WS-NB-BLOCAGES      PIC 9(4) VALUE 0.
       01 WS-TABLE-VISAS.
          05 WS-VCO-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-VCO.
             10 WS-VCO-PERIODE   PIC 9(6).
             10 WS-VCO-REGION    PIC X(2).
             10 WS-VCO-VENDEUR   PIC X(4).
             10 WS-VCO-ACCORD    PIC X.
       01 WS-NB-VISAS         PIC 9(4) VALUE 0.
       01 WS-TABLE-SUSPENDUES.
          05 WS-SUS-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-SUS.
             10 WS-SUS-MATRICULE PIC X(6).
             10 WS-SUS-REGION    PIC X(2).
             10 WS-SUS-VENDEUR   PIC X(4).
             10 WS-SUS-PERIODE   PIC 9(6).
             10 WS-SUS-BASE      PIC 9(12).
             10 WS-SUS-MONTANT   PIC 9(8)V99.
       01 WS-NB-SUSPENDUES    PIC 9(4) VALUE 0.
       01 WS-NB-SUS-GARDEES   PIC 9(4) VALUE 0.
       01 WS-DECISION-VISA    PIC X VALUE SPACE.
          88 VISA-ACCORDE     VALUE 'O'.
          88 VISA-REFUSE      VALUE 'N'.
          88 SANS-VISA        VALUE SPACE.
       01 WS-PERIODE-VISA     PIC 9(6) VALUE 0.
       01 WS-REGION-VISA      PIC X(2) VALUE SPACES.
       01 WS-VENDEUR-VISA     PIC X(4) VALUE SPACES.
       01 WS-NB-SUSPENSIONS   PIC 9(4) VALUE 0.
       01 WS-NB-LIBERATIONS   PIC 9(4) VALUE 0.
       01 WS-NB-ANNULATIONS   PIC 9(4) VALUE 0.

      * Part tardive (regularisation de periodes closes) par couple.
       01 WS-STATUT-CUMULS-REGUL PIC X(2) VALUE '00'.
       01 WS-TABLE-REGUL.
          05 WS-CRG-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-CRG.
             10 WS-CRG-REGION    PIC X(2).
             10 WS-CRG-VENDEUR   PIC X(4).
             10 WS-CRG-TOTAL     PIC S9(12).
       01 WS-NB-REGUL         PIC 9(4) VALUE 0.
       01 WS-REGUL-W          PIC S9(12) VALUE 0.
       01 WS-COMMISSION-REGUL-W PIC S9(8)V99 VALUE 0.
       01 WS-TOTAL-COM-REGUL  PIC S9(8)V99 VALUE 0.
       01 WS-NB-COM-REGUL     PIC 9(4) VALUE 0.
       01 WS-CA-EDIT          PIC -ZZZZZZZZZZZ9.
       01 WS-REGUL-EDIT       PIC -ZZZZZZZZZZZ9.
       01 WS-COM-EDIT         PIC -ZZZZZZZ9.99.
       01 WS-COM-REGUL-EDIT   PIC -ZZZZZZZ9.99.

      * Detail du releve de commission en cours de constitution.
       01 WS-TRANCHE-MIN-W    PIC 9(12) VALUE 0.
       01 WS-TRANCHE-MAX-W    PIC 9(12) VALUE 0.
       01 WS-COMMISSION-BRUTE-W PIC 9(8)V99 VALUE 0.
       01 WS-SOLDE-CLW-W      PIC 9(8)V99 VALUE 0.
       01 WS-STATUT-RELEVE    PIC X VALUE SPACE.
       01 WS-NB-RELEVES       PIC 9(4) VALUE 0.

       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-TAUX-W           PIC 9V999 VALUE 0.
       01 WS-COMMISSION-W     PIC 9(8)V99 VALUE 0.
           PERFORM CHARGER-PARAM-CLAWBACK.
           PERFORM CHARGER-PAYEES.
           PERFORM CHARGER-CLAWBACKS.
           PERFORM CHARGER-BLOCAGES.
           PERFORM CHARGER-VISAS.
           PERFORM CHARGER-SUSPENDUES.
           PERFORM CHARGER-REGUL.
           OPEN OUTPUT FIC-RAPPORT-REGUL.
           MOVE SPACES TO ENR-RAPPORT-REGUL.
           STRING '=== COMMISSIONS - PART REGULARISATION PERIODES '
                  'CLOSES - PERIODE ' WS-PERIODE ' ==='
               DELIMITED SIZE INTO ENR-RAPPORT-REGUL.
           WRITE ENR-RAPPORT-REGUL.
           MOVE SPACES TO ENR-RAPPORT-REGUL.
           STRING 'Reg Vend Matric      CA total    dont regul'
                  '   Commission  dont com. regul'
               DELIMITED SIZE INTO ENR-RAPPORT-REGUL.
           WRITE ENR-RAPPORT-REGUL.
           OPEN OUTPUT FIC-RAPPORT-CLW.
           MOVE SPACES TO ENR-RAPPORT-CLW.
           STRING '=== CLAWBACKS DE COMMISSION - PERIODE '
           WRITE ENR-RAPPORT-CLW.
           PERFORM TRAITER-CUMULS.
           CLOSE FIC-RAPPORT-CLW.
           MOVE WS-TOTAL-COM-REGUL TO WS-COM-REGUL-EDIT.
           MOVE SPACES TO ENR-RAPPORT-REGUL.
           STRING 'Total : ' WS-NB-COM-REGUL ' vendeur(s), commission'
                  ' sur regularisations ' WS-COM-REGUL-EDIT ' EUR'
               DELIMITED SIZE INTO ENR-RAPPORT-REGUL.
           WRITE ENR-RAPPORT-REGUL.
           CLOSE FIC-RAPPORT-REGUL.
           PERFORM SAUVEGARDER-CLAWBACKS.
           PERFORM SAUVEGARDER-PAYEES.
           PERFORM SAUVEGARDER-SUSPENDUES.

           DISPLAY 'Commissions emises   : ' WS-NB-COMMISSIONS
                   ' (voir FIC-COMMISSIONS.dat)'.
           DISPLAY 'Clawbacks detectes   : ' WS-NB-CLW-DETECTES
                   ', retenues appliquees : ' WS-NB-CLW-RETENUS
                   ' (voir FIC-RAPPORT-CLAWBACK.txt)'.
           DISPLAY 'Commissions suspendues : ' WS-NB-SUSPENSIONS
                   ', liberees : ' WS-NB-LIBERATIONS
                   ', annulees : ' WS-NB-ANNULATIONS
                   ' (en attente de visa : ' WS-NB-SUSPENDUES ')'.
           DISPLAY 'Lignes de releve     : ' WS-NB-RELEVES
                   ' (voir FIC-RELEVES-COMMISSIONS.dat)'.
           DISPLAY 'Commission sur regularisations : '
                   WS-COM-REGUL-EDIT ' EUR (voir '
                   'FIC-COMMISSIONS-REGUL.txt)'.
           STOP RUN.

      *---------------------------------------------------------------
               STOP RUN 1
           END-IF.
           OPEN OUTPUT FIC-COMMISSIONS.
           OPEN OUTPUT FIC-RELEVES.
           PERFORM LIBERER-SUSPENDUES.

           READ FIC-CUMULS-ROLLUP
               AT END SET FIC-TERMINE TO TRUE

           CLOSE FIC-CUMULS-ROLLUP.
           CLOSE FIC-COMMISSIONS.
           CLOSE FIC-RELEVES.

      *---------------------------------------------------------------
       TRAITER-UN-VENDEUR.
           MOVE SPACES TO WS-MATRICULE-W.
           MOVE 0 TO WS-TAUX-W.
           MOVE 0 TO WS-TRANCHE-MIN-W.
           MOVE 0 TO WS-TRANCHE-MAX-W.
           MOVE 0 TO WS-COMMISSION-BRUTE-W.
           MOVE 0 TO WS-COMMISSION-W.
           MOVE 0 TO WS-RETENUE-CLW.
           MOVE 'N' TO WS-STATUT-RELEVE.
           PERFORM VARYING WS-IDX-VDM FROM 1 BY 1
                   UNTIL WS-IDX-VDM > WS-NB-VENDEURS
               IF WS-VDM-REGION(WS-IDX-VDM) = CUR-REGION
                       CUR-VENDEUR ' (CA ' CUR-TOTAL ' EUR ignore)'
           ELSE
               PERFORM CALCULER-COMMISSION
               MOVE WS-COMMISSION-W TO WS-COMMISSION-BRUTE-W
               IF WS-COMMISSION-W > 0
                   MOVE 'P' TO WS-STATUT-RELEVE
                   PERFORM VERIFIER-BLOCAGE
               END-IF
               IF WS-COMMISSION-W > 0
                   PERFORM RETENIR-CLAWBACK-SUR-COMMISSION
               END-IF
                   DISPLAY CUR-REGION '/' CUR-VENDEUR ' > '
                           WS-MATRICULE-W ' : commission '
                           WS-COMMISSION-W ' EUR (CA ' CUR-TOTAL ')'
                   PERFORM SIGNALER-PART-REGUL
               END-IF
           END-IF
           END-IF.
           IF WS-MATRICULE-W NOT = SPACES
               PERFORM ENREGISTRER-RELEVE
           END-IF.

      *---------------------------------------------------------------
      * Une ligne de detail par commission traitee : ce que le
      * vendeur retrouvera sur son releve.
       ENREGISTRER-RELEVE.
           MOVE 0 TO WS-SOLDE-CLW-W.
           PERFORM VARYING WS-IDX-CLW FROM 1 BY 1
                   UNTIL WS-IDX-CLW > WS-NB-CLAWBACKS
               IF WS-CLW-MATRICULE(WS-IDX-CLW) = WS-MATRICULE-W
                   ADD WS-CLW-SOLDE(WS-IDX-CLW) TO WS-SOLDE-CLW-W
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-REGUL-W.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-REGUL
               IF WS-CRG-REGION(WS-IDX-CRG) = CUR-REGION
                       AND WS-CRG-VENDEUR(WS-IDX-CRG) = CUR-VENDEUR
                   MOVE WS-CRG-TOTAL(WS-IDX-CRG) TO WS-REGUL-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-RELEVES.
           MOVE WS-MATRICULE-W        TO REL-MATRICULE.
           MOVE CUR-REGION            TO REL-REGION.
           MOVE CUR-VENDEUR           TO REL-VENDEUR.
           MOVE WS-PERIODE            TO REL-PERIODE.
           MOVE WS-PERIODE            TO REL-PERIODE-ORIGINE.
           MOVE CUR-TOTAL             TO REL-BASE.
           MOVE WS-REGUL-W            TO REL-BASE-REGUL.
           MOVE WS-TRANCHE-MIN-W      TO REL-TRANCHE-MIN.
           MOVE WS-TRANCHE-MAX-W      TO REL-TRANCHE-MAX.
           MOVE WS-TAUX-W             TO REL-TAUX.
           MOVE WS-COMMISSION-BRUTE-W TO REL-COMMISSION.
           MOVE WS-RETENUE-CLW        TO REL-RETENUE-CLW.
           MOVE WS-SOLDE-CLW-W        TO REL-SOLDE-CLW.
           IF WS-STATUT-RELEVE = 'P' OR WS-STATUT-RELEVE = 'L'
               MOVE WS-COMMISSION-W   TO REL-MONTANT-PAIE
           ELSE
               MOVE 0                 TO REL-MONTANT-PAIE
           END-IF.
           MOVE WS-STATUT-RELEVE      TO REL-STATUT.
           WRITE ENR-RELEVE.

      *---------------------------------------------------------------
       CALCULER-COMMISSION.
               IF CUR-TOTAL >= WS-BCO-MIN(WS-IDX-BAR)
                       AND CUR-TOTAL <= WS-BCO-MAX(WS-IDX-BAR)
                   MOVE WS-BCO-TAUX(WS-IDX-BAR) TO WS-TAUX-W
                   MOVE WS-BCO-MIN(WS-IDX-BAR) TO WS-TRANCHE-MIN-W
                   MOVE WS-BCO-MAX(WS-IDX-BAR) TO WS-TRANCHE-MAX-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-COMMISSION-W ROUNDED = CUR-TOTAL * WS-TAUX-W.

      *---------------------------------------------------------------
      * Part tardive du couple : commissionnee au meme taux que le
      * reste du chiffre d'affaires, elle est rappelee a part.
       SIGNALER-PART-REGUL.
           MOVE 0 TO WS-REGUL-W.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-REGUL
               IF WS-CRG-REGION(WS-IDX-CRG) = CUR-REGION
                       AND WS-CRG-VENDEUR(WS-IDX-CRG) = CUR-VENDEUR
                   MOVE WS-CRG-TOTAL(WS-IDX-CRG) TO WS-REGUL-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REGUL-W = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COMMISSION-REGUL-W ROUNDED =
               WS-REGUL-W * WS-TAUX-W.
           ADD WS-COMMISSION-REGUL-W TO WS-TOTAL-COM-REGUL.
           ADD 1 TO WS-NB-COM-REGUL.
           DISPLAY '    dont regularisation periodes closes : CA '
                   WS-REGUL-W ', commission '
                   WS-COMMISSION-REGUL-W ' EUR'.
           MOVE CUR-TOTAL             TO WS-CA-EDIT.
           MOVE WS-REGUL-W            TO WS-REGUL-EDIT.
           MOVE WS-COMMISSION-W       TO WS-COM-EDIT.
           MOVE WS-COMMISSION-REGUL-W TO WS-COM-REGUL-EDIT.
           MOVE SPACES TO ENR-RAPPORT-REGUL.
           STRING CUR-REGION '  ' CUR-VENDEUR ' ' WS-MATRICULE-W ' '
                  WS-CA-EDIT ' ' WS-REGUL-EDIT ' '
                  WS-COM-EDIT '     ' WS-COM-REGUL-EDIT
               DELIMITED SIZE INTO ENR-RAPPORT-REGUL.
           WRITE ENR-RAPPORT-REGUL.

      *---------------------------------------------------------------
      * Part tardive des cumuls ; absente, rien a rappeler.
       CHARGER-REGUL.
           OPEN INPUT FIC-CUMULS-REGUL.
           IF WS-STATUT-CUMULS-REGUL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUMULS-REGUL NOT = '00'
               READ FIC-CUMULS-REGUL
                   AT END MOVE '10' TO WS-STATUT-CUMULS-REGUL
                   NOT AT END
                       IF WS-NB-REGUL < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-REGUL
                           MOVE CRG-REGION TO
                               WS-CRG-REGION(WS-NB-REGUL)
                           MOVE CRG-VENDEUR TO
                               WS-CRG-VENDEUR(WS-NB-REGUL)
                           MOVE CRG-TOTAL TO
                               WS-CRG-TOTAL(WS-NB-REGUL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
       CHARGER-PARAM-CLAWBACK.
           OPEN INPUT FIC-PARAM-CLAWBACK.
           END-PERFORM.
           CLOSE FIC-PAYEES.

      *---------------------------------------------------------------
       CHARGER-BLOCAGES.
           OPEN INPUT FIC-BLOCAGES.
           IF WS-STATUT-BLOCAGES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-BLOCAGES NOT = '00'
               READ FIC-BLOCAGES
                   AT END MOVE '10' TO WS-STATUT-BLOCAGES
                   NOT AT END
                       IF BLQ-PERIODE = WS-PERIODE
                               AND WS-NB-BLOCAGES < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-BLOCAGES
                           MOVE BLQ-REGION TO
                               WS-BLQ-REGION(WS-NB-BLOCAGES)
                           MOVE BLQ-VENDEUR TO
                               WS-BLQ-VENDEUR(WS-NB-BLOCAGES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-BLOCAGES.
           IF WS-NB-BLOCAGES > 0
               DISPLAY 'Vendeurs bloques par le controle des ventes : '
                       WS-NB-BLOCAGES
           END-IF.

      *---------------------------------------------------------------
       CHARGER-VISAS.
           OPEN INPUT FIC-VISA.
           IF WS-STATUT-VISA NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-VISA NOT = '00'
               READ FIC-VISA
                   AT END MOVE '10' TO WS-STATUT-VISA
                   NOT AT END
                       IF (VCO-ACCORD = 'O' OR VCO-ACCORD = 'N')
                               AND WS-NB-VISAS < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-VISAS
                           MOVE VCO-PERIODE TO
                               WS-VCO-PERIODE(WS-NB-VISAS)
                           MOVE VCO-REGION TO
                               WS-VCO-REGION(WS-NB-VISAS)
                           MOVE VCO-VENDEUR TO
                               WS-VCO-VENDEUR(WS-NB-VISAS)
                           MOVE VCO-ACCORD TO
                               WS-VCO-ACCORD(WS-NB-VISAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-VISA.

      *---------------------------------------------------------------
      * Les suspensions de la periode pilotee sont recalculees par
      * ce run : seules celles des periodes anterieures sont
      * reprises.
       CHARGER-SUSPENDUES.
           OPEN INPUT FIC-SUSPENDUES.
           IF WS-STATUT-SUSPENDUES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SUSPENDUES NOT = '00'
               READ FIC-SUSPENDUES
                   AT END MOVE '10' TO WS-STATUT-SUSPENDUES
                   NOT AT END
                       IF SUS-PERIODE NOT = WS-PERIODE
                               AND WS-NB-SUSPENDUES < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-SUSPENDUES
                           MOVE ENR-SUSPENDUE TO
                               WS-SUS-LIGNE(WS-NB-SUSPENDUES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-SUSPENDUES.
           IF WS-NB-SUSPENDUES > 0
               DISPLAY 'Commissions suspendues en attente : '
                       WS-NB-SUSPENDUES
           END-IF.

      *---------------------------------------------------------------
       CHERCHER-VISA.
           MOVE SPACE TO WS-DECISION-VISA.
           PERFORM VARYING WS-IDX-VCO FROM 1 BY 1
                   UNTIL WS-IDX-VCO > WS-NB-VISAS
               IF WS-VCO-PERIODE(WS-IDX-VCO) = WS-PERIODE-VISA
                       AND WS-VCO-REGION(WS-IDX-VCO) = WS-REGION-VISA
                       AND WS-VCO-VENDEUR(WS-IDX-VCO)
                           = WS-VENDEUR-VISA
                   MOVE WS-VCO-ACCORD(WS-IDX-VCO) TO WS-DECISION-VISA
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Commissions suspendues des periodes precedentes : visa O,
      * elles partent sur la paie de la periode (clawback en cours
      * retenu comme sur toute commission) ; visa N, elles sont
      * abandonnees ; sans visa, elles attendent.
       LIBERER-SUSPENDUES.
           PERFORM VARYING WS-IDX-SUS FROM 1 BY 1
                   UNTIL WS-IDX-SUS > WS-NB-SUSPENDUES
               MOVE WS-SUS-PERIODE(WS-IDX-SUS) TO WS-PERIODE-VISA
               MOVE WS-SUS-REGION(WS-IDX-SUS) TO WS-REGION-VISA
               MOVE WS-SUS-VENDEUR(WS-IDX-SUS) TO WS-VENDEUR-VISA
               PERFORM CHERCHER-VISA
               EVALUATE TRUE
                   WHEN VISA-ACCORDE
                       PERFORM PAYER-SUSPENDUE
                   WHEN VISA-REFUSE
                       ADD 1 TO WS-NB-ANNULATIONS
                       MOVE 'A' TO WS-STATUT-RELEVE
                       PERFORM ENREGISTRER-RELEVE-SUSPENDUE
                       DISPLAY WS-SUS-REGION(WS-IDX-SUS) '/'
                               WS-SUS-VENDEUR(WS-IDX-SUS)
                               ' : commission de la periode '
                               WS-SUS-PERIODE(WS-IDX-SUS)
                               ' annulee par visa ('
                               WS-SUS-MONTANT(WS-IDX-SUS) ' EUR)'
                       MOVE 0 TO WS-SUS-MONTANT(WS-IDX-SUS)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *---------------------------------------------------------------
       PAYER-SUSPENDUE.
           ADD 1 TO WS-NB-LIBERATIONS.
           MOVE WS-SUS-MATRICULE(WS-IDX-SUS) TO WS-MATRICULE-W.
           MOVE WS-SUS-MONTANT(WS-IDX-SUS) TO WS-COMMISSION-W.
           PERFORM RETENIR-CLAWBACK-SUR-COMMISSION.
           IF WS-COMMISSION-W > 0
               ADD 1 TO WS-NB-COMMISSIONS
               MOVE WS-MATRICULE-W  TO COM-MATRICULE
               MOVE WS-PERIODE      TO COM-PERIODE
               MOVE WS-COMMISSION-W TO COM-MONTANT
               WRITE ENR-COMMISSION
           END-IF.
           MOVE 'L' TO WS-STATUT-RELEVE.
           PERFORM ENREGISTRER-RELEVE-SUSPENDUE.
           MOVE 0 TO WS-SUS-MONTANT(WS-IDX-SUS).
           DISPLAY WS-SUS-REGION(WS-IDX-SUS) '/'
                   WS-SUS-VENDEUR(WS-IDX-SUS) ' > ' WS-MATRICULE-W
                   ' : commission de la periode '
                   WS-SUS-PERIODE(WS-IDX-SUS) ' liberee par visa, '
                   WS-COMMISSION-W ' EUR'.

      *---------------------------------------------------------------
      * Commission suspendue d'une periode precedente liberee (L) ou
      * annulee (A) par visa : elle figure au releve de la periode
      * ou la decision est appliquee, avec sa periode d'origine. Le
      * taux n'est pas conserve a la suspension : il se deduit de la
      * base et du montant.
       ENREGISTRER-RELEVE-SUSPENDUE.
           MOVE 0 TO WS-SOLDE-CLW-W.
           PERFORM VARYING WS-IDX-CLW FROM 1 BY 1
                   UNTIL WS-IDX-CLW > WS-NB-CLAWBACKS
               IF WS-CLW-MATRICULE(WS-IDX-CLW)
                       = WS-SUS-MATRICULE(WS-IDX-SUS)
                   ADD WS-CLW-SOLDE(WS-IDX-CLW) TO WS-SOLDE-CLW-W
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-RELEVES.
           MOVE WS-SUS-MATRICULE(WS-IDX-SUS) TO REL-MATRICULE.
           MOVE WS-SUS-REGION(WS-IDX-SUS)    TO REL-REGION.
           MOVE WS-SUS-VENDEUR(WS-IDX-SUS)   TO REL-VENDEUR.
           MOVE WS-PERIODE                   TO REL-PERIODE.
           MOVE WS-SUS-PERIODE(WS-IDX-SUS)   TO REL-PERIODE-ORIGINE.
           MOVE WS-SUS-BASE(WS-IDX-SUS)      TO REL-BASE.
           MOVE 0                            TO REL-BASE-REGUL.
           MOVE 0                            TO REL-TRANCHE-MIN.
           MOVE 0                            TO REL-TRANCHE-MAX.
           IF WS-SUS-BASE(WS-IDX-SUS) > 0
               COMPUTE REL-TAUX ROUNDED = WS-SUS-MONTANT(WS-IDX-SUS)
                   / WS-SUS-BASE(WS-IDX-SUS)
           ELSE
               MOVE 0 TO REL-TAUX
           END-IF.
           MOVE WS-SUS-MONTANT(WS-IDX-SUS)   TO REL-COMMISSION.
           MOVE WS-SOLDE-CLW-W               TO REL-SOLDE-CLW.
           IF WS-STATUT-RELEVE = 'L'
               MOVE WS-RETENUE-CLW           TO REL-RETENUE-CLW
               MOVE WS-COMMISSION-W          TO REL-MONTANT-PAIE
           ELSE
               MOVE 0                        TO REL-RETENUE-CLW
               MOVE 0                        TO REL-MONTANT-PAIE
           END-IF.
           MOVE WS-STATUT-RELEVE             TO REL-STATUT.
           WRITE ENR-RELEVE.

      *---------------------------------------------------------------
      * Vendeur bloque par le controle des ventes : sans visa de la
      * periode la commission brute est suspendue, un visa N
      * l'annule, un visa O la laisse partir normalement.
       VERIFIER-BLOCAGE.
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-NB-BLOCAGES
               IF WS-BLQ-REGION(WS-IDX-BLQ) = CUR-REGION
                       AND WS-BLQ-VENDEUR(WS-IDX-BLQ) = CUR-VENDEUR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-BLQ > WS-NB-BLOCAGES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERIODE TO WS-PERIODE-VISA.
           MOVE CUR-REGION TO WS-REGION-VISA.
           MOVE CUR-VENDEUR TO WS-VENDEUR-VISA.
           PERFORM CHERCHER-VISA.
           EVALUATE TRUE
               WHEN VISA-ACCORDE
                   DISPLAY CUR-REGION '/' CUR-VENDEUR ' : vendeur '
                           'bloque, commission visee'
               WHEN VISA-REFUSE
                   ADD 1 TO WS-NB-ANNULATIONS
                   MOVE 'A' TO WS-STATUT-RELEVE
                   DISPLAY CUR-REGION '/' CUR-VENDEUR ' : commission '
                           WS-COMMISSION-W ' EUR annulee par visa'
                   MOVE 0 TO WS-COMMISSION-W
               WHEN OTHER
                   MOVE 'S' TO WS-STATUT-RELEVE
                   PERFORM SUSPENDRE-COMMISSION
                   MOVE 0 TO WS-COMMISSION-W
           END-EVALUATE.

      *---------------------------------------------------------------
       SUSPENDRE-COMMISSION.
           IF WS-NB-SUSPENDUES >= WS-MAX-VENDEURS
               DISPLAY '*** Registre des commissions suspendues plein '
                       ': ' CUR-REGION '/' CUR-VENDEUR ' non payee, '
                       'a reprendre a la main ***'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-SUSPENSIONS.
           ADD 1 TO WS-NB-SUSPENDUES.
           MOVE WS-MATRICULE-W TO WS-SUS-MATRICULE(WS-NB-SUSPENDUES).
           MOVE CUR-REGION TO WS-SUS-REGION(WS-NB-SUSPENDUES).
           MOVE CUR-VENDEUR TO WS-SUS-VENDEUR(WS-NB-SUSPENDUES).
           MOVE WS-PERIODE TO WS-SUS-PERIODE(WS-NB-SUSPENDUES).
           MOVE CUR-TOTAL TO WS-SUS-BASE(WS-NB-SUSPENDUES).
           MOVE WS-COMMISSION-W TO WS-SUS-MONTANT(WS-NB-SUSPENDUES).
           DISPLAY CUR-REGION '/' CUR-VENDEUR ' > ' WS-MATRICULE-W
                   ' : commission ' WS-COMMISSION-W ' EUR suspendue '
                   'en attente du visa du directeur commercial'.

      *---------------------------------------------------------------
       SAUVEGARDER-SUSPENDUES.
           OPEN OUTPUT FIC-SUSPENDUES.
           MOVE 0 TO WS-NB-SUS-GARDEES.
           PERFORM VARYING WS-IDX-SUS FROM 1 BY 1
                   UNTIL WS-IDX-SUS > WS-NB-SUSPENDUES
               IF WS-SUS-MONTANT(WS-IDX-SUS) > 0
                   ADD 1 TO WS-NB-SUS-GARDEES
                   MOVE WS-SUS-LIGNE(WS-IDX-SUS) TO ENR-SUSPENDUE
                   WRITE ENR-SUSPENDUE
               END-IF
           END-PERFORM.
           CLOSE FIC-SUSPENDUES.
           MOVE WS-NB-SUS-GARDEES TO WS-NB-SUSPENDUES.

      *---------------------------------------------------------------
       LIRE-PARAM-PERIODE.
           OPEN INPUT FIC-PARAM-PERIODE.
