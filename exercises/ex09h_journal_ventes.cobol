      *===============================================================
      * Exercice 9h - Journal comptable des ventes
      * Niveau : Expert
      * Le chiffre d'affaires se ressaisissait en comptabilite depuis
      * le rapport de rupture d'EX09 et la TVA depuis la declaration
      * d'EX09E. Ce programme, lance apres EX09B-CHARGE-VENTES pour
      * chaque date de gestion chargee, passe les ecritures de
      * ventes de FIC-VENTES.dat au journal FIC-ECRITURES-COMPTA.txt,
      * celui de la paie (EX15D-COMPTA), avec la meme numerotation
      * (FIC-COMPTEUR-ECRITURES.dat) :
      *   - debit 411-<client> : montant TTC des ventes du client ;
      *   - credit 706 sur l'axe REG.<region> : montant hors taxe
      *     des ventes de la region ;
      *   - credit 44571 : TVA collectee, une ligne par taux ;
      *   - la ventilation hors taxe / TVA est celle d'EX09E (taux
      *     de la region dans FIC-TAUX-TVA.dat, taux DF par defaut,
      *     TVA = TTC - TTC / (1 + taux) ligne a ligne), si bien que
      *     chaque date est equilibree au centime ;
      *   - les avoirs (VTE-SENS C) sont passes a l'envers, sur des
      *     lignes distinctes : credit 411, debit 706 et 44571.
      * La date de gestion est la plus recente du controle de
      * chargement d'EX09B ; les lignes portent la reference
      * VTE-AAMMJJ de cette date et la periode de son mois. Une
      * periode close par EX15O-CLOTURE-COMPTA ne recoit plus
      * d'ecriture ; une reprise de la meme date remplace les
      * lignes deja passees. Un passage normal d'EX15D, qui recree
      * le journal, reprend les lignes de ventes de sa periode.
      * Compiler : cobc -x ex09h_journal_ventes.cobol
      *            -o ex09h_journal_ventes -I ../copybooks
      * Executer : ./ex09h_journal_ventes
      * Entree  : FIC-VENTES.dat (COPY VENTEREC)
      *           FIC-CONTROLE-CHARGE-EX09.dat (date de gestion)
      *           FIC-TAUX-TVA.dat (taux par region)
      *           FIC-PERIODES-COMPTA.dat (periode close)
      *           FIC-COMPTEUR-ECRITURES.dat (numerotation)
      * Sortie  : FIC-ECRITURES-COMPTA.txt (ecritures ajoutees)
      * Code retour : 0 ecritures passees, 1 ventes absentes, 8 si
      *               la periode est close, une capacite depassee ou
      *               l'ecriture desequilibree.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09H-JOURNAL-VENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-VENTES ASSIGN TO 'FIC-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VENTES.
           SELECT FIC-CONTROLE-CHARGE
               ASSIGN TO 'FIC-CONTROLE-CHARGE-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CTL-CHARGE.
           SELECT FIC-TAUX-TVA ASSIGN TO 'FIC-TAUX-TVA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX.
           SELECT FIC-PERIODES-COMPTA
               ASSIGN TO 'FIC-PERIODES-COMPTA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FIC-COMPTEUR
               ASSIGN TO 'FIC-COMPTEUR-ECRITURES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPTEUR.
           SELECT FIC-ECRITURES ASSIGN TO 'FIC-ECRITURES-COMPTA.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECRITURES.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTEREC.

      * Controle de chargement tenu par EX09B (une entree par
      * fournisseur), comme dans EX09E.
       FD  FIC-CONTROLE-CHARGE LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-CHARGE.
           05 CTL-SOURCE        PIC X(3).
           05 CTL-DERNIERE-DATE PIC 9(8).
           05 CTL-NB-CHARGEES   PIC 9(5).
           05 CTL-MONTANT       PIC 9(9)V99.

      * Taux de TVA par region ; 'DF' porte le taux par defaut.
       FD  FIC-TAUX-TVA LABEL RECORDS ARE STANDARD.
       01  ENR-TAUX-TVA.
           05 TVA-REGION        PIC X(2).
           05 TVA-TAUX          PIC 9V9999.

       FD  FIC-PERIODES-COMPTA LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-COMPTA.
           05 PCP-PERIODE       PIC 9(6).
           05 PCP-ETAT          PIC X.

       FD  FIC-COMPTEUR LABEL RECORDS ARE STANDARD.
       01  ENR-COMPTEUR.
           05 CPT-DERNIER-NUMERO PIC 9(6).

      * Journal tel qu'ecrit par EX15D-COMPTA (116 octets).
       FD  FIC-ECRITURES LABEL RECORDS ARE STANDARD.
       01  ENR-ECRITURE.
           05 ECR-NUMERO        PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-PERIODE       PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 ECR-COMPTE        PIC X(10).
           05 FILLER            PIC X(1).
           05 ECR-AXE           PIC X(14).
           05 FILLER            PIC X(1).
           05 ECR-LIBELLE       PIC X(30).
           05 FILLER            PIC X(1).
           05 ECR-DEBIT         PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-CREDIT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-REFERENCE     PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-VENTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-CTL-CHARGE PIC X(2) VALUE '00'.
       01 WS-STATUT-TAUX      PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-COMPTEUR  PIC X(2) VALUE '00'.
       01 WS-STATUT-ECRITURES PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-GESTION     PIC 9(8) VALUE 0.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-REFERENCE-ECR    PIC X(10) VALUE SPACES.
       01 WS-DERNIER-NUMERO   PIC 9(6) VALUE 0.

      * Taux de TVA par region, comme EX09E.
       01 WS-MAX-TAUX         PIC 9(2) VALUE 20.
       01 WS-TABLE-TAUX.
          05 WS-TVA-LIGNE OCCURS 20 TIMES
                  INDEXED BY WS-IDX-TVA.
             10 WS-TVA-REGION  PIC X(2).
             10 WS-TVA-TAUX    PIC 9V9999.
       01 WS-NB-TAUX          PIC 9(2) VALUE 0.
       01 WS-TAUX-DEFAUT      PIC 9V9999 VALUE 0.2000.
       01 WS-TAUX-W           PIC 9V9999 VALUE 0.

      * Cumuls de la date, par sens (D vente, C avoir) : TTC par
      * client, hors taxe par region, TVA par taux.
       01 WS-MAX-CLIENTS      PIC 9(4) VALUE 2000.
       01 WS-TABLE-CLIENTS.
          05 WS-CLI-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CLI.
             10 WS-CLI-SENS      PIC X.
             10 WS-CLI-CLIENT    PIC X(6).
             10 WS-CLI-TTC       PIC 9(10)V99.
       01 WS-NB-CLIENTS       PIC 9(4) VALUE 0.
       01 WS-MAX-REGIONS      PIC 9(3) VALUE 100.
       01 WS-TABLE-REGIONS.
          05 WS-REG-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-REG.
             10 WS-REG-SENS      PIC X.
             10 WS-REG-REGION    PIC X(2).
             10 WS-REG-HT        PIC 9(10)V99.
       01 WS-NB-REGIONS       PIC 9(3) VALUE 0.
       01 WS-TABLE-TVA-DATE.
          05 WS-TVD-LIGNE OCCURS 50 TIMES
                  INDEXED BY WS-IDX-TVD.
             10 WS-TVD-SENS      PIC X.
             10 WS-TVD-TAUX      PIC 9V9999.
             10 WS-TVD-TVA       PIC 9(10)V99.
       01 WS-NB-TVD           PIC 9(2) VALUE 0.

       01 WS-SENS-W           PIC X VALUE SPACE.
       01 WS-BASE-LIGNE       PIC 9(8)V99 VALUE 0.
       01 WS-TVA-LIGNE-W      PIC 9(8)V99 VALUE 0.
       01 WS-NB-VENTES        PIC 9(5) VALUE 0.
       01 WS-NB-AVOIRS        PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-PASSEES PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBIT      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-CREDIT     PIC 9(12)V99 VALUE 0.
       01 WS-TAUX-EDIT        PIC Z9.99.
       01 WS-TAUX-POURCENT    PIC 99V99 VALUE 0.

      * Journal en place, relu puis reecrit sans les lignes deja
      * passees pour la date de gestion.
       01 WS-MAX-ECRITURES    PIC 9(5) VALUE 10000.
       01 WS-TABLE-ECRITURES.
          05 WS-ECR-LIGNE PIC X(116) OCCURS 10000 TIMES
                  INDEXED BY WS-IDX-ECR.
       01 WS-NB-ECRITURES     PIC 9(5) VALUE 0.
       01 WS-NB-ECR-REMPLACEES PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Journal comptable des ventes'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM DETERMINER-DATE-GESTION.
           PERFORM CONTROLER-PERIODE-OUVERTE.
           PERFORM CHARGER-TAUX-TVA.
           PERFORM CUMULER-VENTES.
           PERFORM CHARGER-JOURNAL.
           PERFORM ECRIRE-JOURNAL.

           DISPLAY 'Date de gestion     : ' WS-DATE-GESTION
                   ' (periode ' WS-PERIODE ', reference '
                   WS-REFERENCE-ECR ')'.
           DISPLAY 'Ventes / avoirs     : ' WS-NB-VENTES ' / '
                   WS-NB-AVOIRS.
           DISPLAY 'Lignes au journal   : ' WS-NB-LIGNES-PASSEES.
           DISPLAY 'Total debit         : ' WS-TOTAL-DEBIT ' EUR'.
           DISPLAY 'Total credit        : ' WS-TOTAL-CREDIT ' EUR'.
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY '*** ECRITURE DE VENTES DESEQUILIBREE ***'
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * La date de gestion du FIC-VENTES.dat en place est la plus
      * recente date chargee par EX09B (date systeme a defaut,
      * comme EX09E).
       DETERMINER-DATE-GESTION.
           OPEN INPUT FIC-CONTROLE-CHARGE.
           IF WS-STATUT-CTL-CHARGE = '00'
               PERFORM UNTIL WS-STATUT-CTL-CHARGE NOT = '00'
                   READ FIC-CONTROLE-CHARGE
                       AT END MOVE '10' TO WS-STATUT-CTL-CHARGE
                       NOT AT END
                           IF CTL-DERNIERE-DATE > WS-DATE-GESTION
                               MOVE CTL-DERNIERE-DATE
                                   TO WS-DATE-GESTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-CONTROLE-CHARGE
           END-IF.
           IF WS-DATE-GESTION = 0
               MOVE WS-DATE-JOUR TO WS-DATE-GESTION
           END-IF.
           MOVE WS-DATE-GESTION(1:6) TO WS-PERIODE.
           MOVE SPACES TO WS-REFERENCE-ECR.
           STRING 'VTE-' WS-DATE-GESTION(3:6)
               DELIMITED SIZE INTO WS-REFERENCE-ECR.

      *---------------------------------------------------------------
      * Meme regle qu'EX15D : une periode close par
      * EX15O-CLOTURE-COMPTA ne recoit plus aucune ecriture.
       CONTROLER-PERIODE-OUVERTE.
           OPEN INPUT FIC-PERIODES-COMPTA.
           IF WS-STATUT-PERIODES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
               READ FIC-PERIODES-COMPTA
                   AT END MOVE '10' TO WS-STATUT-PERIODES
                   NOT AT END
                       IF PCP-PERIODE = WS-PERIODE AND PCP-ETAT = 'C'
                           DISPLAY '*** Periode ' WS-PERIODE
                                   ' close par la comptabilite - '
                                   'aucune ecriture possible ***'
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PERIODES-COMPTA.

      *---------------------------------------------------------------
       CHARGER-TAUX-TVA.
           OPEN INPUT FIC-TAUX-TVA.
           IF WS-STATUT-TAUX NOT = '00'
               DISPLAY 'FIC-TAUX-TVA.dat absent : taux normal '
                       WS-TAUX-DEFAUT ' applique partout'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-TAUX NOT = '00'
               READ FIC-TAUX-TVA
                   AT END MOVE '10' TO WS-STATUT-TAUX
                   NOT AT END
                       IF TVA-REGION = 'DF'
                           MOVE TVA-TAUX TO WS-TAUX-DEFAUT
                       ELSE
                           IF WS-NB-TAUX < WS-MAX-TAUX
                               ADD 1 TO WS-NB-TAUX
                               MOVE TVA-REGION
                                   TO WS-TVA-REGION(WS-NB-TAUX)
                               MOVE TVA-TAUX
                                   TO WS-TVA-TAUX(WS-NB-TAUX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TAUX-TVA.

      *---------------------------------------------------------------
       CUMULER-VENTES.
           OPEN INPUT FIC-VENTES.
           IF WS-STATUT-VENTES NOT = '00'
               DISPLAY '*** FIC-VENTES.dat introuvable - lancer '
                       'EX09B-CHARGE-VENTES d''abord ***'
               STOP RUN 1
           END-IF.
           READ FIC-VENTES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               PERFORM CUMULER-UNE-VENTE
               READ FIC-VENTES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-VENTES.

      *---------------------------------------------------------------
      * Ventilation d'EX09E : hors taxe = TTC / (1 + taux) arrondi,
      * TVA = TTC - hors taxe ; cumuls dans le sens de la ligne.
       CUMULER-UNE-VENTE.
           IF VTE-CREDIT
               MOVE 'C' TO WS-SENS-W
               ADD 1 TO WS-NB-AVOIRS
           ELSE
               MOVE 'D' TO WS-SENS-W
               ADD 1 TO WS-NB-VENTES
           END-IF.
           MOVE WS-TAUX-DEFAUT TO WS-TAUX-W.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NB-TAUX
               IF WS-TVA-REGION(WS-IDX-TVA) = VTE-REGION
                   MOVE WS-TVA-TAUX(WS-IDX-TVA) TO WS-TAUX-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-LIGNE ROUNDED =
               VTE-MONTANT / (1 + WS-TAUX-W).
           COMPUTE WS-TVA-LIGNE-W = VTE-MONTANT - WS-BASE-LIGNE.

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-SENS(WS-IDX-CLI) = WS-SENS-W
                       AND WS-CLI-CLIENT(WS-IDX-CLI) = VTE-CLIENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
                   DISPLAY '*** Plus de ' WS-MAX-CLIENTS
                           ' clients dans la journee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               SET WS-IDX-CLI TO WS-NB-CLIENTS
               MOVE WS-SENS-W TO WS-CLI-SENS(WS-IDX-CLI)
               MOVE VTE-CLIENT TO WS-CLI-CLIENT(WS-IDX-CLI)
               MOVE 0 TO WS-CLI-TTC(WS-IDX-CLI)
           END-IF.
           ADD VTE-MONTANT TO WS-CLI-TTC(WS-IDX-CLI).

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGIONS
               IF WS-REG-SENS(WS-IDX-REG) = WS-SENS-W
                       AND WS-REG-REGION(WS-IDX-REG) = VTE-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-REG > WS-NB-REGIONS
               IF WS-NB-REGIONS >= WS-MAX-REGIONS
                   DISPLAY '*** Plus de ' WS-MAX-REGIONS
                           ' regions dans la journee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-REGIONS
               SET WS-IDX-REG TO WS-NB-REGIONS
               MOVE WS-SENS-W TO WS-REG-SENS(WS-IDX-REG)
               MOVE VTE-REGION TO WS-REG-REGION(WS-IDX-REG)
               MOVE 0 TO WS-REG-HT(WS-IDX-REG)
           END-IF.
           ADD WS-BASE-LIGNE TO WS-REG-HT(WS-IDX-REG).

           PERFORM VARYING WS-IDX-TVD FROM 1 BY 1
                   UNTIL WS-IDX-TVD > WS-NB-TVD
               IF WS-TVD-SENS(WS-IDX-TVD) = WS-SENS-W
                       AND WS-TVD-TAUX(WS-IDX-TVD) = WS-TAUX-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-TVD > WS-NB-TVD
               ADD 1 TO WS-NB-TVD
               SET WS-IDX-TVD TO WS-NB-TVD
               MOVE WS-SENS-W TO WS-TVD-SENS(WS-IDX-TVD)
               MOVE WS-TAUX-W TO WS-TVD-TAUX(WS-IDX-TVD)
               MOVE 0 TO WS-TVD-TVA(WS-IDX-TVD)
           END-IF.
           ADD WS-TVA-LIGNE-W TO WS-TVD-TVA(WS-IDX-TVD).

      *---------------------------------------------------------------
      * Le journal en place (paie, soldes, reclassements, ventes des
      * autres dates) est garde ; les lignes de la date deja passees
      * sont ecartees, elles sont recalculees.
       CHARGER-JOURNAL.
           OPEN INPUT FIC-ECRITURES.
           IF WS-STATUT-ECRITURES = '00'
               PERFORM UNTIL WS-STATUT-ECRITURES NOT = '00'
                   READ FIC-ECRITURES
                       AT END MOVE '10' TO WS-STATUT-ECRITURES
                       NOT AT END
                           PERFORM GARDER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE FIC-ECRITURES
           END-IF.
           IF WS-NB-ECR-REMPLACEES > 0
               DISPLAY 'Lignes de ventes de la date remplacees : '
                       WS-NB-ECR-REMPLACEES
           END-IF.
           OPEN INPUT FIC-COMPTEUR.
           IF WS-STATUT-COMPTEUR = '00'
               READ FIC-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO TO WS-DERNIER-NUMERO
               END-READ
               CLOSE FIC-COMPTEUR
           END-IF.

      *---------------------------------------------------------------
       GARDER-ECRITURE.
           IF ECR-REFERENCE = WS-REFERENCE-ECR
               ADD 1 TO WS-NB-ECR-REMPLACEES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-ECRITURES >= WS-MAX-ECRITURES
               DISPLAY '*** Journal de plus de ' WS-MAX-ECRITURES
                       ' lignes - ventes non passees ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE ENR-ECRITURE TO WS-ECR-LIGNE(WS-NB-ECRITURES).

      *---------------------------------------------------------------
      * Journal reecrit tel quel, puis les ventes de la date (411,
      * 706, 44571) et enfin les avoirs, passes a l'envers.
       ECRIRE-JOURNAL.
           OPEN OUTPUT FIC-ECRITURES.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECRITURES
               MOVE WS-ECR-LIGNE(WS-IDX-ECR) TO ENR-ECRITURE
               WRITE ENR-ECRITURE
           END-PERFORM.
           MOVE 'D' TO WS-SENS-W.
           PERFORM ECRIRE-LIGNES-SENS.
           MOVE 'C' TO WS-SENS-W.
           PERFORM ECRIRE-LIGNES-SENS.
           CLOSE FIC-ECRITURES.
           OPEN OUTPUT FIC-COMPTEUR.
           MOVE WS-DERNIER-NUMERO TO CPT-DERNIER-NUMERO.
           WRITE ENR-COMPTEUR.
           CLOSE FIC-COMPTEUR.

      *---------------------------------------------------------------
       ECRIRE-LIGNES-SENS.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-SENS(WS-IDX-CLI) = WS-SENS-W
                   PERFORM PREPARER-LIGNE
                   STRING '411-' WS-CLI-CLIENT(WS-IDX-CLI)
                       DELIMITED SIZE INTO ECR-COMPTE
                   IF WS-SENS-W = 'D'
                       STRING 'VENTES CLIENT '
                              WS-CLI-CLIENT(WS-IDX-CLI)
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-CLI-TTC(WS-IDX-CLI) TO ECR-DEBIT
                       ADD WS-CLI-TTC(WS-IDX-CLI) TO WS-TOTAL-DEBIT
                   ELSE
                       STRING 'AVOIRS CLIENT '
                              WS-CLI-CLIENT(WS-IDX-CLI)
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-CLI-TTC(WS-IDX-CLI) TO ECR-CREDIT
                       ADD WS-CLI-TTC(WS-IDX-CLI) TO WS-TOTAL-CREDIT
                   END-IF
                   WRITE ENR-ECRITURE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGIONS
               IF WS-REG-SENS(WS-IDX-REG) = WS-SENS-W
                   PERFORM PREPARER-LIGNE
                   MOVE '706' TO ECR-COMPTE
                   STRING 'REG.' WS-REG-REGION(WS-IDX-REG)
                       DELIMITED SIZE INTO ECR-AXE
                   IF WS-SENS-W = 'D'
                       STRING 'VENTES HT REGION '
                              WS-REG-REGION(WS-IDX-REG)
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-REG-HT(WS-IDX-REG) TO ECR-CREDIT
                       ADD WS-REG-HT(WS-IDX-REG) TO WS-TOTAL-CREDIT
                   ELSE
                       STRING 'AVOIRS HT REGION '
                              WS-REG-REGION(WS-IDX-REG)
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-REG-HT(WS-IDX-REG) TO ECR-DEBIT
                       ADD WS-REG-HT(WS-IDX-REG) TO WS-TOTAL-DEBIT
                   END-IF
                   WRITE ENR-ECRITURE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-TVD FROM 1 BY 1
                   UNTIL WS-IDX-TVD > WS-NB-TVD
               IF WS-TVD-SENS(WS-IDX-TVD) = WS-SENS-W
                   PERFORM PREPARER-LIGNE
                   MOVE '44571' TO ECR-COMPTE
                   COMPUTE WS-TAUX-POURCENT =
                       WS-TVD-TAUX(WS-IDX-TVD) * 100
                   MOVE WS-TAUX-POURCENT TO WS-TAUX-EDIT
                   IF WS-SENS-W = 'D'
                       STRING 'TVA COLLECTEE ' WS-TAUX-EDIT ' %'
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-TVD-TVA(WS-IDX-TVD) TO ECR-CREDIT
                       ADD WS-TVD-TVA(WS-IDX-TVD) TO WS-TOTAL-CREDIT
                   ELSE
                       STRING 'TVA SUR AVOIRS ' WS-TAUX-EDIT ' %'
                           DELIMITED SIZE INTO ECR-LIBELLE
                       MOVE WS-TVD-TVA(WS-IDX-TVD) TO ECR-DEBIT
                       ADD WS-TVD-TVA(WS-IDX-TVD) TO WS-TOTAL-DEBIT
                   END-IF
                   WRITE ENR-ECRITURE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       PREPARER-LIGNE.
           MOVE SPACES TO ENR-ECRITURE.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE TO ECR-PERIODE.
           MOVE WS-DATE-GESTION TO ECR-DATE.
           MOVE 0 TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           ADD 1 TO WS-NB-LIGNES-PASSEES.
