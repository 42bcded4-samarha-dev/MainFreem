      *===============================================================
      * Exercice 9k - Mix produits des ventes du jour
      * Niveau : Intermediaire
      * Rapport du directeur commercial sur les ventes chargees par
      * EX09B-CHARGE-VENTES (FIC-VENTES.dat, COPY VENTEREC) : chiffre
      * d'affaires et volumes par famille de produits, region et
      * vendeur, famille reprise du referentiel FIC-PRODUITS.dat.
      * Les avoirs (sens C) viennent en deduction : quantites rendues
      * et montants rendus sont montres a part puis nettes, et le
      * prix moyen de vente est le chiffre d'affaires net divise par
      * la quantite nette (non significatif si celle-ci n'est pas
      * positive). Sous-total par famille, total general.
      * Un article absent du referentiel (ou une vente chargee avant
      * le suivi des articles) est regroupe sous la famille ????.
      * Compiler : cobc -x ex09k_mix_produits.cobol
      *            -o ex09k_mix_produits -I ../copybooks
      * Executer : ./ex09k_mix_produits
      * Entree  : FIC-VENTES.dat, FIC-PRODUITS.dat,
      *           FIC-CONTROLE-CHARGE-EX09.dat (date de gestion)
      * Sortie  : FIC-MIX-PRODUITS.txt (100 colonnes)
      * Code retour : 0, 4 si des ventes portent un article hors
      *               referentiel, 1 si FIC-VENTES.dat manque, 8 si
      *               le referentiel produits deborde sa table.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09K-MIX-PRODUITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-VENTES ASSIGN TO 'FIC-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VENTES.
           SELECT FIC-PRODUITS ASSIGN TO 'FIC-PRODUITS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRODUITS.
           SELECT FIC-CONTROLE-CHARGE
               ASSIGN TO 'FIC-CONTROLE-CHARGE-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE.
           SELECT FIC-MIX ASSIGN TO 'FIC-MIX-PRODUITS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-MIX ASSIGN TO 'WRK-MIX-PRODUITS.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTEREC.

      * Referentiel articles, meme description que dans EX09B.
       FD  FIC-PRODUITS LABEL RECORDS ARE STANDARD.
       01  ENR-PRODUIT.
           05 PRD-CODE          PIC X(8).
           05 PRD-LIBELLE       PIC X(30).
           05 PRD-FAMILLE       PIC X(4).

       FD  FIC-CONTROLE-CHARGE LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-CHARGE.
           05 CTL-SOURCE        PIC X(3).
           05 CTL-DERNIERE-DATE PIC 9(8).
           05 CTL-NB-CHARGEES   PIC 9(5).
           05 CTL-MONTANT       PIC 9(9)V99.

       FD  FIC-MIX LABEL RECORDS ARE STANDARD.
       01  ENR-MIX              PIC X(100).

      * Vente ramenee a sa famille, triee famille/region/vendeur.
       SD  WRK-MIX.
       01  WRK-ENR-MIX.
           05 WRK-FAMILLE       PIC X(4).
           05 WRK-REGION        PIC X(2).
           05 WRK-VENDEUR       PIC X(4).
           05 WRK-SENS          PIC X.
           05 WRK-QUANTITE      PIC 9(5).
           05 WRK-MONTANT       PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-VENTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-PRODUITS  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE  PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-GESTION     PIC 9(8) VALUE 0.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.

       01 WS-MAX-PRODUITS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-PRODUITS.
          05 WS-PRODUIT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-PRD.
             10 WS-PRD-CODE    PIC X(8).
             10 WS-PRD-FAMILLE PIC X(4).
       01 WS-NB-PRODUITS      PIC 9(4) VALUE 0.

       01 WS-NB-VENTES        PIC 9(6) VALUE 0.
       01 WS-NB-HORS-REFERENTIEL PIC 9(6) VALUE 0.
       01 WS-NB-FAMILLES      PIC 9(4) VALUE 0.

      * Cle de rupture en cours.
       01 WS-FAMILLE-PREC     PIC X(4) VALUE SPACES.
       01 WS-REGION-PREC      PIC X(2) VALUE SPACES.
       01 WS-VENDEUR-PREC     PIC X(4) VALUE SPACES.

      * Cumuls a trois niveaux : vendeur (dans sa famille et sa
      * region), famille, total general ; meme structure pour les
      * trois, la ligne d'edition est commune.
       01 WS-CUMULS-VENDEUR.
          05 WS-VEN-QTE-VENDUE  PIC 9(9).
          05 WS-VEN-QTE-RENDUE  PIC 9(9).
          05 WS-VEN-CA-VENTES   PIC 9(11)V99.
          05 WS-VEN-CA-AVOIRS   PIC 9(11)V99.
       01 WS-CUMULS-FAMILLE.
          05 WS-FAM-QTE-VENDUE  PIC 9(9).
          05 WS-FAM-QTE-RENDUE  PIC 9(9).
          05 WS-FAM-CA-VENTES   PIC 9(11)V99.
          05 WS-FAM-CA-AVOIRS   PIC 9(11)V99.
       01 WS-CUMULS-TOTAL.
          05 WS-TOT-QTE-VENDUE  PIC 9(9).
          05 WS-TOT-QTE-RENDUE  PIC 9(9).
          05 WS-TOT-CA-VENTES   PIC 9(11)V99.
          05 WS-TOT-CA-AVOIRS   PIC 9(11)V99.
       01 WS-CUMULS-EDITION.
          05 WS-EDT-QTE-VENDUE  PIC 9(9).
          05 WS-EDT-QTE-RENDUE  PIC 9(9).
          05 WS-EDT-CA-VENTES   PIC 9(11)V99.
          05 WS-EDT-CA-AVOIRS   PIC 9(11)V99.
       01 WS-QTE-NETTE        PIC S9(9) VALUE 0.
       01 WS-CA-NET           PIC S9(11)V99 VALUE 0.
       01 WS-PRIX-MOYEN       PIC 9(9)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-QTE-COL          PIC ZZZZZZ9.
       01 WS-QTE-NETTE-COL    PIC -------9.
       01 WS-MONTANT-COL      PIC ZZZZZZZZ9.99.
       01 WS-CA-NET-COL       PIC ---------9.99.
       01 WS-PRIX-COL         PIC ZZZZZZ9.99.
       01 WS-DATE-EDIT.
          05 WS-DE-JJ         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-MM         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-AAAA       PIC 9(4).
       01 WS-DATE-DECOUPEE.
          05 WS-DD-AAAA       PIC 9(4).
          05 WS-DD-MM         PIC 99.
          05 WS-DD-JJ         PIC 99.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Mix produits des ventes du jour'.
           DISPLAY '================================================'.
           PERFORM LIRE-DATE-GESTION.
           PERFORM CHARGER-PRODUITS.

           OPEN INPUT FIC-VENTES.
           IF WS-STATUT-VENTES NOT = '00'
               DISPLAY 'FIC-VENTES.dat introuvable : lancer '
                       'EX09B-CHARGE-VENTES'
               STOP RUN 1
           END-IF.
           CLOSE FIC-VENTES.

           OPEN OUTPUT FIC-MIX.
           PERFORM ECRIRE-ENTETE-MIX.
           INITIALIZE WS-CUMULS-TOTAL.
           SORT WRK-MIX
               ASCENDING KEY WRK-FAMILLE WRK-REGION WRK-VENDEUR
               INPUT PROCEDURE IS SELECTIONNER-VENTES
               OUTPUT PROCEDURE IS EDITER-MIX.
           PERFORM ECRIRE-TOTAL-MIX.
           CLOSE FIC-MIX.

           IF WS-NB-HORS-REFERENTIEL > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Date de gestion      : ' WS-DATE-GESTION.
           DISPLAY 'Ventes lues          : ' WS-NB-VENTES.
           DISPLAY 'Familles             : ' WS-NB-FAMILLES.
           IF WS-NB-HORS-REFERENTIEL > 0
               DISPLAY '*** ' WS-NB-HORS-REFERENTIEL ' vente(s) sur '
                       'un article hors referentiel (famille ????) ***'
           END-IF.
           DISPLAY 'Rapport dans FIC-MIX-PRODUITS.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Date de gestion des ventes : la plus recente chargee, tous
      * fournisseurs confondus ; a defaut, la date du jour.
       LIRE-DATE-GESTION.
           OPEN INPUT FIC-CONTROLE-CHARGE.
           IF WS-STATUT-CONTROLE = '00'
               PERFORM UNTIL WS-STATUT-CONTROLE NOT = '00'
                   READ FIC-CONTROLE-CHARGE
                       AT END MOVE '10' TO WS-STATUT-CONTROLE
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
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-GESTION
           END-IF.

      *---------------------------------------------------------------
       CHARGER-PRODUITS.
           OPEN INPUT FIC-PRODUITS.
           IF WS-STATUT-PRODUITS NOT = '00'
               DISPLAY 'FIC-PRODUITS.dat absent : toutes les ventes '
                       'en famille ????'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PRODUITS NOT = '00'
               READ FIC-PRODUITS
                   AT END MOVE '10' TO WS-STATUT-PRODUITS
                   NOT AT END
                       IF WS-NB-PRODUITS >= WS-MAX-PRODUITS
                           DISPLAY '*** FIC-PRODUITS.dat : capacite '
                                   'de ' WS-MAX-PRODUITS ' articles '
                                   'depassee - rapport arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE PRD-CODE
                           TO WS-PRD-CODE(WS-NB-PRODUITS)
                       MOVE PRD-FAMILLE
                           TO WS-PRD-FAMILLE(WS-NB-PRODUITS)
               END-READ
           END-PERFORM.
           CLOSE FIC-PRODUITS.

      *---------------------------------------------------------------
      * Chaque vente part au tri avec la famille de son article.
       SELECTIONNER-VENTES.
           OPEN INPUT FIC-VENTES.
           PERFORM UNTIL WS-STATUT-VENTES NOT = '00'
               READ FIC-VENTES
                   AT END MOVE '10' TO WS-STATUT-VENTES
                   NOT AT END
                       PERFORM LIBERER-VENTE
               END-READ
           END-PERFORM.
           CLOSE FIC-VENTES.

      *---------------------------------------------------------------
       LIBERER-VENTE.
           ADD 1 TO WS-NB-VENTES.
           MOVE '????' TO WRK-FAMILLE.
           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-NB-PRODUITS
               IF WS-PRD-CODE(WS-IDX-PRD) = VTE-PRODUIT
                   MOVE WS-PRD-FAMILLE(WS-IDX-PRD) TO WRK-FAMILLE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-FAMILLE = '????'
               ADD 1 TO WS-NB-HORS-REFERENTIEL
           END-IF.
           MOVE VTE-REGION TO WRK-REGION.
           MOVE VTE-VENDEUR TO WRK-VENDEUR.
           MOVE VTE-SENS TO WRK-SENS.
           IF VTE-QUANTITE IS NUMERIC
               MOVE VTE-QUANTITE TO WRK-QUANTITE
           ELSE
               MOVE 0 TO WRK-QUANTITE
           END-IF.
           MOVE VTE-MONTANT TO WRK-MONTANT.
           RELEASE WRK-ENR-MIX.

      *---------------------------------------------------------------
      * Rupture famille / region / vendeur : une ligne par vendeur,
      * sous-total a chaque changement de famille.
       EDITER-MIX.
           RETURN WRK-MIX
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           IF NOT TRI-TERMINE
               MOVE WRK-FAMILLE TO WS-FAMILLE-PREC
               MOVE WRK-REGION TO WS-REGION-PREC
               MOVE WRK-VENDEUR TO WS-VENDEUR-PREC
               INITIALIZE WS-CUMULS-VENDEUR WS-CUMULS-FAMILLE
               ADD 1 TO WS-NB-FAMILLES
           END-IF.
           PERFORM UNTIL TRI-TERMINE
               IF WRK-FAMILLE NOT = WS-FAMILLE-PREC
                   PERFORM ECRIRE-LIGNE-VENDEUR
                   PERFORM ECRIRE-TOTAL-FAMILLE
                   MOVE WRK-FAMILLE TO WS-FAMILLE-PREC
                   MOVE WRK-REGION TO WS-REGION-PREC
                   MOVE WRK-VENDEUR TO WS-VENDEUR-PREC
                   ADD 1 TO WS-NB-FAMILLES
               ELSE
                   IF WRK-REGION NOT = WS-REGION-PREC
                           OR WRK-VENDEUR NOT = WS-VENDEUR-PREC
                       PERFORM ECRIRE-LIGNE-VENDEUR
                       MOVE WRK-REGION TO WS-REGION-PREC
                       MOVE WRK-VENDEUR TO WS-VENDEUR-PREC
                   END-IF
               END-IF
               IF WRK-SENS = 'C'
                   ADD WRK-QUANTITE TO WS-VEN-QTE-RENDUE
                   ADD WRK-MONTANT TO WS-VEN-CA-AVOIRS
               ELSE
                   ADD WRK-QUANTITE TO WS-VEN-QTE-VENDUE
                   ADD WRK-MONTANT TO WS-VEN-CA-VENTES
               END-IF
               RETURN WRK-MIX
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.
           IF WS-NB-FAMILLES > 0
               PERFORM ECRIRE-LIGNE-VENDEUR
               PERFORM ECRIRE-TOTAL-FAMILLE
           END-IF.

      *---------------------------------------------------------------
      * Ligne du vendeur en cours, cumuls reportes sur la famille.
       ECRIRE-LIGNE-VENDEUR.
           MOVE WS-CUMULS-VENDEUR TO WS-CUMULS-EDITION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-FAMILLE-PREC TO WS-LIGNE-RAPPORT(1:4).
           MOVE WS-REGION-PREC TO WS-LIGNE-RAPPORT(6:2).
           MOVE WS-VENDEUR-PREC TO WS-LIGNE-RAPPORT(9:4).
           PERFORM PLACER-CUMULS.
           PERFORM ECRIRE-LIGNE-MIX.
           ADD WS-VEN-QTE-VENDUE TO WS-FAM-QTE-VENDUE.
           ADD WS-VEN-QTE-RENDUE TO WS-FAM-QTE-RENDUE.
           ADD WS-VEN-CA-VENTES TO WS-FAM-CA-VENTES.
           ADD WS-VEN-CA-AVOIRS TO WS-FAM-CA-AVOIRS.
           INITIALIZE WS-CUMULS-VENDEUR.

      *---------------------------------------------------------------
      * Sous-total de la famille, cumuls reportes sur le total.
       ECRIRE-TOTAL-FAMILLE.
           MOVE WS-CUMULS-FAMILLE TO WS-CUMULS-EDITION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Total ' WS-FAMILLE-PREC
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM PLACER-CUMULS.
           PERFORM ECRIRE-LIGNE-MIX.
           PERFORM ECRIRE-LIGNE-MIX.
           ADD WS-FAM-QTE-VENDUE TO WS-TOT-QTE-VENDUE.
           ADD WS-FAM-QTE-RENDUE TO WS-TOT-QTE-RENDUE.
           ADD WS-FAM-CA-VENTES TO WS-TOT-CA-VENTES.
           ADD WS-FAM-CA-AVOIRS TO WS-TOT-CA-AVOIRS.
           INITIALIZE WS-CUMULS-FAMILLE.

      *---------------------------------------------------------------
      * Colonnes communes : quantites vendues, rendues, nettes, CA
      * des ventes, des avoirs, CA net et prix moyen de vente.
       PLACER-CUMULS.
           COMPUTE WS-QTE-NETTE = WS-EDT-QTE-VENDUE
                                - WS-EDT-QTE-RENDUE.
           COMPUTE WS-CA-NET = WS-EDT-CA-VENTES - WS-EDT-CA-AVOIRS.
           MOVE WS-EDT-QTE-VENDUE TO WS-QTE-COL.
           MOVE WS-QTE-COL TO WS-LIGNE-RAPPORT(14:7).
           MOVE WS-EDT-QTE-RENDUE TO WS-QTE-COL.
           MOVE WS-QTE-COL TO WS-LIGNE-RAPPORT(22:7).
           MOVE WS-QTE-NETTE TO WS-QTE-NETTE-COL.
           MOVE WS-QTE-NETTE-COL TO WS-LIGNE-RAPPORT(30:8).
           MOVE WS-EDT-CA-VENTES TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(39:12).
           MOVE WS-EDT-CA-AVOIRS TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(52:12).
           MOVE WS-CA-NET TO WS-CA-NET-COL.
           MOVE WS-CA-NET-COL TO WS-LIGNE-RAPPORT(65:13).
           IF WS-QTE-NETTE > 0 AND WS-CA-NET > 0
               COMPUTE WS-PRIX-MOYEN ROUNDED =
                   WS-CA-NET / WS-QTE-NETTE
               MOVE WS-PRIX-MOYEN TO WS-PRIX-COL
               MOVE WS-PRIX-COL TO WS-LIGNE-RAPPORT(79:10)
           ELSE
               MOVE '      n.s.' TO WS-LIGNE-RAPPORT(79:10)
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-MIX.
           MOVE WS-DATE-GESTION TO WS-DATE-DECOUPEE.
           MOVE WS-DD-JJ TO WS-DE-JJ.
           MOVE WS-DD-MM TO WS-DE-MM.
           MOVE WS-DD-AAAA TO WS-DE-AAAA.
           STRING 'MIX PRODUITS - VENTES DU ' WS-DATE-EDIT
                  ' (EUR, avoirs deduits)'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-MIX.
           PERFORM ECRIRE-LIGNE-MIX.
           MOVE 'Fam. Rg Vend  Vendue  Rendue    Nette'
             & '    CA ventes       Avoirs        CA net'
             & ' Prix moyen'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-MIX.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-MIX.

      *---------------------------------------------------------------
       ECRIRE-TOTAL-MIX.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-MIX.
           MOVE WS-CUMULS-TOTAL TO WS-CUMULS-EDITION.
           MOVE 'TOTAL' TO WS-LIGNE-RAPPORT(1:5).
           PERFORM PLACER-CUMULS.
           PERFORM ECRIRE-LIGNE-MIX.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-MIX.
           MOVE WS-LIGNE-RAPPORT TO ENR-MIX.
           WRITE ENR-MIX.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
