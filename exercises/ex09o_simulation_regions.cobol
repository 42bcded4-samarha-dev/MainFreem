      *===============================================================
      * Exercice 9o - Simulation d'un realignement des regions
      * Niveau : Expert
      * EX09G-MAJ-REGIONS applique les transferts de region a leur
      * date d'effet et l'on ne voyait qu'apres coup ce qu'ils
      * faisaient aux totaux de region, aux objectifs et aux
      * commissions. Ce programme rejoue les N dernieres periodes
      * closes (FIC-HISTO-CUMULS-EX09.dat, COPY CUMHREC) comme si
      * les mouvements en attente de FIC-MOUVEMENTS-REGIONS.dat -
      * ou un jeu propose, nomme dans le parametre - avaient ete en
      * vigueur :
      *   T = les ventes du couple passent sous la nouvelle region
      *       (cumulees avec un couple du meme code vendeur qui y
      *       serait deja, comme le ferait le rollup) ;
      *   S = les ventes du couple sont rejetees au rollup ;
      *   C = sans effet sur l'historique.
      * Le rapport FIC-SIMULATION-REGIONS.txt donne, periode par
      * periode, les totaux de region avant/apres et leur taux
      * d'atteinte de l'objectif, puis pour chaque vendeur concerne
      * son chiffre d'affaires, son taux d'atteinte et la commission
      * qu'il aurait percue au bareme d'EX09C (matricule cherche
      * sous le couple, hors clawback et blocages). Aucun fichier
      * de production n'est ecrit.
      * Parametre FIC-PARAM-SIMULATION-REGIONS.dat (facultatif) :
      * nombre de periodes rejouees (defaut 3, au plus 24) et nom du
      * fichier de mouvements (a blanc : FIC-MOUVEMENTS-REGIONS.dat,
      * meme disposition).
      * Compiler : cobc -x ex09o_simulation_regions.cobol
      *            -o ex09o_simulation_regions -I ../copybooks
      * Executer : ./ex09o_simulation_regions
      * Entree  : fichier de mouvements, FIC-HISTO-CUMULS-EX09.dat,
      *           FIC-OBJECTIFS-VENTES.dat (facultatif),
      *           FIC-VENDEURS-MATRICULES.dat et
      *           FIC-BAREME-COMMISSION.dat (sans eux, pas de
      *           commission simulee)
      * Sortie  : FIC-SIMULATION-REGIONS.txt (100 colonnes)
      * Code retour : 0, 4 si un vendeur concerne perd son matricule
      *               (plus de commission), 1 si les mouvements ou
      *               l'historique manquent, 8 si une capacite est
      *               depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09O-SIMULATION-REGIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM
               ASSIGN TO 'FIC-PARAM-SIMULATION-REGIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-MOUVEMENTS ASSIGN TO WS-NOM-MOUVEMENTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-HISTO-CUMULS
               ASSIGN TO 'FIC-HISTO-CUMULS-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-OBJECTIFS ASSIGN TO 'FIC-OBJECTIFS-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OBJECTIFS.
           SELECT FIC-VENDEURS
               ASSIGN TO 'FIC-VENDEURS-MATRICULES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VENDEURS.
           SELECT FIC-BAREME ASSIGN TO 'FIC-BAREME-COMMISSION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BAREME.
           SELECT FIC-SIMULATION
               ASSIGN TO 'FIC-SIMULATION-REGIONS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-HISTO ASSIGN TO 'WRK-HISTO-SIMULATION.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PSR-NB-PERIODES   PIC 9(2).
           05 PSR-FICHIER-MOUVEMENTS PIC X(40).

      * Meme enregistrement que FIC-MOUVEMENTS dans EX09G.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-REGION.
           05 MVR-CODE          PIC X.
           05 MVR-REGION        PIC X(2).
           05 MVR-VENDEUR       PIC X(4).
           05 MVR-REGION-NOUVELLE PIC X(2).
           05 MVR-DATE-EFFET    PIC 9(8).

       FD  FIC-HISTO-CUMULS LABEL RECORDS ARE STANDARD.
       COPY CUMHREC.

      * Meme enregistrement que FIC-OBJECTIFS dans EX09.
       FD  FIC-OBJECTIFS LABEL RECORDS ARE STANDARD.
       01  ENR-OBJECTIF.
           05 OBJ-REGION        PIC X(2).
           05 OBJ-VENDEUR       PIC X(4).
           05 OBJ-MONTANT       PIC 9(12).

      * Memes enregistrements que FIC-VENDEURS et FIC-BAREME dans
      * EX09C.
       FD  FIC-VENDEURS LABEL RECORDS ARE STANDARD.
       01  ENR-VENDEUR-MATRICULE.
           05 VDM-REGION        PIC X(2).
           05 VDM-VENDEUR       PIC X(4).
           05 VDM-MATRICULE     PIC X(6).

       FD  FIC-BAREME LABEL RECORDS ARE STANDARD.
       01  ENR-BAREME-COMMISSION.
           05 BCO-SEUIL-MIN     PIC 9(12).
           05 BCO-SEUIL-MAX     PIC 9(12).
           05 BCO-TAUX          PIC 9V999.

       FD  FIC-SIMULATION LABEL RECORDS ARE STANDARD.
       01  ENR-SIMULATION       PIC X(100).

      * Photos triees de la plus recente a la plus ancienne : les N
      * premieres periodes rencontrees sont les N dernieres closes.
       SD  WRK-HISTO.
       01  WRK-ENR-HISTO.
           05 WRK-FIN-PERIODE   PIC 9(8).
           05 WRK-MODE          PIC X.
           05 WRK-REGION        PIC X(2).
           05 WRK-VENDEUR       PIC X(4).
           05 WRK-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-OBJECTIFS PIC X(2) VALUE '00'.
       01 WS-STATUT-VENDEURS  PIC X(2) VALUE '00'.
       01 WS-STATUT-BAREME    PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.

       01 WS-NOM-MOUVEMENTS   PIC X(40)
              VALUE 'FIC-MOUVEMENTS-REGIONS.dat'.
       01 WS-NB-A-REJOUER     PIC 9(2) VALUE 3.
       01 WS-MODE             PIC X VALUE SPACE.
          88 MODE-HEBDO       VALUE 'S'.
          88 MODE-MENSUEL     VALUE 'M'.
       01 WS-NB-AUTRE-MODE    PIC 9(6) VALUE 0.
       01 WS-SEUIL-ALERTE     PIC 9(12) VALUE 80.
       01 WS-PERIODES-COMPLETES PIC X VALUE 'N'.
          88 PERIODES-COMPLETES VALUE 'O'.
       01 WS-COMMISSIONS-SIMULEES PIC X VALUE 'O'.
          88 COMMISSIONS-SIMULEES VALUE 'O'.

      * Periodes rejouees, la plus recente en premier.
       01 WS-TABLE-PERIODES.
          05 WS-PER-FIN       PIC 9(8) OCCURS 24 TIMES.
       01 WS-NB-PERIODES      PIC 9(2) VALUE 0.
       01 WS-PER              PIC 9(2) VALUE 0.

      * Mouvements simules, dans l'ordre du fichier.
       01 WS-MAX-MOUVEMENTS   PIC 9(3) VALUE 200.
       01 WS-TABLE-MOUVEMENTS.
          05 WS-MVR-LIGNE OCCURS 200 TIMES INDEXED BY WS-IDX-MVR.
             10 WS-MVR-CODE    PIC X.
             10 WS-MVR-REGION  PIC X(2).
             10 WS-MVR-VENDEUR PIC X(4).
             10 WS-MVR-REGION-NOUV PIC X(2).
             10 WS-MVR-DATE    PIC 9(8).
       01 WS-NB-MOUVEMENTS    PIC 9(3) VALUE 0.

      * Couples de l'historique (avant) et ce qu'ils deviennent :
      * region d'arrivee, clos ou non, rang du couple d'arrivee.
       01 WS-MAX-COUPLES      PIC 9(3) VALUE 500.
       01 WS-TABLE-SOURCES.
          05 WS-SRC-LIGNE OCCURS 500 TIMES INDEXED BY WS-IDX-SRC.
             10 WS-SRC-REGION    PIC X(2).
             10 WS-SRC-VENDEUR   PIC X(4).
             10 WS-SRC-REGION-APRES PIC X(2).
             10 WS-SRC-ETAT      PIC X.
                88 SRC-ACTIF     VALUE 'A'.
                88 SRC-CLOS      VALUE 'C'.
             10 WS-SRC-APRES     PIC 9(3).
             10 WS-SRC-VAL       PIC S9(12) OCCURS 24 TIMES.
       01 WS-NB-SOURCES       PIC 9(3) VALUE 0.

      * Couples apres realignement, cumuls par periode ; un couple
      * est concerne s'il recoit au moins un couple transfere.
       01 WS-TABLE-APRES.
          05 WS-APR-LIGNE OCCURS 500 TIMES INDEXED BY WS-IDX-APR.
             10 WS-APR-REGION    PIC X(2).
             10 WS-APR-VENDEUR   PIC X(4).
             10 WS-APR-CONCERNE  PIC X.
                88 APR-CONCERNE  VALUE 'O'.
             10 WS-APR-VAL       PIC S9(12) OCCURS 24 TIMES.
       01 WS-NB-APRES         PIC 9(3) VALUE 0.
       01 WS-TABLE-ORDRE.
          05 WS-ORDRE         PIC 9(3) OCCURS 500 TIMES.
       01 WS-RANG             PIC 9(3) VALUE 0.
       01 WS-RANG-2           PIC 9(3) VALUE 0.
       01 WS-ORDRE-W          PIC 9(3) VALUE 0.

      * Totaux de region avant/apres par periode.
       01 WS-MAX-REGIONS      PIC 9(3) VALUE 100.
       01 WS-TABLE-REGIONS.
          05 WS-REG-LIGNE OCCURS 100 TIMES INDEXED BY WS-IDX-REG.
             10 WS-REG-CODE      PIC X(2).
             10 WS-REG-AVANT     PIC S9(12) OCCURS 24 TIMES.
             10 WS-REG-APRES     PIC S9(12) OCCURS 24 TIMES.
       01 WS-NB-REGIONS       PIC 9(3) VALUE 0.
       01 WS-REGION-W         PIC X(2) VALUE SPACES.

      * Objectifs en vigueur, matricules et bareme d'EX09C.
       01 WS-MAX-OBJECTIFS    PIC 9(3) VALUE 500.
       01 WS-TABLE-OBJECTIFS.
          05 WS-OBJ-LIGNE OCCURS 500 TIMES INDEXED BY WS-IDX-OBJ.
             10 WS-OBJ-REGION    PIC X(2).
             10 WS-OBJ-VENDEUR   PIC X(4).
             10 WS-OBJ-MONTANT   PIC 9(12).
       01 WS-NB-OBJECTIFS     PIC 9(3) VALUE 0.
       01 WS-MAX-VENDEURS     PIC 9(4) VALUE 500.
       01 WS-TABLE-VENDEURS.
          05 WS-VDM-LIGNE OCCURS 500 TIMES INDEXED BY WS-IDX-VDM.
             10 WS-VDM-REGION    PIC X(2).
             10 WS-VDM-VENDEUR   PIC X(4).
             10 WS-VDM-MATRICULE PIC X(6).
       01 WS-NB-VENDEURS      PIC 9(4) VALUE 0.
       01 WS-MAX-BAREME       PIC 9(2) VALUE 10.
       01 WS-TABLE-BAREME.
          05 WS-BAREME-LIGNE OCCURS 10 TIMES INDEXED BY WS-IDX-BAR.
             10 WS-BCO-MIN       PIC 9(12).
             10 WS-BCO-MAX       PIC 9(12).
             10 WS-BCO-TAUX      PIC 9V999.
       01 WS-NB-BAREME        PIC 9(2) VALUE 0.

      * Zones de calcul d'un couple pour une periode.
       01 WS-CLE-REGION       PIC X(2) VALUE SPACES.
       01 WS-CLE-VENDEUR      PIC X(4) VALUE SPACES.
       01 WS-OBJECTIF-W       PIC 9(12) VALUE 0.
       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-CA-W             PIC S9(12) VALUE 0.
       01 WS-TAUX-W           PIC 9V999 VALUE 0.
       01 WS-COMMISSION-W     PIC 9(8)V99 VALUE 0.
       01 WS-ATTEINTE-W       PIC S9(5) VALUE 0.
       01 WS-NB-REPRIS        PIC 9(3) VALUE 0.
       01 WS-COLLISION        PIC X VALUE 'N'.
          88 COLLISION        VALUE 'O'.
       01 WS-NB-TRANSFERES    PIC 9(3) VALUE 0.
       01 WS-NB-CLOS          PIC 9(3) VALUE 0.
       01 WS-NB-SANS-MATRICULE PIC 9(3) VALUE 0.

      * Cumuls d'un bloc vendeur (periode et total) et de la
      * simulation.
       01 WS-CA-AVANT         PIC S9(12) VALUE 0.
       01 WS-OBJ-AVANT        PIC 9(12) VALUE 0.
       01 WS-COMM-AVANT       PIC 9(9)V99 VALUE 0.
       01 WS-CA-APRES         PIC S9(12) VALUE 0.
       01 WS-OBJ-APRES        PIC 9(12) VALUE 0.
       01 WS-COMM-APRES       PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CA-AVANT     PIC S9(13) VALUE 0.
       01 WS-TOT-CA-APRES     PIC S9(13) VALUE 0.
       01 WS-TOT-COMM-AVANT   PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COMM-APRES   PIC 9(9)V99 VALUE 0.
       01 WS-GEN-COMM-AVANT   PIC 9(10)V99 VALUE 0.
       01 WS-GEN-COMM-APRES   PIC 9(10)V99 VALUE 0.
       01 WS-ECART-COMM       PIC S9(10)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-MONTANT-COL      PIC -(10)9.
       01 WS-TOTAL-COL        PIC -(11)9.
       01 WS-OBJECTIF-COL     PIC Z(11)9.
       01 WS-POURCENT-COL     PIC -(4)9.
       01 WS-COMM-COL         PIC -(8)9.99.
       01 WS-GEN-COL          PIC -(9)9.99.
       01 WS-NB-EDIT          PIC ZZ9.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DW-AAAA       PIC 9(4).
          05 WS-DW-MM         PIC 99.
          05 WS-DW-JJ         PIC 99.
       01 WS-DATE-EDIT.
          05 WS-DE-JJ         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-MM         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-AAAA       PIC 9(4).
       01 WS-DATE-DEBUT-EDIT  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Simulation d''un realignement des regions'.
           DISPLAY '================================================'.
           PERFORM LIRE-PARAM-SIMULATION.
           PERFORM CHARGER-MOUVEMENTS.
           PERFORM LIRE-MODE-COURANT.
           SORT WRK-HISTO
               DESCENDING KEY WRK-FIN-PERIODE
               ASCENDING KEY WRK-REGION WRK-VENDEUR
               USING FIC-HISTO-CUMULS
               OUTPUT PROCEDURE IS CHARGER-HISTORIQUE.
           IF WS-NB-PERIODES = 0
               DISPLAY 'FIC-HISTO-CUMULS-EX09.dat sans periode close '
                       'du mode ' WS-MODE ' : rien a rejouer'
               STOP RUN 1
           END-IF.
           PERFORM CHARGER-OBJECTIFS.
           PERFORM CHARGER-VENDEURS.
           PERFORM CHARGER-BAREME.

           OPEN OUTPUT FIC-SIMULATION.
           PERFORM ECRIRE-ENTETE-SIMULATION.
           PERFORM VARYING WS-IDX-MVR FROM 1 BY 1
                   UNTIL WS-IDX-MVR > WS-NB-MOUVEMENTS
               PERFORM SIMULER-UN-MOUVEMENT
           END-PERFORM.
           PERFORM CONSTRUIRE-APRES.
           PERFORM ECRIRE-REGIONS.
           PERFORM ECRIRE-VENDEURS.
           CLOSE FIC-SIMULATION.

           IF WS-NB-SANS-MATRICULE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Mouvements simules   : ' WS-NB-MOUVEMENTS
                   ' (' WS-NOM-MOUVEMENTS ')'.
           DISPLAY 'Periodes rejouees    : ' WS-NB-PERIODES
                   ' (mode ' WS-MODE ')'.
           DISPLAY 'Couples transferes   : ' WS-NB-TRANSFERES
                   ', clos : ' WS-NB-CLOS.
           IF COMMISSIONS-SIMULEES
               DISPLAY 'Commissions concernees : avant '
                       WS-GEN-COMM-AVANT ' EUR, apres '
                       WS-GEN-COMM-APRES ' EUR'
           ELSE
               DISPLAY 'Matricules ou bareme absents : commissions '
                       'non simulees'
           END-IF.
           IF WS-NB-SANS-MATRICULE > 0
               DISPLAY '*** ' WS-NB-SANS-MATRICULE ' couple(s) '
                       'concerne(s) sans matricule apres '
                       'realignement : commission perdue ***'
           END-IF.
           DISPLAY 'Rapport dans FIC-SIMULATION-REGIONS.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAM-SIMULATION.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PSR-NB-PERIODES IS NUMERIC
                               AND PSR-NB-PERIODES > 0
                           MOVE PSR-NB-PERIODES TO WS-NB-A-REJOUER
                       END-IF
                       IF PSR-FICHIER-MOUVEMENTS NOT = SPACES
                           MOVE PSR-FICHIER-MOUVEMENTS
                               TO WS-NOM-MOUVEMENTS
                       END-IF
               END-READ
               CLOSE FIC-PARAM
           END-IF.
           IF WS-NB-A-REJOUER > 24
               MOVE 24 TO WS-NB-A-REJOUER
           END-IF.

      *---------------------------------------------------------------
      * Tous les mouvements du fichier sont simules, quelle que soit
      * leur date d'effet.
       CHARGER-MOUVEMENTS.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               DISPLAY 'Fichier de mouvements introuvable : '
                       WS-NOM-MOUVEMENTS
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-MOUVEMENTS NOT = '00'
               READ FIC-MOUVEMENTS
                   AT END MOVE '10' TO WS-STATUT-MOUVEMENTS
                   NOT AT END
                       IF WS-NB-MOUVEMENTS >= WS-MAX-MOUVEMENTS
                           DISPLAY '*** Plus de ' WS-MAX-MOUVEMENTS
                                   ' mouvements - simulation non '
                                   'faite ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-MOUVEMENTS
                       SET WS-IDX-MVR TO WS-NB-MOUVEMENTS
                       MOVE MVR-CODE TO WS-MVR-CODE(WS-IDX-MVR)
                       MOVE MVR-REGION TO WS-MVR-REGION(WS-IDX-MVR)
                       MOVE MVR-VENDEUR TO WS-MVR-VENDEUR(WS-IDX-MVR)
                       MOVE MVR-REGION-NOUVELLE
                           TO WS-MVR-REGION-NOUV(WS-IDX-MVR)
                       MOVE MVR-DATE-EFFET TO WS-MVR-DATE(WS-IDX-MVR)
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.

      *---------------------------------------------------------------
      * Le mode de cumul en vigueur est celui de la derniere photo
      * ecrite, comme pour EX09L.
       LIRE-MODE-COURANT.
           OPEN INPUT FIC-HISTO-CUMULS.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-CUMULS-EX09.dat introuvable : '
                       'aucune periode close par EX09-TRI-RUPTURE'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-HISTO NOT = '00'
               READ FIC-HISTO-CUMULS
                   AT END MOVE '10' TO WS-STATUT-HISTO
                   NOT AT END
                       MOVE HCU-MODE TO WS-MODE
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-CUMULS.
           IF NOT MODE-HEBDO AND NOT MODE-MENSUEL
               DISPLAY 'FIC-HISTO-CUMULS-EX09.dat vide ou mode de '
                       'cumul inconnu : rien a rejouer'
               STOP RUN 1
           END-IF.

      *---------------------------------------------------------------
      * Seules les N periodes les plus recentes du mode en cours
      * sont gardees ; le reste du tri est lu sans etre range.
       CHARGER-HISTORIQUE.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               EVALUATE TRUE
                   WHEN WRK-MODE NOT = WS-MODE
                       ADD 1 TO WS-NB-AUTRE-MODE
                   WHEN WS-NB-PERIODES > 0
                           AND WRK-FIN-PERIODE
                               = WS-PER-FIN(WS-NB-PERIODES)
                       PERFORM RANGER-PHOTO
                   WHEN WS-NB-PERIODES < WS-NB-A-REJOUER
                       ADD 1 TO WS-NB-PERIODES
                       MOVE WRK-FIN-PERIODE
                           TO WS-PER-FIN(WS-NB-PERIODES)
                       PERFORM RANGER-PHOTO
                   WHEN OTHER
                       SET PERIODES-COMPLETES TO TRUE
               END-EVALUATE
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
       RANGER-PHOTO.
           SET WS-IDX-SRC TO 1.
           SEARCH WS-SRC-LIGNE
               AT END
                   PERFORM AJOUTER-SOURCE
               WHEN WS-IDX-SRC > WS-NB-SOURCES
                   PERFORM AJOUTER-SOURCE
               WHEN WS-SRC-REGION(WS-IDX-SRC) = WRK-REGION
                       AND WS-SRC-VENDEUR(WS-IDX-SRC) = WRK-VENDEUR
                   CONTINUE
           END-SEARCH.
           ADD WRK-TOTAL TO WS-SRC-VAL(WS-IDX-SRC, WS-NB-PERIODES).

      *---------------------------------------------------------------
       AJOUTER-SOURCE.
           IF WS-NB-SOURCES >= WS-MAX-COUPLES
               DISPLAY '*** Plus de ' WS-MAX-COUPLES ' couples '
                       'region/vendeur - simulation non faite ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-SOURCES.
           SET WS-IDX-SRC TO WS-NB-SOURCES.
           INITIALIZE WS-SRC-LIGNE(WS-IDX-SRC).
           MOVE WRK-REGION TO WS-SRC-REGION(WS-IDX-SRC).
           MOVE WRK-VENDEUR TO WS-SRC-VENDEUR(WS-IDX-SRC).
           MOVE WRK-REGION TO WS-SRC-REGION-APRES(WS-IDX-SRC).
           MOVE 'A' TO WS-SRC-ETAT(WS-IDX-SRC).

      *---------------------------------------------------------------
      * Objectifs en vigueur et seuil d'alerte '%%' d'EX09.
       CHARGER-OBJECTIFS.
           OPEN INPUT FIC-OBJECTIFS.
           IF WS-STATUT-OBJECTIFS NOT = '00'
               DISPLAY 'FIC-OBJECTIFS-VENTES.dat absent : pas de '
                       'taux d''atteinte'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OBJECTIFS NOT = '00'
               READ FIC-OBJECTIFS
                   AT END MOVE '10' TO WS-STATUT-OBJECTIFS
                   NOT AT END
                       IF OBJ-REGION = '%%'
                           MOVE OBJ-MONTANT TO WS-SEUIL-ALERTE
                       ELSE
                           IF WS-NB-OBJECTIFS < WS-MAX-OBJECTIFS
                               ADD 1 TO WS-NB-OBJECTIFS
                               SET WS-IDX-OBJ TO WS-NB-OBJECTIFS
                               MOVE OBJ-REGION
                                   TO WS-OBJ-REGION(WS-IDX-OBJ)
                               MOVE OBJ-VENDEUR
                                   TO WS-OBJ-VENDEUR(WS-IDX-OBJ)
                               MOVE OBJ-MONTANT
                                   TO WS-OBJ-MONTANT(WS-IDX-OBJ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-OBJECTIFS.

      *---------------------------------------------------------------
       CHARGER-VENDEURS.
           OPEN INPUT FIC-VENDEURS.
           IF WS-STATUT-VENDEURS NOT = '00'
               DISPLAY 'FIC-VENDEURS-MATRICULES.dat absent : '
                       'commissions non simulees'
               MOVE 'N' TO WS-COMMISSIONS-SIMULEES
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-VENDEURS NOT = '00'
               READ FIC-VENDEURS
                   AT END MOVE '10' TO WS-STATUT-VENDEURS
                   NOT AT END
                       IF WS-NB-VENDEURS < WS-MAX-VENDEURS
                           ADD 1 TO WS-NB-VENDEURS
                           SET WS-IDX-VDM TO WS-NB-VENDEURS
                           MOVE VDM-REGION TO WS-VDM-REGION(WS-IDX-VDM)
                           MOVE VDM-VENDEUR
                               TO WS-VDM-VENDEUR(WS-IDX-VDM)
                           MOVE VDM-MATRICULE
                               TO WS-VDM-MATRICULE(WS-IDX-VDM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-VENDEURS.

      *---------------------------------------------------------------
       CHARGER-BAREME.
           OPEN INPUT FIC-BAREME.
           IF WS-STATUT-BAREME NOT = '00'
               DISPLAY 'FIC-BAREME-COMMISSION.dat absent : '
                       'commissions non simulees'
               MOVE 'N' TO WS-COMMISSIONS-SIMULEES
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-BAREME NOT = '00'
               READ FIC-BAREME
                   AT END MOVE '10' TO WS-STATUT-BAREME
                   NOT AT END
                       IF WS-NB-BAREME < WS-MAX-BAREME
                           ADD 1 TO WS-NB-BAREME
                           SET WS-IDX-BAR TO WS-NB-BAREME
                           MOVE BCO-SEUIL-MIN TO WS-BCO-MIN(WS-IDX-BAR)
                           MOVE BCO-SEUIL-MAX TO WS-BCO-MAX(WS-IDX-BAR)
                           MOVE BCO-TAUX TO WS-BCO-TAUX(WS-IDX-BAR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-BAREME.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-SIMULATION.
           STRING 'SIMULATION DE REALIGNEMENT DES REGIONS - '
                  'MOUVEMENTS DE ' WS-NOM-MOUVEMENTS
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE WS-NB-PERIODES TO WS-NB-EDIT.
           MOVE WS-PER-FIN(WS-NB-PERIODES) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-DATE-DEBUT-EDIT.
           MOVE WS-PER-FIN(1) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           STRING 'Periodes rejouees : ' WS-NB-EDIT
                  ' (mode ' WS-MODE '), closes du '
                  WS-DATE-DEBUT-EDIT ' au ' WS-DATE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE 'Simulation : aucun fichier de production n''est mis '
             & 'a jour' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE 'MOUVEMENTS SIMULES (tous, quelle que soit la date '
             & 'd''effet)' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           IF WS-NB-MOUVEMENTS = 0
               MOVE '  Aucun mouvement : situation inchangee'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-SIMULATION
           END-IF.

      *---------------------------------------------------------------
      * Un mouvement porte sur le couple tel qu'il est apres les
      * mouvements precedents du fichier (un vendeur transfere deux
      * fois suit ses deux transferts).
       SIMULER-UN-MOUVEMENT.
           MOVE 0 TO WS-NB-REPRIS.
           MOVE 'N' TO WS-COLLISION.
           IF WS-MVR-CODE(WS-IDX-MVR) = 'T'
               PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                       UNTIL WS-IDX-SRC > WS-NB-SOURCES
                   IF SRC-ACTIF(WS-IDX-SRC)
                           AND WS-SRC-REGION-APRES(WS-IDX-SRC)
                               = WS-MVR-REGION-NOUV(WS-IDX-MVR)
                           AND WS-SRC-VENDEUR(WS-IDX-SRC)
                               = WS-MVR-VENDEUR(WS-IDX-MVR)
                       SET COLLISION TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MVR-CODE(WS-IDX-MVR) = 'T' OR 'S'
               PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                       UNTIL WS-IDX-SRC > WS-NB-SOURCES
                   IF SRC-ACTIF(WS-IDX-SRC)
                           AND WS-SRC-REGION-APRES(WS-IDX-SRC)
                               = WS-MVR-REGION(WS-IDX-MVR)
                           AND WS-SRC-VENDEUR(WS-IDX-SRC)
                               = WS-MVR-VENDEUR(WS-IDX-MVR)
                       ADD 1 TO WS-NB-REPRIS
                       IF WS-MVR-CODE(WS-IDX-MVR) = 'T'
                           MOVE WS-MVR-REGION-NOUV(WS-IDX-MVR)
                               TO WS-SRC-REGION-APRES(WS-IDX-SRC)
                       ELSE
                           MOVE 'C' TO WS-SRC-ETAT(WS-IDX-SRC)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-MVR-DATE(WS-IDX-MVR) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-NB-REPRIS TO WS-NB-EDIT.
           EVALUATE WS-MVR-CODE(WS-IDX-MVR)
               WHEN 'T'
                   STRING '  T ' WS-MVR-REGION(WS-IDX-MVR) '/'
                          WS-MVR-VENDEUR(WS-IDX-MVR) ' > region '
                          WS-MVR-REGION-NOUV(WS-IDX-MVR)
                          ' (effet ' WS-DATE-EDIT ') : '
                          WS-NB-EDIT ' couple(s) rejoue(s)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               WHEN 'S'
                   STRING '  S ' WS-MVR-REGION(WS-IDX-MVR) '/'
                          WS-MVR-VENDEUR(WS-IDX-MVR)
                          ' cloture   (effet ' WS-DATE-EDIT ') : '
                          WS-NB-EDIT ' couple(s) rejoue(s)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               WHEN 'C'
                   STRING '  C ' WS-MVR-REGION(WS-IDX-MVR) '/'
                          WS-MVR-VENDEUR(WS-IDX-MVR)
                          ' creation  (effet ' WS-DATE-EDIT ') : '
                          'pas d''historique a rejouer'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               WHEN OTHER
                   STRING '  ' WS-MVR-CODE(WS-IDX-MVR) ' '
                          WS-MVR-REGION(WS-IDX-MVR) '/'
                          WS-MVR-VENDEUR(WS-IDX-MVR)
                          ' : code mouvement inconnu, ignore'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           IF COLLISION AND WS-NB-REPRIS > 0
               STRING '    *** le vendeur '
                      WS-MVR-VENDEUR(WS-IDX-MVR)
                      ' existe deja en region '
                      WS-MVR-REGION-NOUV(WS-IDX-MVR)
                      ' : ventes cumulees sous un meme couple ***'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-SIMULATION
           END-IF.

      *---------------------------------------------------------------
      * Couples d'arrivee et totaux de region avant/apres.
       CONSTRUIRE-APRES.
           INITIALIZE WS-TABLE-REGIONS.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL WS-IDX-SRC > WS-NB-SOURCES
               MOVE WS-SRC-REGION(WS-IDX-SRC) TO WS-REGION-W
               PERFORM CHERCHER-REGION
               PERFORM VARYING WS-PER FROM 1 BY 1
                       UNTIL WS-PER > WS-NB-PERIODES
                   ADD WS-SRC-VAL(WS-IDX-SRC, WS-PER)
                       TO WS-REG-AVANT(WS-IDX-REG, WS-PER)
               END-PERFORM
               IF SRC-CLOS(WS-IDX-SRC)
                   ADD 1 TO WS-NB-CLOS
               ELSE
                   IF WS-SRC-REGION-APRES(WS-IDX-SRC)
                           NOT = WS-SRC-REGION(WS-IDX-SRC)
                       ADD 1 TO WS-NB-TRANSFERES
                   END-IF
                   PERFORM RANGER-APRES
                   MOVE WS-SRC-REGION-APRES(WS-IDX-SRC)
                       TO WS-REGION-W
                   PERFORM CHERCHER-REGION
                   PERFORM VARYING WS-PER FROM 1 BY 1
                           UNTIL WS-PER > WS-NB-PERIODES
                       ADD WS-SRC-VAL(WS-IDX-SRC, WS-PER)
                           TO WS-REG-APRES(WS-IDX-REG, WS-PER)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       RANGER-APRES.
           SET WS-IDX-APR TO 1.
           SEARCH WS-APR-LIGNE
               AT END
                   PERFORM AJOUTER-APRES
               WHEN WS-IDX-APR > WS-NB-APRES
                   PERFORM AJOUTER-APRES
               WHEN WS-APR-REGION(WS-IDX-APR)
                       = WS-SRC-REGION-APRES(WS-IDX-SRC)
                       AND WS-APR-VENDEUR(WS-IDX-APR)
                           = WS-SRC-VENDEUR(WS-IDX-SRC)
                   CONTINUE
           END-SEARCH.
           SET WS-SRC-APRES(WS-IDX-SRC) TO WS-IDX-APR.
           IF WS-SRC-REGION-APRES(WS-IDX-SRC)
                   NOT = WS-SRC-REGION(WS-IDX-SRC)
               MOVE 'O' TO WS-APR-CONCERNE(WS-IDX-APR)
           END-IF.
           PERFORM VARYING WS-PER FROM 1 BY 1
                   UNTIL WS-PER > WS-NB-PERIODES
               ADD WS-SRC-VAL(WS-IDX-SRC, WS-PER)
                   TO WS-APR-VAL(WS-IDX-APR, WS-PER)
           END-PERFORM.

      *---------------------------------------------------------------
       AJOUTER-APRES.
           ADD 1 TO WS-NB-APRES.
           SET WS-IDX-APR TO WS-NB-APRES.
           INITIALIZE WS-APR-LIGNE(WS-IDX-APR).
           MOVE WS-SRC-REGION-APRES(WS-IDX-SRC)
               TO WS-APR-REGION(WS-IDX-APR).
           MOVE WS-SRC-VENDEUR(WS-IDX-SRC)
               TO WS-APR-VENDEUR(WS-IDX-APR).
           MOVE 'N' TO WS-APR-CONCERNE(WS-IDX-APR).

      *---------------------------------------------------------------
       CHERCHER-REGION.
           SET WS-IDX-REG TO 1.
           SEARCH WS-REG-LIGNE
               AT END
                   PERFORM AJOUTER-REGION
               WHEN WS-IDX-REG > WS-NB-REGIONS
                   PERFORM AJOUTER-REGION
               WHEN WS-REG-CODE(WS-IDX-REG) = WS-REGION-W
                   CONTINUE
           END-SEARCH.

      *---------------------------------------------------------------
       AJOUTER-REGION.
           IF WS-NB-REGIONS >= WS-MAX-REGIONS
               DISPLAY '*** Plus de ' WS-MAX-REGIONS ' regions - '
                       'simulation non faite ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-REGIONS.
           SET WS-IDX-REG TO WS-NB-REGIONS.
           MOVE WS-REGION-W TO WS-REG-CODE(WS-IDX-REG).

      *---------------------------------------------------------------
      * Regions dans l'ordre du code, periodes de la plus ancienne a
      * la plus recente ; atteinte de l'objectif de region (vendeur
      * a blanc), signalee sous le seuil d'alerte apres
      * realignement.
       ECRIRE-REGIONS.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE 'TOTAUX PAR REGION (EUR)' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE 'Rg Fin periode' TO WS-LIGNE-RAPPORT(1:14).
           MOVE 'Avant' TO WS-LIGNE-RAPPORT(22:5).
           MOVE 'Apres' TO WS-LIGNE-RAPPORT(35:5).
           MOVE 'Ecart' TO WS-LIGNE-RAPPORT(48:5).
           MOVE 'Objectif' TO WS-LIGNE-RAPPORT(58:8).
           MOVE 'Att.av' TO WS-LIGNE-RAPPORT(67:6).
           MOVE 'Att.ap' TO WS-LIGNE-RAPPORT(75:6).
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-REGIONS
               MOVE WS-RANG TO WS-ORDRE(WS-RANG)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 2 BY 1
                   UNTIL WS-RANG > WS-NB-REGIONS
               MOVE WS-ORDRE(WS-RANG) TO WS-ORDRE-W
               MOVE WS-RANG TO WS-RANG-2
               PERFORM UNTIL WS-RANG-2 = 1
                   IF WS-REG-CODE(WS-ORDRE(WS-RANG-2 - 1))
                           <= WS-REG-CODE(WS-ORDRE-W)
                       EXIT PERFORM
                   END-IF
                   MOVE WS-ORDRE(WS-RANG-2 - 1) TO WS-ORDRE(WS-RANG-2)
                   SUBTRACT 1 FROM WS-RANG-2
               END-PERFORM
               MOVE WS-ORDRE-W TO WS-ORDRE(WS-RANG-2)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-REGIONS
               SET WS-IDX-REG TO WS-ORDRE(WS-RANG)
               MOVE WS-REG-CODE(WS-IDX-REG) TO WS-CLE-REGION
               MOVE SPACES TO WS-CLE-VENDEUR
               PERFORM CHERCHER-OBJECTIF
               PERFORM VARYING WS-PER FROM WS-NB-PERIODES BY -1
                       UNTIL WS-PER < 1
                   PERFORM ECRIRE-LIGNE-REGION
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-REGION.
           MOVE WS-REG-CODE(WS-IDX-REG) TO WS-LIGNE-RAPPORT(1:2).
           MOVE WS-PER-FIN(WS-PER) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-LIGNE-RAPPORT(4:10).
           MOVE WS-REG-AVANT(WS-IDX-REG, WS-PER) TO WS-TOTAL-COL.
           MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(15:12).
           MOVE WS-REG-APRES(WS-IDX-REG, WS-PER) TO WS-TOTAL-COL.
           MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(28:12).
           COMPUTE WS-CA-W = WS-REG-APRES(WS-IDX-REG, WS-PER)
                           - WS-REG-AVANT(WS-IDX-REG, WS-PER).
           MOVE WS-CA-W TO WS-TOTAL-COL.
           MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(41:12).
           IF WS-OBJECTIF-W > 0
               MOVE WS-OBJECTIF-W TO WS-OBJECTIF-COL
               MOVE WS-OBJECTIF-COL TO WS-LIGNE-RAPPORT(54:12)
               COMPUTE WS-ATTEINTE-W =
                   WS-REG-AVANT(WS-IDX-REG, WS-PER) * 100
                       / WS-OBJECTIF-W
               MOVE WS-ATTEINTE-W TO WS-POURCENT-COL
               MOVE WS-POURCENT-COL TO WS-LIGNE-RAPPORT(67:5)
               MOVE ' %' TO WS-LIGNE-RAPPORT(72:2)
               COMPUTE WS-ATTEINTE-W =
                   WS-REG-APRES(WS-IDX-REG, WS-PER) * 100
                       / WS-OBJECTIF-W
               MOVE WS-ATTEINTE-W TO WS-POURCENT-COL
               MOVE WS-POURCENT-COL TO WS-LIGNE-RAPPORT(75:5)
               MOVE ' %' TO WS-LIGNE-RAPPORT(80:2)
               IF WS-ATTEINTE-W < WS-SEUIL-ALERTE
                   MOVE 'SOUS SEUIL' TO WS-LIGNE-RAPPORT(83:10)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-SIMULATION.

      *---------------------------------------------------------------
      * Un bloc par couple d'arrivee qui recoit un transfert (avec
      * tous les couples qui s'y cumulent), puis un bloc par couple
      * clos.
       ECRIRE-VENDEURS.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           IF COMMISSIONS-SIMULEES
               MOVE 'VENDEURS CONCERNES (commission au bareme EX09C, '
                 & 'hors clawback et blocages)' TO WS-LIGNE-RAPPORT
           ELSE
               MOVE 'VENDEURS CONCERNES (matricules ou bareme absents'
                 & ' : commissions non simulees)' TO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-APRES
               MOVE WS-RANG TO WS-ORDRE(WS-RANG)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 2 BY 1
                   UNTIL WS-RANG > WS-NB-APRES
               MOVE WS-ORDRE(WS-RANG) TO WS-ORDRE-W
               MOVE WS-RANG TO WS-RANG-2
               PERFORM UNTIL WS-RANG-2 = 1
                   IF WS-APR-LIGNE(WS-ORDRE(WS-RANG-2 - 1))(1:6)
                           <= WS-APR-LIGNE(WS-ORDRE-W)(1:6)
                       EXIT PERFORM
                   END-IF
                   MOVE WS-ORDRE(WS-RANG-2 - 1) TO WS-ORDRE(WS-RANG-2)
                   SUBTRACT 1 FROM WS-RANG-2
               END-PERFORM
               MOVE WS-ORDRE-W TO WS-ORDRE(WS-RANG-2)
           END-PERFORM.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-APRES
               SET WS-IDX-APR TO WS-ORDRE(WS-RANG)
               IF APR-CONCERNE(WS-IDX-APR)
                   PERFORM ECRIRE-BLOC-APRES
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL WS-IDX-SRC > WS-NB-SOURCES
               IF SRC-CLOS(WS-IDX-SRC)
                   PERFORM ECRIRE-BLOC-CLOS
               END-IF
           END-PERFORM.
           IF WS-NB-TRANSFERES = 0 AND WS-NB-CLOS = 0
               MOVE '  Aucun couple de l''historique n''est touche par '
                 & 'les mouvements' TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-SIMULATION
           END-IF.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           COMPUTE WS-ECART-COMM = WS-GEN-COMM-APRES
                                 - WS-GEN-COMM-AVANT.
           MOVE 'TOTAL COMMISSIONS DES VENDEURS CONCERNES - avant :'
               TO WS-LIGNE-RAPPORT(1:50).
           MOVE WS-GEN-COMM-AVANT TO WS-GEN-COL.
           MOVE WS-GEN-COL TO WS-LIGNE-RAPPORT(51:13).
           MOVE '  apres :' TO WS-LIGNE-RAPPORT(64:9).
           MOVE WS-GEN-COMM-APRES TO WS-GEN-COL.
           MOVE WS-GEN-COL TO WS-LIGNE-RAPPORT(73:13).
           PERFORM ECRIRE-LIGNE-SIMULATION.
           MOVE 'Ecart de commission sur les periodes rejouees :'
               TO WS-LIGNE-RAPPORT(1:48).
           MOVE WS-ECART-COMM TO WS-GEN-COL.
           MOVE WS-GEN-COL TO WS-LIGNE-RAPPORT(51:13).
           MOVE ' EUR' TO WS-LIGNE-RAPPORT(64:4).
           PERFORM ECRIRE-LIGNE-SIMULATION.

      *---------------------------------------------------------------
      * Avant : chaque couple d'origine avec son objectif et son
      * matricule ; apres : le couple d'arrivee, son objectif et son
      * matricule (un vendeur transfere sans ligne a son nouveau
      * couple perd objectif et commission).
       ECRIRE-BLOC-APRES.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           STRING 'Couple apres ' WS-APR-REGION(WS-IDX-APR) '/'
                  WS-APR-VENDEUR(WS-IDX-APR) ' :'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL WS-IDX-SRC > WS-NB-SOURCES
               IF SRC-ACTIF(WS-IDX-SRC)
                       AND WS-SRC-APRES(WS-IDX-SRC) = WS-IDX-APR
                   IF WS-SRC-REGION(WS-IDX-SRC)
                           NOT = WS-SRC-REGION-APRES(WS-IDX-SRC)
                       STRING '  origine ' WS-SRC-REGION(WS-IDX-SRC)
                              '/' WS-SRC-VENDEUR(WS-IDX-SRC)
                              ' (transfert)'
                           DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   ELSE
                       STRING '  origine ' WS-SRC-REGION(WS-IDX-SRC)
                              '/' WS-SRC-VENDEUR(WS-IDX-SRC)
                              ' (deja dans la region)'
                           DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   END-IF
                   PERFORM ECRIRE-LIGNE-SIMULATION
               END-IF
           END-PERFORM.
           MOVE WS-APR-REGION(WS-IDX-APR) TO WS-CLE-REGION.
           MOVE WS-APR-VENDEUR(WS-IDX-APR) TO WS-CLE-VENDEUR.
           PERFORM CHERCHER-OBJECTIF.
           MOVE WS-OBJECTIF-W TO WS-OBJ-APRES.
           IF WS-OBJ-APRES = 0
               MOVE '  pas d''objectif vendeur pour le couple apres'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-SIMULATION
           END-IF.
           IF COMMISSIONS-SIMULEES
               PERFORM CHERCHER-MATRICULE
               IF WS-MATRICULE-W = SPACES
                   ADD 1 TO WS-NB-SANS-MATRICULE
                   MOVE '  *** pas de matricule pour le couple apres '
                     & 'dans FIC-VENDEURS-MATRICULES.dat : commission'
                     & ' perdue ***' TO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-SIMULATION
               END-IF
           END-IF.
           PERFORM ECRIRE-ENTETE-BLOC.
           PERFORM VARYING WS-PER FROM WS-NB-PERIODES BY -1
                   UNTIL WS-PER < 1
               MOVE 0 TO WS-CA-AVANT WS-OBJ-AVANT WS-COMM-AVANT
               PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                       UNTIL WS-IDX-SRC > WS-NB-SOURCES
                   IF SRC-ACTIF(WS-IDX-SRC)
                           AND WS-SRC-APRES(WS-IDX-SRC) = WS-IDX-APR
                       PERFORM CUMULER-ORIGINE
                   END-IF
               END-PERFORM
               MOVE WS-APR-VAL(WS-IDX-APR, WS-PER) TO WS-CA-APRES
               MOVE WS-APR-REGION(WS-IDX-APR) TO WS-CLE-REGION
               MOVE WS-APR-VENDEUR(WS-IDX-APR) TO WS-CLE-VENDEUR
               MOVE WS-CA-APRES TO WS-CA-W
               PERFORM CALCULER-COMMISSION
               MOVE WS-COMMISSION-W TO WS-COMM-APRES
               PERFORM ECRIRE-LIGNE-VENDEUR
           END-PERFORM.
           PERFORM ECRIRE-TOTAL-BLOC.

      *---------------------------------------------------------------
       ECRIRE-BLOC-CLOS.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           STRING 'Couple clos ' WS-SRC-REGION(WS-IDX-SRC) '/'
                  WS-SRC-VENDEUR(WS-IDX-SRC)
                  ' : ses ventes seraient rejetees au rollup'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-SIMULATION.
           PERFORM ECRIRE-ENTETE-BLOC.
           MOVE 0 TO WS-OBJ-APRES.
           PERFORM VARYING WS-PER FROM WS-NB-PERIODES BY -1
                   UNTIL WS-PER < 1
               MOVE 0 TO WS-CA-AVANT WS-OBJ-AVANT WS-COMM-AVANT
               PERFORM CUMULER-ORIGINE
               MOVE 0 TO WS-CA-APRES WS-COMM-APRES
               PERFORM ECRIRE-LIGNE-VENDEUR
           END-PERFORM.
           PERFORM ECRIRE-TOTAL-BLOC.

      *---------------------------------------------------------------
      * Part d'un couple d'origine (WS-IDX-SRC) dans la colonne
      * avant de la periode WS-PER.
       CUMULER-ORIGINE.
           MOVE WS-SRC-REGION(WS-IDX-SRC) TO WS-CLE-REGION.
           MOVE WS-SRC-VENDEUR(WS-IDX-SRC) TO WS-CLE-VENDEUR.
           PERFORM CHERCHER-OBJECTIF.
           ADD WS-OBJECTIF-W TO WS-OBJ-AVANT.
           MOVE WS-SRC-VAL(WS-IDX-SRC, WS-PER) TO WS-CA-W.
           ADD WS-CA-W TO WS-CA-AVANT.
           PERFORM CALCULER-COMMISSION.
           ADD WS-COMMISSION-W TO WS-COMM-AVANT.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-BLOC.
           MOVE 0 TO WS-TOT-CA-AVANT WS-TOT-CA-APRES
                     WS-TOT-COMM-AVANT WS-TOT-COMM-APRES.
           MOVE ' Fin periode' TO WS-LIGNE-RAPPORT(1:12).
           MOVE 'CA avant' TO WS-LIGNE-RAPPORT(16:8).
           MOVE 'Att.' TO WS-LIGNE-RAPPORT(26:4).
           MOVE 'Comm. avant' TO WS-LIGNE-RAPPORT(34:11).
           MOVE 'CA apres' TO WS-LIGNE-RAPPORT(50:8).
           MOVE 'Att.' TO WS-LIGNE-RAPPORT(60:4).
           MOVE 'Comm. apres' TO WS-LIGNE-RAPPORT(68:11).
           MOVE 'Ecart comm.' TO WS-LIGNE-RAPPORT(81:11).
           PERFORM ECRIRE-LIGNE-SIMULATION.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-VENDEUR.
           MOVE WS-PER-FIN(WS-PER) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-LIGNE-RAPPORT(2:10).
           ADD WS-CA-AVANT TO WS-TOT-CA-AVANT.
           ADD WS-CA-APRES TO WS-TOT-CA-APRES.
           ADD WS-COMM-AVANT TO WS-TOT-COMM-AVANT.
           ADD WS-COMM-APRES TO WS-TOT-COMM-APRES.
           PERFORM REMPLIR-COLONNES-VENDEUR.

      *---------------------------------------------------------------
      * Total du bloc : atteinte sur l'ensemble des periodes (objectif
      * mensuel x nombre de periodes).
       ECRIRE-TOTAL-BLOC.
           MOVE ' Total' TO WS-LIGNE-RAPPORT(1:6).
           MOVE WS-TOT-CA-AVANT TO WS-CA-AVANT.
           MOVE WS-TOT-CA-APRES TO WS-CA-APRES.
           MOVE WS-TOT-COMM-AVANT TO WS-COMM-AVANT.
           MOVE WS-TOT-COMM-APRES TO WS-COMM-APRES.
           COMPUTE WS-OBJ-AVANT = WS-OBJ-AVANT * WS-NB-PERIODES.
           COMPUTE WS-OBJ-APRES = WS-OBJ-APRES * WS-NB-PERIODES.
           ADD WS-TOT-COMM-AVANT TO WS-GEN-COMM-AVANT.
           ADD WS-TOT-COMM-APRES TO WS-GEN-COMM-APRES.
           PERFORM REMPLIR-COLONNES-VENDEUR.

      *---------------------------------------------------------------
       REMPLIR-COLONNES-VENDEUR.
           MOVE WS-CA-AVANT TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(13:11).
           IF WS-OBJ-AVANT > 0
               COMPUTE WS-ATTEINTE-W = WS-CA-AVANT * 100
                                     / WS-OBJ-AVANT
               MOVE WS-ATTEINTE-W TO WS-POURCENT-COL
               MOVE WS-POURCENT-COL TO WS-LIGNE-RAPPORT(25:5)
               MOVE ' %' TO WS-LIGNE-RAPPORT(30:2)
           END-IF.
           MOVE WS-CA-APRES TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(47:11).
           IF WS-OBJ-APRES > 0
               COMPUTE WS-ATTEINTE-W = WS-CA-APRES * 100
                                     / WS-OBJ-APRES
               MOVE WS-ATTEINTE-W TO WS-POURCENT-COL
               MOVE WS-POURCENT-COL TO WS-LIGNE-RAPPORT(59:5)
               MOVE ' %' TO WS-LIGNE-RAPPORT(64:2)
           END-IF.
           IF COMMISSIONS-SIMULEES
               MOVE WS-COMM-AVANT TO WS-COMM-COL
               MOVE WS-COMM-COL TO WS-LIGNE-RAPPORT(33:12)
               MOVE WS-COMM-APRES TO WS-COMM-COL
               MOVE WS-COMM-COL TO WS-LIGNE-RAPPORT(67:12)
               COMPUTE WS-ECART-COMM = WS-COMM-APRES - WS-COMM-AVANT
               MOVE WS-ECART-COMM TO WS-COMM-COL
               MOVE WS-COMM-COL TO WS-LIGNE-RAPPORT(80:12)
           END-IF.
           PERFORM ECRIRE-LIGNE-SIMULATION.

      *---------------------------------------------------------------
       CHERCHER-OBJECTIF.
           MOVE 0 TO WS-OBJECTIF-W.
           PERFORM VARYING WS-IDX-OBJ FROM 1 BY 1
                   UNTIL WS-IDX-OBJ > WS-NB-OBJECTIFS
               IF WS-OBJ-REGION(WS-IDX-OBJ) = WS-CLE-REGION
                       AND WS-OBJ-VENDEUR(WS-IDX-OBJ) = WS-CLE-VENDEUR
                   MOVE WS-OBJ-MONTANT(WS-IDX-OBJ) TO WS-OBJECTIF-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CHERCHER-MATRICULE.
           MOVE SPACES TO WS-MATRICULE-W.
           PERFORM VARYING WS-IDX-VDM FROM 1 BY 1
                   UNTIL WS-IDX-VDM > WS-NB-VENDEURS
               IF WS-VDM-REGION(WS-IDX-VDM) = WS-CLE-REGION
                       AND WS-VDM-VENDEUR(WS-IDX-VDM) = WS-CLE-VENDEUR
                   MOVE WS-VDM-MATRICULE(WS-IDX-VDM) TO WS-MATRICULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Commission d'EX09C pour WS-CA-W sous le couple de cle
      * WS-CLE-REGION/WS-CLE-VENDEUR : rien sans matricule ou sur
      * un chiffre d'affaires negatif ou nul.
       CALCULER-COMMISSION.
           MOVE 0 TO WS-COMMISSION-W.
           IF NOT COMMISSIONS-SIMULEES OR WS-CA-W <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-MATRICULE.
           IF WS-MATRICULE-W = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TAUX-W.
           PERFORM VARYING WS-IDX-BAR FROM 1 BY 1
                   UNTIL WS-IDX-BAR > WS-NB-BAREME
               IF WS-CA-W >= WS-BCO-MIN(WS-IDX-BAR)
                       AND WS-CA-W <= WS-BCO-MAX(WS-IDX-BAR)
                   MOVE WS-BCO-TAUX(WS-IDX-BAR) TO WS-TAUX-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-COMMISSION-W ROUNDED = WS-CA-W * WS-TAUX-W.

      *---------------------------------------------------------------
       EDITER-DATE.
           MOVE WS-DW-JJ TO WS-DE-JJ.
           MOVE WS-DW-MM TO WS-DE-MM.
           MOVE WS-DW-AAAA TO WS-DE-AAAA.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-SIMULATION.
           MOVE WS-LIGNE-RAPPORT TO ENR-SIMULATION.
           WRITE ENR-SIMULATION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
