      *===============================================================
      * Exercice 9l - Prevision des ventes par vendeur et region
      * Niveau : Expert
      * Relit l'historique des cumuls de periode des ventes
      * (FIC-HISTO-CUMULS-EX09.dat, COPY CUMHREC : une photo par
      * periode close, ecrite par EX09-TRI-RUPTURE) et projette les
      * prochaines periodes de chaque couple region/vendeur :
      *   - moyenne mobile des N dernieres periodes du couple ;
      *   - indice saisonnier tire de la meme periode de l'annee
      *     precedente (mois M-12, ou semaine finissant 364 jours
      *     plus tot), rapporte a la moyenne mobile d'alors :
      *     prevision = moyenne mobile x indice. Sans un an
      *     d'historique pour le couple, l'indice vaut 1 (moyenne
      *     mobile seule, methode MM) ;
      *   - fourchette de confiance a 80 % environ : +/- 1,6 fois
      *     l'ecart moyen absolu des previsions par moyenne mobile
      *     sur l'historique du couple, elargie avec la racine de
      *     l'horizon (25 % de la prevision si le couple n'a
      *     qu'une periode).
      * Seules les periodes du mode de cumul en cours (celui de la
      * derniere photo) sont relues. Horizon et fenetre de la
      * moyenne mobile dans FIC-PARAM-PREVISION.dat (defaut 3 et 3).
      * Le projet d'objectifs de la prochaine periode est ecrit au
      * format de FIC-OBJECTIFS-VENTES.dat, arrondi a la centaine
      * d'euros, objectifs de region (vendeur a blanc) et seuil
      * d'alerte '%%' du fichier en vigueur compris : le directeur
      * commercial l'ajuste puis le met en place a la main.
      * Compiler : cobc -x ex09l_prevision_ventes.cobol
      *            -o ex09l_prevision_ventes -I ../copybooks
      * Executer : ./ex09l_prevision_ventes
      * Entree  : FIC-HISTO-CUMULS-EX09.dat, FIC-PARAM-PREVISION.dat
      *           (facultatif), FIC-OBJECTIFS-VENTES.dat (facultatif)
      * Sortie  : FIC-PREVISION-VENTES.txt (100 colonnes)
      *           FIC-OBJECTIFS-VENTES-PROJET.dat
      * Code retour : 0, 4 si aucun couple n'a l'historique d'un an
      *               (pas d'indice saisonnier), 1 si l'historique
      *               manque, 8 si une capacite est depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09L-PREVISION-VENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-HISTO-CUMULS
               ASSIGN TO 'FIC-HISTO-CUMULS-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-PREVISION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-OBJECTIFS ASSIGN TO 'FIC-OBJECTIFS-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OBJECTIFS.
           SELECT FIC-PROJET
               ASSIGN TO 'FIC-OBJECTIFS-VENTES-PROJET.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-PREVISION ASSIGN TO 'FIC-PREVISION-VENTES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-HISTO ASSIGN TO 'WRK-HISTO-PREVISION.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-HISTO-CUMULS LABEL RECORDS ARE STANDARD.
       COPY CUMHREC.

       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PPV-HORIZON       PIC 9(2).
           05 PPV-FENETRE       PIC 9(2).

      * Meme enregistrement que FIC-OBJECTIFS dans EX09.
       FD  FIC-OBJECTIFS LABEL RECORDS ARE STANDARD.
       01  ENR-OBJECTIF.
           05 OBJ-REGION        PIC X(2).
           05 OBJ-VENDEUR       PIC X(4).
           05 OBJ-MONTANT       PIC 9(12).

       FD  FIC-PROJET LABEL RECORDS ARE STANDARD.
       01  ENR-PROJET.
           05 PRJ-REGION        PIC X(2).
           05 PRJ-VENDEUR       PIC X(4).
           05 PRJ-MONTANT       PIC 9(12).

       FD  FIC-PREVISION LABEL RECORDS ARE STANDARD.
       01  ENR-PREVISION        PIC X(100).

       SD  WRK-HISTO.
       01  WRK-ENR-HISTO.
           05 WRK-FIN-PERIODE   PIC 9(8).
           05 WRK-MODE          PIC X.
           05 WRK-REGION        PIC X(2).
           05 WRK-VENDEUR       PIC X(4).
           05 WRK-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-OBJECTIFS PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.

       01 WS-HORIZON          PIC 9(2) VALUE 3.
       01 WS-FENETRE          PIC 9(2) VALUE 3.
       01 WS-MODE             PIC X VALUE SPACE.
          88 MODE-HEBDO       VALUE 'S'.
          88 MODE-MENSUEL     VALUE 'M'.
       01 WS-NB-LUS           PIC 9(6) VALUE 0.
       01 WS-NB-AUTRE-MODE    PIC 9(6) VALUE 0.
       01 WS-SEUIL-ALERTE     PIC 9(12) VALUE 80.

      * Periodes closes, dans l'ordre chronologique.
       01 WS-MAX-PERIODES     PIC 9(3) VALUE 120.
       01 WS-TABLE-PERIODES.
          05 WS-PER-FIN       PIC 9(8) OCCURS 120 TIMES.
       01 WS-NB-PERIODES      PIC 9(3) VALUE 0.

      * Couples region/vendeur, premiere periode ou ils apparaissent
      * et objectif en vigueur.
       01 WS-MAX-COUPLES      PIC 9(3) VALUE 500.
       01 WS-TABLE-COUPLES.
          05 WS-CPL-LIGNE OCCURS 500 TIMES INDEXED BY WS-IDX-CPL.
             10 WS-CPL-REGION    PIC X(2).
             10 WS-CPL-VENDEUR   PIC X(4).
             10 WS-CPL-PREMIERE  PIC 9(3).
             10 WS-CPL-OBJECTIF  PIC 9(12).
       01 WS-NB-COUPLES       PIC 9(3) VALUE 0.
      * Ordre region/vendeur des couples (ruptures du projet).
       01 WS-TABLE-ORDRE.
          05 WS-ORDRE         PIC 9(3) OCCURS 500 TIMES.
       01 WS-RANG             PIC 9(3) VALUE 0.
       01 WS-RANG-2           PIC 9(3) VALUE 0.
       01 WS-ORDRE-W          PIC 9(3) VALUE 0.

      * Cumul de chaque couple pour chaque periode (0 si le couple
      * n'a rien vendu sur la periode).
       01 WS-TABLE-VALEURS.
          05 WS-VAL-COUPLE OCCURS 500 TIMES.
             10 WS-VAL       PIC S9(12) OCCURS 120 TIMES.

      * Previsions de la periode en cours de calcul, par horizon,
      * et cumuls tous couples.
       01 WS-TABLE-HORIZONS.
          05 WS-HOR-LIGNE OCCURS 12 TIMES.
             10 WS-HOR-FIN       PIC 9(8).
             10 WS-HOR-TOT-PREV  PIC S9(14).
             10 WS-HOR-TOT-BASSE PIC S9(14).
             10 WS-HOR-TOT-HAUTE PIC S9(14).

       01 WS-PER              PIC 9(3) VALUE 0.
       01 WS-PER-DEBUT        PIC 9(3) VALUE 0.
       01 WS-PER-REF          PIC 9(3) VALUE 0.
       01 WS-PER-AN-DERNIER   PIC 9(3) VALUE 0.
       01 WS-H                PIC 9(2) VALUE 0.
       01 WS-K                PIC 9(3) VALUE 0.
       01 WS-NB-VALEURS       PIC 9(3) VALUE 0.
       01 WS-SOMME            PIC S9(14) VALUE 0.
       01 WS-MOYENNE          PIC S9(12)V99 VALUE 0.
       01 WS-MOYENNE-MOBILE   PIC S9(12)V99 VALUE 0.
       01 WS-MOYENNE-REF      PIC S9(12)V99 VALUE 0.
       01 WS-INDICE           PIC 9(2)V99 VALUE 1.
       01 WS-PREVISION        PIC S9(12) VALUE 0.
       01 WS-BASSE            PIC S9(12) VALUE 0.
       01 WS-HAUTE            PIC S9(12) VALUE 0.
       01 WS-DEMI-LARGEUR     PIC 9(12) VALUE 0.
       01 WS-ECART            PIC S9(12)V99 VALUE 0.
       01 WS-SOMME-ECARTS     PIC 9(14)V99 VALUE 0.
       01 WS-NB-ECARTS        PIC 9(3) VALUE 0.
       01 WS-ECART-MOYEN      PIC 9(12)V99 VALUE 0.
       01 WS-METHODE          PIC X(8) VALUE SPACES.
       01 WS-NB-SAISONNIERS   PIC 9(5) VALUE 0.
       01 WS-DATE-CIBLE       PIC 9(8) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DW-AAAA       PIC 9(4).
          05 WS-DW-MM         PIC 99.
          05 WS-DW-JJ         PIC 99.
       01 WS-JOUR-ENTIER      PIC 9(7) VALUE 0.

      * Projet d'objectifs : cumul de region des previsions.
       01 WS-REGION-COURS     PIC X(2) VALUE SPACES.
       01 WS-OBJECTIF-REGION  PIC 9(12) VALUE 0.
       01 WS-NB-PROJETS       PIC 9(4) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-MONTANT-COL      PIC -(10)9.
       01 WS-TOTAL-COL        PIC -(11)9.
       01 WS-INDICE-COL       PIC Z9.99.
       01 WS-DATE-EDIT.
          05 WS-DE-JJ         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-MM         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-AAAA       PIC 9(4).

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Prevision des ventes par vendeur et region'.
           DISPLAY '================================================'.
           PERFORM LIRE-PARAM-PREVISION.
           PERFORM LIRE-MODE-COURANT.
           INITIALIZE WS-TABLE-VALEURS.
           SORT WRK-HISTO
               ASCENDING KEY WRK-FIN-PERIODE WRK-REGION WRK-VENDEUR
               USING FIC-HISTO-CUMULS
               OUTPUT PROCEDURE IS CHARGER-HISTORIQUE.
           IF WS-NB-PERIODES = 0
               DISPLAY 'FIC-HISTO-CUMULS-EX09.dat sans periode close '
                       'du mode ' WS-MODE ' : aucune prevision'
               STOP RUN 1
           END-IF.
           PERFORM CHARGER-OBJECTIFS.
           PERFORM ORDONNER-COUPLES.
           PERFORM CALCULER-PERIODES-CIBLES.

           OPEN OUTPUT FIC-PREVISION.
           OPEN OUTPUT FIC-PROJET.
           PERFORM ECRIRE-ENTETE-PREVISION.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-COUPLES
               SET WS-IDX-CPL TO WS-ORDRE(WS-RANG)
               PERFORM PREVOIR-COUPLE
           END-PERFORM.
           PERFORM ECRIRE-OBJECTIF-REGION.
           PERFORM ECRIRE-TOTAUX-PREVISION.
           MOVE '%%' TO PRJ-REGION.
           MOVE SPACES TO PRJ-VENDEUR.
           MOVE WS-SEUIL-ALERTE TO PRJ-MONTANT.
           WRITE ENR-PROJET.
           ADD 1 TO WS-NB-PROJETS.
           CLOSE FIC-PREVISION.
           CLOSE FIC-PROJET.

           IF WS-NB-SAISONNIERS = 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Mode de cumul        : ' WS-MODE.
           DISPLAY 'Periodes historisees : ' WS-NB-PERIODES
                   ' (derniere close le ' WS-PER-FIN(WS-NB-PERIODES)
                   ')'.
           DISPLAY 'Couples projetes     : ' WS-NB-COUPLES.
           DISPLAY 'Previsions saisonnalisees : ' WS-NB-SAISONNIERS.
           IF WS-NB-AUTRE-MODE > 0
               DISPLAY 'Photos d''un autre mode ignorees : '
                       WS-NB-AUTRE-MODE
           END-IF.
           IF WS-NB-SAISONNIERS = 0
               DISPLAY '*** Moins d''un an d''historique : moyenne '
                       'mobile seule, sans indice saisonnier ***'
           END-IF.
           DISPLAY 'Rapport dans FIC-PREVISION-VENTES.txt'.
           DISPLAY 'Projet d''objectifs (' WS-NB-PROJETS
                   ' enregistrements) dans '
                   'FIC-OBJECTIFS-VENTES-PROJET.dat'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAM-PREVISION.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PPV-HORIZON IS NUMERIC
                               AND PPV-HORIZON > 0
                           MOVE PPV-HORIZON TO WS-HORIZON
                       END-IF
                       IF PPV-FENETRE IS NUMERIC
                               AND PPV-FENETRE > 0
                           MOVE PPV-FENETRE TO WS-FENETRE
                       END-IF
               END-READ
               CLOSE FIC-PARAM
           END-IF.
           IF WS-HORIZON > 12
               MOVE 12 TO WS-HORIZON
           END-IF.
           DISPLAY 'Horizon : ' WS-HORIZON ' periode(s), moyenne '
                   'mobile sur ' WS-FENETRE ' periode(s)'.

      *---------------------------------------------------------------
      * Le mode de cumul en vigueur est celui de la derniere photo
      * ecrite (l'historique est alimente dans l'ordre des
      * clotures).
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
                       ADD 1 TO WS-NB-LUS
                       MOVE HCU-MODE TO WS-MODE
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-CUMULS.
           IF NOT MODE-HEBDO AND NOT MODE-MENSUEL
               DISPLAY 'FIC-HISTO-CUMULS-EX09.dat vide ou mode de '
                       'cumul inconnu : aucune prevision'
               STOP RUN 1
           END-IF.

      *---------------------------------------------------------------
      * Photos triees par fin de periode : une colonne par periode,
      * une ligne par couple.
       CHARGER-HISTORIQUE.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               IF WRK-MODE NOT = WS-MODE
                   ADD 1 TO WS-NB-AUTRE-MODE
               ELSE
                   PERFORM RANGER-PHOTO
               END-IF
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
       RANGER-PHOTO.
           IF WS-NB-PERIODES = 0
                   OR WRK-FIN-PERIODE NOT = WS-PER-FIN(WS-NB-PERIODES)
               IF WS-NB-PERIODES >= WS-MAX-PERIODES
                   DISPLAY '*** Plus de ' WS-MAX-PERIODES ' periodes '
                           'a l''historique - purger les plus '
                           'anciennes ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-PERIODES
               MOVE WRK-FIN-PERIODE TO WS-PER-FIN(WS-NB-PERIODES)
           END-IF.
           SET WS-IDX-CPL TO 1.
           SEARCH WS-CPL-LIGNE
               AT END
                   PERFORM AJOUTER-COUPLE
               WHEN WS-IDX-CPL > WS-NB-COUPLES
                   PERFORM AJOUTER-COUPLE
               WHEN WS-CPL-REGION(WS-IDX-CPL) = WRK-REGION
                       AND WS-CPL-VENDEUR(WS-IDX-CPL) = WRK-VENDEUR
                   CONTINUE
           END-SEARCH.
           ADD WRK-TOTAL TO WS-VAL(WS-IDX-CPL, WS-NB-PERIODES).

      *---------------------------------------------------------------
       AJOUTER-COUPLE.
           IF WS-NB-COUPLES >= WS-MAX-COUPLES
               DISPLAY '*** Plus de ' WS-MAX-COUPLES ' couples '
                       'region/vendeur - prevision non faite ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-COUPLES.
           SET WS-IDX-CPL TO WS-NB-COUPLES.
           MOVE WRK-REGION TO WS-CPL-REGION(WS-IDX-CPL).
           MOVE WRK-VENDEUR TO WS-CPL-VENDEUR(WS-IDX-CPL).
           MOVE WS-NB-PERIODES TO WS-CPL-PREMIERE(WS-IDX-CPL).
           MOVE 0 TO WS-CPL-OBJECTIF(WS-IDX-CPL).

      *---------------------------------------------------------------
      * Objectifs en vigueur, pour comparaison, et seuil d'alerte a
      * reporter dans le projet.
       CHARGER-OBJECTIFS.
           OPEN INPUT FIC-OBJECTIFS.
           IF WS-STATUT-OBJECTIFS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OBJECTIFS NOT = '00'
               READ FIC-OBJECTIFS
                   AT END MOVE '10' TO WS-STATUT-OBJECTIFS
                   NOT AT END
                       IF OBJ-REGION = '%%'
                           MOVE OBJ-MONTANT TO WS-SEUIL-ALERTE
                       ELSE
                           PERFORM RETENIR-OBJECTIF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-OBJECTIFS.

      *---------------------------------------------------------------
       RETENIR-OBJECTIF.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COUPLES
               IF WS-CPL-REGION(WS-IDX-CPL) = OBJ-REGION
                       AND WS-CPL-VENDEUR(WS-IDX-CPL) = OBJ-VENDEUR
                   MOVE OBJ-MONTANT TO WS-CPL-OBJECTIF(WS-IDX-CPL)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Tri par insertion des numeros de couple sur region puis
      * vendeur (un couple nouveau peut apparaitre a toute periode).
       ORDONNER-COUPLES.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-COUPLES
               MOVE WS-RANG TO WS-ORDRE-W
               MOVE WS-RANG TO WS-RANG-2
               PERFORM UNTIL WS-RANG-2 = 1
                   IF WS-CPL-LIGNE(WS-ORDRE(WS-RANG-2 - 1))(1:6)
                           <= WS-CPL-LIGNE(WS-ORDRE-W)(1:6)
                       EXIT PERFORM
                   END-IF
                   MOVE WS-ORDRE(WS-RANG-2 - 1) TO WS-ORDRE(WS-RANG-2)
                   SUBTRACT 1 FROM WS-RANG-2
               END-PERFORM
               MOVE WS-ORDRE-W TO WS-ORDRE(WS-RANG-2)
           END-PERFORM.

      *---------------------------------------------------------------
      * Fins des periodes a projeter : fin du mois suivant (mode M)
      * ou sept jours plus tard (mode S).
       CALCULER-PERIODES-CIBLES.
           MOVE WS-PER-FIN(WS-NB-PERIODES) TO WS-DATE-CIBLE.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HORIZON
               IF MODE-MENSUEL
                   MOVE WS-DATE-CIBLE TO WS-DATE-W
                   MOVE 01 TO WS-DW-JJ
                   ADD 2 TO WS-DW-MM
                   IF WS-DW-MM > 12
                       SUBTRACT 12 FROM WS-DW-MM
                       ADD 1 TO WS-DW-AAAA
                   END-IF
                   COMPUTE WS-JOUR-ENTIER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-W) - 1
               ELSE
                   COMPUTE WS-JOUR-ENTIER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE) + 7
               END-IF
               COMPUTE WS-DATE-CIBLE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               MOVE WS-DATE-CIBLE TO WS-HOR-FIN(WS-H)
               MOVE 0 TO WS-HOR-TOT-PREV(WS-H)
               MOVE 0 TO WS-HOR-TOT-BASSE(WS-H)
               MOVE 0 TO WS-HOR-TOT-HAUTE(WS-H)
           END-PERFORM.

      *---------------------------------------------------------------
      * Un couple : moyenne mobile et ecart moyen sur son propre
      * historique, puis une ligne par periode projetee.
       PREVOIR-COUPLE.
           MOVE WS-NB-PERIODES TO WS-PER-REF.
           PERFORM CALCULER-MOYENNE-MOBILE.
           MOVE WS-MOYENNE TO WS-MOYENNE-MOBILE.
           PERFORM CALCULER-ECART-MOYEN.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HORIZON
               PERFORM PREVOIR-PERIODE
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-PREVISION.

      *---------------------------------------------------------------
      * Moyenne des WS-FENETRE periodes finissant a WS-PER-REF, sans
      * remonter avant la premiere periode du couple.
       CALCULER-MOYENNE-MOBILE.
           MOVE 0 TO WS-SOMME.
           MOVE 0 TO WS-NB-VALEURS.
           MOVE WS-PER-REF TO WS-PER.
           PERFORM UNTIL WS-NB-VALEURS >= WS-FENETRE
                   OR WS-PER < WS-CPL-PREMIERE(WS-IDX-CPL)
                   OR WS-PER = 0
               ADD WS-VAL(WS-IDX-CPL, WS-PER) TO WS-SOMME
               ADD 1 TO WS-NB-VALEURS
               SUBTRACT 1 FROM WS-PER
           END-PERFORM.
           IF WS-NB-VALEURS = 0
               MOVE 0 TO WS-MOYENNE
           ELSE
               COMPUTE WS-MOYENNE ROUNDED = WS-SOMME / WS-NB-VALEURS
           END-IF.

      *---------------------------------------------------------------
      * Ecart moyen absolu entre chaque periode du couple et la
      * moyenne mobile des periodes qui la precedent.
       CALCULER-ECART-MOYEN.
           MOVE 0 TO WS-SOMME-ECARTS.
           MOVE 0 TO WS-NB-ECARTS.
           COMPUTE WS-PER-DEBUT = WS-CPL-PREMIERE(WS-IDX-CPL) + 1.
           PERFORM VARYING WS-K FROM WS-PER-DEBUT BY 1
                   UNTIL WS-K > WS-NB-PERIODES
               COMPUTE WS-PER-REF = WS-K - 1
               PERFORM CALCULER-MOYENNE-MOBILE
               COMPUTE WS-ECART = WS-VAL(WS-IDX-CPL, WS-K)
                                - WS-MOYENNE
               IF WS-ECART < 0
                   COMPUTE WS-ECART = 0 - WS-ECART
               END-IF
               ADD WS-ECART TO WS-SOMME-ECARTS
               ADD 1 TO WS-NB-ECARTS
           END-PERFORM.
           IF WS-NB-ECARTS > 0
               COMPUTE WS-ECART-MOYEN ROUNDED =
                   WS-SOMME-ECARTS / WS-NB-ECARTS
           ELSE
               IF WS-MOYENNE-MOBILE > 0
                   COMPUTE WS-ECART-MOYEN ROUNDED =
                       WS-MOYENNE-MOBILE * 0.25 / 1.6
               ELSE
                   MOVE 0 TO WS-ECART-MOYEN
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Periode WS-H : indice saisonnier si la meme periode de
      * l'annee precedente et la moyenne mobile d'alors existent.
       PREVOIR-PERIODE.
           MOVE 1 TO WS-INDICE.
           MOVE 'MM' TO WS-METHODE.
           PERFORM CHERCHER-AN-DERNIER.
           IF WS-PER-AN-DERNIER > WS-H
               COMPUTE WS-PER-REF = WS-PER-AN-DERNIER - WS-H
               IF WS-PER-REF >= WS-CPL-PREMIERE(WS-IDX-CPL)
                   PERFORM CALCULER-MOYENNE-MOBILE
                   MOVE WS-MOYENNE TO WS-MOYENNE-REF
                   IF WS-MOYENNE-REF > 0
                           AND WS-VAL(WS-IDX-CPL, WS-PER-AN-DERNIER)
                               >= 0
                       COMPUTE WS-INDICE ROUNDED =
                           WS-VAL(WS-IDX-CPL, WS-PER-AN-DERNIER)
                           / WS-MOYENNE-REF
                           ON SIZE ERROR MOVE 99.99 TO WS-INDICE
                       END-COMPUTE
                       MOVE 'MM x IS' TO WS-METHODE
                       ADD 1 TO WS-NB-SAISONNIERS
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-PREVISION ROUNDED =
               WS-MOYENNE-MOBILE * WS-INDICE.
           IF WS-PREVISION < 0
               MOVE 0 TO WS-PREVISION
           END-IF.
           COMPUTE WS-DEMI-LARGEUR ROUNDED =
               WS-ECART-MOYEN * 1.6 * FUNCTION SQRT(WS-H).
           COMPUTE WS-BASSE = WS-PREVISION - WS-DEMI-LARGEUR.
           IF WS-BASSE < 0
               MOVE 0 TO WS-BASSE
           END-IF.
           COMPUTE WS-HAUTE = WS-PREVISION + WS-DEMI-LARGEUR.
           ADD WS-PREVISION TO WS-HOR-TOT-PREV(WS-H).
           ADD WS-BASSE TO WS-HOR-TOT-BASSE(WS-H).
           ADD WS-HAUTE TO WS-HOR-TOT-HAUTE(WS-H).

           MOVE SPACES TO WS-LIGNE-RAPPORT.
           IF WS-H = 1
               MOVE WS-CPL-REGION(WS-IDX-CPL) TO WS-LIGNE-RAPPORT(1:2)
               MOVE WS-CPL-VENDEUR(WS-IDX-CPL)
                   TO WS-LIGNE-RAPPORT(4:4)
               MOVE WS-MOYENNE-MOBILE TO WS-MONTANT-COL
               MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(20:11)
               PERFORM PREPARER-PROJET
           END-IF.
           MOVE WS-HOR-FIN(WS-H) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-LIGNE-RAPPORT(9:10).
           MOVE WS-INDICE TO WS-INDICE-COL.
           MOVE WS-INDICE-COL TO WS-LIGNE-RAPPORT(32:5).
           MOVE WS-PREVISION TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(38:11).
           MOVE WS-BASSE TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(50:11).
           MOVE WS-HAUTE TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(62:11).
           IF WS-H = 1 AND WS-CPL-OBJECTIF(WS-IDX-CPL) > 0
               MOVE WS-CPL-OBJECTIF(WS-IDX-CPL) TO WS-MONTANT-COL
               MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(74:11)
           END-IF.
           MOVE WS-METHODE TO WS-LIGNE-RAPPORT(87:8).
           PERFORM ECRIRE-LIGNE-PREVISION.

      *---------------------------------------------------------------
      * Meme periode un an plus tot : meme mois de l'annee
      * precedente (mode M) ou fin de semaine 364 jours plus tot,
      * a trois jours pres (mode S). 0 si absente de l'historique.
       CHERCHER-AN-DERNIER.
           MOVE 0 TO WS-PER-AN-DERNIER.
           MOVE WS-HOR-FIN(WS-H) TO WS-DATE-W.
           IF MODE-MENSUEL
               SUBTRACT 1 FROM WS-DW-AAAA
               PERFORM VARYING WS-PER FROM WS-NB-PERIODES BY -1
                       UNTIL WS-PER = 0
                   IF WS-PER-FIN(WS-PER)(1:6) = WS-DATE-W(1:6)
                       MOVE WS-PER TO WS-PER-AN-DERNIER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-W) - 364
               PERFORM VARYING WS-PER FROM WS-NB-PERIODES BY -1
                       UNTIL WS-PER = 0
                   IF FUNCTION INTEGER-OF-DATE(WS-PER-FIN(WS-PER))
                           >= WS-JOUR-ENTIER - 3
                       AND FUNCTION INTEGER-OF-DATE(WS-PER-FIN(WS-PER))
                           <= WS-JOUR-ENTIER + 3
                       MOVE WS-PER TO WS-PER-AN-DERNIER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Projet d'objectif du vendeur (prochaine periode, arrondi a la
      * centaine) ; l'objectif de la region est ecrit a la rupture.
       PREPARER-PROJET.
           IF WS-CPL-REGION(WS-IDX-CPL) NOT = WS-REGION-COURS
               PERFORM ECRIRE-OBJECTIF-REGION
               MOVE WS-CPL-REGION(WS-IDX-CPL) TO WS-REGION-COURS
           END-IF.
           MOVE WS-CPL-REGION(WS-IDX-CPL) TO PRJ-REGION.
           MOVE WS-CPL-VENDEUR(WS-IDX-CPL) TO PRJ-VENDEUR.
           COMPUTE PRJ-MONTANT ROUNDED = WS-PREVISION / 100.
           COMPUTE PRJ-MONTANT = PRJ-MONTANT * 100.
           ADD PRJ-MONTANT TO WS-OBJECTIF-REGION.
           WRITE ENR-PROJET.
           ADD 1 TO WS-NB-PROJETS.

      *---------------------------------------------------------------
       ECRIRE-OBJECTIF-REGION.
           IF WS-REGION-COURS NOT = SPACES
               MOVE WS-REGION-COURS TO PRJ-REGION
               MOVE SPACES TO PRJ-VENDEUR
               MOVE WS-OBJECTIF-REGION TO PRJ-MONTANT
               WRITE ENR-PROJET
               ADD 1 TO WS-NB-PROJETS
           END-IF.
           MOVE 0 TO WS-OBJECTIF-REGION.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-PREVISION.
           MOVE WS-PER-FIN(WS-NB-PERIODES) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           IF MODE-MENSUEL
               STRING 'PREVISION DES VENTES MENSUELLES - HISTORIQUE '
                      'CLOS AU ' WS-DATE-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               STRING 'PREVISION DES VENTES HEBDOMADAIRES - '
                      'HISTORIQUE CLOS AU ' WS-DATE-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-PREVISION.
           STRING 'Moyenne mobile sur ' WS-FENETRE ' periode(s), '
                  'indice saisonnier an -1, fourchette a 80 %, EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-PREVISION.
           PERFORM ECRIRE-LIGNE-PREVISION.
           MOVE 'Rg Vend Fin periode  Moy.mobile Indice  Prevision'
             & '      Basse      Haute   Objectif  Methode'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-PREVISION.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-PREVISION.

      *---------------------------------------------------------------
      * Totaux tous couples par periode projetee (les bornes sont
      * additionnees, la fourchette totale est donc prudente).
       ECRIRE-TOTAUX-PREVISION.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-PREVISION.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HORIZON
               MOVE SPACES TO WS-LIGNE-RAPPORT
               IF WS-H = 1
                   MOVE 'TOTAL' TO WS-LIGNE-RAPPORT(1:5)
               END-IF
               MOVE WS-HOR-FIN(WS-H) TO WS-DATE-W
               PERFORM EDITER-DATE
               MOVE WS-DATE-EDIT TO WS-LIGNE-RAPPORT(9:10)
               MOVE WS-HOR-TOT-PREV(WS-H) TO WS-TOTAL-COL
               MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(37:12)
               MOVE WS-HOR-TOT-BASSE(WS-H) TO WS-TOTAL-COL
               MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(49:12)
               MOVE WS-HOR-TOT-HAUTE(WS-H) TO WS-TOTAL-COL
               MOVE WS-TOTAL-COL TO WS-LIGNE-RAPPORT(61:12)
               PERFORM ECRIRE-LIGNE-PREVISION
           END-PERFORM.

      *---------------------------------------------------------------
       EDITER-DATE.
           MOVE WS-DW-JJ TO WS-DE-JJ.
           MOVE WS-DW-MM TO WS-DE-MM.
           MOVE WS-DW-AAAA TO WS-DE-AAAA.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-PREVISION.
           MOVE WS-LIGNE-RAPPORT TO ENR-PREVISION.
           WRITE ENR-PREVISION.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
