      *===============================================================
      * Exercice 9q - Etat des ventes tardives par fournisseur
      * Niveau : Intermediaire
      * Liste, pour la periode de regularisation demandee, les
      * ventes chargees par EX09B alors que leur periode de vente
      * etait deja close par EX09P-CLOTURE-VENTES (VTE-RETARD O),
      * regroupees par fournisseur : les relances aux fournisseurs
      * retardataires se faisaient jusqu'ici en fouillant les
      * comptes rendus de chargement.
      *   - periode : FIC-PARAM-VENTES-TARDIVES.dat (AAAAMM), a
      *     defaut le mois courant ; une vente tardive appartient a
      *     la periode ou elle a ete traitee (date de l'historique) ;
      *   - source : FIC-HISTO-VENTES-EX09.dat, doublons source +
      *     identifiant d'une relance ecartes comme dans EX09M ;
      *   - une ligne par vente (date de traitement, periode
      *     d'origine, identifiant, couple, client, sens, montant
      *     signe), sous-total par fournisseur et total general.
      * Compiler : cobc -x ex09q_ventes_tardives.cobol
      *            -o ex09q_ventes_tardives -I ../copybooks
      * Executer : ./ex09q_ventes_tardives
      * Sortie  : FIC-VENTES-TARDIVES.txt
      * Code retour : 0, 1 si l'historique est absent.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09Q-VENTES-TARDIVES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM
               ASSIGN TO 'FIC-PARAM-VENTES-TARDIVES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-ETAT ASSIGN TO 'FIC-VENTES-TARDIVES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-HISTO ASSIGN TO 'WRK-VENTES-TARDIVES.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PVT-PERIODE       PIC 9(6).

       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

       FD  FIC-ETAT LABEL RECORDS ARE STANDARD.
       01  ENR-ETAT             PIC X(100).

      * Meme disposition que VENTHREC : date puis ENR-VENTES.
       SD  WRK-HISTO.
       01  WRK-ENR-HISTO.
           05 WRK-DATE          PIC 9(8).
           05 WRK-DATE-R REDEFINES WRK-DATE.
              10 WRK-MOIS-TRAITEMENT PIC 9(6).
              10 FILLER         PIC 9(2).
           05 WRK-REGION        PIC X(2).
           05 WRK-VENDEUR       PIC X(4).
           05 WRK-MONTANT       PIC 9(7).
           05 WRK-ID            PIC X(12).
           05 FILLER            PIC X(19).
           05 WRK-SENS          PIC X.
           05 WRK-CLIENT        PIC X(6).
           05 WRK-SOURCE        PIC X(3).
           05 FILLER            PIC X(34).
           05 WRK-PERIODE-VENTE PIC 9(6).
           05 WRK-RETARD        PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
          05 WS-MOIS-JOUR     PIC 9(6).
          05 FILLER           PIC 9(2).
       01 WS-PERIODE          PIC 9(6) VALUE 0.

      * Cle de doublon d'une relance : source + identifiant.
       01 WS-CLE-LIGNE.
          05 WS-CLE-SOURCE    PIC X(3).
          05 WS-CLE-ID        PIC X(12).
       01 WS-CLE-PREC         PIC X(15) VALUE SPACES.
       01 WS-NB-DOUBLONS      PIC 9(6) VALUE 0.

       01 WS-SOURCE-COURS     PIC X(3) VALUE SPACES.
       01 WS-NB-SOURCE        PIC 9(6) VALUE 0.
       01 WS-TOTAL-SOURCE     PIC S9(12) VALUE 0.
       01 WS-NB-SOURCES       PIC 9(4) VALUE 0.
       01 WS-NB-TOTAL         PIC 9(6) VALUE 0.
       01 WS-TOTAL-GENERAL    PIC S9(12) VALUE 0.
       01 WS-MONTANT-SIGNE    PIC S9(8) VALUE 0.
       01 WS-MONTANT-EDIT     PIC -ZZZZZZZZZZZ9.
       01 WS-LIGNE            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-MOIS-JOUR TO WS-PERIODE.
           PERFORM LIRE-PARAM.

           DISPLAY '================================================'.
           DISPLAY '  Ventes tardives - periode ' WS-PERIODE.
           DISPLAY '================================================'.

           OPEN INPUT FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-VENTES-EX09.dat introuvable : '
                       'lancer EX09-TRI-RUPTURE d''abord'
               STOP RUN 1
           END-IF.
           CLOSE FIC-HISTO-VENTES.

           OPEN OUTPUT FIC-ETAT.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== VENTES TARDIVES DE PERIODES CLOSES - '
                  'REGULARISEES EN ' WS-PERIODE ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           SORT WRK-HISTO
               ASCENDING KEY WRK-SOURCE WRK-PERIODE-VENTE WRK-ID
                             WRK-DATE
               USING FIC-HISTO-VENTES
               OUTPUT PROCEDURE IS LISTER-TARDIVES.
           MOVE WS-TOTAL-GENERAL TO WS-MONTANT-EDIT.
           STRING '>> TOTAL : ' WS-NB-TOTAL ' vente(s) tardive(s) de '
                  WS-NB-SOURCES ' fournisseur(s), '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           CLOSE FIC-ETAT.

           DISPLAY 'Ventes tardives : ' WS-NB-TOTAL
                   ' (voir FIC-VENTES-TARDIVES.txt)'.
           IF WS-NB-DOUBLONS > 0
               DISPLAY 'Doublons de relance ecartes : ' WS-NB-DOUBLONS
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
      * Periode de regularisation a lister ; absente ou invalide, le
      * mois courant.
       LIRE-PARAM.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PARAM
               AT END CONTINUE
               NOT AT END
                   IF PVT-PERIODE IS NUMERIC AND PVT-PERIODE > 0
                       MOVE PVT-PERIODE TO WS-PERIODE
                   END-IF
           END-READ.
           CLOSE FIC-PARAM.

      *---------------------------------------------------------------
      * Historique trie par fournisseur, periode d'origine puis
      * identifiant : seules les ventes tardives traitees dans la
      * periode sont retenues, une relance ne les double pas.
       LISTER-TARDIVES.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               IF WRK-RETARD = 'O'
                       AND WRK-MOIS-TRAITEMENT = WS-PERIODE
                   MOVE WRK-SOURCE TO WS-CLE-SOURCE
                   MOVE WRK-ID TO WS-CLE-ID
                   IF WS-CLE-LIGNE = WS-CLE-PREC
                       ADD 1 TO WS-NB-DOUBLONS
                   ELSE
                       MOVE WS-CLE-LIGNE TO WS-CLE-PREC
                       IF WRK-SOURCE NOT = WS-SOURCE-COURS
                           PERFORM FERMER-SOURCE
                           PERFORM OUVRIR-SOURCE
                       END-IF
                       PERFORM ECRIRE-VENTE
                   END-IF
               END-IF
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM FERMER-SOURCE.

      *---------------------------------------------------------------
       OUVRIR-SOURCE.
           MOVE WRK-SOURCE TO WS-SOURCE-COURS.
           MOVE 0 TO WS-NB-SOURCE.
           MOVE 0 TO WS-TOTAL-SOURCE.
           ADD 1 TO WS-NB-SOURCES.
           STRING 'Fournisseur ' WRK-SOURCE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING '  Traitee  Periode Identifiant  Reg Vend Client '
                  'S      Montant'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-VENTE.
           IF WRK-SENS = 'C'
               COMPUTE WS-MONTANT-SIGNE = 0 - WRK-MONTANT
           ELSE
               MOVE WRK-MONTANT TO WS-MONTANT-SIGNE
           END-IF.
           ADD 1 TO WS-NB-SOURCE.
           ADD 1 TO WS-NB-TOTAL.
           ADD WS-MONTANT-SIGNE TO WS-TOTAL-SOURCE.
           ADD WS-MONTANT-SIGNE TO WS-TOTAL-GENERAL.
           MOVE WS-MONTANT-SIGNE TO WS-MONTANT-EDIT.
           STRING '  ' WRK-DATE ' ' WRK-PERIODE-VENTE '  ' WRK-ID
                  ' ' WRK-REGION '  ' WRK-VENDEUR ' ' WRK-CLIENT
                  ' ' WRK-SENS ' ' WS-MONTANT-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *---------------------------------------------------------------
      * Sous-total du fournisseur en cours ; rien avant le premier.
       FERMER-SOURCE.
           IF WS-SOURCE-COURS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOTAL-SOURCE TO WS-MONTANT-EDIT.
           STRING '  Sous-total ' WS-SOURCE-COURS ' : ' WS-NB-SOURCE
                  ' vente(s), ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           DISPLAY 'Fournisseur ' WS-SOURCE-COURS ' : '
                   WS-NB-SOURCE ' vente(s) tardive(s), '
                   WS-MONTANT-EDIT ' EUR'.

      *---------------------------------------------------------------
       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO ENR-ETAT.
           WRITE ENR-ETAT.
           MOVE SPACES TO WS-LIGNE.
