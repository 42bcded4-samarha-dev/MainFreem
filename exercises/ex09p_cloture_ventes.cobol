      *===============================================================
      * Exercice 9p - Cloture d'une periode de ventes
      * Niveau : Expert
      * Une vente arrivee apres l'arrete du mois etait chargee dans
      * le mois en cours sans que rien ne la distingue, et les
      * chiffres deja remis d'un mois arrete ne se retrouvaient plus.
      * Ce programme clot la periode de ventes demandee
      * (FIC-DEMANDE-CLOTURE-VENTES.dat, AAAAMM) :
      *   - il refuse une periode deja close ou pas encore terminee
      *     (periode du mois courant ou a venir) ;
      *   - il totalise les ventes traitees dans le mois a partir de
      *     l'historique FIC-HISTO-VENTES-EX09.dat (doublons source +
      *     identifiant d'une relance ecartes, comme EX09M) : nombre
      *     de lignes, chiffre d'affaires signe, dont regularisations
      *     de periodes deja closes ;
      *   - il marque la periode C dans FIC-PERIODES-VENTES.dat :
      *     EX09B charge desormais toute vente datee de cette periode
      *     en regularisation de la periode ouverte (VTE-RETARD) ;
      *   - il ajoute la balance de la periode a
      *     FIC-BILAN-CLOTURES-VENTES.dat, piece justificative.
      * Compiler : cobc -x ex09p_cloture_ventes.cobol
      *            -o ex09p_cloture_ventes -I ../copybooks
      * Executer : ./ex09p_cloture_ventes
      * Code retour : 0 cloture faite, 8 refusee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09P-CLOTURE-VENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEMANDE
               ASSIGN TO 'FIC-DEMANDE-CLOTURE-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEMANDE.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-PERIODES-VENTES
               ASSIGN TO 'FIC-PERIODES-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FIC-BILANS
               ASSIGN TO 'FIC-BILAN-CLOTURES-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BILANS.
           SELECT WRK-HISTO ASSIGN TO 'WRK-CLOTURE-VENTES.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DEMANDE LABEL RECORDS ARE STANDARD.
       01  ENR-DEMANDE.
           05 DEM-PERIODE       PIC 9(6).

       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

      * Etat des periodes de ventes (C = close), tenu ici et relu
      * par EX09B au chargement.
       FD  FIC-PERIODES-VENTES LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-VENTES.
           05 PVE-PERIODE       PIC 9(6).
           05 PVE-ETAT          PIC X.

      * Balance de cloture : une ligne par periode close, piece
      * justificative conservee en extension.
       FD  FIC-BILANS LABEL RECORDS ARE STANDARD.
       01  ENR-BILAN.
           05 BIV-PERIODE       PIC 9(6).
           05 BIV-NB-LIGNES     PIC 9(6).
           05 BIV-CA            PIC S9(12) SIGN LEADING SEPARATE.
           05 BIV-NB-RETARDS    PIC 9(6).
           05 BIV-CA-RETARDS    PIC S9(12) SIGN LEADING SEPARATE.
           05 BIV-DATE-CLOTURE  PIC 9(8).

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
       01 WS-STATUT-DEMANDE   PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-BILANS    PIC X(2) VALUE '00'.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
          05 WS-MOIS-JOUR     PIC 9(6).
          05 FILLER           PIC 9(2).
       01 WS-PERIODE-DEMANDEE PIC 9(6) VALUE 0.

       01 WS-MAX-PERIODES     PIC 9(3) VALUE 240.
       01 WS-TABLE-PERIODES.
          05 WS-PER-LIGNE OCCURS 240 TIMES
                  INDEXED BY WS-IDX-PER.
             10 WS-PER-PERIODE PIC 9(6).
             10 WS-PER-ETAT    PIC X.
       01 WS-NB-PERIODES      PIC 9(3) VALUE 0.
       01 WS-PERIODE-TROUVEE  PIC X VALUE 'N'.
          88 PERIODE-TROUVEE  VALUE 'O'.

      * Cle de doublon d'une relance : source + identifiant.
       01 WS-CLE-LIGNE.
          05 WS-CLE-SOURCE    PIC X(3).
          05 WS-CLE-ID        PIC X(12).
       01 WS-CLE-PREC         PIC X(15) VALUE SPACES.
       01 WS-NB-DOUBLONS      PIC 9(6) VALUE 0.

       01 WS-NB-LIGNES        PIC 9(6) VALUE 0.
       01 WS-CA-PERIODE       PIC S9(12) VALUE 0.
       01 WS-NB-RETARDS       PIC 9(6) VALUE 0.
       01 WS-CA-RETARDS       PIC S9(12) VALUE 0.
       01 WS-MONTANT-SIGNE    PIC S9(8) VALUE 0.
       01 WS-MONTANT-EDIT     PIC -ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           DISPLAY '  Cloture de periode de ventes'.
           DISPLAY '================================================'.

           PERFORM LIRE-DEMANDE.
           PERFORM CHARGER-PERIODES.
           PERFORM CONTROLER-DEMANDE.
           PERFORM TOTALISER-PERIODE.
           PERFORM MARQUER-CLOSE.
           PERFORM ECRIRE-BILAN-CLOTURE.

           MOVE WS-CA-PERIODE TO WS-MONTANT-EDIT.
           DISPLAY 'Periode ' WS-PERIODE-DEMANDEE ' close : '
                   WS-NB-LIGNES ' ligne(s), CA ' WS-MONTANT-EDIT
                   ' EUR'.
           MOVE WS-CA-RETARDS TO WS-MONTANT-EDIT.
           DISPLAY '  dont regularisations de periodes closes : '
                   WS-NB-RETARDS ' ligne(s), ' WS-MONTANT-EDIT
                   ' EUR'.
           IF WS-NB-DOUBLONS > 0
               DISPLAY '  doublons de relance ecartes : '
                       WS-NB-DOUBLONS
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
       LIRE-DEMANDE.
           OPEN INPUT FIC-DEMANDE.
           IF WS-STATUT-DEMANDE NOT = '00'
               DISPLAY '*** FIC-DEMANDE-CLOTURE-VENTES.dat '
                       'introuvable : indiquer la periode a clore ***'
               STOP RUN 8
           END-IF.
           READ FIC-DEMANDE
               AT END CONTINUE
               NOT AT END
                   IF DEM-PERIODE IS NUMERIC
                       MOVE DEM-PERIODE TO WS-PERIODE-DEMANDEE
                   END-IF
           END-READ.
           CLOSE FIC-DEMANDE.
           IF WS-PERIODE-DEMANDEE = 0
               DISPLAY '*** Demande de cloture vide ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       CHARGER-PERIODES.
           MOVE 0 TO WS-NB-PERIODES.
           OPEN INPUT FIC-PERIODES-VENTES.
           IF WS-STATUT-PERIODES = '00'
               PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
                   READ FIC-PERIODES-VENTES
                       AT END MOVE '10' TO WS-STATUT-PERIODES
                       NOT AT END
                           IF WS-NB-PERIODES < WS-MAX-PERIODES
                               ADD 1 TO WS-NB-PERIODES
                               MOVE PVE-PERIODE TO
                                   WS-PER-PERIODE(WS-NB-PERIODES)
                               MOVE PVE-ETAT TO
                                   WS-PER-ETAT(WS-NB-PERIODES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-PERIODES-VENTES
           END-IF.

      *---------------------------------------------------------------
      * Une periode ne se clot qu'une fois, et seulement une fois
      * terminee : le mois courant recoit encore ses ventes.
       CONTROLER-DEMANDE.
           IF WS-PERIODE-DEMANDEE >= WS-MOIS-JOUR
               DISPLAY '*** Periode ' WS-PERIODE-DEMANDEE
                       ' non terminee (mois courant ' WS-MOIS-JOUR
                       ') : cloture refusee ***'
               STOP RUN 8
           END-IF.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERIODES
               IF WS-PER-PERIODE(WS-IDX-PER) = WS-PERIODE-DEMANDEE
                       AND WS-PER-ETAT(WS-IDX-PER) = 'C'
                   DISPLAY '*** Periode ' WS-PERIODE-DEMANDEE
                           ' deja close ***'
                   STOP RUN 8
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       TOTALISER-PERIODE.
           OPEN INPUT FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY '*** FIC-HISTO-VENTES-EX09.dat introuvable : '
                       'balance de cloture impossible ***'
               STOP RUN 8
           END-IF.
           CLOSE FIC-HISTO-VENTES.
           SORT WRK-HISTO
               ASCENDING KEY WRK-SOURCE WRK-ID WRK-DATE
               USING FIC-HISTO-VENTES
               OUTPUT PROCEDURE IS CUMULER-HISTORIQUE.

      *---------------------------------------------------------------
      * Historique trie par source + identifiant : une ligne relue
      * deux fois apres une relance n'est comptee qu'une fois.
       CUMULER-HISTORIQUE.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               IF WRK-MOIS-TRAITEMENT = WS-PERIODE-DEMANDEE
                   MOVE WRK-SOURCE TO WS-CLE-SOURCE
                   MOVE WRK-ID TO WS-CLE-ID
                   IF WS-CLE-LIGNE = WS-CLE-PREC
                       ADD 1 TO WS-NB-DOUBLONS
                   ELSE
                       MOVE WS-CLE-LIGNE TO WS-CLE-PREC
                       PERFORM CUMULER-LIGNE
                   END-IF
               END-IF
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           IF WRK-SENS = 'C'
               COMPUTE WS-MONTANT-SIGNE = 0 - WRK-MONTANT
           ELSE
               MOVE WRK-MONTANT TO WS-MONTANT-SIGNE
           END-IF.
           ADD WS-MONTANT-SIGNE TO WS-CA-PERIODE.
           IF WRK-RETARD = 'O'
               ADD 1 TO WS-NB-RETARDS
               ADD WS-MONTANT-SIGNE TO WS-CA-RETARDS
           END-IF.

      *---------------------------------------------------------------
       MARQUER-CLOSE.
           MOVE 'N' TO WS-PERIODE-TROUVEE.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERIODES
               IF WS-PER-PERIODE(WS-IDX-PER) = WS-PERIODE-DEMANDEE
                   MOVE 'C' TO WS-PER-ETAT(WS-IDX-PER)
                   SET PERIODE-TROUVEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT PERIODE-TROUVEE
               IF WS-NB-PERIODES < WS-MAX-PERIODES
                   ADD 1 TO WS-NB-PERIODES
                   MOVE WS-PERIODE-DEMANDEE
                       TO WS-PER-PERIODE(WS-NB-PERIODES)
                   MOVE 'C' TO WS-PER-ETAT(WS-NB-PERIODES)
               ELSE
                   DISPLAY '*** Table des periodes pleine ('
                           WS-MAX-PERIODES ') : cloture refusee ***'
                   STOP RUN 8
               END-IF
           END-IF.
           OPEN OUTPUT FIC-PERIODES-VENTES.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-PERIODE(WS-IDX-PER) TO PVE-PERIODE
               MOVE WS-PER-ETAT(WS-IDX-PER) TO PVE-ETAT
               WRITE ENR-PERIODE-VENTES
           END-PERFORM.
           CLOSE FIC-PERIODES-VENTES.

      *---------------------------------------------------------------
       ECRIRE-BILAN-CLOTURE.
           OPEN EXTEND FIC-BILANS.
           IF WS-STATUT-BILANS NOT = '00'
               OPEN OUTPUT FIC-BILANS
           END-IF.
           MOVE WS-PERIODE-DEMANDEE TO BIV-PERIODE.
           MOVE WS-NB-LIGNES TO BIV-NB-LIGNES.
           MOVE WS-CA-PERIODE TO BIV-CA.
           MOVE WS-NB-RETARDS TO BIV-NB-RETARDS.
           MOVE WS-CA-RETARDS TO BIV-CA-RETARDS.
           MOVE WS-DATE-JOUR TO BIV-DATE-CLOTURE.
           WRITE ENR-BILAN.
           CLOSE FIC-BILANS.
