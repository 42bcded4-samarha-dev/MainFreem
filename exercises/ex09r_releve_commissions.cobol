      *===============================================================
      * Exercice 9r - Releve de commission par vendeur
      * Niveau : Expert
      * La commission n'apparait que sur une ligne du bulletin de
      * paie et les vendeurs appelaient l'administration des ventes
      * pour la comprendre. Ce programme imprime chaque mois, pour
      * chaque matricule commissionne, un releve dans la presentation
      * encadree du bulletin de paie, a partir de ce qu'EX09C a
      * enregistre (FIC-RELEVES-COMMISSIONS.dat) :
      *   - bloc d'identite : matricule, nom (FIC-EMPLOYES.dat) et
      *     adresse (FIC-COORDONNEES.dat, tenu par EX07H) - le
      *     matricule du vendeur vient du rapprochement fait par EX09C
      *     dans FIC-VENDEURS-MATRICULES.dat ;
      *   - transactions de la periode du couple region/vendeur
      *     (ventes et avoirs), relues dans FIC-HISTO-VENTES-EX09.dat
      *     (doublons source + identifiant d'une relance ecartes) ;
      *   - base de chiffre d'affaires, tranche et taux du bareme,
      *     commission brute, clawback retenu et solde restant,
      *     montant parti en paie.
      * Compiler : cobc -x ex09r_releve_commissions.cobol
      *            -o ex09r_releve_commissions -I ../copybooks
      * Executer : ./ex09r_releve_commissions
      * Sortie  : FIC-RELEVES-COMMISSIONS.txt
      * Code retour : 0, 1 si EX09C n'a rien enregistre, 8 si la
      *               table des transactions deborde (aucun releve
      *               imprime plutot que des releves incomplets).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09R-RELEVE-COMMISSIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RELEVES
               ASSIGN TO 'FIC-RELEVES-COMMISSIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVES.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-COORDONNEES ASSIGN TO 'FIC-COORDONNEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COORDONNEES.
           SELECT FIC-IMPRESSION
               ASSIGN TO 'FIC-RELEVES-COMMISSIONS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-RELEVES ASSIGN TO 'WRK-RELEVES-COM.tmp'.
           SELECT WRK-HISTO ASSIGN TO 'WRK-RELEVES-HISTO.tmp'.

       DATA DIVISION.
       FILE SECTION.
      * Meme enregistrement que FIC-RELEVES dans EX09C.
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

       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Meme enregistrement que FIC-COORDONNEES dans EX15-PRINCIPAL.
       FD  FIC-COORDONNEES LABEL RECORDS ARE STANDARD.
       01  ENR-COORDONNEES.
           05 CRD-MATRICULE     PIC X(6).
           05 CRD-ADRESSE1      PIC X(30).
           05 CRD-ADRESSE2      PIC X(30).
           05 CRD-CODE-POSTAL   PIC X(5).
           05 CRD-VILLE         PIC X(20).
           05 CRD-EMAIL         PIC X(30).

       FD  FIC-IMPRESSION LABEL RECORDS ARE STANDARD.
       01  ENR-IMPRESSION       PIC X(80).

       SD  WRK-RELEVES.
       01  WRK-ENR-RELEVE.
           05 WRL-MATRICULE     PIC X(6).
           05 WRL-REGION        PIC X(2).
           05 WRL-VENDEUR       PIC X(4).
           05 WRL-PERIODE       PIC 9(6).
           05 WRL-PERIODE-ORIGINE PIC 9(6).
           05 WRL-BASE          PIC S9(12) SIGN LEADING SEPARATE.
           05 WRL-BASE-REGUL    PIC S9(12) SIGN LEADING SEPARATE.
           05 WRL-TRANCHE-MIN   PIC 9(12).
           05 WRL-TRANCHE-MAX   PIC 9(12).
           05 WRL-TAUX          PIC 9V999.
           05 WRL-COMMISSION    PIC 9(8)V99.
           05 WRL-RETENUE-CLW   PIC 9(8)V99.
           05 WRL-SOLDE-CLW     PIC 9(8)V99.
           05 WRL-MONTANT-PAIE  PIC 9(8)V99.
           05 WRL-STATUT        PIC X.

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
       01 WS-STATUT-RELEVES   PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-COORDONNEES PIC X(2) VALUE '00'.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.
       01 WS-FIN-RELEVES      PIC X VALUE 'N'.
          88 RELEVES-TERMINES VALUE 'O'.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-NOM-ETAB         PIC X(30) VALUE 'MAINFREEM S.A.'.

       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-NOM       PIC X(20).
             10 WS-EMP-PRENOM    PIC X(15).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.

       01 WS-TABLE-COORDONNEES.
          05 WS-CRD-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CRD.
             10 WS-CRD-MATRICULE PIC X(6).
             10 WS-CRD-ADRESSE1  PIC X(30).
             10 WS-CRD-ADRESSE2  PIC X(30).
             10 WS-CRD-CODE-POSTAL PIC X(5).
             10 WS-CRD-VILLE     PIC X(20).
       01 WS-NB-COORDONNEES   PIC 9(4) VALUE 0.

      * Transactions de la periode, une fois les doublons de
      * relance ecartes, dans l'ordre couple / source / identifiant.
       01 WS-MAX-TRX          PIC 9(5) VALUE 5000.
       01 WS-TABLE-TRX.
          05 WS-TRX-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-TRX.
             10 WS-TRX-REGION    PIC X(2).
             10 WS-TRX-VENDEUR   PIC X(4).
             10 WS-TRX-DATE      PIC 9(8).
             10 WS-TRX-ID        PIC X(12).
             10 WS-TRX-CLIENT    PIC X(6).
             10 WS-TRX-SENS      PIC X.
             10 WS-TRX-MONTANT   PIC 9(7).
             10 WS-TRX-RETARD    PIC X.
       01 WS-NB-TRX           PIC 9(5) VALUE 0.
       01 WS-NB-TRX-IGNOREES  PIC 9(5) VALUE 0.
       01 WS-CLE-LIGNE.
          05 WS-CLE-SOURCE    PIC X(3).
          05 WS-CLE-ID        PIC X(12).
       01 WS-CLE-PREC         PIC X(15) VALUE SPACES.

       01 WS-MATRICULE-COURS  PIC X(6) VALUE SPACES.
       01 WS-NOM-W            PIC X(20) VALUE SPACES.
       01 WS-PRENOM-W         PIC X(15) VALUE SPACES.
       01 WS-ADRESSE1-W       PIC X(30) VALUE SPACES.
       01 WS-ADRESSE2-W       PIC X(30) VALUE SPACES.
       01 WS-CODE-POSTAL-W    PIC X(5) VALUE SPACES.
       01 WS-VILLE-W          PIC X(20) VALUE SPACES.
       01 WS-TOTAL-PAIE       PIC 9(8)V99 VALUE 0.
       01 WS-NB-RELEVES       PIC 9(4) VALUE 0.
       01 WS-NB-LIGNES-TRX    PIC 9(5) VALUE 0.
       01 WS-MONTANT-SIGNE    PIC S9(8) VALUE 0.
       01 WS-CA-EDIT          PIC -ZZZZZZZZZZZ9.
       01 WS-TRANCHE-EDIT-1   PIC ZZZZZZZZZZZ9.
       01 WS-TRANCHE-EDIT-2   PIC ZZZZZZZZZZZ9.
       01 WS-TAUX-EDIT        PIC Z9.99.
       01 WS-EUR-EDIT         PIC ZZZZZZZ9.99.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Releves de commission des vendeurs'.
           DISPLAY '================================================'.

           PERFORM LIRE-PERIODE.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-COORDONNEES.
           PERFORM CHARGER-TRANSACTIONS.

           OPEN OUTPUT FIC-IMPRESSION.
           SORT WRK-RELEVES
               ASCENDING KEY WRL-MATRICULE WRL-PERIODE-ORIGINE
                             WRL-REGION WRL-VENDEUR
               USING FIC-RELEVES
               OUTPUT PROCEDURE IS IMPRIMER-RELEVES.
           CLOSE FIC-IMPRESSION.

           DISPLAY 'Releves imprimes : ' WS-NB-RELEVES
                   ' (voir FIC-RELEVES-COMMISSIONS.txt)'.
           STOP RUN.

      *---------------------------------------------------------------
      * La periode des releves est celle qu'EX09C a estampillee.
       LIRE-PERIODE.
           OPEN INPUT FIC-RELEVES.
           IF WS-STATUT-RELEVES NOT = '00'
               DISPLAY 'FIC-RELEVES-COMMISSIONS.dat introuvable : '
                       'lancer EX09C-COMMISSIONS d''abord'
               STOP RUN 1
           END-IF.
           READ FIC-RELEVES
               AT END CONTINUE
               NOT AT END MOVE REL-PERIODE TO WS-PERIODE
           END-READ.
           CLOSE FIC-RELEVES.
           IF WS-PERIODE = 0
               DISPLAY 'Aucune commission enregistree par EX09C : '
                       'pas de releve'
               STOP RUN 1
           END-IF.
           DISPLAY 'Periode des releves : ' WS-PERIODE.

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat absent : releves sans nom'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF WS-NB-EMPLOYES < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-MATRICULE TO
                               WS-EMP-MATRICULE(WS-NB-EMPLOYES)
                           MOVE EMP-NOM TO
                               WS-EMP-NOM(WS-NB-EMPLOYES)
                           MOVE EMP-PRENOM TO
                               WS-EMP-PRENOM(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
       CHARGER-COORDONNEES.
           OPEN INPUT FIC-COORDONNEES.
           IF WS-STATUT-COORDONNEES NOT = '00'
               DISPLAY 'FIC-COORDONNEES.dat absent : releves sans '
                       'bloc d''adresse (lancer EX07H-COORDONNEES)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-COORDONNEES NOT = '00'
               READ FIC-COORDONNEES
                   AT END MOVE '10' TO WS-STATUT-COORDONNEES
                   NOT AT END
                       IF WS-NB-COORDONNEES < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-COORDONNEES
                           MOVE CRD-MATRICULE TO
                               WS-CRD-MATRICULE(WS-NB-COORDONNEES)
                           MOVE CRD-ADRESSE1 TO
                               WS-CRD-ADRESSE1(WS-NB-COORDONNEES)
                           MOVE CRD-ADRESSE2 TO
                               WS-CRD-ADRESSE2(WS-NB-COORDONNEES)
                           MOVE CRD-CODE-POSTAL TO
                               WS-CRD-CODE-POSTAL(WS-NB-COORDONNEES)
                           MOVE CRD-VILLE TO
                               WS-CRD-VILLE(WS-NB-COORDONNEES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-COORDONNEES.

      *---------------------------------------------------------------
       CHARGER-TRANSACTIONS.
           OPEN INPUT FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-VENTES-EX09.dat absent : releves '
                       'sans detail des transactions'
               EXIT PARAGRAPH
           END-IF.
           CLOSE FIC-HISTO-VENTES.
           SORT WRK-HISTO
               ASCENDING KEY WRK-REGION WRK-VENDEUR WRK-SOURCE
                             WRK-ID WRK-DATE
               USING FIC-HISTO-VENTES
               OUTPUT PROCEDURE IS RANGER-TRANSACTIONS.
           IF WS-NB-TRX-IGNOREES > 0
               DISPLAY '*** FIC-HISTO-VENTES-EX09.dat : capacite de '
                       WS-MAX-TRX ' transactions depassee ('
                       WS-NB-TRX-IGNOREES ' ligne(s) en trop) - '
                       'releves non imprimes ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Lignes traitees dans le mois de la periode ; une ligne
      * relue deux fois apres une relance n'est gardee qu'une fois.
       RANGER-TRANSACTIONS.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               IF WRK-MOIS-TRAITEMENT = WS-PERIODE
                   MOVE WRK-SOURCE TO WS-CLE-SOURCE
                   MOVE WRK-ID TO WS-CLE-ID
                   IF WS-CLE-LIGNE NOT = WS-CLE-PREC
                       MOVE WS-CLE-LIGNE TO WS-CLE-PREC
                       PERFORM RANGER-UNE-TRANSACTION
                   END-IF
               END-IF
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
       RANGER-UNE-TRANSACTION.
           IF WS-NB-TRX >= WS-MAX-TRX
               ADD 1 TO WS-NB-TRX-IGNOREES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-TRX.
           MOVE WRK-REGION  TO WS-TRX-REGION(WS-NB-TRX).
           MOVE WRK-VENDEUR TO WS-TRX-VENDEUR(WS-NB-TRX).
           MOVE WRK-DATE    TO WS-TRX-DATE(WS-NB-TRX).
           MOVE WRK-ID      TO WS-TRX-ID(WS-NB-TRX).
           MOVE WRK-CLIENT  TO WS-TRX-CLIENT(WS-NB-TRX).
           MOVE WRK-SENS    TO WS-TRX-SENS(WS-NB-TRX).
           MOVE WRK-MONTANT TO WS-TRX-MONTANT(WS-NB-TRX).
           MOVE WRK-RETARD  TO WS-TRX-RETARD(WS-NB-TRX).

      *---------------------------------------------------------------
      * Un releve par matricule ; un bloc de commission par ligne
      * enregistree (un vendeur sur deux couples, ou une commission
      * suspendue liberee, en a plusieurs).
       IMPRIMER-RELEVES.
           RETURN WRK-RELEVES
               AT END SET RELEVES-TERMINES TO TRUE
           END-RETURN.
           PERFORM UNTIL RELEVES-TERMINES
               IF WRL-MATRICULE NOT = WS-MATRICULE-COURS
                   PERFORM FERMER-RELEVE
                   PERFORM OUVRIR-RELEVE
               END-IF
               PERFORM IMPRIMER-BLOC-COMMISSION
               RETURN WRK-RELEVES
                   AT END SET RELEVES-TERMINES TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM FERMER-RELEVE.

      *---------------------------------------------------------------
      * En-tete encadre et bloc d'identite, comme le bulletin.
       OUVRIR-RELEVE.
           MOVE WRL-MATRICULE TO WS-MATRICULE-COURS.
           MOVE 0 TO WS-TOTAL-PAIE.
           ADD 1 TO WS-NB-RELEVES.
           PERFORM CHERCHER-IDENTITE.
           PERFORM ECRIRE-LIGNE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING FUNCTION TRIM(WS-NOM-ETAB)
                  ' - RELEVE DE COMMISSION - PERIODE ' WS-PERIODE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           STRING 'Matricule : ' WRL-MATRICULE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WS-NOM-W NOT = SPACES
               STRING 'Vendeur   : ' WS-PRENOM-W ' ' WS-NOM-W
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           IF WS-ADRESSE1-W NOT = SPACES
               STRING 'Adresse   : ' WS-ADRESSE1-W
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
               IF WS-ADRESSE2-W NOT = SPACES
                   STRING '            ' WS-ADRESSE2-W
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               END-IF
               STRING '            ' WS-CODE-POSTAL-W ' '
                      WS-VILLE-W
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *---------------------------------------------------------------
      * Pied de releve : total parti en paie sur la periode.
       FERMER-RELEVE.
           IF WS-MATRICULE-COURS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-PAIE TO WS-EUR-EDIT.
           STRING 'TOTAL VERSE EN PAIE : ' WS-EUR-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *---------------------------------------------------------------
       CHERCHER-IDENTITE.
           MOVE SPACES TO WS-NOM-W WS-PRENOM-W.
           MOVE SPACES TO WS-ADRESSE1-W WS-ADRESSE2-W.
           MOVE SPACES TO WS-CODE-POSTAL-W WS-VILLE-W.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = WRL-MATRICULE
                   MOVE WS-EMP-NOM(WS-IDX-EMP) TO WS-NOM-W
                   MOVE WS-EMP-PRENOM(WS-IDX-EMP) TO WS-PRENOM-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
                   UNTIL WS-IDX-CRD > WS-NB-COORDONNEES
               IF WS-CRD-MATRICULE(WS-IDX-CRD) = WRL-MATRICULE
                   MOVE WS-CRD-ADRESSE1(WS-IDX-CRD) TO WS-ADRESSE1-W
                   MOVE WS-CRD-ADRESSE2(WS-IDX-CRD) TO WS-ADRESSE2-W
                   MOVE WS-CRD-CODE-POSTAL(WS-IDX-CRD)
                       TO WS-CODE-POSTAL-W
                   MOVE WS-CRD-VILLE(WS-IDX-CRD) TO WS-VILLE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Bloc d'une commission : transactions du couple, puis le
      * calcul ligne a ligne jusqu'au montant parti en paie.
       IMPRIMER-BLOC-COMMISSION.
           MOVE '------------------------------------------------'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WRL-PERIODE-ORIGINE = WRL-PERIODE
               STRING 'Ventes region ' WRL-REGION ' / vendeur '
                      WRL-VENDEUR ' - periode ' WRL-PERIODE
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
               PERFORM IMPRIMER-TRANSACTIONS
           ELSE
               STRING 'Commission de la periode ' WRL-PERIODE-ORIGINE
                      ' (region ' WRL-REGION ' / vendeur '
                      WRL-VENDEUR ') suspendue au controle'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE '------------------------------------------------'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WRL-BASE TO WS-CA-EDIT.
           STRING 'Chiffre d''affaires  : ' WS-CA-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WRL-BASE-REGUL NOT = 0
               MOVE WRL-BASE-REGUL TO WS-CA-EDIT
               STRING '  dont regul. closes: ' WS-CA-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           IF WRL-TRANCHE-MAX > 0
               MOVE WRL-TRANCHE-MIN TO WS-TRANCHE-EDIT-1
               MOVE WRL-TRANCHE-MAX TO WS-TRANCHE-EDIT-2
               STRING 'Tranche du bareme   : ' WS-TRANCHE-EDIT-1
                      ' a ' WS-TRANCHE-EDIT-2 ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           COMPUTE WS-TAUX-EDIT = WRL-TAUX * 100.
           STRING 'Taux applique       : ' WS-TAUX-EDIT ' %'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WRL-COMMISSION TO WS-EUR-EDIT.
           STRING 'Commission brute    : ' WS-EUR-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WRL-RETENUE-CLW > 0
               MOVE WRL-RETENUE-CLW TO WS-EUR-EDIT
               STRING 'Clawback retenu     : ' WS-EUR-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           IF WRL-SOLDE-CLW > 0
               MOVE WRL-SOLDE-CLW TO WS-EUR-EDIT
               STRING 'Solde clawback      : ' WS-EUR-EDIT
                      ' EUR restant a retenir'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           EVALUATE WRL-STATUT
               WHEN 'S'
                   MOVE 'Commission suspendue : en attente du visa '
                       & 'du directeur commercial' TO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               WHEN 'A'
                   MOVE 'Commission annulee par visa du directeur '
                       & 'commercial' TO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               WHEN 'L'
                   MOVE 'Commission liberee par visa du directeur '
                       & 'commercial' TO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               WHEN 'N'
                   MOVE 'Pas de commission sur la periode'
                       TO WS-LIGNE
                   PERFORM ECRIRE-LIGNE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD WRL-MONTANT-PAIE TO WS-TOTAL-PAIE.
           MOVE WRL-MONTANT-PAIE TO WS-EUR-EDIT.
           STRING 'MONTANT EN PAIE     : ' WS-EUR-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *---------------------------------------------------------------
       IMPRIMER-TRANSACTIONS.
           MOVE 0 TO WS-NB-LIGNES-TRX.
           MOVE '  Date     Identifiant  Client S       Montant'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           PERFORM VARYING WS-IDX-TRX FROM 1 BY 1
                   UNTIL WS-IDX-TRX > WS-NB-TRX
               IF WS-TRX-REGION(WS-IDX-TRX) = WRL-REGION
                       AND WS-TRX-VENDEUR(WS-IDX-TRX) = WRL-VENDEUR
                   PERFORM IMPRIMER-UNE-TRANSACTION
               END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-TRX = 0
               MOVE '  (aucune transaction relue pour la periode)'
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *---------------------------------------------------------------
      * D = vente, C = avoir (en moins) ; R signale une vente
      * tardive d'une periode close regularisee ce mois-ci.
       IMPRIMER-UNE-TRANSACTION.
           ADD 1 TO WS-NB-LIGNES-TRX.
           IF WS-TRX-SENS(WS-IDX-TRX) = 'C'
               COMPUTE WS-MONTANT-SIGNE =
                   0 - WS-TRX-MONTANT(WS-IDX-TRX)
           ELSE
               MOVE WS-TRX-MONTANT(WS-IDX-TRX) TO WS-MONTANT-SIGNE
           END-IF.
           MOVE WS-MONTANT-SIGNE TO WS-CA-EDIT.
           STRING '  ' WS-TRX-DATE(WS-IDX-TRX) ' '
                  WS-TRX-ID(WS-IDX-TRX) ' '
                  WS-TRX-CLIENT(WS-IDX-TRX) ' '
                  WS-TRX-SENS(WS-IDX-TRX) ' ' WS-CA-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           IF WS-TRX-RETARD(WS-IDX-TRX) = 'O'
               MOVE ' R' TO WS-LIGNE(61:2)
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO ENR-IMPRESSION.
           WRITE ENR-IMPRESSION.
           MOVE SPACES TO WS-LIGNE.
