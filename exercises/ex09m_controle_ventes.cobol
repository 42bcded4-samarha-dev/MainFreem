      *===============================================================
      * Exercice 9m - Controle des ventes avant commissions
      * Niveau : Expert
      * Se lance entre EX09-TRI-RUPTURE et EX09C-COMMISSIONS, sur la
      * meme periode de commission (FIC-PARAM-PERIODE.dat, defaut le
      * mois courant). Chaque vendeur est compare a son propre
      * historique des ventes validees (FIC-HISTO-VENTES-EX09.dat,
      * COPY VENTHREC) sur les motifs que demandent les auditeurs :
      *   TICKET   vente de la periode d'au moins 10 fois le ticket
      *            moyen historique du vendeur (3 points chacune) ;
      *   SEUIL    au moins 3 ventes juste sous le seuil de
      *            validation (10 000 EUR, marge 10 %) : 3 points ;
      *   FIN PER. plus de 40 % du CA de la periode reserve sur ses
      *            3 derniers jours (2 points), et chaque avoir des 3
      *            premiers jours sur une vente des 3 derniers jours
      *            de la periode precedente (2 points chacun) ;
      *   CLIENT   un client porte au moins 50 % du CA de la periode
      *            alors qu'il pesait moins de 20 % de l'historique
      *            du vendeur (3 points).
      * TICKET et CLIENT ne jouent qu'a partir de 5 ventes
      * historiques. Tous les seuils se reglent dans
      * FIC-PARAM-CONTROLE-VENTES.dat. Les vendeurs qui atteignent
      * le score de blocage (defaut 5) partent dans
      * FIC-COMMISSIONS-BLOQUEES.dat : EX09C suspend leur commission
      * jusqu'au visa du directeur commercial
      * (FIC-VISA-COMMISSIONS.dat).
      * Compiler : cobc -x ex09m_controle_ventes.cobol
      *            -o ex09m_controle_ventes -I ../copybooks
      * Executer : ./ex09m_controle_ventes
      * Sortie  : FIC-CONTROLE-VENTES.txt (100 colonnes)
      *           FIC-COMMISSIONS-BLOQUEES.dat
      * Code retour : 0 rien a signaler, 4 vendeurs signales ou
      *               bloques, 1 historique absent, 8 si des lignes
      *               ou des clients n'ont pas tenu dans les tables
      *               (controle incomplet).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09M-CONTROLE-VENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PARAM-CONTROLE
               ASSIGN TO 'FIC-PARAM-CONTROLE-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-CTL.
           SELECT FIC-BLOCAGES
               ASSIGN TO 'FIC-COMMISSIONS-BLOQUEES.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CONTROLE ASSIGN TO 'FIC-CONTROLE-VENTES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-HISTO ASSIGN TO 'WRK-CONTROLE-VENTES.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

      * Meme parametre de periode que EX09C-COMMISSIONS.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

      * Seuils du controle ; une zone a zero ou non numerique garde
      * la valeur par defaut.
       FD  FIC-PARAM-CONTROLE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-CONTROLE.
           05 PCV-FACTEUR-TICKET    PIC 9(3).
           05 PCV-MIN-HISTO         PIC 9(3).
           05 PCV-SEUIL-VALIDATION  PIC 9(7).
           05 PCV-MARGE-SEUIL       PIC 9(2).
           05 PCV-NB-SOUS-SEUIL     PIC 9(2).
           05 PCV-JOURS-BORD        PIC 9(2).
           05 PCV-PART-FIN          PIC 9(3).
           05 PCV-PART-CLIENT       PIC 9(3).
           05 PCV-PART-CLIENT-HISTO PIC 9(3).
           05 PCV-SEUIL-BLOCAGE     PIC 9(3).

      * Vendeurs dont la commission de la periode est suspendue
      * (relu par EX09C-COMMISSIONS).
       FD  FIC-BLOCAGES LABEL RECORDS ARE STANDARD.
       01  ENR-BLOCAGE.
           05 BLQ-PERIODE       PIC 9(6).
           05 BLQ-REGION        PIC X(2).
           05 BLQ-VENDEUR       PIC X(4).
           05 BLQ-SCORE         PIC 9(3).

       FD  FIC-CONTROLE LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE         PIC X(100).

      * Meme disposition que VENTHREC : date puis ENR-VENTES.
       SD  WRK-HISTO.
       01  WRK-ENR-HISTO.
           05 WRK-DATE          PIC 9(8).
           05 WRK-REGION        PIC X(2).
           05 WRK-VENDEUR       PIC X(4).
           05 WRK-MONTANT       PIC 9(7).
           05 WRK-ID            PIC X(12).
           05 FILLER            PIC X(19).
           05 WRK-SENS          PIC X.
           05 WRK-CLIENT        PIC X(6).
           05 WRK-SOURCE        PIC X(3).
           05 FILLER            PIC X(22).
           05 WRK-ID-ORIGINE    PIC X(12).
           05 FILLER            PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-CTL PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.

      * Periode controlee et bornes de dates.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MOIS-SYS      PIC 9(2).
          05 FILLER           PIC X(2).
       01 WS-DEBUT-PERIODE    PIC 9(8) VALUE 0.
       01 WS-FIN-PERIODE      PIC 9(8) VALUE 0.
       01 WS-DEBUT-FIN-PREC   PIC 9(8) VALUE 0.
       01 WS-LIMITE-DEBUT     PIC 9(8) VALUE 0.
       01 WS-DEBUT-FIN-PER    PIC 9(8) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DW-AAAA       PIC 9(4).
          05 WS-DW-MM         PIC 99.
          05 WS-DW-JJ         PIC 99.
       01 WS-JOUR-ENTIER      PIC 9(7) VALUE 0.

      * Seuils (valeurs par defaut).
       01 WS-FACTEUR-TICKET   PIC 9(3) VALUE 10.
       01 WS-MIN-HISTO        PIC 9(3) VALUE 5.
       01 WS-SEUIL-VALIDATION PIC 9(7) VALUE 10000.
       01 WS-MARGE-SEUIL      PIC 9(2) VALUE 10.
       01 WS-NB-SOUS-SEUIL    PIC 9(2) VALUE 3.
       01 WS-JOURS-BORD       PIC 9(2) VALUE 3.
       01 WS-PART-FIN         PIC 9(3) VALUE 40.
       01 WS-PART-CLIENT      PIC 9(3) VALUE 50.
       01 WS-PART-CLIENT-HISTO PIC 9(3) VALUE 20.
       01 WS-SEUIL-BLOCAGE    PIC 9(3) VALUE 5.
       01 WS-PLANCHER-SEUIL   PIC 9(7) VALUE 0.

      * Vendeur en cours et derniere ligne lue (doublons).
       01 WS-REGION-COURS     PIC X(2) VALUE SPACES.
       01 WS-VENDEUR-COURS    PIC X(4) VALUE SPACES.
       01 WS-CLE-PREC         PIC X(29) VALUE SPACES.
       01 WS-CLE-LIGNE.
          05 WS-CLE-DATE      PIC 9(8).
          05 WS-CLE-REGION    PIC X(2).
          05 WS-CLE-VENDEUR   PIC X(4).
          05 WS-CLE-SOURCE    PIC X(3).
          05 WS-CLE-ID        PIC X(12).

      * Historique du vendeur : ventes avant la periode.
       01 WS-HIS-NB-VENTES    PIC 9(6) VALUE 0.
       01 WS-HIS-CA           PIC 9(12) VALUE 0.
       01 WS-TICKET-MOYEN     PIC 9(9)V99 VALUE 0.
       01 WS-MAX-CLIENTS      PIC 9(3) VALUE 300.
       01 WS-TABLE-HIS-CLIENTS.
          05 WS-HCL-LIGNE OCCURS 300 TIMES.
             10 WS-HCL-CLIENT PIC X(6).
             10 WS-HCL-CA     PIC 9(12).
       01 WS-NB-HCL           PIC 9(3) VALUE 0.

      * Ventes des derniers jours de la periode precedente.
       01 WS-MAX-FIN-PREC     PIC 9(3) VALUE 500.
       01 WS-TABLE-FIN-PREC.
          05 WS-FPR-LIGNE OCCURS 500 TIMES.
             10 WS-FPR-SOURCE PIC X(3).
             10 WS-FPR-ID     PIC X(12).
             10 WS-FPR-DATE   PIC 9(8).
             10 WS-FPR-MONTANT PIC 9(7).
       01 WS-NB-FPR           PIC 9(3) VALUE 0.

      * Lignes du vendeur sur la periode controlee.
       01 WS-MAX-PERIODE      PIC 9(4) VALUE 2000.
       01 WS-TABLE-PERIODE.
          05 WS-PTX-LIGNE OCCURS 2000 TIMES.
             10 WS-PTX-DATE    PIC 9(8).
             10 WS-PTX-SOURCE  PIC X(3).
             10 WS-PTX-ID      PIC X(12).
             10 WS-PTX-MONTANT PIC 9(7).
             10 WS-PTX-SENS    PIC X.
             10 WS-PTX-CLIENT  PIC X(6).
             10 WS-PTX-ORIGINE PIC X(12).
       01 WS-NB-PTX           PIC 9(4) VALUE 0.
       01 WS-NB-PTX-PERDUES   PIC 9(5) VALUE 0.
       01 WS-NB-CLIENTS-PERDUS PIC 9(5) VALUE 0.

      * CA de la periode par client du vendeur.
       01 WS-TABLE-PER-CLIENTS.
          05 WS-PCL-LIGNE OCCURS 300 TIMES.
             10 WS-PCL-CLIENT PIC X(6).
             10 WS-PCL-CA     PIC 9(12).
       01 WS-NB-PCL           PIC 9(3) VALUE 0.

      * Lignes de detail du vendeur, ecrites apres son en-tete.
       01 WS-MAX-DETAILS      PIC 9(3) VALUE 200.
       01 WS-TABLE-DETAILS.
          05 WS-DETAIL        PIC X(100) OCCURS 200 TIMES.
       01 WS-NB-DETAILS       PIC 9(3) VALUE 0.
       01 WS-NB-DETAILS-PERDUS PIC 9(5) VALUE 0.

       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-SCORE            PIC 9(3) VALUE 0.
       01 WS-NB-SEUIL         PIC 9(4) VALUE 0.
       01 WS-CA-PERIODE       PIC 9(12) VALUE 0.
       01 WS-CA-FIN-PERIODE   PIC 9(12) VALUE 0.
       01 WS-PART             PIC 9(3)V9 VALUE 0.
       01 WS-PART-HISTO       PIC 9(3)V9 VALUE 0.
       01 WS-RATIO            PIC 9(5)V9 VALUE 0.
       01 WS-CLIENT-MAX       PIC X(6) VALUE SPACES.
       01 WS-CA-CLIENT-MAX    PIC 9(12) VALUE 0.
       01 WS-CA-CLIENT-HISTO  PIC 9(12) VALUE 0.

       01 WS-NB-LIGNES        PIC 9(7) VALUE 0.
       01 WS-NB-DOUBLONS      PIC 9(7) VALUE 0.
       01 WS-NB-VENDEURS      PIC 9(4) VALUE 0.
       01 WS-NB-SIGNALES      PIC 9(4) VALUE 0.
       01 WS-NB-BLOQUES       PIC 9(4) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-MONTANT-EDIT     PIC Z(6)9.
       01 WS-MONTANT-EDIT-2   PIC Z(6)9.
       01 WS-CA-EDIT          PIC Z(11)9.
       01 WS-PART-EDIT        PIC ZZ9.9.
       01 WS-PART-EDIT-2      PIC ZZ9.9.
       01 WS-RATIO-EDIT       PIC ZZZZ9.9.
       01 WS-SCORE-EDIT       PIC ZZ9.
       01 WS-DATE-EDIT.
          05 WS-DE-JJ         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-MM         PIC 99.
          05 FILLER           PIC X VALUE '/'.
          05 WS-DE-AAAA       PIC 9(4).
       01 WS-DATE-EDIT-2      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-SYS.
           COMPUTE WS-PERIODE = WS-ANNEE-SYS * 100 + WS-MOIS-SYS.
           PERFORM LIRE-PARAM-PERIODE.
           PERFORM LIRE-PARAM-CONTROLE.
           PERFORM CALCULER-BORNES.

           DISPLAY '================================================'.
           DISPLAY '  Controle des ventes - periode ' WS-PERIODE.
           DISPLAY '================================================'.

           OPEN INPUT FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-VENTES-EX09.dat introuvable : '
                       'lancer EX09-TRI-RUPTURE d''abord'
               STOP RUN 1
           END-IF.
           CLOSE FIC-HISTO-VENTES.

           OPEN OUTPUT FIC-CONTROLE.
           OPEN OUTPUT FIC-BLOCAGES.
           PERFORM ECRIRE-ENTETE-CONTROLE.
           SORT WRK-HISTO
               ASCENDING KEY WRK-REGION WRK-VENDEUR WRK-DATE
                             WRK-SOURCE WRK-ID
               USING FIC-HISTO-VENTES
               OUTPUT PROCEDURE IS ANALYSER-HISTORIQUE.
           PERFORM ECRIRE-PIED-CONTROLE.
           CLOSE FIC-BLOCAGES.
           CLOSE FIC-CONTROLE.

           IF WS-NB-SIGNALES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Lignes d''historique lues : ' WS-NB-LIGNES
                   ' (doublons ecartes : ' WS-NB-DOUBLONS ')'.
           DISPLAY 'Vendeurs controles   : ' WS-NB-VENDEURS.
           DISPLAY 'Vendeurs signales    : ' WS-NB-SIGNALES.
           DISPLAY 'Commissions bloquees : ' WS-NB-BLOQUES
                   ' (voir FIC-COMMISSIONS-BLOQUEES.dat)'.
           IF WS-NB-PTX-PERDUES > 0
               DISPLAY '*** ' WS-NB-PTX-PERDUES ' ligne(s) de periode '
                       '(au-dela de ' WS-MAX-PERIODE ' par vendeur) ou '
                       'de fin de periode precedente (au-dela de '
                       WS-MAX-FIN-PREC ') non controlee(s) ***'
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           IF WS-NB-CLIENTS-PERDUS > 0
               DISPLAY '*** ' WS-NB-CLIENTS-PERDUS ' cumul(s) client '
                       'au-dela de ' WS-MAX-CLIENTS ' clients par '
                       'vendeur : concentration non controlee ***'
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Rapport dans FIC-CONTROLE-VENTES.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAM-PERIODE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PPP-PERIODE > 0
                           MOVE PPP-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.

      *---------------------------------------------------------------
       LIRE-PARAM-CONTROLE.
           OPEN INPUT FIC-PARAM-CONTROLE.
           IF WS-STATUT-PARAM-CTL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PARAM-CONTROLE
               AT END CONTINUE
               NOT AT END
                   IF PCV-FACTEUR-TICKET IS NUMERIC
                           AND PCV-FACTEUR-TICKET > 0
                       MOVE PCV-FACTEUR-TICKET TO WS-FACTEUR-TICKET
                   END-IF
                   IF PCV-MIN-HISTO IS NUMERIC AND PCV-MIN-HISTO > 0
                       MOVE PCV-MIN-HISTO TO WS-MIN-HISTO
                   END-IF
                   IF PCV-SEUIL-VALIDATION IS NUMERIC
                           AND PCV-SEUIL-VALIDATION > 0
                       MOVE PCV-SEUIL-VALIDATION
                           TO WS-SEUIL-VALIDATION
                   END-IF
                   IF PCV-MARGE-SEUIL IS NUMERIC
                           AND PCV-MARGE-SEUIL > 0
                       MOVE PCV-MARGE-SEUIL TO WS-MARGE-SEUIL
                   END-IF
                   IF PCV-NB-SOUS-SEUIL IS NUMERIC
                           AND PCV-NB-SOUS-SEUIL > 0
                       MOVE PCV-NB-SOUS-SEUIL TO WS-NB-SOUS-SEUIL
                   END-IF
                   IF PCV-JOURS-BORD IS NUMERIC AND PCV-JOURS-BORD > 0
                       MOVE PCV-JOURS-BORD TO WS-JOURS-BORD
                   END-IF
                   IF PCV-PART-FIN IS NUMERIC AND PCV-PART-FIN > 0
                       MOVE PCV-PART-FIN TO WS-PART-FIN
                   END-IF
                   IF PCV-PART-CLIENT IS NUMERIC
                           AND PCV-PART-CLIENT > 0
                       MOVE PCV-PART-CLIENT TO WS-PART-CLIENT
                   END-IF
                   IF PCV-PART-CLIENT-HISTO IS NUMERIC
                           AND PCV-PART-CLIENT-HISTO > 0
                       MOVE PCV-PART-CLIENT-HISTO
                           TO WS-PART-CLIENT-HISTO
                   END-IF
                   IF PCV-SEUIL-BLOCAGE IS NUMERIC
                           AND PCV-SEUIL-BLOCAGE > 0
                       MOVE PCV-SEUIL-BLOCAGE TO WS-SEUIL-BLOCAGE
                   END-IF
           END-READ.
           CLOSE FIC-PARAM-CONTROLE.

      *---------------------------------------------------------------
      * Bornes de la periode et fenetres de bord : derniers jours de
      * la periode precedente, premiers et derniers jours de la
      * periode.
       CALCULER-BORNES.
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1.
           MOVE WS-DEBUT-PERIODE TO WS-DATE-W.
           ADD 1 TO WS-DW-MM.
           IF WS-DW-MM > 12
               MOVE 1 TO WS-DW-MM
               ADD 1 TO WS-DW-AAAA
           END-IF.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-W) - 1.
           COMPUTE WS-FIN-PERIODE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER).
           COMPUTE WS-DEBUT-FIN-PER = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-ENTIER - WS-JOURS-BORD + 1).
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-PERIODE).
           COMPUTE WS-DEBUT-FIN-PREC = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-ENTIER - WS-JOURS-BORD).
           COMPUTE WS-LIMITE-DEBUT = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-ENTIER + WS-JOURS-BORD - 1).
           COMPUTE WS-PLANCHER-SEUIL ROUNDED =
               WS-SEUIL-VALIDATION * (100 - WS-MARGE-SEUIL) / 100.

      *---------------------------------------------------------------
      * Historique trie par vendeur puis date : les ventes
      * anterieures a la periode forment le profil du vendeur, les
      * lignes de la periode sont controlees a la rupture.
       ANALYSER-HISTORIQUE.
           RETURN WRK-HISTO
               AT END SET TRI-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL TRI-TERMINE
               ADD 1 TO WS-NB-LIGNES
               MOVE WRK-DATE TO WS-CLE-DATE
               MOVE WRK-REGION TO WS-CLE-REGION
               MOVE WRK-VENDEUR TO WS-CLE-VENDEUR
               MOVE WRK-SOURCE TO WS-CLE-SOURCE
               MOVE WRK-ID TO WS-CLE-ID
               IF WS-CLE-LIGNE = WS-CLE-PREC
                   ADD 1 TO WS-NB-DOUBLONS
               ELSE
                   MOVE WS-CLE-LIGNE TO WS-CLE-PREC
                   IF WRK-REGION NOT = WS-REGION-COURS
                           OR WRK-VENDEUR NOT = WS-VENDEUR-COURS
                       PERFORM CONTROLER-VENDEUR
                       PERFORM DEMARRER-VENDEUR
                   END-IF
                   PERFORM RANGER-LIGNE
               END-IF
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM CONTROLER-VENDEUR.

      *---------------------------------------------------------------
       DEMARRER-VENDEUR.
           MOVE WRK-REGION TO WS-REGION-COURS.
           MOVE WRK-VENDEUR TO WS-VENDEUR-COURS.
           MOVE 0 TO WS-HIS-NB-VENTES.
           MOVE 0 TO WS-HIS-CA.
           MOVE 0 TO WS-NB-HCL.
           MOVE 0 TO WS-NB-FPR.
           MOVE 0 TO WS-NB-PTX.

      *---------------------------------------------------------------
      * Une ligne d'historique : profil si anterieure a la periode,
      * ligne a controler si dans la periode, ignoree au-dela.
       RANGER-LIGNE.
           IF WRK-DATE < WS-DEBUT-PERIODE
               IF WRK-SENS NOT = 'C'
                   ADD 1 TO WS-HIS-NB-VENTES
                   ADD WRK-MONTANT TO WS-HIS-CA
                   PERFORM CUMULER-CLIENT-HISTO
                   IF WRK-DATE >= WS-DEBUT-FIN-PREC
                       IF WS-NB-FPR < WS-MAX-FIN-PREC
                           ADD 1 TO WS-NB-FPR
                           MOVE WRK-SOURCE TO WS-FPR-SOURCE(WS-NB-FPR)
                           MOVE WRK-ID TO WS-FPR-ID(WS-NB-FPR)
                           MOVE WRK-DATE TO WS-FPR-DATE(WS-NB-FPR)
                           MOVE WRK-MONTANT
                               TO WS-FPR-MONTANT(WS-NB-FPR)
                       ELSE
                           ADD 1 TO WS-NB-PTX-PERDUES
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATE > WS-FIN-PERIODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-PTX >= WS-MAX-PERIODE
               ADD 1 TO WS-NB-PTX-PERDUES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PTX.
           MOVE WRK-DATE TO WS-PTX-DATE(WS-NB-PTX).
           MOVE WRK-SOURCE TO WS-PTX-SOURCE(WS-NB-PTX).
           MOVE WRK-ID TO WS-PTX-ID(WS-NB-PTX).
           MOVE WRK-MONTANT TO WS-PTX-MONTANT(WS-NB-PTX).
           MOVE WRK-SENS TO WS-PTX-SENS(WS-NB-PTX).
           MOVE WRK-CLIENT TO WS-PTX-CLIENT(WS-NB-PTX).
           MOVE WRK-ID-ORIGINE TO WS-PTX-ORIGINE(WS-NB-PTX).

      *---------------------------------------------------------------
       CUMULER-CLIENT-HISTO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-HCL
               IF WS-HCL-CLIENT(WS-I) = WRK-CLIENT
                   ADD WRK-MONTANT TO WS-HCL-CA(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-HCL < WS-MAX-CLIENTS
               ADD 1 TO WS-NB-HCL
               MOVE WRK-CLIENT TO WS-HCL-CLIENT(WS-NB-HCL)
               MOVE WRK-MONTANT TO WS-HCL-CA(WS-NB-HCL)
           ELSE
               ADD 1 TO WS-NB-CLIENTS-PERDUS
           END-IF.

      *---------------------------------------------------------------
      * Rupture vendeur : les quatre motifs, puis le score. Un
      * vendeur sans ligne dans la periode n'a rien a controler.
       CONTROLER-VENDEUR.
           IF WS-VENDEUR-COURS = SPACES AND WS-REGION-COURS = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-PTX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-VENDEURS.
           MOVE 0 TO WS-SCORE.
           MOVE 0 TO WS-NB-DETAILS.
           MOVE 0 TO WS-NB-DETAILS-PERDUS.
           IF WS-HIS-NB-VENTES >= WS-MIN-HISTO
               COMPUTE WS-TICKET-MOYEN ROUNDED =
                   WS-HIS-CA / WS-HIS-NB-VENTES
               PERFORM CONTROLER-TICKETS
               PERFORM CONTROLER-CLIENT
           END-IF.
           PERFORM CONTROLER-SOUS-SEUIL.
           PERFORM CONTROLER-FIN-PERIODE.
           PERFORM CONTROLER-AVOIRS-DEBUT.
           IF WS-SCORE > 0
               PERFORM ECRIRE-VENDEUR-SIGNALE
           END-IF.

      *---------------------------------------------------------------
       CONTROLER-TICKETS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) NOT = 'C'
                       AND WS-PTX-MONTANT(WS-I)
                           >= WS-TICKET-MOYEN * WS-FACTEUR-TICKET
                   ADD 3 TO WS-SCORE
                   COMPUTE WS-RATIO ROUNDED =
                       WS-PTX-MONTANT(WS-I) / WS-TICKET-MOYEN
                       ON SIZE ERROR MOVE 99999.9 TO WS-RATIO
                   END-COMPUTE
                   MOVE WS-RATIO TO WS-RATIO-EDIT
                   MOVE WS-PTX-MONTANT(WS-I) TO WS-MONTANT-EDIT
                   MOVE WS-TICKET-MOYEN TO WS-MONTANT-EDIT-2
                   MOVE WS-PTX-DATE(WS-I) TO WS-DATE-W
                   PERFORM EDITER-DATE
                   STRING '  TICKET   ' WS-DATE-EDIT ' '
                          WS-PTX-ID(WS-I) ' ' WS-MONTANT-EDIT
                          ' EUR = ' WS-RATIO-EDIT
                          ' x le ticket moyen (' WS-MONTANT-EDIT-2
                          ' EUR)'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM RETENIR-DETAIL
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Ventes juste sous le seuil de validation : listees si elles
      * sont assez nombreuses sur la periode.
       CONTROLER-SOUS-SEUIL.
           MOVE 0 TO WS-NB-SEUIL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) NOT = 'C'
                       AND WS-PTX-MONTANT(WS-I) >= WS-PLANCHER-SEUIL
                       AND WS-PTX-MONTANT(WS-I) < WS-SEUIL-VALIDATION
                   ADD 1 TO WS-NB-SEUIL
               END-IF
           END-PERFORM.
           IF WS-NB-SEUIL < WS-NB-SOUS-SEUIL
               EXIT PARAGRAPH
           END-IF.
           ADD 3 TO WS-SCORE.
           MOVE WS-SEUIL-VALIDATION TO WS-MONTANT-EDIT.
           MOVE WS-PLANCHER-SEUIL TO WS-MONTANT-EDIT-2.
           STRING '  SEUIL    ' WS-NB-SEUIL ' vente(s) entre '
                  WS-MONTANT-EDIT-2 ' et ' WS-MONTANT-EDIT
                  ' EUR (seuil de validation) :'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM RETENIR-DETAIL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) NOT = 'C'
                       AND WS-PTX-MONTANT(WS-I) >= WS-PLANCHER-SEUIL
                       AND WS-PTX-MONTANT(WS-I) < WS-SEUIL-VALIDATION
                   MOVE WS-PTX-MONTANT(WS-I) TO WS-MONTANT-EDIT
                   MOVE WS-PTX-DATE(WS-I) TO WS-DATE-W
                   PERFORM EDITER-DATE
                   STRING '           ' WS-DATE-EDIT ' '
                          WS-PTX-ID(WS-I) ' ' WS-MONTANT-EDIT ' EUR'
                          ' client ' WS-PTX-CLIENT(WS-I)
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM RETENIR-DETAIL
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Part du CA de la periode reservee sur ses derniers jours.
       CONTROLER-FIN-PERIODE.
           MOVE 0 TO WS-CA-PERIODE.
           MOVE 0 TO WS-CA-FIN-PERIODE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) NOT = 'C'
                   ADD WS-PTX-MONTANT(WS-I) TO WS-CA-PERIODE
                   IF WS-PTX-DATE(WS-I) >= WS-DEBUT-FIN-PER
                       ADD WS-PTX-MONTANT(WS-I) TO WS-CA-FIN-PERIODE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CA-PERIODE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PART ROUNDED =
               WS-CA-FIN-PERIODE * 100 / WS-CA-PERIODE.
           IF WS-PART <= WS-PART-FIN
               EXIT PARAGRAPH
           END-IF.
           ADD 2 TO WS-SCORE.
           MOVE WS-PART TO WS-PART-EDIT.
           MOVE WS-CA-FIN-PERIODE TO WS-CA-EDIT.
           STRING '  FIN PER. ' WS-PART-EDIT ' % du CA de la '
                  'periode sur ses ' WS-JOURS-BORD ' derniers '
                  'jours (' WS-CA-EDIT ' EUR)'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM RETENIR-DETAIL.

      *---------------------------------------------------------------
      * Avoirs des premiers jours de la periode annulant une vente
      * des derniers jours de la periode precedente.
       CONTROLER-AVOIRS-DEBUT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) = 'C'
                       AND WS-PTX-DATE(WS-I) <= WS-LIMITE-DEBUT
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-FPR
                       IF WS-FPR-ID(WS-J) = WS-PTX-ORIGINE(WS-I)
                               AND WS-FPR-SOURCE(WS-J)
                                   = WS-PTX-SOURCE(WS-I)
                           PERFORM SIGNALER-AVOIR-DEBUT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       SIGNALER-AVOIR-DEBUT.
           ADD 2 TO WS-SCORE.
           MOVE WS-FPR-DATE(WS-J) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-DATE-EDIT-2.
           MOVE WS-PTX-DATE(WS-I) TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-PTX-MONTANT(WS-I) TO WS-MONTANT-EDIT.
           MOVE WS-FPR-MONTANT(WS-J) TO WS-MONTANT-EDIT-2.
           STRING '  FIN PER. avoir ' WS-DATE-EDIT ' '
                  WS-PTX-ID(WS-I) ' ' WS-MONTANT-EDIT ' EUR sur '
                  WS-FPR-ID(WS-J) ' du ' WS-DATE-EDIT-2 ' ('
                  WS-MONTANT-EDIT-2 ')'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM RETENIR-DETAIL.

      *---------------------------------------------------------------
      * Premier client du vendeur sur la periode, compare a son
      * poids dans l'historique du vendeur.
       CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-PCL.
           MOVE 0 TO WS-CA-PERIODE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PTX
               IF WS-PTX-SENS(WS-I) NOT = 'C'
                   ADD WS-PTX-MONTANT(WS-I) TO WS-CA-PERIODE
                   PERFORM CUMULER-CLIENT-PERIODE
               END-IF
           END-PERFORM.
           IF WS-CA-PERIODE = 0 OR WS-HIS-CA = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CA-CLIENT-MAX.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-PCL
               IF WS-PCL-CA(WS-J) > WS-CA-CLIENT-MAX
                   MOVE WS-PCL-CA(WS-J) TO WS-CA-CLIENT-MAX
                   MOVE WS-PCL-CLIENT(WS-J) TO WS-CLIENT-MAX
               END-IF
           END-PERFORM.
           COMPUTE WS-PART ROUNDED =
               WS-CA-CLIENT-MAX * 100 / WS-CA-PERIODE.
           IF WS-PART < WS-PART-CLIENT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CA-CLIENT-HISTO.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-HCL
               IF WS-HCL-CLIENT(WS-J) = WS-CLIENT-MAX
                   MOVE WS-HCL-CA(WS-J) TO WS-CA-CLIENT-HISTO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-PART-HISTO ROUNDED =
               WS-CA-CLIENT-HISTO * 100 / WS-HIS-CA.
           IF WS-PART-HISTO >= WS-PART-CLIENT-HISTO
               EXIT PARAGRAPH
           END-IF.
           ADD 3 TO WS-SCORE.
           MOVE WS-PART TO WS-PART-EDIT.
           MOVE WS-PART-HISTO TO WS-PART-EDIT-2.
           MOVE WS-CA-CLIENT-MAX TO WS-CA-EDIT.
           STRING '  CLIENT   ' WS-CLIENT-MAX ' porte ' WS-PART-EDIT
                  ' % du CA de la periode (' WS-CA-EDIT ' EUR), '
                  WS-PART-EDIT-2 ' % de l''historique'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM RETENIR-DETAIL.

      *---------------------------------------------------------------
       CUMULER-CLIENT-PERIODE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-PCL
               IF WS-PCL-CLIENT(WS-J) = WS-PTX-CLIENT(WS-I)
                   ADD WS-PTX-MONTANT(WS-I) TO WS-PCL-CA(WS-J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-PCL < WS-MAX-CLIENTS
               ADD 1 TO WS-NB-PCL
               MOVE WS-PTX-CLIENT(WS-I) TO WS-PCL-CLIENT(WS-NB-PCL)
               MOVE WS-PTX-MONTANT(WS-I) TO WS-PCL-CA(WS-NB-PCL)
           ELSE
               ADD 1 TO WS-NB-CLIENTS-PERDUS
           END-IF.

      *---------------------------------------------------------------
       RETENIR-DETAIL.
           IF WS-NB-DETAILS < WS-MAX-DETAILS
               ADD 1 TO WS-NB-DETAILS
               MOVE WS-LIGNE-RAPPORT TO WS-DETAIL(WS-NB-DETAILS)
           ELSE
               ADD 1 TO WS-NB-DETAILS-PERDUS
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Vendeur au score non nul : en-tete, motifs et transactions,
      * blocage de la commission au-dela du seuil.
       ECRIRE-VENDEUR-SIGNALE.
           ADD 1 TO WS-NB-SIGNALES.
           MOVE WS-SCORE TO WS-SCORE-EDIT.
           MOVE WS-TICKET-MOYEN TO WS-MONTANT-EDIT.
           IF WS-HIS-NB-VENTES < WS-MIN-HISTO
               MOVE 0 TO WS-MONTANT-EDIT
           END-IF.
           IF WS-SCORE >= WS-SEUIL-BLOCAGE
               ADD 1 TO WS-NB-BLOQUES
               MOVE WS-PERIODE TO BLQ-PERIODE
               MOVE WS-REGION-COURS TO BLQ-REGION
               MOVE WS-VENDEUR-COURS TO BLQ-VENDEUR
               MOVE WS-SCORE TO BLQ-SCORE
               WRITE ENR-BLOCAGE
               STRING WS-REGION-COURS '/' WS-VENDEUR-COURS
                      ' - score ' WS-SCORE-EDIT
                      ' - COMMISSION BLOQUEE jusqu''au visa'
                      ' (ticket moyen ' WS-MONTANT-EDIT ' EUR sur '
                      WS-HIS-NB-VENTES ' ventes)'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               DISPLAY WS-REGION-COURS '/' WS-VENDEUR-COURS
                       ' : score ' WS-SCORE ' - commission bloquee'
           ELSE
               STRING WS-REGION-COURS '/' WS-VENDEUR-COURS
                      ' - score ' WS-SCORE-EDIT
                      ' - a surveiller'
                      ' (ticket moyen ' WS-MONTANT-EDIT ' EUR sur '
                      WS-HIS-NB-VENTES ' ventes)'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               DISPLAY WS-REGION-COURS '/' WS-VENDEUR-COURS
                       ' : score ' WS-SCORE ' - a surveiller'
           END-IF.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DETAILS
               MOVE WS-DETAIL(WS-I) TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-CONTROLE
           END-PERFORM.
           IF WS-NB-DETAILS-PERDUS > 0
               STRING '  ... et ' WS-NB-DETAILS-PERDUS
                      ' autre(s) ligne(s) non listee(s)'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-CONTROLE
           END-IF.
           PERFORM ECRIRE-LIGNE-CONTROLE.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-CONTROLE.
           MOVE WS-DEBUT-PERIODE TO WS-DATE-W.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDIT TO WS-DATE-EDIT-2.
           MOVE WS-FIN-PERIODE TO WS-DATE-W.
           PERFORM EDITER-DATE.
           STRING '=== CONTROLE DES VENTES AVANT COMMISSIONS - '
                  'PERIODE ' WS-PERIODE ' (' WS-DATE-EDIT-2 ' - '
                  WS-DATE-EDIT ') ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           MOVE WS-SEUIL-VALIDATION TO WS-MONTANT-EDIT.
           STRING 'Ticket x' WS-FACTEUR-TICKET ', seuil '
                  WS-MONTANT-EDIT ' EUR -' WS-MARGE-SEUIL ' %, bord '
                  WS-JOURS-BORD ' j, fin ' WS-PART-FIN ' %, client '
                  WS-PART-CLIENT '/' WS-PART-CLIENT-HISTO
                  ' %, blocage a ' WS-SEUIL-BLOCAGE ' points'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-CONTROLE.

      *---------------------------------------------------------------
       ECRIRE-PIED-CONTROLE.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           STRING 'Vendeurs controles : ' WS-NB-VENDEURS
                  ' - signales : ' WS-NB-SIGNALES
                  ' - commissions bloquees : ' WS-NB-BLOQUES
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-CONTROLE.
           IF WS-NB-BLOQUES > 0
               STRING 'Visa dans FIC-VISA-COMMISSIONS.dat : '
                      'periode, region, vendeur, O/N, operateur'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-CONTROLE
           END-IF.

      *---------------------------------------------------------------
       EDITER-DATE.
           MOVE WS-DW-JJ TO WS-DE-JJ.
           MOVE WS-DW-MM TO WS-DE-MM.
           MOVE WS-DW-AAAA TO WS-DE-AAAA.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-CONTROLE.
           MOVE WS-LIGNE-RAPPORT TO ENR-CONTROLE.
           WRITE ENR-CONTROLE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
