      *===============================================================
      * Exercice 9j - Balance agee clients et relances
      * Niveau : Expert
      * Programme mensuel relisant les postes ouverts tenus par
      * EX09I-LETTRAGE-CLIENTS (FIC-POSTES-CLIENTS.dat, COPY
      * PCLIREC), a la date d'arrete de FIC-PARAM-BALANCE-AGEE.dat
      * (a defaut, la date du jour) :
      *   - balance agee par client : reste du des factures selon
      *     leur anciennete (0-30, 31-60, 61-90, plus de 90 jours),
      *     credits ouverts (avoirs, encaissements non affectes) et
      *     solde, noms repris de FIC-CLIENTS.dat ;
      *   - relances : une facture de 31 a 60 jours appelle la
      *     premiere relance, de 61 a 90 jours la deuxieme, au-dela
      *     la mise en demeure. Une lettre part au client dont le
      *     solde est debiteur des qu'une de ses factures atteint
      *     un niveau superieur a celui deja envoye ; elle reprend
      *     toutes ses factures echues et prend le niveau le plus
      *     eleve. Le niveau et la date de relance sont reportes sur
      *     les postes, si bien qu'un second passage dans le mois
      *     ne renvoie pas la meme lettre.
      * Le referentiel clients ne porte pas d'adresse : la lettre est
      * adressee au nom du client ; un client absent du referentiel
      * n'est pas relance et est signale.
      * Compiler : cobc -x ex09j_balance_agee.cobol
      *            -o ex09j_balance_agee -I ../copybooks
      * Executer : ./ex09j_balance_agee
      * Entree  : FIC-PARAM-BALANCE-AGEE.dat (date d'arrete,
      *           facultatif), FIC-CLIENTS.dat
      * Entree/Sortie : FIC-POSTES-CLIENTS.dat (niveaux de relance)
      * Sortie  : FIC-BALANCE-AGEE.txt (100 colonnes)
      *           FIC-RELANCES-CLIENTS.txt (lettres)
      * Code retour : 0, 4 si un client a relancer est inconnu du
      *               referentiel, 1 si les postes clients manquent,
      *               8 si une capacite est depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09J-BALANCE-AGEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-BALANCE-AGEE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FIC-CLIENTS ASSIGN TO 'FIC-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FIC-BALANCE ASSIGN TO 'FIC-BALANCE-AGEE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RELANCES ASSIGN TO 'FIC-RELANCES-CLIENTS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PBA-DATE-ARRETE   PIC 9(8).

       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY PCLIREC.

       FD  FIC-CLIENTS LABEL RECORDS ARE STANDARD.
       01  ENR-CLIENT.
           05 CLI-CODE          PIC X(6).
           05 CLI-NOM           PIC X(30).

       FD  FIC-BALANCE LABEL RECORDS ARE STANDARD.
       01  ENR-BALANCE          PIC X(100).

       FD  FIC-RELANCES LABEL RECORDS ARE STANDARD.
       01  ENR-RELANCE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-CLIENTS   PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-ARRETE      PIC 9(8) VALUE 0.
       01 WS-JOUR-ARRETE      PIC 9(7) VALUE 0.

      * Postes ouverts, dans l'ordre du fichier (client puis date).
       01 WS-MAX-POSTES       PIC 9(5) VALUE 20000.
       01 WS-TABLE-POSTES.
          05 WS-PST-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-PST.
             10 WS-PST-POSTE.
                15 WS-PST-CLIENT    PIC X(6).
                15 WS-PST-TYPE      PIC X.
                15 WS-PST-REFERENCE PIC X(12).
                15 WS-PST-SOURCE    PIC X(3).
                15 WS-PST-DATE      PIC 9(8).
                15 WS-PST-MONTANT   PIC 9(9)V99.
                15 WS-PST-RESTE     PIC 9(9)V99.
                15 WS-PST-NIVEAU    PIC 9.
                15 WS-PST-DATE-RELANCE PIC 9(8).
             10 WS-PST-JOURS        PIC S9(5).
             10 WS-PST-NIVEAU-DU    PIC 9.
       01 WS-NB-POSTES        PIC 9(5) VALUE 0.
       01 WS-DEBUT-CLIENT     PIC 9(5) VALUE 0.
       01 WS-FIN-CLIENT       PIC 9(5) VALUE 0.

       01 WS-MAX-CLIENTS      PIC 9(4) VALUE 2000.
       01 WS-TABLE-CLIENTS.
          05 WS-CLR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CLR.
             10 WS-CLR-CODE      PIC X(6).
             10 WS-CLR-NOM       PIC X(30).
       01 WS-NB-CLIENTS       PIC 9(4) VALUE 0.
       01 WS-NOM-CLIENT       PIC X(30) VALUE SPACES.
       01 WS-CLIENT-CONNU     PIC X VALUE 'N'.
          88 CLIENT-CONNU     VALUE 'O'.

      * Cumuls du client courant (1 a 4 : tranches d'anciennete).
       01 WS-CUMULS-CLIENT.
          05 WS-CLI-TRANCHE   PIC 9(11)V99 OCCURS 4 TIMES.
          05 WS-CLI-CREDITS   PIC 9(11)V99.
          05 WS-CLI-SOLDE     PIC S9(11)V99.
       01 WS-CUMULS-TOTAL.
          05 WS-TOT-TRANCHE   PIC 9(11)V99 OCCURS 4 TIMES.
          05 WS-TOT-CREDITS   PIC 9(11)V99.
          05 WS-TOT-SOLDE     PIC S9(11)V99.
       01 WS-TRANCHE          PIC 9 VALUE 0.
       01 WS-NIVEAU-LETTRE    PIC 9 VALUE 0.
       01 WS-A-RELANCER       PIC X VALUE 'N'.
          88 A-RELANCER       VALUE 'O'.
       01 WS-TOTAL-ECHU       PIC 9(11)V99 VALUE 0.

       01 WS-NB-CLIENTS-BALANCE PIC 9(5) VALUE 0.
       01 WS-COMPTEURS-LETTRES.
          05 WS-NB-LETTRES    PIC 9(5) VALUE 0 OCCURS 3 TIMES.
       01 WS-NB-INCONNUS      PIC 9(5) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-LIGNE-LETTRE     PIC X(80) VALUE SPACES.
       01 WS-MONTANT-COL      PIC ZZZZZZZ9.99.
       01 WS-SOLDE-COL        PIC -------9.99.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-JOURS-EDIT       PIC ZZZZ9.
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
       01 WS-OBJET-LETTRE     PIC X(30) VALUE SPACES.
       01 WS-POS              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Balance agee clients et relances'.
           DISPLAY '================================================'.
           PERFORM LIRE-DATE-ARRETE.
           PERFORM CHARGER-CLIENTS.
           PERFORM CHARGER-POSTES.

           OPEN OUTPUT FIC-BALANCE.
           OPEN OUTPUT FIC-RELANCES.
           PERFORM ECRIRE-ENTETE-BALANCE.
           INITIALIZE WS-CUMULS-TOTAL.
           MOVE 1 TO WS-DEBUT-CLIENT.
           PERFORM UNTIL WS-DEBUT-CLIENT > WS-NB-POSTES
               MOVE WS-DEBUT-CLIENT TO WS-FIN-CLIENT
               PERFORM UNTIL WS-FIN-CLIENT >= WS-NB-POSTES
                   IF WS-PST-CLIENT(WS-FIN-CLIENT + 1)
                           NOT = WS-PST-CLIENT(WS-DEBUT-CLIENT)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-FIN-CLIENT
               END-PERFORM
               PERFORM TRAITER-CLIENT
               COMPUTE WS-DEBUT-CLIENT = WS-FIN-CLIENT + 1
           END-PERFORM.
           PERFORM ECRIRE-TOTAUX-BALANCE.
           CLOSE FIC-BALANCE.
           CLOSE FIC-RELANCES.
           PERFORM SAUVEGARDER-POSTES.

           IF WS-NB-INCONNUS > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Date d''arrete        : ' WS-DATE-ARRETE.
           DISPLAY 'Clients en balance   : ' WS-NB-CLIENTS-BALANCE.
           DISPLAY 'Premieres relances   : ' WS-NB-LETTRES(1).
           DISPLAY 'Deuxiemes relances   : ' WS-NB-LETTRES(2).
           DISPLAY 'Mises en demeure     : ' WS-NB-LETTRES(3).
           IF WS-NB-INCONNUS > 0
               DISPLAY '*** ' WS-NB-INCONNUS ' client(s) a relancer '
                       'absent(s) du referentiel : aucune lettre ***'
           END-IF.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-DATE-ARRETE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-ARRETE.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PBA-DATE-ARRETE IS NUMERIC
                               AND PBA-DATE-ARRETE > 0
                           MOVE PBA-DATE-ARRETE TO WS-DATE-ARRETE
                       END-IF
               END-READ
               CLOSE FIC-PARAM
           END-IF.
           COMPUTE WS-JOUR-ARRETE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE).

      *---------------------------------------------------------------
       CHARGER-CLIENTS.
           OPEN INPUT FIC-CLIENTS.
           IF WS-STATUT-CLIENTS NOT = '00'
               DISPLAY 'FIC-CLIENTS.dat absent : aucune relance '
                       'possible'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CLIENTS NOT = '00'
               READ FIC-CLIENTS
                   AT END MOVE '10' TO WS-STATUT-CLIENTS
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           MOVE CLI-CODE TO WS-CLR-CODE(WS-NB-CLIENTS)
                           MOVE CLI-NOM TO WS-CLR-NOM(WS-NB-CLIENTS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CLIENTS.

      *---------------------------------------------------------------
      * Chaque facture recoit son anciennete a la date d'arrete et le
      * niveau de relance qu'elle appelle.
       CHARGER-POSTES.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               DISPLAY 'FIC-POSTES-CLIENTS.dat introuvable : lancer '
                       'EX09I-LETTRAGE-CLIENTS'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       PERFORM CHARGER-UN-POSTE
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES.

      *---------------------------------------------------------------
       CHARGER-UN-POSTE.
           IF WS-NB-POSTES >= WS-MAX-POSTES
               DISPLAY '*** Plus de ' WS-MAX-POSTES ' postes clients '
                       'ouverts - balance non faite ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-POSTES.
           MOVE ENR-POSTE-CLIENT TO WS-PST-POSTE(WS-NB-POSTES).
           COMPUTE WS-PST-JOURS(WS-NB-POSTES) =
               WS-JOUR-ARRETE - FUNCTION INTEGER-OF-DATE(PCL-DATE).
           IF WS-PST-JOURS(WS-NB-POSTES) < 0
               MOVE 0 TO WS-PST-JOURS(WS-NB-POSTES)
           END-IF.
           EVALUATE TRUE
               WHEN NOT PCL-FACTURE
                   MOVE 0 TO WS-PST-NIVEAU-DU(WS-NB-POSTES)
               WHEN WS-PST-JOURS(WS-NB-POSTES) > 90
                   MOVE 3 TO WS-PST-NIVEAU-DU(WS-NB-POSTES)
               WHEN WS-PST-JOURS(WS-NB-POSTES) > 60
                   MOVE 2 TO WS-PST-NIVEAU-DU(WS-NB-POSTES)
               WHEN WS-PST-JOURS(WS-NB-POSTES) > 30
                   MOVE 1 TO WS-PST-NIVEAU-DU(WS-NB-POSTES)
               WHEN OTHER
                   MOVE 0 TO WS-PST-NIVEAU-DU(WS-NB-POSTES)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Postes WS-DEBUT-CLIENT a WS-FIN-CLIENT : ligne de balance
      * puis, si besoin, lettre de relance.
       TRAITER-CLIENT.
           INITIALIZE WS-CUMULS-CLIENT.
           MOVE 0 TO WS-NIVEAU-LETTRE.
           MOVE 'N' TO WS-A-RELANCER.
           PERFORM VARYING WS-IDX-PST FROM WS-DEBUT-CLIENT BY 1
                   UNTIL WS-IDX-PST > WS-FIN-CLIENT
               IF WS-PST-TYPE(WS-IDX-PST) = 'F'
                   EVALUATE TRUE
                       WHEN WS-PST-JOURS(WS-IDX-PST) > 90
                           MOVE 4 TO WS-TRANCHE
                       WHEN WS-PST-JOURS(WS-IDX-PST) > 60
                           MOVE 3 TO WS-TRANCHE
                       WHEN WS-PST-JOURS(WS-IDX-PST) > 30
                           MOVE 2 TO WS-TRANCHE
                       WHEN OTHER
                           MOVE 1 TO WS-TRANCHE
                   END-EVALUATE
                   ADD WS-PST-RESTE(WS-IDX-PST)
                       TO WS-CLI-TRANCHE(WS-TRANCHE)
                   IF WS-PST-NIVEAU-DU(WS-IDX-PST) > WS-NIVEAU-LETTRE
                       MOVE WS-PST-NIVEAU-DU(WS-IDX-PST)
                           TO WS-NIVEAU-LETTRE
                   END-IF
                   IF WS-PST-NIVEAU-DU(WS-IDX-PST)
                           > WS-PST-NIVEAU(WS-IDX-PST)
                       SET A-RELANCER TO TRUE
                   END-IF
               ELSE
                   ADD WS-PST-RESTE(WS-IDX-PST) TO WS-CLI-CREDITS
               END-IF
           END-PERFORM.
           COMPUTE WS-CLI-SOLDE = WS-CLI-TRANCHE(1) + WS-CLI-TRANCHE(2)
                                + WS-CLI-TRANCHE(3) + WS-CLI-TRANCHE(4)
                                - WS-CLI-CREDITS.
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1 UNTIL WS-TRANCHE > 4
               ADD WS-CLI-TRANCHE(WS-TRANCHE)
                   TO WS-TOT-TRANCHE(WS-TRANCHE)
           END-PERFORM.
           ADD WS-CLI-CREDITS TO WS-TOT-CREDITS.
           ADD WS-CLI-SOLDE TO WS-TOT-SOLDE.
           ADD 1 TO WS-NB-CLIENTS-BALANCE.

           MOVE 'N' TO WS-CLIENT-CONNU.
           MOVE 'CLIENT INCONNU' TO WS-NOM-CLIENT.
           PERFORM VARYING WS-IDX-CLR FROM 1 BY 1
                   UNTIL WS-IDX-CLR > WS-NB-CLIENTS
               IF WS-CLR-CODE(WS-IDX-CLR)
                       = WS-PST-CLIENT(WS-DEBUT-CLIENT)
                   MOVE WS-CLR-NOM(WS-IDX-CLR) TO WS-NOM-CLIENT
                   SET CLIENT-CONNU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           MOVE WS-PST-CLIENT(WS-DEBUT-CLIENT)
               TO WS-LIGNE-RAPPORT(1:6).
           MOVE WS-NOM-CLIENT(1:20) TO WS-LIGNE-RAPPORT(8:20).
           PERFORM PLACER-MONTANTS-CLIENT.
           PERFORM ECRIRE-LIGNE-BALANCE.

           IF A-RELANCER AND WS-CLI-SOLDE > 0
               IF CLIENT-CONNU
                   PERFORM ECRIRE-LETTRE-RELANCE
               ELSE
                   ADD 1 TO WS-NB-INCONNUS
                   DISPLAY 'Client ' WS-PST-CLIENT(WS-DEBUT-CLIENT)
                           ' a relancer, absent du referentiel'
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Colonnes de 11 caracteres a partir de la position 29 :
      * 0-30, 31-60, 61-90, +90, credits, puis le solde signe.
       PLACER-MONTANTS-CLIENT.
           MOVE 29 TO WS-POS.
           PERFORM VARYING WS-TRANCHE FROM 1 BY 1 UNTIL WS-TRANCHE > 4
               MOVE WS-CLI-TRANCHE(WS-TRANCHE) TO WS-MONTANT-COL
               MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(WS-POS:11)
               ADD 12 TO WS-POS
           END-PERFORM.
           MOVE WS-CLI-CREDITS TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-RAPPORT(WS-POS:11).
           ADD 12 TO WS-POS.
           MOVE WS-CLI-SOLDE TO WS-SOLDE-COL.
           MOVE WS-SOLDE-COL TO WS-LIGNE-RAPPORT(WS-POS:12).

      *---------------------------------------------------------------
       ECRIRE-ENTETE-BALANCE.
           MOVE WS-DATE-ARRETE TO WS-DATE-DECOUPEE.
           MOVE WS-DD-JJ TO WS-DE-JJ.
           MOVE WS-DD-MM TO WS-DE-MM.
           MOVE WS-DD-AAAA TO WS-DE-AAAA.
           STRING 'BALANCE AGEE CLIENTS AU ' WS-DATE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BALANCE.
           PERFORM ECRIRE-LIGNE-BALANCE.
           MOVE 'Client Nom                   0-30 jours'
             & ' 31-60 jours 61-90 jours   +90 jours     Credits'
             & '        Solde'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BALANCE.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BALANCE.

      *---------------------------------------------------------------
       ECRIRE-TOTAUX-BALANCE.
           MOVE ALL '-' TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-BALANCE.
           MOVE WS-CUMULS-TOTAL TO WS-CUMULS-CLIENT.
           MOVE 'TOTAL' TO WS-LIGNE-RAPPORT(1:6).
           PERFORM PLACER-MONTANTS-CLIENT.
           PERFORM ECRIRE-LIGNE-BALANCE.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-BALANCE.
           MOVE WS-LIGNE-RAPPORT TO ENR-BALANCE.
           WRITE ENR-BALANCE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Lettre au niveau le plus eleve du client ; elle reprend ses
      * factures echues et leur reporte le niveau atteint.
       ECRIRE-LETTRE-RELANCE.
           ADD 1 TO WS-NB-LETTRES(WS-NIVEAU-LETTRE).
           EVALUATE WS-NIVEAU-LETTRE
               WHEN 1 MOVE 'PREMIERE RELANCE' TO WS-OBJET-LETTRE
               WHEN 2 MOVE 'DEUXIEME RELANCE' TO WS-OBJET-LETTRE
               WHEN OTHER MOVE 'MISE EN DEMEURE' TO WS-OBJET-LETTRE
           END-EVALUATE.
           MOVE ALL '=' TO WS-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           STRING WS-NOM-CLIENT DELIMITED '  '
                  ' (client ' DELIMITED SIZE
                  WS-PST-CLIENT(WS-DEBUT-CLIENT) DELIMITED SPACE
                  ')' DELIMITED SIZE
               INTO WS-LIGNE-LETTRE.
           MOVE WS-DATE-EDIT TO WS-LIGNE-LETTRE(60:10).
           PERFORM ECRIRE-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           STRING 'Objet : ' WS-OBJET-LETTRE
               DELIMITED SIZE INTO WS-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           EVALUATE WS-NIVEAU-LETTRE
               WHEN 1
                   MOVE 'Sauf erreur de notre part, les factures '
                     & 'ci-dessous restent impayees a ce jour.'
                       TO WS-LIGNE-LETTRE
                   PERFORM ECRIRE-LIGNE-LETTRE
                   MOVE 'Nous vous remercions de bien vouloir en '
                     & 'regler le montant.'
                       TO WS-LIGNE-LETTRE
               WHEN 2
                   MOVE 'Malgre notre precedent rappel, les factures '
                     & 'ci-dessous restent impayees.'
                       TO WS-LIGNE-LETTRE
                   PERFORM ECRIRE-LIGNE-LETTRE
                   MOVE 'Nous vous demandons de les regler sous '
                     & 'quinze jours.'
                       TO WS-LIGNE-LETTRE
               WHEN OTHER
                   MOVE 'Nos relances sont restees sans effet. Nous '
                     & 'vous mettons en demeure de regler'
                       TO WS-LIGNE-LETTRE
                   PERFORM ECRIRE-LIGNE-LETTRE
                   MOVE 'sous huit jours les sommes ci-dessous, faute '
                     & 'de quoi le dossier sera transmis'
                       TO WS-LIGNE-LETTRE
                   PERFORM ECRIRE-LIGNE-LETTRE
                   MOVE 'au contentieux.' TO WS-LIGNE-LETTRE
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           MOVE '  Facture      Date          Montant     Reste du  '
             & 'Jours'
               TO WS-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           MOVE 0 TO WS-TOTAL-ECHU.
           PERFORM VARYING WS-IDX-PST FROM WS-DEBUT-CLIENT BY 1
                   UNTIL WS-IDX-PST > WS-FIN-CLIENT
               IF WS-PST-NIVEAU-DU(WS-IDX-PST) > 0
                   PERFORM ECRIRE-FACTURE-RELANCEE
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-LETTRE.
           MOVE WS-TOTAL-ECHU TO WS-MONTANT-EDIT.
           STRING '  Total echu : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.
           IF WS-CLI-CREDITS > 0
               MOVE WS-CLI-CREDITS TO WS-MONTANT-EDIT
               STRING '  Credits en votre faveur deduits : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE-LETTRE
               PERFORM ECRIRE-LIGNE-LETTRE
           END-IF.
           PERFORM ECRIRE-LIGNE-LETTRE.
           MOVE 'Le service clients' TO WS-LIGNE-LETTRE.
           PERFORM ECRIRE-LIGNE-LETTRE.

      *---------------------------------------------------------------
       ECRIRE-FACTURE-RELANCEE.
           ADD WS-PST-RESTE(WS-IDX-PST) TO WS-TOTAL-ECHU.
           IF WS-PST-NIVEAU-DU(WS-IDX-PST) > WS-PST-NIVEAU(WS-IDX-PST)
               MOVE WS-PST-NIVEAU-DU(WS-IDX-PST)
                   TO WS-PST-NIVEAU(WS-IDX-PST)
               MOVE WS-DATE-ARRETE TO WS-PST-DATE-RELANCE(WS-IDX-PST)
           END-IF.
           MOVE WS-PST-DATE(WS-IDX-PST) TO WS-DATE-DECOUPEE.
           MOVE WS-PST-JOURS(WS-IDX-PST) TO WS-JOURS-EDIT.
           MOVE WS-PST-MONTANT(WS-IDX-PST) TO WS-MONTANT-COL.
           STRING '  ' WS-PST-REFERENCE(WS-IDX-PST) ' '
                  WS-DD-JJ '/' WS-DD-MM '/' WS-DD-AAAA ' '
                  WS-MONTANT-COL ' '
               DELIMITED SIZE INTO WS-LIGNE-LETTRE.
           MOVE WS-PST-RESTE(WS-IDX-PST) TO WS-MONTANT-COL.
           MOVE WS-MONTANT-COL TO WS-LIGNE-LETTRE(40:11).
           MOVE WS-JOURS-EDIT TO WS-LIGNE-LETTRE(52:5).
           PERFORM ECRIRE-LIGNE-LETTRE.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-LETTRE.
           MOVE WS-LIGNE-LETTRE TO ENR-RELANCE.
           WRITE ENR-RELANCE.
           MOVE SPACES TO WS-LIGNE-LETTRE.

      *---------------------------------------------------------------
      * Les postes sont reecrits tels quels, avec leur niveau de
      * relance a jour.
       SAUVEGARDER-POSTES.
           OPEN OUTPUT FIC-POSTES.
           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-NB-POSTES
               MOVE WS-PST-POSTE(WS-IDX-PST) TO ENR-POSTE-CLIENT
               WRITE ENR-POSTE-CLIENT
           END-PERFORM.
           CLOSE FIC-POSTES.
