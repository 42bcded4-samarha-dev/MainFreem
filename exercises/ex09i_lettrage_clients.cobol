      *===============================================================
      * Exercice 9i - Comptes clients : postes ouverts et lettrage
      * Niveau : Expert
      * Le client de chaque vente est connu (VTE-CLIENT) mais rien ne
      * disait s'il avait paye. Ce programme quotidien, lance apres
      * EX09B-CHARGE-VENTES, tient le fichier des postes ouverts par
      * client FIC-POSTES-CLIENTS.dat (COPY PCLIREC) :
      *   - les ventes de la date de gestion y entrent une seule
      *     fois (facture F, avoir A pour VTE-SENS C) : la date
      *     integree est gardee dans FIC-CONTROLE-LETTRAGE.dat et
      *     comparee au controle de chargement d'EX09B, comme le
      *     fait EX09E pour la TVA ; une vente sans client n'est
      *     pas suivie ;
      *   - les reglements recus de la banque
      *     (FIC-REGLEMENTS-CLIENTS.dat : client, montant,
      *     reference, date) sont lettres d'abord sur la facture
      *     dont l'identifiant de transaction est la reference du
      *     reglement (client a blanc admis), puis le reliquat et
      *     les reglements sans reference sur les factures ouvertes
      *     du client, la plus ancienne d'abord ; le fichier est
      *     consomme ;
      *   - avoirs et encaissements non affectes du client soldent
      *     de meme ses factures les plus anciennes, a chaque
      *     passage, y compris sur les factures arrivees depuis ;
      *   - chaque lettrage est trace dans FIC-LETTRAGES.dat ; un
      *     poste lettre en entier quitte le fichier des postes ;
      *   - l'argent qui reste non affecte (client inconnu, trop
      *     percu, reglement avant facture) est liste pour le
      *     credit manager dans FIC-ENCAISSEMENTS-NON-AFFECTES.txt.
      * Un reglement qui porte encore un code client retire par une
      * fusion (EX09N-MAJ-CLIENTS) est impute au code conserve lu
      * dans FIC-XREF-CLIENTS.dat.
      * Balance agee et relances : EX09J-BALANCE-AGEE.
      * Compiler : cobc -x ex09i_lettrage_clients.cobol
      *            -o ex09i_lettrage_clients -I ../copybooks
      * Executer : ./ex09i_lettrage_clients
      * Entree  : FIC-VENTES.dat (COPY VENTEREC)
      *           FIC-CONTROLE-CHARGE-EX09.dat (date de gestion)
      *           FIC-REGLEMENTS-CLIENTS.dat (reglements, consomme)
      *           FIC-CLIENTS.dat (noms pour la liste)
      *           FIC-XREF-CLIENTS.dat (codes fusionnes, optionnel)
      * Entree/Sortie : FIC-POSTES-CLIENTS.dat (postes ouverts)
      *           FIC-CONTROLE-LETTRAGE.dat (derniere date integree)
      * Sortie  : FIC-LETTRAGES.dat (historique, allonge)
      *           FIC-ENCAISSEMENTS-NON-AFFECTES.txt (liste)
      * Code retour : 0, 4 si de l'argent reste non affecte, 8 si
      *               une capacite est depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09I-LETTRAGE-CLIENTS.

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
           SELECT FIC-CONTROLE-LETTRAGE
               ASSIGN TO 'FIC-CONTROLE-LETTRAGE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CTL-LETTRAGE.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FIC-REGLEMENTS
               ASSIGN TO 'FIC-REGLEMENTS-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLEMENTS.
           SELECT FIC-LETTRAGES ASSIGN TO 'FIC-LETTRAGES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-LETTRAGES.
           SELECT FIC-CLIENTS ASSIGN TO 'FIC-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FIC-NON-AFFECTES
               ASSIGN TO 'FIC-ENCAISSEMENTS-NON-AFFECTES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-POSTES ASSIGN TO 'WRK-POSTES-CLIENTS.tmp'.
           SELECT FIC-XREF-CLIENTS ASSIGN TO 'FIC-XREF-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-XREF.

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

      * Derniere date de gestion deja integree aux postes ouverts.
       FD  FIC-CONTROLE-LETTRAGE LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-LETTRAGE.
           05 CTE-DERNIERE-DATE PIC 9(8).

       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY PCLIREC.

      * Reglement client releve par la banque ; la reference est
      * l'identifiant de transaction de la vente reglee quand le
      * client l'a indique.
       FD  FIC-REGLEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-REGLEMENT.
           05 RGC-CLIENT        PIC X(6).
           05 RGC-MONTANT       PIC 9(9)V99.
           05 RGC-REFERENCE     PIC X(12).
           05 RGC-DATE          PIC 9(8).

      * Lettrage : part d'une facture soldee par un credit (avoir A
      * ou encaissement E), par reference (R) ou par anteriorite
      * (A).
       FD  FIC-LETTRAGES LABEL RECORDS ARE STANDARD.
       01  ENR-LETTRAGE.
           05 LET-DATE-TRAITEMENT PIC 9(8).
           05 LET-CLIENT        PIC X(6).
           05 LET-FACTURE       PIC X(12).
           05 LET-DATE-FACTURE  PIC 9(8).
           05 LET-TYPE-CREDIT   PIC X.
           05 LET-REF-CREDIT    PIC X(12).
           05 LET-MONTANT       PIC 9(9)V99.
           05 LET-MODE          PIC X.

       FD  FIC-CLIENTS LABEL RECORDS ARE STANDARD.
       01  ENR-CLIENT.
           05 CLI-CODE          PIC X(6).
           05 CLI-NOM           PIC X(30).

       FD  FIC-NON-AFFECTES LABEL RECORDS ARE STANDARD.
       01  ENR-NON-AFFECTE      PIC X(80).

       FD  FIC-XREF-CLIENTS LABEL RECORDS ARE STANDARD.
       COPY CLIXREC.

      * Postes ranges par client, date puis ordre d'arrivee.
       SD  WRK-POSTES.
       01  WRK-ENR-POSTE.
           05 WRK-CLIENT        PIC X(6).
           05 WRK-DATE          PIC 9(8).
           05 WRK-RANG          PIC 9(5).
           05 WRK-POSTE         PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-VENTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-CTL-CHARGE PIC X(2) VALUE '00'.
       01 WS-STATUT-CTL-LETTRAGE PIC X(2) VALUE '00'.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-REGLEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-LETTRAGES PIC X(2) VALUE '00'.
       01 WS-STATUT-CLIENTS   PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-GESTION     PIC 9(8) VALUE 0.
       01 WS-DERNIERE-INTEGREE PIC 9(8) VALUE 0.
       01 WS-INTEGRATION-DUE  PIC X VALUE 'O'.
          88 INTEGRATION-DUE  VALUE 'O'.
       01 WS-REGLEMENTS-LUS   PIC X VALUE 'N'.
          88 REGLEMENTS-LUS   VALUE 'O'.

      * Postes ouverts en memoire ; WS-PST-POSTE reprend
      * ENR-POSTE-CLIENT.
       01 WS-MAX-POSTES       PIC 9(5) VALUE 20000.
       01 WS-TABLE-POSTES.
          05 WS-PST-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-PST WS-IDX-CRE WS-IDX-FAC.
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
       01 WS-NB-POSTES        PIC 9(5) VALUE 0.
       01 WS-DEBUT-CLIENT     PIC 9(5) VALUE 0.
       01 WS-FIN-CLIENT       PIC 9(5) VALUE 0.

      * Referentiel clients pour la liste.
       01 WS-MAX-CLIENTS      PIC 9(4) VALUE 2000.
       01 WS-TABLE-CLIENTS.
          05 WS-CLR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CLR.
             10 WS-CLR-CODE      PIC X(6).
             10 WS-CLR-NOM       PIC X(30).
       01 WS-NB-CLIENTS       PIC 9(4) VALUE 0.
       01 WS-NOM-CLIENT       PIC X(30) VALUE SPACES.

      * Codes clients retires par fusion et leur code conserve.
       01 WS-STATUT-XREF      PIC X(2) VALUE '00'.
       01 WS-MAX-XREF         PIC 9(4) VALUE 2000.
       01 WS-TABLE-XREF.
          05 WS-XREF-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-XRC.
             10 WS-XRC-ANCIEN  PIC X(6).
             10 WS-XRC-NOUVEAU PIC X(6).
       01 WS-NB-XREF          PIC 9(4) VALUE 0.

       01 WS-RESTE-REGLEMENT  PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-LETTRE   PIC 9(9)V99 VALUE 0.
       01 WS-CLIENT-REGLEMENT PIC X(6) VALUE SPACES.
       01 WS-MODE-LETTRAGE    PIC X VALUE SPACE.

       01 WS-NB-FACTURES      PIC 9(5) VALUE 0.
       01 WS-NB-AVOIRS        PIC 9(5) VALUE 0.
       01 WS-NB-SANS-CLIENT   PIC 9(5) VALUE 0.
       01 WS-NB-REGLEMENTS    PIC 9(5) VALUE 0.
       01 WS-NB-PAR-REFERENCE PIC 9(5) VALUE 0.
       01 WS-NB-LETTRAGES     PIC 9(5) VALUE 0.
       01 WS-NB-SOLDES        PIC 9(5) VALUE 0.
       01 WS-NB-NON-AFFECTES  PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENCAISSE   PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-LETTRE     PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-NON-AFFECTE PIC 9(11)V99 VALUE 0.

       01 WS-JOURS            PIC S9(5) VALUE 0.
       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-JOURS-EDIT       PIC ZZZZ9.
       01 WS-TOTAL-EDIT       PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Comptes clients - postes ouverts et lettrage'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM CONTROLER-DATE-INTEGRATION.
           PERFORM CHARGER-CLIENTS.
           PERFORM CHARGER-XREF-CLIENTS.
           PERFORM CHARGER-POSTES.
           IF INTEGRATION-DUE
               PERFORM INTEGRER-VENTES
           ELSE
               DISPLAY 'Date de gestion ' WS-DATE-GESTION
                       ' deja integree : ventes non reprises'
           END-IF.
           OPEN EXTEND FIC-LETTRAGES.
           IF WS-STATUT-LETTRAGES NOT = '00'
               OPEN OUTPUT FIC-LETTRAGES
           END-IF.
           PERFORM TRAITER-REGLEMENTS.
           SORT WRK-POSTES
               ON ASCENDING KEY WRK-CLIENT WRK-DATE WRK-RANG
               INPUT PROCEDURE IS LIBERER-POSTES
               OUTPUT PROCEDURE IS RECHARGER-POSTES.
           PERFORM LETTRER-PAR-ANTERIORITE.
           CLOSE FIC-LETTRAGES.
           PERFORM SAUVEGARDER-POSTES.
           PERFORM LISTER-NON-AFFECTES.
           IF INTEGRATION-DUE
               PERFORM ENREGISTRER-DATE-INTEGREE
           END-IF.
           IF REGLEMENTS-LUS
      * Reglements consommes : un releve n'est lettre qu'une fois.
               OPEN OUTPUT FIC-REGLEMENTS
               CLOSE FIC-REGLEMENTS
           END-IF.

           IF WS-NB-NON-AFFECTES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Factures / avoirs integres : ' WS-NB-FACTURES
                   ' / ' WS-NB-AVOIRS ' (sans client : '
                   WS-NB-SANS-CLIENT ')'.
           DISPLAY 'Reglements lus      : ' WS-NB-REGLEMENTS
                   ' (dont ' WS-NB-PAR-REFERENCE ' par reference)'.
           DISPLAY 'Lettrages           : ' WS-NB-LETTRAGES
                   ', postes soldes : ' WS-NB-SOLDES.
           DISPLAY 'Montant lettre      : ' WS-TOTAL-LETTRE ' EUR'.
           DISPLAY 'Non affecte         : ' WS-NB-NON-AFFECTES
                   ' encaissement(s), ' WS-TOTAL-NON-AFFECTE ' EUR'.
           DISPLAY 'Postes ouverts      : ' WS-NB-POSTES.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * La date de gestion du FIC-VENTES.dat en place est la plus
      * recente chargee par EX09B ; deja integree, elle ne l'est pas
      * une seconde fois (meme garde qu'EX09E).
       CONTROLER-DATE-INTEGRATION.
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
           OPEN INPUT FIC-CONTROLE-LETTRAGE.
           IF WS-STATUT-CTL-LETTRAGE = '00'
               READ FIC-CONTROLE-LETTRAGE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTE-DERNIERE-DATE TO WS-DERNIERE-INTEGREE
               END-READ
               CLOSE FIC-CONTROLE-LETTRAGE
           END-IF.
           IF WS-DATE-GESTION <= WS-DERNIERE-INTEGREE
               MOVE 'N' TO WS-INTEGRATION-DUE
           END-IF.

      *---------------------------------------------------------------
       ENREGISTRER-DATE-INTEGREE.
           OPEN OUTPUT FIC-CONTROLE-LETTRAGE.
           MOVE WS-DATE-GESTION TO CTE-DERNIERE-DATE.
           WRITE ENR-CONTROLE-LETTRAGE.
           CLOSE FIC-CONTROLE-LETTRAGE.

      *---------------------------------------------------------------
       CHARGER-CLIENTS.
           OPEN INPUT FIC-CLIENTS.
           IF WS-STATUT-CLIENTS NOT = '00'
               DISPLAY 'FIC-CLIENTS.dat absent : liste sans noms'
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
      * Table de correspondance des clients fusionnes tenue par
      * EX09N-MAJ-CLIENTS ; absente, aucun code n'est traduit.
       CHARGER-XREF-CLIENTS.
           OPEN INPUT FIC-XREF-CLIENTS.
           IF WS-STATUT-XREF NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-XREF NOT = '00'
               READ FIC-XREF-CLIENTS
                   AT END MOVE '10' TO WS-STATUT-XREF
                   NOT AT END
                       IF WS-NB-XREF < WS-MAX-XREF
                           ADD 1 TO WS-NB-XREF
                           MOVE XRC-CLIENT-ANCIEN
                               TO WS-XRC-ANCIEN(WS-NB-XREF)
                           MOVE XRC-CLIENT-NOUVEAU
                               TO WS-XRC-NOUVEAU(WS-NB-XREF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-XREF-CLIENTS.

      *---------------------------------------------------------------
       CHARGER-POSTES.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               DISPLAY 'FIC-POSTES-CLIENTS.dat absent : premier '
                       'passage'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       PERFORM AJOUTER-POSTE
                       MOVE ENR-POSTE-CLIENT
                           TO WS-PST-POSTE(WS-NB-POSTES)
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES.

      *---------------------------------------------------------------
       AJOUTER-POSTE.
           IF WS-NB-POSTES >= WS-MAX-POSTES
               DISPLAY '*** Plus de ' WS-MAX-POSTES ' postes clients '
                       'ouverts - lettrage non fait ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-POSTES.
           INITIALIZE WS-PST-LIGNE(WS-NB-POSTES).

      *---------------------------------------------------------------
      * Une facture par vente (D), un avoir par vente de sens C, a
      * la date de gestion ; le montant entier est ouvert.
       INTEGRER-VENTES.
           OPEN INPUT FIC-VENTES.
           IF WS-STATUT-VENTES NOT = '00'
               DISPLAY 'FIC-VENTES.dat introuvable : aucune vente '
                       'integree'
               MOVE 'N' TO WS-INTEGRATION-DUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-VENTES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF VTE-CLIENT = SPACES
                   ADD 1 TO WS-NB-SANS-CLIENT
               ELSE
                   PERFORM AJOUTER-POSTE
                   MOVE VTE-CLIENT TO WS-PST-CLIENT(WS-NB-POSTES)
                   IF VTE-CREDIT
                       MOVE 'A' TO WS-PST-TYPE(WS-NB-POSTES)
                       ADD 1 TO WS-NB-AVOIRS
                   ELSE
                       MOVE 'F' TO WS-PST-TYPE(WS-NB-POSTES)
                       ADD 1 TO WS-NB-FACTURES
                   END-IF
                   MOVE VTE-ID-TRANSACTION
                       TO WS-PST-REFERENCE(WS-NB-POSTES)
                   MOVE VTE-SOURCE TO WS-PST-SOURCE(WS-NB-POSTES)
                   MOVE WS-DATE-GESTION TO WS-PST-DATE(WS-NB-POSTES)
                   MOVE VTE-MONTANT TO WS-PST-MONTANT(WS-NB-POSTES)
                   MOVE VTE-MONTANT TO WS-PST-RESTE(WS-NB-POSTES)
               END-IF
               READ FIC-VENTES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-VENTES.

      *---------------------------------------------------------------
      * Chaque reglement solde d'abord la facture qu'il reference ;
      * le reste devient un encaissement non affecte du client, que
      * le lettrage par anteriorite impute ensuite.
       TRAITER-REGLEMENTS.
           OPEN INPUT FIC-REGLEMENTS.
           IF WS-STATUT-REGLEMENTS NOT = '00'
               DISPLAY 'Aucun reglement recu de la banque'
               EXIT PARAGRAPH
           END-IF.
           SET REGLEMENTS-LUS TO TRUE.
           PERFORM UNTIL WS-STATUT-REGLEMENTS NOT = '00'
               READ FIC-REGLEMENTS
                   AT END MOVE '10' TO WS-STATUT-REGLEMENTS
                   NOT AT END
                       PERFORM TRAITER-UN-REGLEMENT
               END-READ
           END-PERFORM.
           CLOSE FIC-REGLEMENTS.

      *---------------------------------------------------------------
       TRAITER-UN-REGLEMENT.
           PERFORM TRADUIRE-CLIENT-REGLEMENT.
           ADD 1 TO WS-NB-REGLEMENTS.
           ADD RGC-MONTANT TO WS-TOTAL-ENCAISSE.
           MOVE RGC-MONTANT TO WS-RESTE-REGLEMENT.
           MOVE RGC-CLIENT TO WS-CLIENT-REGLEMENT.
           IF RGC-REFERENCE NOT = SPACES
               PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                       UNTIL WS-IDX-FAC > WS-NB-POSTES
                   IF WS-PST-TYPE(WS-IDX-FAC) = 'F'
                           AND WS-PST-RESTE(WS-IDX-FAC) > 0
                           AND WS-PST-REFERENCE(WS-IDX-FAC)
                               = RGC-REFERENCE
                           AND (RGC-CLIENT = SPACES
                             OR WS-PST-CLIENT(WS-IDX-FAC) = RGC-CLIENT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-IDX-FAC <= WS-NB-POSTES
                   ADD 1 TO WS-NB-PAR-REFERENCE
                   MOVE WS-PST-CLIENT(WS-IDX-FAC)
                       TO WS-CLIENT-REGLEMENT
                   IF WS-RESTE-REGLEMENT < WS-PST-RESTE(WS-IDX-FAC)
                       MOVE WS-RESTE-REGLEMENT TO WS-MONTANT-LETTRE
                   ELSE
                       MOVE WS-PST-RESTE(WS-IDX-FAC)
                           TO WS-MONTANT-LETTRE
                   END-IF
                   SUBTRACT WS-MONTANT-LETTRE FROM WS-RESTE-REGLEMENT
                   SUBTRACT WS-MONTANT-LETTRE
                       FROM WS-PST-RESTE(WS-IDX-FAC)
                   MOVE 'E' TO LET-TYPE-CREDIT
                   MOVE RGC-REFERENCE TO LET-REF-CREDIT
                   MOVE 'R' TO WS-MODE-LETTRAGE
                   PERFORM TRACER-LETTRAGE
               END-IF
           END-IF.
           IF WS-RESTE-REGLEMENT > 0
               PERFORM AJOUTER-POSTE
               MOVE WS-CLIENT-REGLEMENT TO WS-PST-CLIENT(WS-NB-POSTES)
               MOVE 'E' TO WS-PST-TYPE(WS-NB-POSTES)
               MOVE RGC-REFERENCE TO WS-PST-REFERENCE(WS-NB-POSTES)
               MOVE 'BNQ' TO WS-PST-SOURCE(WS-NB-POSTES)
               MOVE RGC-DATE TO WS-PST-DATE(WS-NB-POSTES)
               MOVE WS-RESTE-REGLEMENT
                   TO WS-PST-MONTANT(WS-NB-POSTES)
               MOVE WS-RESTE-REGLEMENT TO WS-PST-RESTE(WS-NB-POSTES)
           END-IF.

      *---------------------------------------------------------------
      * Reglement sous un code client retire par fusion : impute au
      * code conserve, comme les postes repris par EX09N.
       TRADUIRE-CLIENT-REGLEMENT.
           IF WS-NB-XREF = 0 OR RGC-CLIENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-XRC FROM 1 BY 1
                   UNTIL WS-IDX-XRC > WS-NB-XREF
               IF WS-XRC-ANCIEN(WS-IDX-XRC) = RGC-CLIENT
                   MOVE WS-XRC-NOUVEAU(WS-IDX-XRC) TO RGC-CLIENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Trace du lettrage de WS-MONTANT-LETTRE sur la facture
      * WS-IDX-FAC ; le credit est decrit par l'appelant.
       TRACER-LETTRAGE.
           MOVE WS-DATE-JOUR TO LET-DATE-TRAITEMENT.
           MOVE WS-PST-CLIENT(WS-IDX-FAC) TO LET-CLIENT.
           MOVE WS-PST-REFERENCE(WS-IDX-FAC) TO LET-FACTURE.
           MOVE WS-PST-DATE(WS-IDX-FAC) TO LET-DATE-FACTURE.
           MOVE WS-MONTANT-LETTRE TO LET-MONTANT.
           MOVE WS-MODE-LETTRAGE TO LET-MODE.
           WRITE ENR-LETTRAGE.
           ADD 1 TO WS-NB-LETTRAGES.
           ADD WS-MONTANT-LETTRE TO WS-TOTAL-LETTRE.
           IF WS-PST-RESTE(WS-IDX-FAC) = 0
               ADD 1 TO WS-NB-SOLDES
           END-IF.

      *---------------------------------------------------------------
       LIBERER-POSTES.
           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-NB-POSTES
               MOVE WS-PST-CLIENT(WS-IDX-PST) TO WRK-CLIENT
               MOVE WS-PST-DATE(WS-IDX-PST) TO WRK-DATE
               SET WRK-RANG TO WS-IDX-PST
               MOVE WS-PST-POSTE(WS-IDX-PST) TO WRK-POSTE
               RELEASE WRK-ENR-POSTE
           END-PERFORM.

      *---------------------------------------------------------------
       RECHARGER-POSTES.
           MOVE 0 TO WS-NB-POSTES.
           MOVE 'N' TO WS-FIN-FICHIER.
           RETURN WRK-POSTES
               AT END SET FIC-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-POSTES
               MOVE WRK-POSTE TO WS-PST-POSTE(WS-NB-POSTES)
               RETURN WRK-POSTES
                   AT END SET FIC-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
      * Client par client (postes ranges par date), chaque credit
      * ouvert - avoir ou encaissement - solde les factures ouvertes
      * les plus anciennes.
       LETTRER-PAR-ANTERIORITE.
           MOVE 'A' TO WS-MODE-LETTRAGE.
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
               IF WS-PST-CLIENT(WS-DEBUT-CLIENT) NOT = SPACES
                   PERFORM LETTRER-CLIENT
               END-IF
               COMPUTE WS-DEBUT-CLIENT = WS-FIN-CLIENT + 1
           END-PERFORM.

      *---------------------------------------------------------------
       LETTRER-CLIENT.
           SET WS-IDX-CRE TO WS-DEBUT-CLIENT.
           SET WS-IDX-FAC TO WS-DEBUT-CLIENT.
           PERFORM UNTIL WS-IDX-CRE > WS-FIN-CLIENT
                      OR WS-IDX-FAC > WS-FIN-CLIENT
               IF WS-PST-TYPE(WS-IDX-CRE) = 'F'
                       OR WS-PST-RESTE(WS-IDX-CRE) = 0
                   SET WS-IDX-CRE UP BY 1
                   EXIT PERFORM CYCLE
               END-IF
               IF WS-PST-TYPE(WS-IDX-FAC) NOT = 'F'
                       OR WS-PST-RESTE(WS-IDX-FAC) = 0
                   SET WS-IDX-FAC UP BY 1
                   EXIT PERFORM CYCLE
               END-IF
               IF WS-PST-RESTE(WS-IDX-CRE) < WS-PST-RESTE(WS-IDX-FAC)
                   MOVE WS-PST-RESTE(WS-IDX-CRE) TO WS-MONTANT-LETTRE
               ELSE
                   MOVE WS-PST-RESTE(WS-IDX-FAC) TO WS-MONTANT-LETTRE
               END-IF
               SUBTRACT WS-MONTANT-LETTRE FROM WS-PST-RESTE(WS-IDX-CRE)
               SUBTRACT WS-MONTANT-LETTRE FROM WS-PST-RESTE(WS-IDX-FAC)
               MOVE WS-PST-TYPE(WS-IDX-CRE) TO LET-TYPE-CREDIT
               MOVE WS-PST-REFERENCE(WS-IDX-CRE) TO LET-REF-CREDIT
               PERFORM TRACER-LETTRAGE
           END-PERFORM.

      *---------------------------------------------------------------
      * Seuls les postes encore ouverts sont reecrits, ranges par
      * client et date ; la table est resserree sur eux.
       SAUVEGARDER-POSTES.
           OPEN OUTPUT FIC-POSTES.
           MOVE 0 TO WS-FIN-CLIENT.
           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-NB-POSTES
               IF WS-PST-RESTE(WS-IDX-PST) > 0
                   MOVE WS-PST-POSTE(WS-IDX-PST) TO ENR-POSTE-CLIENT
                   WRITE ENR-POSTE-CLIENT
                   ADD 1 TO WS-FIN-CLIENT
                   MOVE ENR-POSTE-CLIENT
                       TO WS-PST-POSTE(WS-FIN-CLIENT)
               END-IF
           END-PERFORM.
           CLOSE FIC-POSTES.
           MOVE WS-FIN-CLIENT TO WS-NB-POSTES.

      *---------------------------------------------------------------
      * Liste du credit manager : argent recu que rien n'a pu
      * solder, avec son anciennete.
       LISTER-NON-AFFECTES.
           OPEN OUTPUT FIC-NON-AFFECTES.
           MOVE 'ENCAISSEMENTS CLIENTS NON AFFECTES'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Situation du ' WS-DATE-JOUR
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'Client Nom                  Reference    Date    '
             & '    Montant  Jours'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-PST FROM 1 BY 1
                   UNTIL WS-IDX-PST > WS-NB-POSTES
               IF WS-PST-TYPE(WS-IDX-PST) = 'E'
                   PERFORM LISTER-UN-NON-AFFECTE
               END-IF
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-NON-AFFECTE TO WS-TOTAL-EDIT.
           STRING 'Total non affecte : ' WS-TOTAL-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           CLOSE FIC-NON-AFFECTES.

      *---------------------------------------------------------------
       LISTER-UN-NON-AFFECTE.
           ADD 1 TO WS-NB-NON-AFFECTES.
           ADD WS-PST-RESTE(WS-IDX-PST) TO WS-TOTAL-NON-AFFECTE.
           MOVE 'CLIENT INCONNU' TO WS-NOM-CLIENT.
           PERFORM VARYING WS-IDX-CLR FROM 1 BY 1
                   UNTIL WS-IDX-CLR > WS-NB-CLIENTS
               IF WS-CLR-CODE(WS-IDX-CLR) = WS-PST-CLIENT(WS-IDX-PST)
                   MOVE WS-CLR-NOM(WS-IDX-CLR) TO WS-NOM-CLIENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
             - FUNCTION INTEGER-OF-DATE(WS-PST-DATE(WS-IDX-PST)).
           IF WS-JOURS < 0
               MOVE 0 TO WS-JOURS
           END-IF.
           MOVE WS-JOURS TO WS-JOURS-EDIT.
           MOVE WS-PST-RESTE(WS-IDX-PST) TO WS-MONTANT-EDIT.
           STRING WS-PST-CLIENT(WS-IDX-PST) ' '
                  WS-NOM-CLIENT(1:20) ' '
                  WS-PST-REFERENCE(WS-IDX-PST) ' '
                  WS-PST-DATE(WS-IDX-PST) ' '
                  WS-MONTANT-EDIT ' ' WS-JOURS-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-NON-AFFECTE.
           WRITE ENR-NON-AFFECTE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
