      * Executer : ./ex09
      * Entree   : FIC-VENTES.dat, alimente par EX09B-CHARGE-VENTES
      *            a partir de l'extrait de ventes du jour.
      * Sortie   : entre autres FIC-HISTO-CUMULS-EX09.dat, photo des
      *            cumuls de chaque periode close (EX09L la relit),
      *            et FIC-HISTO-VENTES-EX09.dat, ventes validees du
      *            jour (EX09M les relit).
      *            Les ventes tardives (periode close, VTE-RETARD)
      *            entrent dans les totaux de la periode ouverte et
      *            sont rappelees a part sous chaque vendeur ; leur
      *            part du cumul de periode est tenue dans
      *            FIC-CUMULS-REGUL-EX09.dat (relu par EX09C/EX09D).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09-TRI-RUPTURE.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VENTES-REJETEES
               ASSIGN TO 'FIC-VENTES-REJETEES.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REJETEES.
           SELECT FIC-PARAM-ROLLUP
               ASSIGN TO 'FIC-PARAM-ROLLUP-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
           SELECT FIC-CUMULS-ROLLUP ASSIGN TO 'FIC-CUMULS-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS-ROLLUP.
           SELECT FIC-CUMULS-REGUL
               ASSIGN TO 'FIC-CUMULS-REGUL-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS-REGUL.
           SELECT FIC-HISTO-CUMULS
               ASSIGN TO 'FIC-HISTO-CUMULS-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-VENTES.
           SELECT FIC-CLIENTS ASSIGN TO 'FIC-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CLIENTS.
           05 WRK-TAUX-CONVERSION PIC 9(3)V9(6).
           05 WRK-SENS       PIC X.
      * Memes champs que VENTEREC : le tri recopie l'enregistrement
      * entier, client, source, article, vente d'origine, periode
      * de vente et marque de retard compris.
           05 WRK-CLIENT     PIC X(6).
           05 WRK-SOURCE     PIC X(3).
           05 WRK-PRODUIT    PIC X(8).
           05 WRK-QUANTITE   PIC 9(5).
           05 WRK-PRIX-UNITAIRE PIC 9(7)V99.
           05 WRK-ID-ORIGINE PIC X(12).
           05 WRK-PERIODE-VENTE PIC 9(6).
           05 WRK-RETARD     PIC X.

       FD  FIC-BREAKS LABEL RECORDS ARE STANDARD.
       01  ENR-BREAK         PIC X(80).
           05 REP-NB-VENDEURS   PIC 9(4).
           05 REP-NB-REGIONS    PIC 9(4).
           05 REP-NB-REJETEES   PIC 9(4).
           05 REP-TOTAL-RETARD  PIC S9(14) SIGN LEADING SEPARATE.

      * Liste de reference des couples region/vendeur autorises -
      * optionnelle : si absente, aucun filtrage n'est fait (toutes
           REPLACING ==ENR-VENTES== BY ==ENR-VENTES-VALIDEES==.

      * Ventes ecartees car region/vendeur absent de la liste de
      * reference, conservees pour investigation. La liste est
      * ouverte par EX09B-CHARGE-VENTES (avoirs refuses au
      * chargement) et completee ici.
       FD  FIC-VENTES-REJETEES LABEL RECORDS ARE STANDARD.
       01  ENR-VENTE-REJETEE    PIC X(60).

           05 CUR-VENDEUR       PIC X(4).
           05 CUR-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

      * Part des cumuls de periode venue de ventes tardives
      * (regularisation de periodes closes), meme disposition et
      * meme cycle de vie que FIC-CUMULS-EX09.dat.
       FD  FIC-CUMULS-REGUL LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL-REGUL.
           05 CRG-REGION        PIC X(2).
           05 CRG-VENDEUR       PIC X(4).
           05 CRG-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.

      * Photo des cumuls de chaque periode close, pour la prevision.
       FD  FIC-HISTO-CUMULS LABEL RECORDS ARE STANDARD.
       COPY CUMHREC.

      * Ventes validees de chaque jour, pour le controle des ventes
      * avant commissions.
       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

      * Objectifs mensuels de vente par region et par vendeur
      * (vendeur a blanc = objectif de la region entiere). Un
      * enregistrement special de region '%%' porte dans OBJ-MONTANT
       01 WS-MODE-REPRISE    PIC X VALUE 'N'.
          88 EN-REPRISE      VALUE 'O'.
       01 WS-STATUT-MASTER   PIC X(2) VALUE '00'.
       01 WS-STATUT-REJETEES PIC X(2) VALUE '00'.
       01 WS-MASTER-CHARGE   PIC X VALUE 'N'.
          88 MASTER-CHARGE   VALUE 'O'.

       01 WS-TOTAL-REGION    PIC S9(12) VALUE 0.
       01 WS-TOTAL-GENERAL   PIC S9(14) VALUE 0.
       01 WS-NB-AVOIRS       PIC 9(4) VALUE 0.
      * Part des totaux venue de ventes tardives (regularisation).
       01 WS-TOTAL-VENDEUR-RETARD PIC S9(10) VALUE 0.
       01 WS-TOTAL-GENERAL-RETARD PIC S9(14) VALUE 0.
       01 WS-NB-RETARDS      PIC 9(4) VALUE 0.
       01 WS-VENDEUR-ACTIF   PIC X VALUE 'N'.
          88 VENDEUR-A-VENDU VALUE 'O'.

             10 WS-CUR-VENDEUR PIC X(4).
             10 WS-CUR-TOTAL   PIC S9(12).
       01 WS-NB-CUMULS-ROLLUP     PIC 9(4) VALUE 0.
       01 WS-STATUT-CUMULS-REGUL  PIC X(2) VALUE '00'.
       01 WS-TABLE-CUMULS-REGUL.
          05 WS-CRG-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CRG.
             10 WS-CRG-REGION  PIC X(2).
             10 WS-CRG-VENDEUR PIC X(4).
             10 WS-CRG-TOTAL   PIC S9(12).
       01 WS-NB-CUMULS-REGUL      PIC 9(4) VALUE 0.
       01 WS-TOTAL-ROLLUP-REGUL   PIC S9(14) VALUE 0.
       01 WS-CUR-TROUVE-SW        PIC X VALUE 'N'.
          88 CUR-TROUVE           VALUE 'O'.
       01 WS-TOTAL-ROLLUP         PIC S9(14) VALUE 0.
       01 WS-STATUT-HISTO         PIC X(2) VALUE '00'.
       01 WS-PERIODE-ARCHIVEE     PIC X VALUE 'N'.
          88 PERIODE-ARCHIVEE     VALUE 'O'.
       01 WS-STATUT-HISTO-VENTES  PIC X(2) VALUE '00'.
       01 WS-NB-VENTES-HISTO      PIC 9(6) VALUE 0.

      * Dimension client : referentiel charge en table, cumul de
      * chiffre d'affaires signe par client et palmares.
           PERFORM CHARGER-PARAM-ROLLUP.
           IF EN-MODE-ROLLUP
               PERFORM CHARGER-CUMULS-ROLLUP
               PERFORM CHARGER-CUMULS-REGUL
           END-IF.

      * Le point de reprise n'est ecrit qu'une fois le tri et la
                   ASCENDING KEY WRK-REGION WRK-VENDEUR
                   USING  FIC-VENTES-VALIDEES
                   GIVING FIC-VENTES
               PERFORM HISTORISER-VENTES
           END-IF.

           PERFORM OUVRIR-JOURNAL-EXEC.
                   END-IF
                   SET VENDEUR-A-VENDU TO TRUE
                   PERFORM CUMULER-CLIENT
                   IF VTE-EN-RETARD OF ENR-VENTES
                       PERFORM CUMULER-RETARD
                   END-IF
                   IF VTE-SENS OF ENR-VENTES = 'C'
                       SUBTRACT VTE-MONTANT OF ENR-VENTES
                           FROM WS-TOTAL-VENDEUR
                      WS-TOTAL-VENDEUR ' EUR'
                   DELIMITED SIZE INTO ENR-BREAK
               WRITE ENR-BREAK
               IF WS-TOTAL-VENDEUR-RETARD NOT = 0
                   MOVE WS-TOTAL-VENDEUR-RETARD TO WS-REALISE-EDIT
                   MOVE SPACES TO ENR-BREAK
                   STRING '    dont regularisation periodes closes : '
                          WS-REALISE-EDIT ' EUR'
                       DELIMITED SIZE INTO ENR-BREAK
                   DISPLAY ENR-BREAK
                   WRITE ENR-BREAK
               END-IF
               IF EN-MODE-ROLLUP
                   PERFORM CUMULER-VENDEUR-ROLLUP
                   IF WS-TOTAL-VENDEUR-RETARD NOT = 0
                       PERFORM CUMULER-VENDEUR-REGUL
                   END-IF
               END-IF
               IF OBJECTIFS-CHARGES
                   PERFORM COMPARER-OBJECTIF-VENDEUR
               END-IF
               ADD WS-TOTAL-VENDEUR TO WS-TOTAL-REGION
               MOVE 0 TO WS-TOTAL-VENDEUR
               MOVE 0 TO WS-TOTAL-VENDEUR-RETARD
               MOVE 'N' TO WS-VENDEUR-ACTIF
           END-IF.

           STRING '>> TOTAL GENERAL : ' WS-TOTAL-GENERAL ' EUR'
               DELIMITED SIZE INTO ENR-BREAK.
           WRITE ENR-BREAK.
           IF WS-NB-RETARDS > 0
               MOVE WS-TOTAL-GENERAL-RETARD TO WS-REALISE-EDIT
               MOVE SPACES TO ENR-BREAK
               STRING '>> dont regul. periodes closes : '
                      WS-REALISE-EDIT ' EUR (' WS-NB-RETARDS
                      ' tardive(s))'
                   DELIMITED SIZE INTO ENR-BREAK
               DISPLAY ENR-BREAK
               WRITE ENR-BREAK
           END-IF.
           DISPLAY 'Regions       : ' WS-NB-REGIONS.
           DISPLAY 'Vendeurs      : ' WS-NB-VENDEURS.
           DISPLAY 'Avoirs        : ' WS-NB-AVOIRS.
           END-IF.
           DISPLAY '================================================'.

      *---------------------------------------------------------------
      * Vente tardive d'une periode close : elle compte dans les
      * totaux de la periode ouverte, sa part est suivie a part.
       CUMULER-RETARD.
           ADD 1 TO WS-NB-RETARDS.
           IF VTE-SENS OF ENR-VENTES = 'C'
               SUBTRACT VTE-MONTANT OF ENR-VENTES
                   FROM WS-TOTAL-VENDEUR-RETARD
               SUBTRACT VTE-MONTANT OF ENR-VENTES
                   FROM WS-TOTAL-GENERAL-RETARD
           ELSE
               ADD VTE-MONTANT OF ENR-VENTES
                   TO WS-TOTAL-VENDEUR-RETARD
               ADD VTE-MONTANT OF ENR-VENTES
                   TO WS-TOTAL-GENERAL-RETARD
           END-IF.

      *---------------------------------------------------------------
      * Chiffre d'affaires signe par client : les avoirs viennent
      * en moins comme sur les autres totaux. Le client a blanc
           MOVE 0 TO WS-NB-VENTES-REJETEES.
           OPEN INPUT FIC-VENTES.
           OPEN OUTPUT FIC-VENTES-VALIDEES.
           OPEN EXTEND FIC-VENTES-REJETEES.
           IF WS-STATUT-REJETEES NOT = '00'
               OPEN OUTPUT FIC-VENTES-REJETEES
           END-IF.

           MOVE 'N' TO WS-FIN-VALIDATION.
           READ FIC-VENTES
               WRITE ENR-CUMUL-ROLLUP
           END-PERFORM.
           CLOSE FIC-CUMULS-ROLLUP.
           OPEN OUTPUT FIC-CUMULS-REGUL.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-CUMULS-REGUL
               MOVE WS-CRG-REGION(WS-IDX-CRG)  TO CRG-REGION
               MOVE WS-CRG-VENDEUR(WS-IDX-CRG) TO CRG-VENDEUR
               MOVE WS-CRG-TOTAL(WS-IDX-CRG)   TO CRG-TOTAL
               WRITE ENR-CUMUL-REGUL
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
      * Part tardive des cumuls de periode ; absente, aucune vente
      * tardive n'a encore ete regularisee sur la periode.
       CHARGER-CUMULS-REGUL.
           MOVE 0 TO WS-NB-CUMULS-REGUL.
           OPEN INPUT FIC-CUMULS-REGUL.
           IF WS-STATUT-CUMULS-REGUL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUMULS-REGUL NOT = '00'
               READ FIC-CUMULS-REGUL
                   AT END MOVE '10' TO WS-STATUT-CUMULS-REGUL
                   NOT AT END
                       IF WS-NB-CUMULS-REGUL < WS-MAX-VENTES
                           ADD 1 TO WS-NB-CUMULS-REGUL
                           MOVE CRG-REGION TO
                               WS-CRG-REGION(WS-NB-CUMULS-REGUL)
                           MOVE CRG-VENDEUR TO
                               WS-CRG-VENDEUR(WS-NB-CUMULS-REGUL)
                           MOVE CRG-TOTAL TO
                               WS-CRG-TOTAL(WS-NB-CUMULS-REGUL)
                       ELSE
                           DISPLAY 'FIC-CUMULS-REGUL-EX09.dat : '
                                   'capacite de ' WS-MAX-VENTES
                                   ' depassee'
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-REGUL.

      *---------------------------------------------------------------
       CUMULER-VENDEUR-REGUL.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-CUMULS-REGUL
               IF WS-CRG-REGION(WS-IDX-CRG) = WS-REGION-PREC
                       AND WS-CRG-VENDEUR(WS-IDX-CRG) = WS-VENDEUR-PREC
                   ADD WS-TOTAL-VENDEUR-RETARD
                       TO WS-CRG-TOTAL(WS-IDX-CRG)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-CUMULS-REGUL < WS-MAX-VENTES
               ADD 1 TO WS-NB-CUMULS-REGUL
               MOVE WS-REGION-PREC  TO
                   WS-CRG-REGION(WS-NB-CUMULS-REGUL)
               MOVE WS-VENDEUR-PREC TO
                   WS-CRG-VENDEUR(WS-NB-CUMULS-REGUL)
               MOVE WS-TOTAL-VENDEUR-RETARD TO
                   WS-CRG-TOTAL(WS-NB-CUMULS-REGUL)
           ELSE
               DISPLAY 'FIC-CUMULS-REGUL-EX09.dat : capacite de '
                       WS-MAX-VENTES ' depassee'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       AFFICHER-RAPPORT-ROLLUP.
           DISPLAY '================================================'.
           DISPLAY '>> TOTAL CUMULE DE LA PERIODE : '
                   WS-TOTAL-ROLLUP ' EUR'.
           MOVE 0 TO WS-TOTAL-ROLLUP-REGUL.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-NB-CUMULS-REGUL
               ADD WS-CRG-TOTAL(WS-IDX-CRG) TO WS-TOTAL-ROLLUP-REGUL
           END-PERFORM.
           IF WS-NB-CUMULS-REGUL > 0
               DISPLAY '>> dont regularisation periodes closes : '
                       WS-TOTAL-ROLLUP-REGUL ' EUR'
           END-IF.
           DISPLAY '================================================'.
           PERFORM ARCHIVER-CUMULS-ROLLUP.
           MOVE 0 TO WS-NB-CUMULS-ROLLUP.
           MOVE 0 TO WS-NB-CUMULS-REGUL.
           PERFORM SAUVEGARDER-CUMULS-ROLLUP.

      *---------------------------------------------------------------
      * Photo de la periode close ajoutee a l'historique, une seule
      * fois par fin de periode (un second passage le jour de la
      * cloture n'ecrase ni ne double la photo deja prise).
       ARCHIVER-CUMULS-ROLLUP.
           MOVE 'N' TO WS-PERIODE-ARCHIVEE.
           OPEN INPUT FIC-HISTO-CUMULS.
           IF WS-STATUT-HISTO = '00'
               PERFORM UNTIL WS-STATUT-HISTO NOT = '00'
                   READ FIC-HISTO-CUMULS
                       AT END MOVE '10' TO WS-STATUT-HISTO
                       NOT AT END
                           IF HCU-FIN-PERIODE = WS-FIN-PERIODE-ROLLUP
                               SET PERIODE-ARCHIVEE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-HISTO-CUMULS
           END-IF.
           IF PERIODE-ARCHIVEE
               DISPLAY 'Periode ' WS-FIN-PERIODE-ROLLUP ' deja '
                       'archivee dans FIC-HISTO-CUMULS-EX09.dat'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FIC-HISTO-CUMULS.
           IF WS-STATUT-HISTO NOT = '00'
               OPEN OUTPUT FIC-HISTO-CUMULS
           END-IF.
           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
                   UNTIL WS-IDX-CUR > WS-NB-CUMULS-ROLLUP
               MOVE WS-FIN-PERIODE-ROLLUP      TO HCU-FIN-PERIODE
               MOVE WS-MODE-ROLLUP             TO HCU-MODE
               MOVE WS-CUR-REGION(WS-IDX-CUR)  TO HCU-REGION
               MOVE WS-CUR-VENDEUR(WS-IDX-CUR) TO HCU-VENDEUR
               MOVE WS-CUR-TOTAL(WS-IDX-CUR)   TO HCU-TOTAL
               WRITE ENR-CUMUL-HISTO
           END-PERFORM.
           CLOSE FIC-HISTO-CUMULS.
           DISPLAY 'Periode archivee dans FIC-HISTO-CUMULS-EX09.dat : '
                   WS-NB-CUMULS-ROLLUP ' couple(s)'.

      *---------------------------------------------------------------
      * Ventes validees et triees du jour ajoutees a l'historique des
      * ventes, datees du jour de traitement. En reprise elles l'ont
      * deja ete par le run interrompu.
       HISTORISER-VENTES.
           MOVE 0 TO WS-NB-VENTES-HISTO.
           OPEN EXTEND FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO-VENTES NOT = '00'
               OPEN OUTPUT FIC-HISTO-VENTES
           END-IF.
           OPEN INPUT FIC-VENTES.
           READ FIC-VENTES AT END SET FIC-TERMINE TO TRUE END-READ.
           PERFORM UNTIL FIC-TERMINE
               MOVE WS-DATE-JOUR TO VTH-DATE-VENTE
               MOVE ENR-VENTES TO VTH-VENTE
               WRITE ENR-VENTE-HISTO
               ADD 1 TO WS-NB-VENTES-HISTO
               READ FIC-VENTES AT END SET FIC-TERMINE TO TRUE END-READ
           END-PERFORM.
           CLOSE FIC-VENTES.
           CLOSE FIC-HISTO-VENTES.
           MOVE 'N' TO WS-FIN-FICHIER.
           DISPLAY 'Ventes historisees dans FIC-HISTO-VENTES-EX09.dat'
                   ' : ' WS-NB-VENTES-HISTO.

      *---------------------------------------------------------------
       LIRE-REPRISE.
           OPEN INPUT FIC-REPRISE.
                       MOVE REP-NB-VENDEURS   TO WS-NB-VENDEURS
                       MOVE REP-NB-REGIONS    TO WS-NB-REGIONS
                       MOVE REP-NB-REJETEES   TO WS-NB-VENTES-REJETEES
                       MOVE REP-TOTAL-RETARD
                           TO WS-TOTAL-GENERAL-RETARD
                       DISPLAY '>> Point de reprise trouve : '
                               REP-REGION '/' REP-VENDEUR
                               ' (' REP-LIGNES-LUES ' ligne(s) deja '
           MOVE WS-NB-VENDEURS     TO REP-NB-VENDEURS.
           MOVE WS-NB-REGIONS      TO REP-NB-REGIONS.
           MOVE WS-NB-VENTES-REJETEES TO REP-NB-REJETEES.
           MOVE WS-TOTAL-GENERAL-RETARD TO REP-TOTAL-RETARD.
           OPEN OUTPUT FIC-REPRISE.
           WRITE ENR-REPRISE.
           CLOSE FIC-REPRISE.
