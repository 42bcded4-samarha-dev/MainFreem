      * nom de fichier, frequence attendue) - registre absent : le
      * seul FIC-VENTES-FEED.txt historique, source DEF. Chaque
      * ligne (texte, champs separes par des virgules :
      * region,vendeur,montant,id-transaction,devise,client,
      * produit,quantite,prix-unitaire,id-origine,date-vente) est
      * convertie
      * dans le format fixe ENR-VENTES attendu par EX09-TRI-RUPTURE,
      * estampillee du code source de son fournisseur.
      * Le flux commence par un enregistrement d'en-tete de date de
      * (FIC-TRANSACTIONS-CHARGEES.dat) : une reemission du flux par
      * le fournisseur ne double plus les totaux du jour, les
      * doublons partent dans FIC-VENTES-DOUBLONS.txt.
      * L'article vendu (code produit, quantite, prix unitaire en
      * devise d'origine, point decimal) est controle contre le
      * referentiel FIC-PRODUITS.dat - absent, le code n'est pas
      * verifie - et quantite x prix unitaire doit redonner le
      * montant de la ligne a l'arrondi pres (le flux porte des
      * montants entiers) : l'ecart part en rejet motif QPU.
      * Un avoir porte l'identifiant de la vente qu'il annule
      * (id-origine) : il est refuse si cette vente est inconnue du
      * registre de la source (ORI), deja entierement creditee
      * (SOL), d'un autre client, vendeur ou devise (TIE), ou si
      * l'avoir depasse ce qui reste a crediter (DEP). Le registre
      * tient le cumul deja credite de chaque vente ; les avoirs
      * refuses sont listes dans FIC-VENTES-REJETEES.txt, complete
      * ensuite par EX09-TRI-RUPTURE.
      * Un code client retire par une fusion (EX09N-MAJ-CLIENTS) est
      * remplace au chargement par le code conserve, lu dans
      * FIC-XREF-CLIENTS.dat : un fournisseur qui envoie encore
      * l'ancien code ne fait plus rejeter la vente au rollup.
      * La date de vente (AAAAMMJJ, facultative : a defaut la date
      * de gestion du flux) donne la periode de la vente ; une date
      * invalide ou posterieure a la date de gestion est rejetee
      * (DTV). Une vente d'une periode deja close par
      * EX09P-CLOTURE-VENTES (FIC-PERIODES-VENTES.dat) n'est plus
      * refusee ni melee en silence a la periode en cours : elle
      * est chargee en regularisation de la periode ouverte,
      * marquee en retard (VTE-RETARD), et EX09Q-VENTES-TARDIVES
      * en donne la liste par fournisseur.
      * Compiler : cobc -x ex09b_charge_ventes.cobol -o ex09b_charge_ventes
      *            -I ../copybooks
      * Executer : ./ex09b_charge_ventes
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-DOUBLONS ASSIGN TO 'FIC-VENTES-DOUBLONS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VENTES-REJETEES
               ASSIGN TO 'FIC-VENTES-REJETEES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TAUX-DEVISES ASSIGN TO 'FIC-TAUX-DEVISES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEVISES.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.
           SELECT FIC-PRODUITS ASSIGN TO 'FIC-PRODUITS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRODUITS.
           SELECT FIC-XREF-CLIENTS ASSIGN TO 'FIC-XREF-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-XREF.
           SELECT FIC-PERIODES-VENTES
               ASSIGN TO 'FIC-PERIODES-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-VENTES-FEED LABEL RECORDS ARE STANDARD.
       01  ENR-FEED             PIC X(100).

      * Registre des fournisseurs de flux : code source porte sur
      * chaque vente chargee, nom du fichier attendu, frequence de
      * complete en fin de chargement, et purge de la date rejouee
      * lors d'un rechargement volontaire (sans quoi la reprise ne
      * rechargerait que des doublons).
      * Il porte aussi de quoi controler les avoirs : vendeur,
      * client, devise, sens et montant d'origine de la ligne,
      * vente annulee (pour un avoir) et cumul deja credite (pour
      * une vente).
       FD  FIC-REGISTRE-TRX LABEL RECORDS ARE STANDARD.
       01  ENR-REGISTRE-TRX.
           05 RTX-SOURCE         PIC X(3).
           05 RTX-ID-TRANSACTION PIC X(12).
           05 RTX-DATE-GESTION   PIC 9(8).
           05 RTX-VENDEUR        PIC X(4).
           05 RTX-CLIENT         PIC X(6).
           05 RTX-DEVISE         PIC X(3).
           05 RTX-SENS           PIC X.
           05 RTX-MONTANT-ORIGINE PIC 9(7).
           05 RTX-ID-ORIGINE     PIC X(12).
           05 RTX-DEJA-CREDITE   PIC 9(7).

       FD  FIC-DOUBLONS LABEL RECORDS ARE STANDARD.
       01  ENR-DOUBLON          PIC X(80).

      * Meme liste que celle d'EX09-TRI-RUPTURE, qui la complete.
       FD  FIC-VENTES-REJETEES LABEL RECORDS ARE STANDARD.
       01  ENR-VENTE-REJETEE    PIC X(60).

      * Taux de change du jour vers l'euro, un enregistrement par
      * devise cotee.
       FD  FIC-TAUX-DEVISES LABEL RECORDS ARE STANDARD.
      * VTE-ID-TRANSACTION (identifiant;statut;code motif) et une
      * ligne TOTAL de synthese. Codes motif : DUP doublon, DEV
      * devise sans taux, FMT format/montant invalide, DAT date de
      * gestion perimee (lot entier refuse), PRD produit inconnu du
      * referentiel, QPU quantite x prix unitaire different du
      * montant, DTV date de vente invalide ou posterieure a la
      * date de gestion. Son systeme ingere
      * l'accuse et resoumet les lignes corrigees tout seul.
       FD  FIC-ACCUSE LABEL RECORDS ARE STANDARD.
       01  ENR-ACCUSE           PIC X(60).
       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

      * Referentiel articles : code, libelle, famille de produits
      * (regroupement du rapport de mix EX09K).
       FD  FIC-PRODUITS LABEL RECORDS ARE STANDARD.
       01  ENR-PRODUIT.
           05 PRD-CODE          PIC X(8).
           05 PRD-LIBELLE       PIC X(30).
           05 PRD-FAMILLE       PIC X(4).

       FD  FIC-XREF-CLIENTS LABEL RECORDS ARE STANDARD.
       COPY CLIXREC.

      * Meme enregistrement que FIC-PERIODES-VENTES dans EX09P.
       FD  FIC-PERIODES-VENTES LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-VENTES.
           05 PVE-PERIODE       PIC 9(6).
           05 PVE-ETAT          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FIN-FICHIER        PIC X VALUE 'N'.
          88 FIC-TERMINE        VALUE 'O'.
      * EX15E-CHARGE-HEURES.
       01 WS-CONTROLE-MONTANT   PIC X(9) VALUE SPACES.

      * Article de la ligne : champs bruts du flux, zones de
      * controle (chiffres seuls, point decimal pour le prix) et
      * ecart tolere entre quantite x prix unitaire et le montant
      * entier du flux.
       01 WS-CHAMP-PRODUIT      PIC X(8) VALUE SPACES.
       01 WS-CHAMP-QUANTITE     PIC X(6) VALUE SPACES.
       01 WS-CHAMP-QUANTITE-ABS PIC X(6) VALUE SPACES.
       01 WS-CHAMP-PRIX         PIC X(11) VALUE SPACES.
       01 WS-CONTROLE-QUANTITE  PIC X(6) VALUE SPACES.
       01 WS-CONTROLE-PRIX      PIC X(11) VALUE SPACES.
       01 WS-NB-POINTS          PIC 9(2) VALUE 0.
       01 WS-QUANTITE-W         PIC 9(5) VALUE 0.
       01 WS-PRIX-UNITAIRE-W    PIC 9(7)V99 VALUE 0.
       01 WS-VALEUR-ARTICLE     PIC 9(12)V99 VALUE 0.
       01 WS-ECART-ARTICLE      PIC S9(12)V99 VALUE 0.
       01 WS-TOLERANCE-ARRONDI  PIC 9V99 VALUE 0.50.
       01 WS-ARTICLE-VALIDE     PIC X VALUE 'O'.
          88 ARTICLE-VALIDE     VALUE 'O'.
       01 WS-NB-ECARTS-PRIX     PIC 9(5) VALUE 0.
       01 WS-NB-PRODUITS-INCONNUS PIC 9(5) VALUE 0.

      * Avoir de la ligne : vente d'origine citee, son rang au
      * registre et ce qui reste a crediter dessus.
       01 WS-CHAMP-ID-ORIGINE   PIC X(12) VALUE SPACES.
       01 WS-IDX-ORIGINE        PIC 9(5) VALUE 0.
       01 WS-RESTE-A-CREDITER   PIC 9(7) VALUE 0.
       01 WS-MOTIF-AVOIR        PIC X(22) VALUE SPACES.
       01 WS-AVOIR-ACCEPTE      PIC X VALUE 'O'.
          88 AVOIR-ACCEPTE      VALUE 'O'.
       01 WS-NB-AVOIRS-REFUSES  PIC 9(5) VALUE 0.
       01 WS-STATUT-PRODUITS    PIC X(2) VALUE '00'.
       01 WS-MAX-PRODUITS       PIC 9(4) VALUE 2000.
       01 WS-TABLE-PRODUITS.
          05 WS-PRODUIT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-PRD.
             10 WS-PRD-CODE     PIC X(8).
       01 WS-NB-PRODUITS        PIC 9(4) VALUE 0.
       01 WS-REFERENTIEL-PRODUITS PIC X VALUE 'N'.
          88 REFERENTIEL-PRODUITS VALUE 'O'.
       01 WS-PRODUIT-CONNU      PIC X VALUE 'N'.
          88 PRODUIT-CONNU      VALUE 'O'.
      * Codes clients retires par fusion et leur code conserve.
       01 WS-STATUT-XREF        PIC X(2) VALUE '00'.
       01 WS-MAX-XREF           PIC 9(4) VALUE 2000.
       01 WS-TABLE-XREF.
          05 WS-XREF-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-XRC.
             10 WS-XRC-ANCIEN   PIC X(6).
             10 WS-XRC-NOUVEAU  PIC X(6).
       01 WS-NB-XREF            PIC 9(4) VALUE 0.
       01 WS-NB-CLIENTS-TRADUITS PIC 9(5) VALUE 0.

      * Date de vente de la ligne, periode qu'elle donne et periodes
      * de vente closes (regularisation des ventes tardives).
       01 WS-CHAMP-DATE-VENTE   PIC X(8) VALUE SPACES.
       01 WS-DATE-VENTE-W       PIC 9(8) VALUE 0.
       01 WS-DATE-VENTE-R REDEFINES WS-DATE-VENTE-W.
          05 WS-DV-ANNEE        PIC 9(4).
          05 WS-DV-MOIS         PIC 9(2).
          05 WS-DV-JOUR         PIC 9(2).
       01 WS-PERIODE-VENTE-W    PIC 9(6) VALUE 0.
       01 WS-DATE-VENTE-VALIDE  PIC X VALUE 'O'.
          88 DATE-VENTE-VALIDE  VALUE 'O'.
       01 WS-NB-DATES-INVALIDES PIC 9(5) VALUE 0.
       01 WS-STATUT-PERIODES    PIC X(2) VALUE '00'.
       01 WS-MAX-PERIODES       PIC 9(3) VALUE 240.
       01 WS-TABLE-PERIODES-CLOSES.
          05 WS-PERIODE-CLOSE PIC 9(6) OCCURS 240 TIMES
                  INDEXED BY WS-IDX-PVE.
       01 WS-NB-PERIODES-CLOSES PIC 9(3) VALUE 0.
       01 WS-NB-RETARDS         PIC 9(5) VALUE 0.
       01 WS-MONTANT-RETARDS    PIC 9(9)V99 VALUE 0.
       01 WS-NB-RETARDS-FEED    PIC 9(5) VALUE 0.

       01 WS-STATUT-DEVISES     PIC X(2) VALUE '00'.
       01 WS-STATUT-RUNLOG      PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR          PIC 9(8) VALUE 0.
             10 WS-TRX-SOURCE PIC X(3).
             10 WS-TRX-ID   PIC X(12).
             10 WS-TRX-DATE PIC 9(8).
             10 WS-TRX-VENDEUR PIC X(4).
             10 WS-TRX-CLIENT PIC X(6).
             10 WS-TRX-DEVISE PIC X(3).
             10 WS-TRX-SENS PIC X.
             10 WS-TRX-MONTANT PIC 9(7).
             10 WS-TRX-ORIGINE PIC X(12).
             10 WS-TRX-CREDITE PIC 9(7).
       01 WS-NB-TRX-GARDEES     PIC 9(5) VALUE 0.
       01 WS-NB-TRANSACTIONS    PIC 9(5) VALUE 0.
       01 WS-NB-TRX-CONNUES     PIC 9(5) VALUE 0.
           PERFORM LIRE-PARAM-RECHARGE.
           PERFORM CHARGER-REGISTRE-TRX.
           PERFORM CHARGER-TAUX-DEVISES.
           PERFORM CHARGER-PRODUITS.
           PERFORM CHARGER-XREF-CLIENTS.
           PERFORM CHARGER-PERIODES-VENTES.
           PERFORM CHARGER-REGISTRE-FEEDS.

           OPEN OUTPUT FIC-VENTES.
           OPEN OUTPUT FIC-DOUBLONS.
           OPEN OUTPUT FIC-VENTES-REJETEES.

           PERFORM VARYING WS-IDX-FED FROM 1 BY 1
                   UNTIL WS-IDX-FED > WS-NB-FEEDS

           CLOSE FIC-VENTES.
           CLOSE FIC-DOUBLONS.
           CLOSE FIC-VENTES-REJETEES.
           PERFORM SAUVEGARDER-REGISTRE-TRX.
           PERFORM SAUVEGARDER-CONTROLE-CHARGE.
           PERFORM REMETTRE-DRAPEAU-RECHARGE.
           DISPLAY 'Doublons ecartes  : ' WS-NB-DOUBLONS
                   ' (voir FIC-VENTES-DOUBLONS.txt)'.
           DISPLAY 'Lignes converties : ' WS-NB-CONVERTIES.
           DISPLAY 'Avoirs charges    : ' WS-NB-AVOIRS
                   ', refuses : ' WS-NB-AVOIRS-REFUSES
                   ' (voir FIC-VENTES-REJETEES.txt)'.
           DISPLAY 'Devises sans taux : ' WS-NB-SANS-TAUX
                   ' ligne(s) rejetee(s)'.
           DISPLAY 'Produits inconnus : ' WS-NB-PRODUITS-INCONNUS
                   ', ecarts quantite x prix : ' WS-NB-ECARTS-PRIX.
           DISPLAY 'Clients traduits  : ' WS-NB-CLIENTS-TRADUITS
                   ' ligne(s) sous un code fusionne'.
           DISPLAY 'Ventes tardives   : ' WS-NB-RETARDS
                   ' ligne(s) de periodes closes, ' WS-MONTANT-RETARDS
                   ' EUR en regularisation'.
           DISPLAY 'Dates de vente    : ' WS-NB-DATES-INVALIDES
                   ' ligne(s) rejetee(s) (date invalide)'.
           DISPLAY 'Flux absents      : ' WS-NB-FEEDS-ABSENTS
                   ', flux refuses : ' WS-NB-FEEDS-REFUSES '.'.
           DISPLAY '================================================'.
               DELIMITED SIZE INTO WS-NOM-ACCUSE.
           MOVE 0 TO WS-NB-CHARGEES-FEED.
           MOVE 0 TO WS-MONTANT-FEED.
           MOVE 0 TO WS-NB-RETARDS-FEED.
           MOVE 0 TO WS-NB-ACCUSES-OK.
           MOVE 0 TO WS-NB-ACCUSES-KO.
           MOVE 'N' TO WS-FEED-REFUSE.
           DISPLAY '   Flux ' WS-SOURCE-W ' : '
                   WS-NB-CHARGEES-FEED ' vente(s), '
                   WS-MONTANT-FEED ' EUR'.
           IF WS-NB-RETARDS-FEED > 0
               DISPLAY '   dont ' WS-NB-RETARDS-FEED ' vente(s) de '
                       'periode close chargee(s) en regularisation'
           END-IF.

      *---------------------------------------------------------------
       TRAITER-LIGNE-FEED.
           IF ENR-FEED NOT = SPACES
               MOVE SPACES TO VTE-REGION VTE-VENDEUR WS-CHAMP-MONTANT
                              WS-CHAMP-ID-TRX WS-CHAMP-DEVISE
                              WS-CHAMP-CLIENT WS-CHAMP-PRODUIT
                              WS-CHAMP-QUANTITE WS-CHAMP-PRIX
                              WS-CHAMP-ID-ORIGINE WS-CHAMP-DATE-VENTE
               UNSTRING ENR-FEED DELIMITED BY ','
                   INTO VTE-REGION VTE-VENDEUR WS-CHAMP-MONTANT
                        WS-CHAMP-ID-TRX WS-CHAMP-DEVISE
                        WS-CHAMP-CLIENT WS-CHAMP-PRODUIT
                        WS-CHAMP-QUANTITE WS-CHAMP-PRIX
                        WS-CHAMP-ID-ORIGINE WS-CHAMP-DATE-VENTE
               END-UNSTRING
               IF WS-CHAMP-DEVISE = SPACES
                   MOVE 'EUR' TO WS-CHAMP-DEVISE
               END-IF
               PERFORM TRADUIRE-CLIENT

               MOVE 'D' TO WS-SENS-W
               MOVE FUNCTION TRIM(WS-CHAMP-MONTANT)
               MOVE WS-CHAMP-MONTANT-ABS TO WS-CONTROLE-MONTANT
               INSPECT WS-CONTROLE-MONTANT
                   CONVERTING '0123456789' TO SPACES
               PERFORM CONTROLER-FORMAT-ARTICLE
               PERFORM CONTROLER-DATE-VENTE
               IF VTE-REGION = SPACES OR VTE-VENDEUR = SPACES
                       OR WS-CHAMP-MONTANT-ABS = SPACES
                       OR WS-CONTROLE-MONTANT NOT = SPACES
                       OR WS-CHAMP-ID-TRX = SPACES
                       OR NOT ARTICLE-VALIDE
                   ADD 1 TO WS-NB-REJETEES
                   MOVE 'FMT' TO WS-CODE-MOTIF-W
                   PERFORM ECRIRE-ACCUSE-REJET
                   DISPLAY 'Ligne rejetee (format invalide) : '
                           ENR-FEED
               ELSE
               IF NOT DATE-VENTE-VALIDE
                   ADD 1 TO WS-NB-DATES-INVALIDES
                   ADD 1 TO WS-NB-REJETEES
                   MOVE 'DTV' TO WS-CODE-MOTIF-W
                   PERFORM ECRIRE-ACCUSE-REJET
                   DISPLAY 'Ligne rejetee (date de vente '
                           WS-CHAMP-DATE-VENTE ' invalide) : '
                           ENR-FEED(1:40)
               ELSE
                   PERFORM CHERCHER-PRODUIT
                   COMPUTE WS-MONTANT-ORIGINE-W =
                       FUNCTION NUMVAL(WS-CHAMP-MONTANT-ABS)
                   COMPUTE WS-VALEUR-ARTICLE =
                       WS-QUANTITE-W * WS-PRIX-UNITAIRE-W
                   COMPUTE WS-ECART-ARTICLE =
                       WS-VALEUR-ARTICLE - WS-MONTANT-ORIGINE-W
                   IF WS-ECART-ARTICLE < 0
                       COMPUTE WS-ECART-ARTICLE = 0 - WS-ECART-ARTICLE
                   END-IF
                   PERFORM CHERCHER-TAUX-DEVISE
                   IF NOT PRODUIT-CONNU
                       ADD 1 TO WS-NB-PRODUITS-INCONNUS
                       ADD 1 TO WS-NB-REJETEES
                       MOVE 'PRD' TO WS-CODE-MOTIF-W
                       PERFORM ECRIRE-ACCUSE-REJET
                       DISPLAY 'Ligne rejetee (produit '
                               WS-CHAMP-PRODUIT ' inconnu) : '
                               ENR-FEED(1:40)
                   ELSE
                   IF WS-ECART-ARTICLE > WS-TOLERANCE-ARRONDI
                       ADD 1 TO WS-NB-ECARTS-PRIX
                       ADD 1 TO WS-NB-REJETEES
                       MOVE 'QPU' TO WS-CODE-MOTIF-W
                       PERFORM ECRIRE-ACCUSE-REJET
                       DISPLAY 'Ligne rejetee (quantite x prix '
                               'unitaire = ' WS-VALEUR-ARTICLE
                               ') : ' ENR-FEED(1:40)
                   ELSE
                   IF WS-TAUX-DEVISE-W = 0
                       ADD 1 TO WS-NB-SANS-TAUX
                       ADD 1 TO WS-NB-REJETEES
                           DELIMITED SIZE INTO ENR-DOUBLON
                       WRITE ENR-DOUBLON
                   ELSE
                   MOVE 'O' TO WS-AVOIR-ACCEPTE
                   IF WS-SENS-W = 'C'
                       PERFORM CONTROLER-AVOIR
                   END-IF
                   IF NOT AVOIR-ACCEPTE
                       PERFORM REFUSER-AVOIR
                   ELSE
                       COMPUTE VTE-MONTANT ROUNDED =
                           WS-MONTANT-ORIGINE-W * WS-TAUX-DEVISE-W
                       MOVE WS-MONTANT-ORIGINE-W
                       MOVE WS-SENS-W TO VTE-SENS
                       MOVE WS-CHAMP-CLIENT TO VTE-CLIENT
                       MOVE WS-SOURCE-W TO VTE-SOURCE
                       MOVE WS-CHAMP-PRODUIT TO VTE-PRODUIT
                       MOVE WS-QUANTITE-W TO VTE-QUANTITE
                       MOVE WS-PRIX-UNITAIRE-W TO VTE-PRIX-UNITAIRE
                       MOVE SPACES TO VTE-ID-ORIGINE
                       IF WS-SENS-W = 'C'
                           ADD 1 TO WS-NB-AVOIRS
                           MOVE WS-CHAMP-ID-ORIGINE TO VTE-ID-ORIGINE
                           ADD WS-MONTANT-ORIGINE-W
                               TO WS-TRX-CREDITE(WS-IDX-ORIGINE)
                       END-IF
                       PERFORM CLASSER-PERIODE-VENTE
                       WRITE ENR-VENTES
                       ADD 1 TO WS-NB-CHARGEES
                       ADD 1 TO WS-NB-CHARGEES-FEED
                       PERFORM RETENIR-TRX
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Date de vente de la ligne : absente, la vente est du jour de
      * gestion du flux ; presente, elle doit etre une date valide
      * qui ne depasse pas la date de gestion.
       CONTROLER-DATE-VENTE.
           MOVE 'O' TO WS-DATE-VENTE-VALIDE.
           IF WS-CHAMP-DATE-VENTE = SPACES
               MOVE WS-DATE-GESTION TO WS-DATE-VENTE-W
           ELSE
               IF WS-CHAMP-DATE-VENTE NOT NUMERIC
                   MOVE 'N' TO WS-DATE-VENTE-VALIDE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHAMP-DATE-VENTE TO WS-DATE-VENTE-W
           END-IF.
           IF WS-DV-MOIS < 1 OR WS-DV-MOIS > 12
                   OR WS-DV-JOUR < 1 OR WS-DV-JOUR > 31
                   OR WS-DATE-VENTE-W > WS-DATE-GESTION
               MOVE 'N' TO WS-DATE-VENTE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIODE-VENTE-W = WS-DV-ANNEE * 100 + WS-DV-MOIS.

      *---------------------------------------------------------------
      * Vente d'une periode close : chargee en regularisation de la
      * periode ouverte, marquee en retard, sa periode d'origine
      * conservee.
       CLASSER-PERIODE-VENTE.
           MOVE WS-PERIODE-VENTE-W TO VTE-PERIODE-VENTE.
           MOVE 'N' TO VTE-RETARD.
           PERFORM VARYING WS-IDX-PVE FROM 1 BY 1
                   UNTIL WS-IDX-PVE > WS-NB-PERIODES-CLOSES
               IF WS-PERIODE-CLOSE(WS-IDX-PVE) = WS-PERIODE-VENTE-W
                   SET VTE-EN-RETARD TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VTE-EN-RETARD
               ADD 1 TO WS-NB-RETARDS
               ADD 1 TO WS-NB-RETARDS-FEED
               ADD VTE-MONTANT TO WS-MONTANT-RETARDS
               DISPLAY 'Vente tardive ' WS-CHAMP-ID-TRX ' de la '
                       'periode close ' WS-PERIODE-VENTE-W
                       ' : chargee en regularisation'
           END-IF.

      *---------------------------------------------------------------
      * Periodes de vente closes par EX09P-CLOTURE-VENTES ; fichier
      * absent, aucune periode n'est close.
       CHARGER-PERIODES-VENTES.
           MOVE 0 TO WS-NB-PERIODES-CLOSES.
           OPEN INPUT FIC-PERIODES-VENTES.
           IF WS-STATUT-PERIODES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
               READ FIC-PERIODES-VENTES
                   AT END MOVE '10' TO WS-STATUT-PERIODES
                   NOT AT END
                       IF PVE-ETAT = 'C'
                               AND WS-NB-PERIODES-CLOSES
                                   < WS-MAX-PERIODES
                           ADD 1 TO WS-NB-PERIODES-CLOSES
                           MOVE PVE-PERIODE TO WS-PERIODE-CLOSE
                               (WS-NB-PERIODES-CLOSES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PERIODES-VENTES.
           DISPLAY 'Periodes de vente closes : '
                   WS-NB-PERIODES-CLOSES.

      *---------------------------------------------------------------
      * Un avoir doit citer une vente du meme fournisseur, au meme
      * client, vendeur et dans la meme devise, et ne pas crediter
      * plus que ce qu'il en reste (montants d'origine).
       CONTROLER-AVOIR.
           MOVE 0 TO WS-IDX-ORIGINE.
           IF WS-CHAMP-ID-ORIGINE NOT = SPACES
               PERFORM VARYING WS-IDX-TRX FROM 1 BY 1
                       UNTIL WS-IDX-TRX > WS-NB-TRANSACTIONS
                   IF WS-TRX-ID(WS-IDX-TRX) = WS-CHAMP-ID-ORIGINE
                           AND WS-TRX-SOURCE(WS-IDX-TRX) = WS-SOURCE-W
                           AND WS-TRX-SENS(WS-IDX-TRX) = 'D'
                       SET WS-IDX-ORIGINE TO WS-IDX-TRX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-IDX-ORIGINE = 0
               MOVE 'ORI' TO WS-CODE-MOTIF-W
               IF WS-CHAMP-ID-ORIGINE = SPACES
                   MOVE 'vente non citee' TO WS-MOTIF-AVOIR
               ELSE
                   MOVE 'vente inconnue' TO WS-MOTIF-AVOIR
               END-IF
               MOVE 'N' TO WS-AVOIR-ACCEPTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRX-CLIENT(WS-IDX-ORIGINE) NOT = WS-CHAMP-CLIENT
                   OR WS-TRX-VENDEUR(WS-IDX-ORIGINE) NOT = VTE-VENDEUR
                   OR WS-TRX-DEVISE(WS-IDX-ORIGINE)
                       NOT = WS-CHAMP-DEVISE
               MOVE 'TIE' TO WS-CODE-MOTIF-W
               MOVE 'autre client/vendeur' TO WS-MOTIF-AVOIR
               MOVE 'N' TO WS-AVOIR-ACCEPTE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RESTE-A-CREDITER =
               WS-TRX-MONTANT(WS-IDX-ORIGINE)
             - WS-TRX-CREDITE(WS-IDX-ORIGINE).
           IF WS-RESTE-A-CREDITER = 0
               MOVE 'SOL' TO WS-CODE-MOTIF-W
               MOVE 'vente deja creditee' TO WS-MOTIF-AVOIR
               MOVE 'N' TO WS-AVOIR-ACCEPTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTANT-ORIGINE-W > WS-RESTE-A-CREDITER
               MOVE 'DEP' TO WS-CODE-MOTIF-W
               MOVE 'depasse le reste' TO WS-MOTIF-AVOIR
               MOVE 'N' TO WS-AVOIR-ACCEPTE
           END-IF.

      *---------------------------------------------------------------
       REFUSER-AVOIR.
           ADD 1 TO WS-NB-AVOIRS-REFUSES.
           ADD 1 TO WS-NB-REJETEES.
           PERFORM ECRIRE-ACCUSE-REJET.
           MOVE SPACES TO ENR-VENTE-REJETEE.
           STRING 'Avoir ' WS-CHAMP-ID-TRX ' sur '
                  WS-CHAMP-ID-ORIGINE ' : ' WS-MOTIF-AVOIR
               DELIMITED SIZE INTO ENR-VENTE-REJETEE.
           WRITE ENR-VENTE-REJETEE.
           DISPLAY 'Avoir refuse (' WS-CODE-MOTIF-W ') : '
                   ENR-FEED(1:40).

      *---------------------------------------------------------------
      * Champs article de la ligne : code produit renseigne,
      * quantite entiere non nulle (signe moins accepte sur un
      * avoir, comme le montant), prix unitaire en chiffres avec au
      * plus un point decimal.
       CONTROLER-FORMAT-ARTICLE.
           MOVE 'O' TO WS-ARTICLE-VALIDE.
           MOVE 0 TO WS-QUANTITE-W.
           MOVE 0 TO WS-PRIX-UNITAIRE-W.
           MOVE FUNCTION TRIM(WS-CHAMP-QUANTITE)
               TO WS-CHAMP-QUANTITE-ABS.
           IF WS-CHAMP-QUANTITE-ABS(1:1) = '-'
               MOVE WS-CHAMP-QUANTITE-ABS(2:5) TO WS-CHAMP-QUANTITE
               MOVE FUNCTION TRIM(WS-CHAMP-QUANTITE)
                   TO WS-CHAMP-QUANTITE-ABS
           END-IF.
           MOVE WS-CHAMP-QUANTITE-ABS TO WS-CONTROLE-QUANTITE.
           INSPECT WS-CONTROLE-QUANTITE
               CONVERTING '0123456789' TO SPACES.
           MOVE FUNCTION TRIM(WS-CHAMP-PRIX) TO WS-CONTROLE-PRIX.
           MOVE 0 TO WS-NB-POINTS.
           INSPECT WS-CONTROLE-PRIX TALLYING WS-NB-POINTS
               FOR ALL '.'.
           INSPECT WS-CONTROLE-PRIX
               CONVERTING '0123456789.' TO SPACES.
           IF WS-CHAMP-PRODUIT = SPACES
                   OR WS-CHAMP-QUANTITE-ABS = SPACES
                   OR WS-CONTROLE-QUANTITE NOT = SPACES
                   OR WS-CHAMP-PRIX = SPACES
                   OR WS-CONTROLE-PRIX NOT = SPACES
                   OR WS-NB-POINTS > 1
               MOVE 'N' TO WS-ARTICLE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-QUANTITE-W =
               FUNCTION NUMVAL(WS-CHAMP-QUANTITE-ABS).
           COMPUTE WS-PRIX-UNITAIRE-W =
               FUNCTION NUMVAL(WS-CHAMP-PRIX).
           IF WS-QUANTITE-W = 0
               MOVE 'N' TO WS-ARTICLE-VALIDE
           END-IF.

      *---------------------------------------------------------------
      * Code produit contre le referentiel ; sans referentiel, tout
      * code renseigne est admis.
       CHERCHER-PRODUIT.
           IF NOT REFERENTIEL-PRODUITS
               SET PRODUIT-CONNU TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRODUIT-CONNU.
           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-NB-PRODUITS
               IF WS-PRD-CODE(WS-IDX-PRD) = WS-CHAMP-PRODUIT
                   SET PRODUIT-CONNU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Referentiel articles, optionnel comme la liste de reference
      * region/vendeur d'EX09 : absent, les codes produit ne sont
      * pas verifies (le controle quantite x prix reste fait).
       CHARGER-PRODUITS.
           MOVE 0 TO WS-NB-PRODUITS.
           OPEN INPUT FIC-PRODUITS.
           IF WS-STATUT-PRODUITS = '00'
               SET REFERENTIEL-PRODUITS TO TRUE
               PERFORM UNTIL WS-STATUT-PRODUITS NOT = '00'
                   READ FIC-PRODUITS
                       AT END MOVE '10' TO WS-STATUT-PRODUITS
                       NOT AT END
                           IF WS-NB-PRODUITS < WS-MAX-PRODUITS
                               ADD 1 TO WS-NB-PRODUITS
                               MOVE PRD-CODE
                                   TO WS-PRD-CODE(WS-NB-PRODUITS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-PRODUITS
               DISPLAY 'Referentiel articles : ' WS-NB-PRODUITS
                       ' produit(s)'
           ELSE
               DISPLAY 'FIC-PRODUITS.dat absent, codes produit non '
                       'controles'
           END-IF.

      *---------------------------------------------------------------
      * Table de correspondance des clients fusionnes tenue par
      * EX09N-MAJ-CLIENTS ; absente, aucun code n'est traduit.
       CHARGER-XREF-CLIENTS.
           MOVE 0 TO WS-NB-XREF.
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
           DISPLAY 'Codes clients fusionnes : ' WS-NB-XREF.

      *---------------------------------------------------------------
      * Code client retire par fusion -> code conserve, avant tout
      * controle de la ligne (l'avoir est rapproche de sa vente sous
      * le code conserve).
       TRADUIRE-CLIENT.
           IF WS-NB-XREF = 0 OR WS-CHAMP-CLIENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-XRC FROM 1 BY 1
                   UNTIL WS-IDX-XRC > WS-NB-XREF
               IF WS-XRC-ANCIEN(WS-IDX-XRC) = WS-CHAMP-CLIENT
                   MOVE WS-XRC-NOUVEAU(WS-IDX-XRC) TO WS-CHAMP-CLIENT
                   ADD 1 TO WS-NB-CLIENTS-TRADUITS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-ACCUSE-ACCEPTE.
                           TO WS-TRX-ID(WS-NB-TRANSACTIONS)
                       MOVE RTX-DATE-GESTION
                           TO WS-TRX-DATE(WS-NB-TRANSACTIONS)
                       MOVE RTX-VENDEUR
                           TO WS-TRX-VENDEUR(WS-NB-TRANSACTIONS)
                       MOVE RTX-CLIENT
                           TO WS-TRX-CLIENT(WS-NB-TRANSACTIONS)
                       MOVE RTX-DEVISE
                           TO WS-TRX-DEVISE(WS-NB-TRANSACTIONS)
                       MOVE RTX-SENS
                           TO WS-TRX-SENS(WS-NB-TRANSACTIONS)
                       MOVE RTX-MONTANT-ORIGINE
                           TO WS-TRX-MONTANT(WS-NB-TRANSACTIONS)
                       MOVE RTX-ID-ORIGINE
                           TO WS-TRX-ORIGINE(WS-NB-TRANSACTIONS)
                       MOVE RTX-DEJA-CREDITE
                           TO WS-TRX-CREDITE(WS-NB-TRANSACTIONS)
                       READ FIC-REGISTRE-TRX
                           AT END SET REGISTRE-TERMINE TO TRUE
                       END-READ
                   TO WS-TRX-ID(WS-NB-TRANSACTIONS)
               MOVE WS-DATE-GESTION
                   TO WS-TRX-DATE(WS-NB-TRANSACTIONS)
               MOVE VTE-VENDEUR TO WS-TRX-VENDEUR(WS-NB-TRANSACTIONS)
               MOVE VTE-CLIENT TO WS-TRX-CLIENT(WS-NB-TRANSACTIONS)
               MOVE VTE-DEVISE TO WS-TRX-DEVISE(WS-NB-TRANSACTIONS)
               MOVE VTE-SENS TO WS-TRX-SENS(WS-NB-TRANSACTIONS)
               MOVE VTE-MONTANT-ORIGINE
                   TO WS-TRX-MONTANT(WS-NB-TRANSACTIONS)
               MOVE VTE-ID-ORIGINE
                   TO WS-TRX-ORIGINE(WS-NB-TRANSACTIONS)
               MOVE 0 TO WS-TRX-CREDITE(WS-NB-TRANSACTIONS)
           END-IF.

      *---------------------------------------------------------------
               MOVE WS-TRX-SOURCE(WS-IDX-TRX) TO RTX-SOURCE
               MOVE WS-TRX-ID(WS-IDX-TRX)   TO RTX-ID-TRANSACTION
               MOVE WS-TRX-DATE(WS-IDX-TRX) TO RTX-DATE-GESTION
               MOVE WS-TRX-VENDEUR(WS-IDX-TRX) TO RTX-VENDEUR
               MOVE WS-TRX-CLIENT(WS-IDX-TRX) TO RTX-CLIENT
               MOVE WS-TRX-DEVISE(WS-IDX-TRX) TO RTX-DEVISE
               MOVE WS-TRX-SENS(WS-IDX-TRX) TO RTX-SENS
               MOVE WS-TRX-MONTANT(WS-IDX-TRX) TO RTX-MONTANT-ORIGINE
               MOVE WS-TRX-ORIGINE(WS-IDX-TRX) TO RTX-ID-ORIGINE
               MOVE WS-TRX-CREDITE(WS-IDX-TRX) TO RTX-DEJA-CREDITE
               WRITE ENR-REGISTRE-TRX
           END-PERFORM.
           CLOSE FIC-REGISTRE-TRX.
      *---------------------------------------------------------------
      * Rechargement volontaire : les identifiants charges pour la
      * date rejouee sortent du registre, la journee se recharge
      * entiere sans passer aux doublons. Les avoirs purges rendent
      * d'abord leur montant au cumul credite de leur vente
      * d'origine, qu'ils crediteront de nouveau au rechargement.
       PURGER-REGISTRE-DATE.
           PERFORM VARYING WS-IDX-TRX FROM 1 BY 1
                   UNTIL WS-IDX-TRX > WS-NB-TRANSACTIONS
               IF WS-TRX-DATE(WS-IDX-TRX) = WS-DATE-GESTION
                       AND WS-TRX-SOURCE(WS-IDX-TRX) = WS-SOURCE-W
                       AND WS-TRX-SENS(WS-IDX-TRX) = 'C'
                   PERFORM RENDRE-CREDIT-ORIGINE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NB-TRX-GARDEES.
           PERFORM VARYING WS-IDX-TRX FROM 1 BY 1
                   UNTIL WS-IDX-TRX > WS-NB-TRANSACTIONS
                   ' purge(s) du registre'.
           MOVE WS-NB-TRX-GARDEES TO WS-NB-TRANSACTIONS.

      *---------------------------------------------------------------
       RENDRE-CREDIT-ORIGINE.
           PERFORM VARYING WS-IDX-ORIGINE FROM 1 BY 1
                   UNTIL WS-IDX-ORIGINE > WS-NB-TRANSACTIONS
               IF WS-TRX-ID(WS-IDX-ORIGINE) = WS-TRX-ORIGINE(WS-IDX-TRX)
                       AND WS-TRX-SOURCE(WS-IDX-ORIGINE) = WS-SOURCE-W
                       AND WS-TRX-SENS(WS-IDX-ORIGINE) = 'D'
                   IF WS-TRX-CREDITE(WS-IDX-ORIGINE)
                           > WS-TRX-MONTANT(WS-IDX-TRX)
                       SUBTRACT WS-TRX-MONTANT(WS-IDX-TRX)
                           FROM WS-TRX-CREDITE(WS-IDX-ORIGINE)
                   ELSE
                       MOVE 0 TO WS-TRX-CREDITE(WS-IDX-ORIGINE)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Taux de change du jour. L'euro vaut toujours 1 ; les autres
      * devises n'existent que si le fichier du jour les cote.
