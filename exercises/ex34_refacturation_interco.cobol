      *===============================================================
      * Exercice 34 - Refacturation intra-groupe du personnel mis a
      * disposition
      * Niveau : Expert
      * Un employe paye par son etablissement (EMP-ETABLISSEMENT)
      * peut travailler tout ou partie du mois pour un autre : son
      * cout restait en entier chez l'entite qui le paie. Ce
      * programme mensuel, lance apres la paie et EX15D-COMPTA, lit
      * les mises a disposition de la periode
      * (FIC-MISES-A-DISPOSITION.dat : matricule, etablissement
      * d'accueil, pourcentage, periode) et refacture a chaque
      * etablissement d'accueil sa part du brut et des charges
      * patronales payes :
      *   - part = brut (et charges) x pourcentage, arrondie au
      *     centime ligne par ligne ; un employe dont les mises a
      *     disposition depassent 100 % du mois, une ligne vers son
      *     propre etablissement ou vers un etablissement inconnu
      *     du referentiel est ecarte et signale ;
      *   - releve par couple d'etablissements (payeur -> accueil),
      *     detail par employe, dans FIC-REFACTURATION-INTERCO.txt ;
      *   - ecritures au journal FIC-ECRITURES-COMPTA.txt, dans la
      *     section de chaque entite (axe ETB.<code>) : chez le
      *     payeur, debit du compte courant 451-<accueil> et credit
      *     du transfert de charges 791 ; chez l'accueil, debit du
      *     personnel mis a disposition 6214 et credit du compte
      *     courant 451-<payeur>. Chaque couple est equilibre dans
      *     chacune des deux entites et les comptes courants se
      *     repondent. Les lignes portent la reference ICO-AAMMJJ ;
      *     une reprise du programme remplace celles de la periode,
      *     et un passage normal d'EX15D, qui recree le journal,
      *     demande de relancer ce programme (comme EX31).
      * Compiler : cobc -x ex34_refacturation_interco.cobol
      *            -o ex34_refacturation_interco -I ../copybooks
      * Executer : ./ex34_refacturation_interco
      * Entree  : FIC-MISES-A-DISPOSITION.dat, FIC-PAIE-RESULTATS.txt,
      *           FIC-EMPLOYES.dat (COPY EMPREC),
      *           FIC-ETABLISSEMENTS.dat (raisons sociales),
      *           FIC-PARAM-PERIODE.dat (periode pilotee, sinon mois
      *           courant), FIC-PERIODES-COMPTA.dat (periode close),
      *           FIC-COMPTEUR-ECRITURES.dat (numerotation)
      * Sortie  : FIC-REFACTURATION-INTERCO.txt (releve, 100 octets)
      *           FIC-ECRITURES-COMPTA.txt (refacturations ajoutees)
      * Code retour : 0 refacturation passee, 4 si des mises a
      *               disposition sont ecartees ou sans paie, 1 si
      *               une entree manque, 8 si la periode est close ou
      *               une capacite depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX34-REFACTURATION-INTERCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MISES-A-DISPO
               ASSIGN TO 'FIC-MISES-A-DISPOSITION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MISES.
           SELECT FIC-PAIE ASSIGN TO 'FIC-PAIE-RESULTATS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PAIE.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-ETABLISSEMENTS
               ASSIGN TO 'FIC-ETABLISSEMENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABS.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PERIODES-COMPTA
               ASSIGN TO 'FIC-PERIODES-COMPTA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FIC-COMPTEUR
               ASSIGN TO 'FIC-COMPTEUR-ECRITURES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPTEUR.
           SELECT FIC-ECRITURES ASSIGN TO 'FIC-ECRITURES-COMPTA.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECRITURES.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-REFACTURATION-INTERCO.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mise a disposition : part du mois passee par l'employe au
      * service d'un autre etablissement que celui qui le paie.
       FD  FIC-MISES-A-DISPO LABEL RECORDS ARE STANDARD.
       01  ENR-MISE-A-DISPO.
           05 MAD-MATRICULE     PIC X(6).
           05 MAD-ETAB-ACCUEIL  PIC X(2).
           05 MAD-POURCENT      PIC 9(3)V99.
           05 MAD-PERIODE       PIC 9(6).

      * Ligne de resultat telle qu'ecrite par ECRIRE-RESULTAT-PAIE
      * dans EX15-PRINCIPAL (montants edites ZZZZZ9.99, 120
      * octets) ; le brut comprend la prime.
       FD  FIC-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-PAIE.
           05 PAI-MATRICULE     PIC X(6).
           05 FILLER            PIC X(1).
           05 PAI-NOM-COMPLET   PIC X(36).
           05 FILLER            PIC X(1).
           05 PAI-BRUT-EDIT     PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PRIME-EDIT    PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-CHARGES-EDIT  PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-NET-EDIT      PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PATRONAL-EDIT PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-COUT-EDIT     PIC X(9).
           05 FILLER            PIC X(17).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Referentiel des etablissements, comme dans EX15-PRINCIPAL.
       FD  FIC-ETABLISSEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-ETABLISSEMENT.
           05 ETB-CODE          PIC X(2).
           05 ETB-NOM           PIC X(30).
           05 ETB-IBAN          PIC X(27).

       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       FD  FIC-PERIODES-COMPTA LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-COMPTA.
           05 PCP-PERIODE       PIC 9(6).
           05 PCP-ETAT          PIC X.

       FD  FIC-COMPTEUR LABEL RECORDS ARE STANDARD.
       01  ENR-COMPTEUR.
           05 CPT-DERNIER-NUMERO PIC 9(6).

      * Journal tel qu'ecrit par EX15D-COMPTA (116 octets).
       FD  FIC-ECRITURES LABEL RECORDS ARE STANDARD.
       01  ENR-ECRITURE.
           05 ECR-NUMERO        PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-PERIODE       PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 ECR-COMPTE        PIC X(10).
           05 FILLER            PIC X(1).
           05 ECR-AXE           PIC X(14).
           05 FILLER            PIC X(1).
           05 ECR-LIBELLE       PIC X(30).
           05 FILLER            PIC X(1).
           05 ECR-DEBIT         PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-CREDIT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-REFERENCE     PIC X(10).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-MISES     PIC X(2) VALUE '00'.
       01 WS-STATUT-PAIE      PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-ETABS     PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-COMPTEUR  PIC X(2) VALUE '00'.
       01 WS-STATUT-ECRITURES PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
          05 WS-ANNEE-JOUR    PIC 9(4).
          05 WS-MOIS-JOUR     PIC 9(2).
          05 WS-JJ-JOUR       PIC 9(2).
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-REFERENCE-ECR    PIC X(10) VALUE SPACES.

      * Etablissement payeur par matricule (a blanc : 01).
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-ETAB      PIC X(2).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.

       01 WS-MAX-ETABS        PIC 9(2) VALUE 20.
       01 WS-TABLE-ETABS.
          05 WS-ETB-LIGNE OCCURS 20 TIMES
                  INDEXED BY WS-IDX-ETB.
             10 WS-ETB-CODE      PIC X(2).
             10 WS-ETB-NOM       PIC X(30).
       01 WS-NB-ETABS         PIC 9(2) VALUE 0.
       01 WS-CODE-ETAB-W      PIC X(2) VALUE SPACES.
       01 WS-NOM-ETAB-W       PIC X(30) VALUE SPACES.
       01 WS-ETAB-CONNU       PIC X VALUE 'N'.
          88 ETAB-CONNU       VALUE 'O'.

      * Mises a disposition de la periode ; WS-MAD-ETAT : A a
      * refacturer, X ecartee, P refacturee (paie trouvee).
       01 WS-MAX-MISES        PIC 9(4) VALUE 2000.
       01 WS-TABLE-MISES.
          05 WS-MAD-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-MAD WS-IDX-MAD2.
             10 WS-MAD-MATRICULE PIC X(6).
             10 WS-MAD-PAYEUR    PIC X(2).
             10 WS-MAD-ACCUEIL   PIC X(2).
             10 WS-MAD-POURCENT  PIC 9(3)V99.
             10 WS-MAD-ETAT      PIC X.
             10 WS-MAD-NOM       PIC X(36).
             10 WS-MAD-BRUT      PIC 9(7)V99.
             10 WS-MAD-PATRONAL  PIC 9(7)V99.
       01 WS-NB-MISES         PIC 9(4) VALUE 0.
       01 WS-NB-HORS-PERIODE  PIC 9(5) VALUE 0.
       01 WS-NB-ECARTEES      PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PAIE     PIC 9(5) VALUE 0.
       01 WS-NB-REFACTUREES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-POURCENT   PIC 9(5)V99 VALUE 0.

      * Refacturations cumulees par couple payeur -> accueil.
       01 WS-MAX-COUPLES      PIC 9(3) VALUE 400.
       01 WS-TABLE-COUPLES.
          05 WS-CPL-LIGNE OCCURS 400 TIMES
                  INDEXED BY WS-IDX-CPL.
             10 WS-CPL-PAYEUR    PIC X(2).
             10 WS-CPL-ACCUEIL   PIC X(2).
             10 WS-CPL-EMPLOYES  PIC 9(4).
             10 WS-CPL-BRUT      PIC 9(9)V99.
             10 WS-CPL-PATRONAL  PIC 9(9)V99.
       01 WS-NB-COUPLES       PIC 9(3) VALUE 0.
       01 WS-MONTANT-COUPLE   PIC 9(10)V99 VALUE 0.

      * Journal en place, relu puis reecrit sans les refacturations
      * deja passees pour la periode.
       01 WS-MAX-ECRITURES    PIC 9(5) VALUE 10000.
       01 WS-TABLE-ECRITURES.
          05 WS-ECR-LIGNE PIC X(116) OCCURS 10000 TIMES
                  INDEXED BY WS-IDX-ECR.
       01 WS-NB-ECRITURES     PIC 9(5) VALUE 0.
       01 WS-NB-ECR-REMPLACEES PIC 9(5) VALUE 0.
       01 WS-NB-ECR-PERIODE   PIC 9(5) VALUE 0.
       01 WS-DERNIER-NUMERO   PIC 9(6) VALUE 0.

       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-BRUT-W           PIC 9(7)V99 VALUE 0.
       01 WS-PATRONAL-W       PIC 9(7)V99 VALUE 0.
       01 WS-TOT-BRUT         PIC 9(10)V99 VALUE 0.
       01 WS-TOT-PATRONAL     PIC 9(10)V99 VALUE 0.
       01 WS-TOT-DEBIT        PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CREDIT       PIC 9(11)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-POURCENT-EDIT    PIC ZZ9.99.
       01 WS-BRUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-PATRONAL-EDIT    PIC ZZZZZZZZ9.99.
       01 WS-COUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-EFFECTIF-EDIT    PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Refacturation intra-groupe du personnel'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-REFERENCE-ECR.
           STRING 'ICO-' WS-DATE-JOUR(3:6)
               DELIMITED SIZE INTO WS-REFERENCE-ECR.

           PERFORM DETERMINER-PERIODE.
           PERFORM CONTROLER-PERIODE-OUVERTE.
           PERFORM CHARGER-ETABLISSEMENTS.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-MISES-A-DISPO.
           PERFORM CONTROLER-POURCENTAGES.
           PERFORM CHARGER-JOURNAL.
           PERFORM VALORISER-PAIE.
           PERFORM CUMULER-COUPLES.
           PERFORM ECRIRE-JOURNAL.
           PERFORM ECRIRE-RAPPORT.

           IF WS-NB-ECARTEES > 0 OR WS-NB-SANS-PAIE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
               DISPLAY '*** Refacturations desequilibrees ***'
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Periode             : ' WS-PERIODE.
           DISPLAY 'Mises a disposition : ' WS-NB-MISES
                   ' (hors periode : ' WS-NB-HORS-PERIODE ')'.
           DISPLAY 'Refacturees         : ' WS-NB-REFACTUREES.
           DISPLAY 'Ecartees            : ' WS-NB-ECARTEES.
           DISPLAY 'Sans paie           : ' WS-NB-SANS-PAIE.
           DISPLAY 'Couples d''entites   : ' WS-NB-COUPLES.
           DISPLAY 'Brut refacture      : ' WS-TOT-BRUT ' EUR'.
           DISPLAY 'Charges refacturees : ' WS-TOT-PATRONAL ' EUR'.
           DISPLAY 'Releve dans FIC-REFACTURATION-INTERCO.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       DETERMINER-PERIODE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               COMPUTE WS-PERIODE =
                   WS-ANNEE-JOUR * 100 + WS-MOIS-JOUR
           END-IF.

      *---------------------------------------------------------------
      * Meme regle qu'EX15D : une periode close par
      * EX15O-CLOTURE-COMPTA ne recoit plus aucune ecriture.
       CONTROLER-PERIODE-OUVERTE.
           OPEN INPUT FIC-PERIODES-COMPTA.
           IF WS-STATUT-PERIODES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
               READ FIC-PERIODES-COMPTA
                   AT END MOVE '10' TO WS-STATUT-PERIODES
                   NOT AT END
                       IF PCP-PERIODE = WS-PERIODE AND PCP-ETAT = 'C'
                           DISPLAY '*** Periode ' WS-PERIODE
                                   ' close par la comptabilite - '
                                   'aucune ecriture possible ***'
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PERIODES-COMPTA.

      *---------------------------------------------------------------
       CHARGER-ETABLISSEMENTS.
           OPEN INPUT FIC-ETABLISSEMENTS.
           IF WS-STATUT-ETABS NOT = '00'
               DISPLAY 'FIC-ETABLISSEMENTS.dat absent : etablissements '
                       'non controles'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ETABS NOT = '00'
               READ FIC-ETABLISSEMENTS
                   AT END MOVE '10' TO WS-STATUT-ETABS
                   NOT AT END
                       IF WS-NB-ETABS < WS-MAX-ETABS
                           ADD 1 TO WS-NB-ETABS
                           MOVE ETB-CODE TO WS-ETB-CODE(WS-NB-ETABS)
                           MOVE ETB-NOM TO WS-ETB-NOM(WS-NB-ETABS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ETABLISSEMENTS.

      *---------------------------------------------------------------
      * Raison sociale de WS-CODE-ETAB-W ; sans referentiel, tout
      * code est admis.
       TROUVER-ETABLISSEMENT.
           MOVE SPACES TO WS-NOM-ETAB-W.
           IF WS-NB-ETABS = 0
               SET ETAB-CONNU TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ETAB-CONNU.
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
                   UNTIL WS-IDX-ETB > WS-NB-ETABS
               IF WS-ETB-CODE(WS-IDX-ETB) = WS-CODE-ETAB-W
                   MOVE WS-ETB-NOM(WS-IDX-ETB) TO WS-NOM-ETAB-W
                   SET ETAB-CONNU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                           PERFORM RANGER-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Un code etablissement inconnu est rattache au premier
      * etablissement du referentiel, comme le fait la paie.
       RANGER-EMPLOYE.
           IF WS-NB-EMPLOYES >= WS-MAX-EMPLOYES
               DISPLAY '*** FIC-EMPLOYES.dat : capacite de '
                       WS-MAX-EMPLOYES ' employes depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-EMPLOYES.
           MOVE EMP-MATRICULE TO WS-EMP-MATRICULE(WS-NB-EMPLOYES).
           IF EMP-ETABLISSEMENT = SPACES
               MOVE '01' TO WS-CODE-ETAB-W
           ELSE
               MOVE EMP-ETABLISSEMENT TO WS-CODE-ETAB-W
           END-IF.
           PERFORM TROUVER-ETABLISSEMENT.
           IF NOT ETAB-CONNU
               MOVE WS-ETB-CODE(1) TO WS-CODE-ETAB-W
           END-IF.
           MOVE WS-CODE-ETAB-W TO WS-EMP-ETAB(WS-NB-EMPLOYES).

      *---------------------------------------------------------------
      * Les lignes d'une autre periode sont ignorees ; une ligne vers
      * l'etablissement payeur lui-meme, vers un etablissement
      * inconnu ou pour un matricule absent du maitre est ecartee.
       CHARGER-MISES-A-DISPO.
           OPEN INPUT FIC-MISES-A-DISPO.
           IF WS-STATUT-MISES NOT = '00'
               DISPLAY 'FIC-MISES-A-DISPOSITION.dat introuvable'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-MISES NOT = '00'
               READ FIC-MISES-A-DISPO
                   AT END MOVE '10' TO WS-STATUT-MISES
                   NOT AT END
                       IF MAD-PERIODE NOT = WS-PERIODE
                           ADD 1 TO WS-NB-HORS-PERIODE
                       ELSE
                           PERFORM RANGER-MISE-A-DISPO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MISES-A-DISPO.

      *---------------------------------------------------------------
       RANGER-MISE-A-DISPO.
           IF WS-NB-MISES >= WS-MAX-MISES
               DISPLAY '*** FIC-MISES-A-DISPOSITION.dat : capacite de '
                       WS-MAX-MISES ' lignes depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-MISES.
           SET WS-IDX-MAD TO WS-NB-MISES.
           INITIALIZE WS-MAD-LIGNE(WS-IDX-MAD).
           MOVE MAD-MATRICULE TO WS-MAD-MATRICULE(WS-IDX-MAD).
           MOVE MAD-ETAB-ACCUEIL TO WS-MAD-ACCUEIL(WS-IDX-MAD).
           MOVE MAD-POURCENT TO WS-MAD-POURCENT(WS-IDX-MAD).
           MOVE 'A' TO WS-MAD-ETAT(WS-IDX-MAD).
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = MAD-MATRICULE
                   MOVE WS-EMP-ETAB(WS-IDX-EMP)
                       TO WS-MAD-PAYEUR(WS-IDX-MAD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE MAD-ETAB-ACCUEIL TO WS-CODE-ETAB-W.
           PERFORM TROUVER-ETABLISSEMENT.
           EVALUATE TRUE
               WHEN WS-MAD-PAYEUR(WS-IDX-MAD) = SPACES
                   DISPLAY '  ' MAD-MATRICULE ' : absent du maitre '
                           'employes - ligne ecartee'
                   PERFORM ECARTER-MISE-A-DISPO
               WHEN MAD-ETAB-ACCUEIL = WS-MAD-PAYEUR(WS-IDX-MAD)
                   DISPLAY '  ' MAD-MATRICULE ' : accueil '
                           MAD-ETAB-ACCUEIL ' = etablissement payeur - '
                           'ligne ecartee'
                   PERFORM ECARTER-MISE-A-DISPO
               WHEN NOT ETAB-CONNU OR MAD-ETAB-ACCUEIL = SPACES
                   DISPLAY '  ' MAD-MATRICULE ' : etablissement '
                           'd''accueil inconnu (' MAD-ETAB-ACCUEIL
                           ') - ligne ecartee'
                   PERFORM ECARTER-MISE-A-DISPO
               WHEN MAD-POURCENT = 0
                   DISPLAY '  ' MAD-MATRICULE ' : pourcentage nul - '
                           'ligne ecartee'
                   PERFORM ECARTER-MISE-A-DISPO
           END-EVALUATE.

      *---------------------------------------------------------------
       ECARTER-MISE-A-DISPO.
           MOVE 'X' TO WS-MAD-ETAT(WS-IDX-MAD).
           ADD 1 TO WS-NB-ECARTEES.

      *---------------------------------------------------------------
      * Un employe ne peut etre mis a disposition pour plus que son
      * mois : au-dela de 100 %, toutes ses lignes sont ecartees
      * plutot que de refacturer un cout qui n'existe pas.
       CONTROLER-POURCENTAGES.
           PERFORM VARYING WS-IDX-MAD FROM 1 BY 1
                   UNTIL WS-IDX-MAD > WS-NB-MISES
               IF WS-MAD-ETAT(WS-IDX-MAD) = 'A'
                   MOVE 0 TO WS-TOTAL-POURCENT
                   PERFORM VARYING WS-IDX-MAD2 FROM 1 BY 1
                           UNTIL WS-IDX-MAD2 > WS-NB-MISES
                       IF WS-MAD-MATRICULE(WS-IDX-MAD2)
                               = WS-MAD-MATRICULE(WS-IDX-MAD)
                               AND WS-MAD-ETAT(WS-IDX-MAD2) = 'A'
                           ADD WS-MAD-POURCENT(WS-IDX-MAD2)
                               TO WS-TOTAL-POURCENT
                       END-IF
                   END-PERFORM
                   IF WS-TOTAL-POURCENT > 100
                       PERFORM ECARTER-EMPLOYE-SUR-100
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECARTER-EMPLOYE-SUR-100.
           MOVE WS-TOTAL-POURCENT TO WS-COUT-EDIT.
           DISPLAY '  ' WS-MAD-MATRICULE(WS-IDX-MAD) ' : mis a '
                   'disposition pour ' WS-COUT-EDIT ' % du mois - '
                   'lignes ecartees'.
           MOVE WS-MAD-MATRICULE(WS-IDX-MAD) TO WS-MATRICULE-W.
           PERFORM VARYING WS-IDX-MAD2 FROM 1 BY 1
                   UNTIL WS-IDX-MAD2 > WS-NB-MISES
               IF WS-MAD-MATRICULE(WS-IDX-MAD2) = WS-MATRICULE-W
                       AND WS-MAD-ETAT(WS-IDX-MAD2) = 'A'
                   MOVE 'X' TO WS-MAD-ETAT(WS-IDX-MAD2)
                   ADD 1 TO WS-NB-ECARTEES
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Le journal de la periode doit etre passe (EX15D) : la
      * refacturation suit la paie comptabilisee. Les refacturations
      * deja passees pour la periode sont ecartees, elles seront
      * recalculees.
       CHARGER-JOURNAL.
           OPEN INPUT FIC-ECRITURES.
           IF WS-STATUT-ECRITURES NOT = '00'
               DISPLAY 'FIC-ECRITURES-COMPTA.txt introuvable - lancer '
                       'EX15D-COMPTA d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-ECRITURES NOT = '00'
               READ FIC-ECRITURES
                   AT END MOVE '10' TO WS-STATUT-ECRITURES
                   NOT AT END
                       PERFORM GARDER-ECRITURE
               END-READ
           END-PERFORM.
           CLOSE FIC-ECRITURES.
           IF WS-NB-ECR-PERIODE = 0
               DISPLAY '*** Aucune ecriture de paie de la periode '
                       WS-PERIODE ' au journal - lancer EX15D-COMPTA '
                       'd''abord ***'
               STOP RUN 1
           END-IF.
           IF WS-NB-ECR-REMPLACEES > 0
               DISPLAY 'Refacturations intra-groupe remplacees : '
                       WS-NB-ECR-REMPLACEES
           END-IF.
           OPEN INPUT FIC-COMPTEUR.
           IF WS-STATUT-COMPTEUR = '00'
               READ FIC-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO TO WS-DERNIER-NUMERO
               END-READ
               CLOSE FIC-COMPTEUR
           END-IF.

      *---------------------------------------------------------------
       GARDER-ECRITURE.
           IF ECR-PERIODE = WS-PERIODE
               IF ECR-REFERENCE(1:4) = 'ICO-'
                   ADD 1 TO WS-NB-ECR-REMPLACEES
                   EXIT PARAGRAPH
               END-IF
               IF ECR-COMPTE(1:4) = '641-'
                   ADD 1 TO WS-NB-ECR-PERIODE
               END-IF
           END-IF.
           IF WS-NB-ECRITURES >= WS-MAX-ECRITURES
               DISPLAY '*** Journal de plus de ' WS-MAX-ECRITURES
                       ' lignes - refacturations non passees ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE ENR-ECRITURE TO WS-ECR-LIGNE(WS-NB-ECRITURES).

      *---------------------------------------------------------------
      * Chaque ligne de paie valorise les mises a disposition de
      * l'employe : part du brut et des charges patronales payes.
       VALORISER-PAIE.
           OPEN INPUT FIC-PAIE.
           IF WS-STATUT-PAIE NOT = '00'
               DISPLAY 'FIC-PAIE-RESULTATS.txt introuvable - lancer '
                       'la paie d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-PAIE NOT = '00'
               READ FIC-PAIE
                   AT END MOVE '10' TO WS-STATUT-PAIE
                   NOT AT END
                       PERFORM VALORISER-EMPLOYE
               END-READ
           END-PERFORM.
           CLOSE FIC-PAIE.
           PERFORM VARYING WS-IDX-MAD FROM 1 BY 1
                   UNTIL WS-IDX-MAD > WS-NB-MISES
               IF WS-MAD-ETAT(WS-IDX-MAD) = 'A'
                   ADD 1 TO WS-NB-SANS-PAIE
                   DISPLAY '  ' WS-MAD-MATRICULE(WS-IDX-MAD)
                           ' : mis a disposition de '
                           WS-MAD-ACCUEIL(WS-IDX-MAD)
                           ' mais sans paie ce mois'
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       VALORISER-EMPLOYE.
           MOVE PAI-MATRICULE TO WS-MATRICULE-W.
           COMPUTE WS-BRUT-W = FUNCTION NUMVAL(PAI-BRUT-EDIT).
           COMPUTE WS-PATRONAL-W = FUNCTION NUMVAL(PAI-PATRONAL-EDIT).
           PERFORM VARYING WS-IDX-MAD FROM 1 BY 1
                   UNTIL WS-IDX-MAD > WS-NB-MISES
               IF WS-MAD-MATRICULE(WS-IDX-MAD) = WS-MATRICULE-W
                       AND WS-MAD-ETAT(WS-IDX-MAD) = 'A'
                   MOVE 'P' TO WS-MAD-ETAT(WS-IDX-MAD)
                   MOVE PAI-NOM-COMPLET TO WS-MAD-NOM(WS-IDX-MAD)
                   COMPUTE WS-MAD-BRUT(WS-IDX-MAD) ROUNDED =
                       WS-BRUT-W * WS-MAD-POURCENT(WS-IDX-MAD) / 100
                   COMPUTE WS-MAD-PATRONAL(WS-IDX-MAD) ROUNDED =
                       WS-PATRONAL-W * WS-MAD-POURCENT(WS-IDX-MAD)
                       / 100
                   ADD 1 TO WS-NB-REFACTUREES
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-COUPLES.
           PERFORM VARYING WS-IDX-MAD FROM 1 BY 1
                   UNTIL WS-IDX-MAD > WS-NB-MISES
               IF WS-MAD-ETAT(WS-IDX-MAD) = 'P'
                   PERFORM CUMULER-UNE-MISE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-UNE-MISE.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COUPLES
               IF WS-CPL-PAYEUR(WS-IDX-CPL) = WS-MAD-PAYEUR(WS-IDX-MAD)
                       AND WS-CPL-ACCUEIL(WS-IDX-CPL)
                           = WS-MAD-ACCUEIL(WS-IDX-MAD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CPL > WS-NB-COUPLES
               IF WS-NB-COUPLES >= WS-MAX-COUPLES
                   DISPLAY '*** Capacite de ' WS-MAX-COUPLES
                           ' couples d''etablissements depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-COUPLES
               SET WS-IDX-CPL TO WS-NB-COUPLES
               INITIALIZE WS-CPL-LIGNE(WS-IDX-CPL)
               MOVE WS-MAD-PAYEUR(WS-IDX-MAD)
                   TO WS-CPL-PAYEUR(WS-IDX-CPL)
               MOVE WS-MAD-ACCUEIL(WS-IDX-MAD)
                   TO WS-CPL-ACCUEIL(WS-IDX-CPL)
           END-IF.
           ADD 1 TO WS-CPL-EMPLOYES(WS-IDX-CPL).
           ADD WS-MAD-BRUT(WS-IDX-MAD) TO WS-CPL-BRUT(WS-IDX-CPL).
           ADD WS-MAD-PATRONAL(WS-IDX-MAD)
               TO WS-CPL-PATRONAL(WS-IDX-CPL).
           ADD WS-MAD-BRUT(WS-IDX-MAD) TO WS-TOT-BRUT.
           ADD WS-MAD-PATRONAL(WS-IDX-MAD) TO WS-TOT-PATRONAL.

      *---------------------------------------------------------------
      * Journal reecrit tel quel (hors refacturations de la periode
      * deja passees), puis quatre lignes par couple : deux dans la
      * section du payeur, deux dans celle de l'accueil.
       ECRIRE-JOURNAL.
           OPEN OUTPUT FIC-ECRITURES.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECRITURES
               MOVE WS-ECR-LIGNE(WS-IDX-ECR) TO ENR-ECRITURE
               WRITE ENR-ECRITURE
           END-PERFORM.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COUPLES
               COMPUTE WS-MONTANT-COUPLE = WS-CPL-BRUT(WS-IDX-CPL)
                                         + WS-CPL-PATRONAL(WS-IDX-CPL)
               IF WS-MONTANT-COUPLE > 0
                   PERFORM ECRIRE-REFACTURATION
               END-IF
           END-PERFORM.
           CLOSE FIC-ECRITURES.
           OPEN OUTPUT FIC-COMPTEUR.
           MOVE WS-DERNIER-NUMERO TO CPT-DERNIER-NUMERO.
           WRITE ENR-COMPTEUR.
           CLOSE FIC-COMPTEUR.

      *---------------------------------------------------------------
       ECRIRE-REFACTURATION.
      * Section du payeur : creance sur l'accueil, cout transfere.
           MOVE SPACES TO ENR-ECRITURE.
           MOVE WS-PERIODE TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           STRING 'ETB.' WS-CPL-PAYEUR(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-AXE.
           STRING '451-' WS-CPL-ACCUEIL(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-COMPTE.
           STRING 'REFACT. PERSONNEL A ETAB ' WS-CPL-ACCUEIL(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-LIBELLE.
           MOVE WS-MONTANT-COUPLE TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           PERFORM ECRIRE-LIGNE-JOURNAL.
           MOVE SPACES TO ECR-COMPTE ECR-LIBELLE.
           MOVE '791' TO ECR-COMPTE.
           STRING 'TRANSFERT CHARGES ETAB ' WS-CPL-ACCUEIL(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-MONTANT-COUPLE TO ECR-CREDIT.
           PERFORM ECRIRE-LIGNE-JOURNAL.
      * Section de l'accueil : cout du personnel, dette au payeur.
           MOVE SPACES TO ECR-AXE ECR-COMPTE ECR-LIBELLE.
           STRING 'ETB.' WS-CPL-ACCUEIL(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-AXE.
           MOVE '6214' TO ECR-COMPTE.
           STRING 'PERSONNEL MIS A DISPO ETAB '
                  WS-CPL-PAYEUR(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-LIBELLE.
           MOVE WS-MONTANT-COUPLE TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           PERFORM ECRIRE-LIGNE-JOURNAL.
           MOVE SPACES TO ECR-COMPTE ECR-LIBELLE.
           STRING '451-' WS-CPL-PAYEUR(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-COMPTE.
           STRING 'REFACT. PERSONNEL DE ETAB ' WS-CPL-PAYEUR(WS-IDX-CPL)
               DELIMITED SIZE INTO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-MONTANT-COUPLE TO ECR-CREDIT.
           PERFORM ECRIRE-LIGNE-JOURNAL.
           ADD WS-MONTANT-COUPLE TO WS-TOT-DEBIT.
           ADD WS-MONTANT-COUPLE TO WS-TOT-DEBIT.
           ADD WS-MONTANT-COUPLE TO WS-TOT-CREDIT.
           ADD WS-MONTANT-COUPLE TO WS-TOT-CREDIT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-JOURNAL.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           WRITE ENR-ECRITURE.

      *---------------------------------------------------------------
      * Releve par couple d'etablissements : detail des employes mis
      * a disposition, total refacture, ecritures de chaque cote.
       ECRIRE-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== REFACTURATION INTRA-GROUPE DU PERSONNEL - '
                  'PERIODE ' WS-PERIODE ' ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COUPLES
               PERFORM ECRIRE-RELEVE-COUPLE
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-REFACTUREES TO WS-EFFECTIF-EDIT.
           MOVE WS-TOT-BRUT TO WS-BRUT-EDIT.
           MOVE WS-TOT-PATRONAL TO WS-PATRONAL-EDIT.
           COMPUTE WS-COUT-EDIT = WS-TOT-BRUT + WS-TOT-PATRONAL.
           STRING 'TOTAL GROUPE ' WS-EFFECTIF-EDIT ' ligne(s)'
                  '               ' WS-BRUT-EDIT ' ' WS-PATRONAL-EDIT
                  ' ' WS-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-ECARTEES TO WS-EFFECTIF-EDIT.
           STRING 'Mises a disposition ecartees : ' WS-EFFECTIF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-SANS-PAIE TO WS-EFFECTIF-EDIT.
           STRING 'Mises a disposition sans paie : ' WS-EFFECTIF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           CLOSE FIC-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-RELEVE-COUPLE.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-CPL-PAYEUR(WS-IDX-CPL) TO WS-CODE-ETAB-W.
           PERFORM TROUVER-ETABLISSEMENT.
           STRING 'PAYEUR  ' WS-CPL-PAYEUR(WS-IDX-CPL) ' '
                  WS-NOM-ETAB-W
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-CPL-ACCUEIL(WS-IDX-CPL) TO WS-CODE-ETAB-W.
           PERFORM TROUVER-ETABLISSEMENT.
           STRING 'ACCUEIL ' WS-CPL-ACCUEIL(WS-IDX-CPL) ' '
                  WS-NOM-ETAB-W
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'MATR.  NOM                              %'
                  '          BRUT   CH.PATRONALES    REFACTURE'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-MAD FROM 1 BY 1
                   UNTIL WS-IDX-MAD > WS-NB-MISES
               IF WS-MAD-ETAT(WS-IDX-MAD) = 'P'
                       AND WS-MAD-PAYEUR(WS-IDX-MAD)
                           = WS-CPL-PAYEUR(WS-IDX-CPL)
                       AND WS-MAD-ACCUEIL(WS-IDX-MAD)
                           = WS-CPL-ACCUEIL(WS-IDX-CPL)
                   MOVE WS-MAD-POURCENT(WS-IDX-MAD) TO WS-POURCENT-EDIT
                   MOVE WS-MAD-BRUT(WS-IDX-MAD) TO WS-BRUT-EDIT
                   MOVE WS-MAD-PATRONAL(WS-IDX-MAD) TO WS-PATRONAL-EDIT
                   COMPUTE WS-COUT-EDIT = WS-MAD-BRUT(WS-IDX-MAD)
                                        + WS-MAD-PATRONAL(WS-IDX-MAD)
                   STRING WS-MAD-MATRICULE(WS-IDX-MAD) ' '
                          WS-MAD-NOM(WS-IDX-MAD)(1:28) ' '
                          WS-POURCENT-EDIT ' ' WS-BRUT-EDIT ' '
                          WS-PATRONAL-EDIT ' ' WS-COUT-EDIT
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           MOVE WS-CPL-EMPLOYES(WS-IDX-CPL) TO WS-EFFECTIF-EDIT.
           MOVE WS-CPL-BRUT(WS-IDX-CPL) TO WS-BRUT-EDIT.
           MOVE WS-CPL-PATRONAL(WS-IDX-CPL) TO WS-PATRONAL-EDIT.
           COMPUTE WS-MONTANT-COUPLE = WS-CPL-BRUT(WS-IDX-CPL)
                                     + WS-CPL-PATRONAL(WS-IDX-CPL).
           MOVE WS-MONTANT-COUPLE TO WS-COUT-EDIT.
           STRING 'TOTAL  ' WS-EFFECTIF-EDIT ' employe(s)'
                  '                 ' WS-BRUT-EDIT ' '
                  WS-PATRONAL-EDIT ' ' WS-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING '  Etab ' WS-CPL-PAYEUR(WS-IDX-CPL) ' : debit 451-'
                  WS-CPL-ACCUEIL(WS-IDX-CPL) ' / credit 791      '
                  'Etab ' WS-CPL-ACCUEIL(WS-IDX-CPL) ' : debit 6214 / '
                  'credit 451-' WS-CPL-PAYEUR(WS-IDX-CPL)
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
