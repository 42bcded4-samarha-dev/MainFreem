      *     suspendus a reemettre ;
      *   - credit 442 : retenues a reverser ou recuperees (impot
      *     preleve pour l'administration + acomptes retenus),
      *     l'ecart entre le net du calcul et le net paye, hors
      *     part salariale des titres-restaurant et des
      *     versements au plan d'epargne ;
      *   - titres-restaurant de la periode (FIC-TITRES-RESTAURANT
      *     .dat, commande d'EX15X) : debit 6476 de la part
      *     patronale, credit 401-TITRES du montant commande au
      *     prestataire (part patronale + part salariale retenue) ;
      *   - epargne salariale de la periode (FIC-REMISE-PEE.txt,
      *     remise d'EX15-PRINCIPAL) : debit 6478 de l'abondement,
      *     credit 401-PEE du montant du au teneur du plan
      *     (versements retenus + abondement).
      * Le journal n'est considere bon que si debit = credit + les
      * charges portees au credit d'un compte d'organismes 431 :
      * l'equilibre est controle et le job sort non-zero sinon.
      * Mode S (solde de tout compte) : les memes ecritures sont
      * tirees des sorties d'EX15V-SOLDE-TOUT-COMPTE
      * (FIC-PAIE-RESULTATS-SOLDE.txt, FIC-VIREMENTS-SOLDE.txt,
      * FIC-VIREMENTS-SUSPENDUS-SOLDE.txt) et ajoutees au journal du
      * mois, reference STC-AAMMJJ ; la balance par axe n'est pas
      * refaite. Un passage normal ulterieur de la meme periode
      * reprend en tete du journal les lignes STC- deja passees,
      * comme les ecritures de ventes (reference VTE-, ajoutees par
      * EX09H-JOURNAL-VENTES), que l'extourne recopie sans les
      * inverser : elles ne relevent pas de la paie ;
      * les reclassements projets (reference PRJ-, ajoutes par
      * EX31-VENTILATION-PROJETS) et les refacturations intra-groupe
      * (reference ICO-, ajoutees par EX34-REFACTURATION-INTERCO) ne
      * le sont pas : EX31 et EX34 se relancent apres tout nouveau
      * passage normal.
      * Compiler : cobc -x ex15d_compta.cobol -o ex15d_compta
      *            -I ../copybooks
      * Executer : ./ex15d_compta
      * Entree  : FIC-PAIE-RESULTATS.txt (une ligne par employe paye)
      *           (ou leurs variantes -SOLDE en mode S)
      *           FIC-VIREMENTS.txt et FIC-VIREMENTS-SUSPENDUS.txt
      *           (net effectivement a payer)
      *           FIC-EMPLOYES.dat (departement par matricule)
      *           FIC-DEPARTEMENTS.dat (centre de cout par code)
      *           FIC-TITRES-RESTAURANT.dat (titres du mois, COPY
      *           TITREREC ; ignore en mode S)
      *           FIC-REMISE-PEE.txt (versements et abondement du
      *           plan d'epargne ; ignore en mode S)
      * Sortie  : FIC-ECRITURES-COMPTA.txt (journal equilibre)
      * Code retour : 0 journal equilibre, 8 desequilibre.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PAIE ASSIGN TO WS-NOM-PAIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PAIE.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEPARTEMENTS.
           SELECT FIC-ECRITURES ASSIGN TO 'FIC-ECRITURES-COMPTA.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECRITURES.
           SELECT FIC-VIREMENTS ASSIGN TO WS-NOM-VIREMENTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VIREMENTS.
           SELECT FIC-VIREMENTS-SUSP ASSIGN TO WS-NOM-VIREMENTS-SUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SUSP.
           SELECT FIC-COMPTEUR
               ASSIGN TO 'FIC-ECRITURES-COMPTA.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECR-LUES.
           SELECT FIC-TITRES ASSIGN TO 'FIC-TITRES-RESTAURANT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TITRES.
           SELECT FIC-REMISE-PEE ASSIGN TO 'FIC-REMISE-PEE.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PEE.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ECRITURES LABEL RECORDS ARE STANDARD.
      * Chaque ligne porte une reference de correction : a blanc
      * pour une ecriture normale, EXT-nnnn pour une extourne (nnnn
      * = rang de la ligne d'origine dans le journal extourne),
      * STC-AAMMJJ pour un solde de tout compte (date du passage),
      * PRJ-AAMMJJ pour un reclassement vers un projet (EX31),
      * ICO-AAMMJJ pour une refacturation intra-groupe (EX34).
       01  ENR-ECRITURE.
           05 ECR-NUMERO        PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
      * absent) = generation normale du journal du mois, E =
      * extourne - le journal en place est relu et reecrit avec
      * debit et credit inverses, chaque ligne referencant sa ligne
      * d'origine, pour reposer proprement un run corrige ; S =
      * solde de tout compte, ajoute au journal en place.
       FD  FIC-PARAM-COMPTA LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-COMPTA.
           05 PCO-MODE          PIC X.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

      * Titres-restaurant commandes par EX15X : parts salariale
      * et patronale par matricule et periode.
       FD  FIC-TITRES LABEL RECORDS ARE STANDARD.
       COPY TITREREC.

      * Remise au teneur du plan d'epargne : en-tete E (periode),
      * une ligne D par adherent, fin F.
       FD  FIC-REMISE-PEE LABEL RECORDS ARE STANDARD.
       01  ENR-REMISE-PEE.
           05 RPE-TYPE          PIC X.
           05 RPE-ZONE          PIC X(79).
           05 RPE-ENTETE REDEFINES RPE-ZONE.
              10 RPE-CODE-PLAN  PIC X(10).
              10 RPE-PERIODE    PIC 9(6).
              10 FILLER         PIC X(63).
           05 RPE-DETAIL REDEFINES RPE-ZONE.
              10 RPD-MATRICULE  PIC X(6).
              10 RPD-NOM        PIC X(20).
              10 RPD-PRENOM     PIC X(15).
              10 RPD-VERSEMENT  PIC 9(5)V99.
              10 RPD-ABONDEMENT PIC 9(5)V99.
              10 FILLER         PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PAIE      PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-TOTAL-DEBIT      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-CREDIT     PIC 9(12)V99 VALUE 0.
       01 WS-CENTRE-COURANT   PIC X(6) VALUE SPACES.
       01 WS-STATUT-TITRES    PIC X(2) VALUE '00'.
       01 WS-TOTAL-TTR-SALARIAL PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-TTR-PATRONAL PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-TTR-COMMANDE PIC 9(10)V99 VALUE 0.
       01 WS-STATUT-PEE       PIC X(2) VALUE '00'.
       01 WS-PEE-PERIODE-OK   PIC X VALUE 'N'.
          88 PEE-PERIODE-OK   VALUE 'O'.
       01 WS-TOTAL-PEE-VERSE  PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-PEE-ABONDE PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-PEE-REMISE PIC 9(10)V99 VALUE 0.
       01 WS-DEPARTEMENT-EMP  PIC X(4) VALUE SPACES.

      * Mode extourne : journal en place charge en table puis
       01 WS-STATUT-ECR-LUES  PIC X(2) VALUE '00'.
       01 WS-MODE-COMPTA      PIC X VALUE 'N'.
          88 MODE-EXTOURNE    VALUE 'E'.
          88 MODE-SOLDE       VALUE 'S'.
       01 WS-PERIODE-EXTOURNE PIC 9(6) VALUE 0.
       01 WS-MAX-ECRITURES    PIC 9(3) VALUE 500.
       01 WS-TABLE-ECRITURES.
       01 WS-NB-PERIODES      PIC 9(3) VALUE 0.
       01 WS-NUM-ORIGINE-W    PIC X(6) VALUE SPACES.

      * Extraits lus : ceux de la paie mensuelle, ou ceux d'EX15V en
      * mode solde de tout compte.
       01 WS-NOM-PAIE         PIC X(40)
                              VALUE 'FIC-PAIE-RESULTATS.txt'.
       01 WS-NOM-VIREMENTS    PIC X(40) VALUE 'FIC-VIREMENTS.txt'.
       01 WS-NOM-VIREMENTS-SUSP PIC X(40)
                              VALUE 'FIC-VIREMENTS-SUSPENDUS.txt'.
       01 WS-STATUT-ECRITURES PIC X(2) VALUE '00'.
       01 WS-REFERENCE-ECR    PIC X(10) VALUE SPACES.
       01 WS-LIBELLE-BRUT     PIC X(30) VALUE 'SALAIRES BRUTS'.
       01 WS-LIBELLE-CHARGES  PIC X(30)
                              VALUE 'CHARGES SOCIALES DUES'.
       01 WS-LIBELLE-NET      PIC X(30) VALUE 'NET A PAYER'.
       01 WS-LIBELLE-RETENUES PIC X(30)
                              VALUE 'IMPOT SOURCE + ACOMPTES RET.'.

      * Lignes de solde de tout compte et de ventes deja au journal
      * de la periode, reprises par un passage normal (les ventes
      * aussi par l'extourne).
       01 WS-MAX-LIGNES-STC   PIC 9(4) VALUE 5000.
       01 WS-TABLE-LIGNES-STC.
          05 WS-STC-LIGNE PIC X(116) OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-STC.
       01 WS-NB-LIGNES-STC    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           PERFORM CHARGER-HIERARCHIE.
           PERFORM CUMULER-PAIE.
           PERFORM CUMULER-NET-PAYABLE.
           IF NOT MODE-SOLDE
               PERFORM CUMULER-TITRES-RESTAURANT
               PERFORM CUMULER-EPARGNE-SALARIALE
               PERFORM RELEVER-LIGNES-STC
           END-IF.
           PERFORM ECRIRE-JOURNAL.
           PERFORM SAUVEGARDER-COMPTEUR.
           IF NOT MODE-SOLDE
               PERFORM ECRIRE-BALANCE-AXES
           END-IF.
           PERFORM CONTROLER-EQUILIBRE.
           STOP RUN WS-CODE-RETOUR.

               DISPLAY '>> Mode EXTOURNE demande pour la periode '
                       WS-PERIODE-EXTOURNE
           END-IF.
           IF MODE-SOLDE
               PERFORM PREPARER-MODE-SOLDE
           END-IF.

      *---------------------------------------------------------------
      * Solde de tout compte : extraits d'EX15V, libelles propres et
      * reference STC- datee, pour que la comptabilite isole les
      * sorties dans le journal du mois.
       PREPARER-MODE-SOLDE.
           MOVE 'FIC-PAIE-RESULTATS-SOLDE.txt' TO WS-NOM-PAIE.
           MOVE 'FIC-VIREMENTS-SOLDE.txt' TO WS-NOM-VIREMENTS.
           MOVE 'FIC-VIREMENTS-SUSPENDUS-SOLDE.txt'
               TO WS-NOM-VIREMENTS-SUSP.
           MOVE SPACES TO WS-REFERENCE-ECR.
           STRING 'STC-' WS-DATE-JOUR(3:6)
               DELIMITED SIZE INTO WS-REFERENCE-ECR.
           MOVE 'SALAIRES BRUTS SOLDE STC' TO WS-LIBELLE-BRUT.
           MOVE 'CHARGES SOCIALES SOLDE STC' TO WS-LIBELLE-CHARGES.
           MOVE 'NET A PAYER SOLDE STC' TO WS-LIBELLE-NET.
           MOVE 'IMPOT + RETENUES SOLDE STC' TO WS-LIBELLE-RETENUES.
           DISPLAY '>> Mode SOLDE DE TOUT COMPTE, reference '
                   WS-REFERENCE-ECR.

      *---------------------------------------------------------------
       DETERMINER-PERIODE-COMPTA.
               COMPUTE WS-PERIODE-COMPTA =
                   FUNCTION NUMVAL(WS-DATE-JOUR(1:6))
           END-IF.
      * En extourne, la periode visee par l'exploitant prime. Un
      * solde de tout compte se passe dans le mois du run, sauf
      * periode donnee par l'exploitant.
           IF MODE-EXTOURNE AND WS-PERIODE-EXTOURNE > 0
               MOVE WS-PERIODE-EXTOURNE TO WS-PERIODE-COMPTA
           END-IF.
           IF MODE-SOLDE
               IF WS-PERIODE-EXTOURNE > 0
                   MOVE WS-PERIODE-EXTOURNE TO WS-PERIODE-COMPTA
               ELSE
                   COMPUTE WS-PERIODE-COMPTA =
                       FUNCTION NUMVAL(WS-DATE-JOUR(1:6))
               END-IF
           END-IF.
           DISPLAY 'Periode comptable : ' WS-PERIODE-COMPTA.

      *---------------------------------------------------------------
      * corriger) est charge puis reecrit avec debit et credit
      * inverses ; chaque ligne reference le rang de sa ligne
      * d'origine, et l'equilibre est preserve par construction. Le
      * run corrige se repose ensuite par un passage normal. Les
      * ecritures de ventes (VTE-) sont recopiees telles quelles en
      * tete du journal extourne.
       EXTOURNER-JOURNAL.
           OPEN INPUT FIC-ECRITURES-LUES.
           IF WS-STATUT-ECR-LUES NOT = '00'
                   PERFORM LIRE-ECRITURE-SUIVANTE
                   EXIT PERFORM CYCLE
               END-IF
               IF ELU-REFERENCE(1:4) = 'VTE-'
                   PERFORM GARDER-LIGNE-REPRISE
                   PERFORM LIRE-ECRITURE-SUIVANTE
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO WS-NB-ECRITURES
               MOVE ELU-NUMERO TO WS-ECR-NUMERO(WS-NB-ECRITURES)
               MOVE ELU-COMPTE TO WS-ECR-COMPTE(WS-NB-ECRITURES)
           CLOSE FIC-ECRITURES-LUES.

           OPEN OUTPUT FIC-ECRITURES.
           PERFORM VARYING WS-IDX-STC FROM 1 BY 1
                   UNTIL WS-IDX-STC > WS-NB-LIGNES-STC
               MOVE WS-STC-LIGNE(WS-IDX-STC) TO ENR-ECRITURE
               WRITE ENR-ECRITURE
           END-PERFORM.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECRITURES
               ADD 1 TO WS-DERNIER-NUMERO
       CUMULER-PAIE.
           OPEN INPUT FIC-PAIE.
           IF WS-STATUT-PAIE NOT = '00'
               DISPLAY FUNCTION TRIM(WS-NOM-PAIE) ' introuvable - '
                       'lancer la paie d''abord'
               STOP RUN 1
           END-IF.
           READ FIC-PAIE
       CUMULER-NET-PAYABLE.
           OPEN INPUT FIC-VIREMENTS.
           IF WS-STATUT-VIREMENTS NOT = '00'
               DISPLAY FUNCTION TRIM(WS-NOM-VIREMENTS) ' introuvable '
                       '- lancer la paie d''abord'
               STOP RUN 1
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           END-IF.

      *---------------------------------------------------------------
      * Titres-restaurant de la periode comptable. La part salariale
      * est comprise dans l'ecart net calcule / net paye : elle en
      * est retiree pour etre reversee au prestataire plutot qu'en
      * 442 (limitee a cet ecart si un net trop faible l'a
      * ecretee).
       CUMULER-TITRES-RESTAURANT.
           OPEN INPUT FIC-TITRES.
           IF WS-STATUT-TITRES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-TITRES NOT = '00'
               READ FIC-TITRES
                   AT END MOVE '10' TO WS-STATUT-TITRES
                   NOT AT END
                       IF TTR-PERIODE = WS-PERIODE-COMPTA
                           ADD TTR-PART-SALARIALE
                               TO WS-TOTAL-TTR-SALARIAL
                           ADD TTR-PART-PATRONALE
                               TO WS-TOTAL-TTR-PATRONAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TITRES.
           IF WS-TOTAL-TTR-SALARIAL > WS-TOTAL-RETENUES
               MOVE WS-TOTAL-RETENUES TO WS-TOTAL-TTR-SALARIAL
           END-IF.
           SUBTRACT WS-TOTAL-TTR-SALARIAL FROM WS-TOTAL-RETENUES.
           COMPUTE WS-TOTAL-TTR-COMMANDE =
               WS-TOTAL-TTR-SALARIAL + WS-TOTAL-TTR-PATRONAL.
           IF WS-TOTAL-TTR-COMMANDE > 0
               DISPLAY 'Titres-restaurant : part patronale '
                       WS-TOTAL-TTR-PATRONAL ' EUR, part salariale '
                       WS-TOTAL-TTR-SALARIAL ' EUR'
           END-IF.

      *---------------------------------------------------------------
      * Epargne salariale : les versements retenus sur le net sortent
      * de l'ecart net calcule / net paye comme les titres (meme
      * limite), la remise n'etant prise que si son en-tete porte
      * la periode comptable.
       CUMULER-EPARGNE-SALARIALE.
           OPEN INPUT FIC-REMISE-PEE.
           IF WS-STATUT-PEE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PEE NOT = '00'
               READ FIC-REMISE-PEE
                   AT END MOVE '10' TO WS-STATUT-PEE
                   NOT AT END
                       EVALUATE RPE-TYPE
                           WHEN 'E'
                               IF RPE-PERIODE = WS-PERIODE-COMPTA
                                   MOVE 'O' TO WS-PEE-PERIODE-OK
                               ELSE
                                   MOVE 'N' TO WS-PEE-PERIODE-OK
                               END-IF
                           WHEN 'D'
                               IF PEE-PERIODE-OK
                                   ADD RPD-VERSEMENT
                                       TO WS-TOTAL-PEE-VERSE
                                   ADD RPD-ABONDEMENT
                                       TO WS-TOTAL-PEE-ABONDE
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-REMISE-PEE.
           IF WS-TOTAL-PEE-VERSE > WS-TOTAL-RETENUES
               MOVE WS-TOTAL-RETENUES TO WS-TOTAL-PEE-VERSE
           END-IF.
           SUBTRACT WS-TOTAL-PEE-VERSE FROM WS-TOTAL-RETENUES.
           COMPUTE WS-TOTAL-PEE-REMISE =
               WS-TOTAL-PEE-VERSE + WS-TOTAL-PEE-ABONDE.
           IF WS-TOTAL-PEE-REMISE > 0
               DISPLAY 'Epargne salariale : versements '
                       WS-TOTAL-PEE-VERSE ' EUR, abondement '
                       WS-TOTAL-PEE-ABONDE ' EUR'
           END-IF.

      *---------------------------------------------------------------
      * Un passage normal recree le journal, ses lignes de solde de
      * tout compte et de ventes de la periode en tete ; le mode S
      * l'allonge.
       ECRIRE-JOURNAL.
           IF MODE-SOLDE
               OPEN EXTEND FIC-ECRITURES
               IF WS-STATUT-ECRITURES NOT = '00'
                   OPEN OUTPUT FIC-ECRITURES
               END-IF
           ELSE
               OPEN OUTPUT FIC-ECRITURES
               PERFORM VARYING WS-IDX-STC FROM 1 BY 1
                       UNTIL WS-IDX-STC > WS-NB-LIGNES-STC
                   MOVE WS-STC-LIGNE(WS-IDX-STC) TO ENR-ECRITURE
                   WRITE ENR-ECRITURE
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-IDX-MAS FROM 1 BY 1
                   UNTIL WS-IDX-MAS > WS-NB-MASSES
               STRING '641-' WS-MAS-CENTRE(WS-IDX-MAS)
                   DELIMITED SIZE INTO ECR-COMPTE
               MOVE WS-MAS-AXE(WS-IDX-MAS) TO ECR-AXE
               MOVE WS-LIBELLE-BRUT TO ECR-LIBELLE
               MOVE WS-MAS-BRUT(WS-IDX-MAS) TO ECR-DEBIT
               MOVE 0 TO ECR-CREDIT
               MOVE WS-REFERENCE-ECR TO ECR-REFERENCE
               WRITE ENR-ECRITURE
               ADD WS-MAS-BRUT(WS-IDX-MAS) TO WS-TOTAL-DEBIT
           END-PERFORM.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '431       ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE WS-LIBELLE-CHARGES TO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-TOTAL-CHARGES TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-CHARGES TO WS-TOTAL-CREDIT.

           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '421       ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE WS-LIBELLE-NET TO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-TOTAL-PAYABLE TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-PAYABLE TO WS-TOTAL-CREDIT.

           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '442       ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE WS-LIBELLE-RETENUES TO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-TOTAL-RETENUES TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-RETENUES TO WS-TOTAL-CREDIT.

           IF WS-TOTAL-TTR-COMMANDE > 0
               PERFORM ECRIRE-TITRES-RESTAURANT
           END-IF.
           IF WS-TOTAL-PEE-REMISE > 0
               PERFORM ECRIRE-EPARGNE-SALARIALE
           END-IF.

           CLOSE FIC-ECRITURES.

      *---------------------------------------------------------------
      * Titres-restaurant : la part patronale est une charge de
      * personnel, le prestataire est du de la commande entiere -
      * la part salariale retenue sur le net y est reversee.
       ECRIRE-TITRES-RESTAURANT.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE-COMPTA TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '6476      ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE 'TITRES-RESTAURANT PART PATR.' TO ECR-LIBELLE.
           MOVE WS-TOTAL-TTR-PATRONAL TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-TTR-PATRONAL TO WS-TOTAL-DEBIT.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE-COMPTA TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '401-TITRES' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE 'TITRES-RESTAURANT A PAYER' TO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-TOTAL-TTR-COMMANDE TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-TTR-COMMANDE TO WS-TOTAL-CREDIT.

      *---------------------------------------------------------------
      * Epargne salariale : l'abondement est une charge de
      * personnel, le teneur du plan est du des versements retenus
      * et de l'abondement.
       ECRIRE-EPARGNE-SALARIALE.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE-COMPTA TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '6478      ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE 'ABONDEMENT PLAN D''EPARGNE' TO ECR-LIBELLE.
           MOVE WS-TOTAL-PEE-ABONDE TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-PEE-ABONDE TO WS-TOTAL-DEBIT.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE-COMPTA TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           MOVE '401-PEE   ' TO ECR-COMPTE.
           MOVE SPACES TO ECR-AXE.
           MOVE 'PLAN D''EPARGNE A REVERSER' TO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-TOTAL-PEE-REMISE TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.
           ADD WS-TOTAL-PEE-REMISE TO WS-TOTAL-CREDIT.

      *---------------------------------------------------------------
      * Le passage normal recree le journal : les lignes de solde de
      * tout compte et de ventes deja passees dans la periode sont
      * relevees pour y etre reprises, la cloture EX15O les
      * totalisant avec le mois.
       RELEVER-LIGNES-STC.
           OPEN INPUT FIC-ECRITURES-LUES.
           IF WS-STATUT-ECR-LUES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ECR-LUES NOT = '00'
               READ FIC-ECRITURES-LUES
                   AT END MOVE '10' TO WS-STATUT-ECR-LUES
                   NOT AT END
                       IF (ELU-REFERENCE(1:4) = 'STC-'
                               OR ELU-REFERENCE(1:4) = 'VTE-')
                               AND ELU-PERIODE = WS-PERIODE-COMPTA
                           PERFORM GARDER-LIGNE-REPRISE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ECRITURES-LUES.
           IF WS-NB-LIGNES-STC > 0
               DISPLAY 'Lignes de solde de tout compte et de ventes '
                       'reprises : ' WS-NB-LIGNES-STC
           END-IF.

      *---------------------------------------------------------------
       GARDER-LIGNE-REPRISE.
           IF WS-NB-LIGNES-STC >= WS-MAX-LIGNES-STC
               DISPLAY '*** Plus de ' WS-MAX-LIGNES-STC ' lignes de '
                       'solde de tout compte ou de ventes au journal '
                       '- journal non recree ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-LIGNES-STC.
           MOVE ENR-ECRITURE-LUE TO WS-STC-LIGNE(WS-NB-LIGNES-STC).

      *---------------------------------------------------------------
       CONTROLER-EQUILIBRE.
           DISPLAY 'Lignes de paie  : ' WS-NB-LIGNES-PAIE.
