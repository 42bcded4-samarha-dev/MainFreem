      *===============================================================
      * Exercice 33 - Fichier des ecritures comptables (FEC)
      * Niveau : Expert
      * En cas de controle fiscal, l'administration peut exiger le
      * fichier des ecritures comptables de l'exercice au format
      * reglementaire. Ce programme l'extrait pour un exercice donne
      * a partir de l'archive des ecritures versee par
      * EX15O-CLOTURE-COMPTA, donc pour les seules periodes closes :
      *   - une ecriture FEC par piece du journal d'une periode :
      *     la paie du mois (reference a blanc), chaque solde de
      *     tout compte (STC-AAMMJJ), chaque reclassement projets
      *     (PRJ-AAMMJJ), l'extourne (EXT-), journal PAIE ; les
      *     ventes de chaque date de gestion (VTE-AAMMJJ, passees
      *     par EX09H-JOURNAL-VENTES), journal VTE ; chaque
      *     refacturation intra-groupe (ICO-AAMMJJ, passee par
      *     EX34-REFACTURATION-INTERCO), journal ICO ; datee de sa
      *     premiere ligne et numerotee sans rupture dans l'ordre
      *     chronologique ;
      *   - les 18 colonnes obligatoires separees par |, en-tete en
      *     premiere ligne, montants a virgule, dates AAAAMMJJ ; le
      *     compte general est le compte du journal sans son
      *     suffixe (641-<centre> : 641), un compte de tiers 4xx
      *     suffixe porte le tiers en compte auxiliaire (401-PEE) ;
      *     date de validation = date de cloture de la periode ;
      *   - controles de l'administration avant remise : balance de
      *     chaque periode egale a celle de sa cloture, aucun numero
      *     de ligne du journal en double, puis relecture du fichier
      *     produit - en-tete, 18 colonnes, numerotation continue
      *     et chronologique, dates dans l'exercice, chaque
      *     ecriture equilibree.
      * Le fichier est ecrit sous FIC-FEC-EN-CONTROLE.txt et ne
      * prend son nom reglementaire <SIREN>FEC<AAAAMMJJ>.txt (date
      * de cloture de l'exercice) que si tous les controles
      * passent ; sinon il reste sous son nom de travail.
      * Compiler : cobc -x ex33_export_fec.cobol -o ex33_export_fec
      *            -I ../copybooks
      * Executer : ./ex33_export_fec
      * Entree  : FIC-PARAM-FEC.dat (SIREN obligatoire ; debut et fin
      *           d'exercice, annee civile precedente a zero)
      *           FIC-PERIODES-COMPTA.dat (periodes closes)
      *           FIC-BILAN-CLOTURES.dat (balance et date de cloture)
      *           FIC-ECRITURES-ARCHIVE.txt (journal des periodes
      *           closes)
      * Sortie  : <SIREN>FEC<AAAAMMJJ>.txt (ou FIC-FEC-EN-CONTROLE
      *           .txt si un controle echoue)
      *           FIC-CONTROLE-FEC.txt (compte rendu des controles)
      * Code retour : 0 fichier remis, 4 remis mais des periodes de
      *               l'exercice ne sont pas closes, 8 controle en
      *               echec ou aucune periode close, 1 parametre ou
      *               archive absent.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX33-EXPORT-FEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-FEC ASSIGN TO 'FIC-PARAM-FEC.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-PERIODES-COMPTA
               ASSIGN TO 'FIC-PERIODES-COMPTA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FIC-BILANS ASSIGN TO 'FIC-BILAN-CLOTURES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BILANS.
           SELECT FIC-ARCHIVE ASSIGN TO 'FIC-ECRITURES-ARCHIVE.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.
           SELECT WRK-LIGNES ASSIGN TO 'WRK-LIGNES-FEC.tmp'.
           SELECT WRK-NUMEROS ASSIGN TO 'WRK-NUMEROS-FEC.tmp'.
           SELECT WRK-ECRITURES ASSIGN TO 'WRK-ECRITURES-FEC.tmp'.
           SELECT FIC-FEC ASSIGN TO WS-NOM-STAGING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FEC.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-CONTROLE-FEC.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Identification de l'entreprise et bornes de l'exercice.
       FD  FIC-PARAM-FEC LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-FEC.
           05 PFE-SIREN         PIC X(9).
           05 PFE-DEBUT         PIC 9(8).
           05 PFE-FIN           PIC 9(8).

      * Etat des periodes tenu par EX15O-CLOTURE-COMPTA.
       FD  FIC-PERIODES-COMPTA LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-COMPTA.
           05 PCP-PERIODE       PIC 9(6).
           05 PCP-ETAT          PIC X.

      * Balance de cloture, meme enregistrement que dans EX15O.
       FD  FIC-BILANS LABEL RECORDS ARE STANDARD.
       01  ENR-BILAN.
           05 BIL-PERIODE       PIC 9(6).
           05 BIL-NB-ECRITURES  PIC 9(6).
           05 BIL-TOTAL-DEBIT   PIC 9(12)V99.
           05 BIL-TOTAL-CREDIT  PIC 9(12)V99.
           05 BIL-DATE-CLOTURE  PIC 9(8).

      * Archive au format du journal d'EX15D-COMPTA (numero,
      * periode, date, compte, axe, libelle, debit, credit,
      * reference ; montants edites relus en X).
       FD  FIC-ARCHIVE LABEL RECORDS ARE STANDARD.
       01  ENR-ECRITURE.
           05 ECR-NUMERO        PIC X(6).
           05 FILLER            PIC X(1).
           05 ECR-PERIODE       PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-DATE          PIC X(8).
           05 FILLER            PIC X(1).
           05 ECR-COMPTE        PIC X(10).
           05 FILLER            PIC X(1).
           05 ECR-AXE           PIC X(14).
           05 FILLER            PIC X(1).
           05 ECR-LIBELLE       PIC X(30).
           05 FILLER            PIC X(1).
           05 ECR-DEBIT         PIC X(12).
           05 FILLER            PIC X(1).
           05 ECR-CREDIT        PIC X(12).
           05 FILLER            PIC X(1).
           05 ECR-REFERENCE     PIC X(10).

      * Lignes retenues, remises dans l'ordre des periodes puis de
      * l'archive.
       SD  WRK-LIGNES.
       01  WRK-ENR-LIGNE.
           05 WRK-PERIODE       PIC 9(6).
           05 WRK-RANG          PIC 9(6).
           05 WRK-ECRITURE      PIC X(116).

      * Numeros de ligne du journal, tries pour reperer les doubles.
       SD  WRK-NUMEROS.
       01  WRK-ENR-NUMERO.
           05 WRK-NUMERO        PIC X(6).
           05 WRK-NUM-PERIODE   PIC 9(6).

      * Ecritures rangees par date pour leur numerotation.
       SD  WRK-ECRITURES.
       01  WRK-ENR-ECRITURE.
           05 WRK-ECRI-DATE     PIC X(8).
           05 WRK-ECRI-RANG     PIC 9(5).

       FD  FIC-FEC LABEL RECORDS ARE STANDARD.
       01  ENR-FEC              PIC X(300).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-BILANS    PIC X(2) VALUE '00'.
       01 WS-STATUT-ARCHIVE   PIC X(2) VALUE '00'.
       01 WS-STATUT-FEC       PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      * Exercice et noms du fichier remis.
       01 WS-SIREN            PIC X(9) VALUE SPACES.
       01 WS-DEBUT-EXERCICE   PIC 9(8) VALUE 0.
       01 WS-FIN-EXERCICE     PIC 9(8) VALUE 0.
       01 WS-PERIODE-DEBUT    PIC 9(6) VALUE 0.
       01 WS-PERIODE-FIN      PIC 9(6) VALUE 0.
       01 WS-NOM-STAGING      PIC X(52)
           VALUE 'FIC-FEC-EN-CONTROLE.txt'.
       01 WS-NOM-FINAL        PIC X(52) VALUE SPACES.
       01 WS-RETOUR-RENAME    PIC S9(9) COMP-5 VALUE 0.
       01 WS-JOURNAL-CODE     PIC X(4) VALUE SPACES.
       01 WS-JOURNAL-LIB      PIC X(30) VALUE SPACES.

      * Periodes comptables : etat, balance de cloture, balance
      * relue dans l'archive.
       01 WS-MAX-PERIODES     PIC 9(3) VALUE 240.
       01 WS-TABLE-PERIODES.
          05 WS-PER-LIGNE OCCURS 240 TIMES
                  INDEXED BY WS-IDX-PER.
             10 WS-PER-PERIODE     PIC 9(6).
             10 WS-PER-ETAT        PIC X.
             10 WS-PER-DATE-CLOTURE PIC 9(8).
             10 WS-PER-BIL-NB      PIC 9(6).
             10 WS-PER-BIL-DEBIT   PIC 9(12)V99.
             10 WS-PER-BIL-CREDIT  PIC 9(12)V99.
             10 WS-PER-NB          PIC 9(6).
             10 WS-PER-DEBIT       PIC 9(12)V99.
             10 WS-PER-CREDIT      PIC 9(12)V99.
       01 WS-NB-PERIODES      PIC 9(3) VALUE 0.
       01 WS-IDX-PER-TROUVE   PIC 9(3) VALUE 0.
       01 WS-NB-PERIODES-EXPORT PIC 9(3) VALUE 0.
       01 WS-NB-PERIODES-OUVERTES PIC 9(3) VALUE 0.
       01 WS-PERIODE-W        PIC 9(6) VALUE 0.
       01 WS-PERIODE-W-R REDEFINES WS-PERIODE-W.
          05 WS-PEW-ANNEE     PIC 9(4).
          05 WS-PEW-MOIS      PIC 9(2).
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).

      * Lignes du journal retenues pour l'exercice.
       01 WS-MAX-LIGNES       PIC 9(5) VALUE 20000.
       01 WS-TABLE-LIGNES.
          05 WS-LIG-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-LIG.
             10 WS-LIG-NUMERO    PIC X(6).
             10 WS-LIG-PERIODE   PIC 9(6).
             10 WS-LIG-DATE      PIC X(8).
             10 WS-LIG-COMPTE    PIC X(10).
             10 WS-LIG-LIBELLE   PIC X(30).
             10 WS-LIG-DEBIT     PIC 9(10)V99.
             10 WS-LIG-CREDIT    PIC 9(10)V99.
             10 WS-LIG-REFERENCE PIC X(10).
             10 WS-LIG-ECRITURE  PIC 9(5).
       01 WS-NB-LIGNES        PIC 9(5) VALUE 0.
       01 WS-RANG-ARCHIVE     PIC 9(6) VALUE 0.

      * Ecritures FEC : une par periode et piece du journal.
       01 WS-MAX-ECRITURES    PIC 9(5) VALUE 5000.
       01 WS-TABLE-ECRITURES.
          05 WS-ECRI-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-ECRI.
             10 WS-ECRI-PERIODE  PIC 9(6).
             10 WS-ECRI-CLE      PIC X(10).
             10 WS-ECRI-DATE     PIC X(8).
             10 WS-ECRI-PREMIERE PIC 9(5).
       01 WS-NB-ECRITURES     PIC 9(5) VALUE 0.
      * Rang de chaque ecriture dans l'ordre chronologique.
       01 WS-TABLE-ORDRE.
          05 WS-ORD-ECRITURE PIC 9(5) OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-ORD.
       01 WS-NB-ORDRE         PIC 9(5) VALUE 0.
       01 WS-PREMIERE-PERIODE PIC 9(5) VALUE 0.
       01 WS-CLE-W            PIC X(10) VALUE SPACES.
       01 WS-ECRI-TROUVEE     PIC X VALUE 'N'.
          88 ECRI-TROUVEE     VALUE 'O'.

      * Construction d'une ligne FEC.
       01 WS-LIGNE-FEC        PIC X(300) VALUE SPACES.
       01 WS-POINTEUR         PIC 9(3) VALUE 1.
       01 WS-COMPTE-GEN       PIC X(10) VALUE SPACES.
       01 WS-COMPTE-SUF       PIC X(10) VALUE SPACES.
       01 WS-COMPTE-LIB       PIC X(40) VALUE SPACES.
       01 WS-AUX-NUM          PIC X(10) VALUE SPACES.
       01 WS-AUX-LIB          PIC X(40) VALUE SPACES.
       01 WS-PIECE-REF        PIC X(11) VALUE SPACES.
       01 WS-LIBELLE-W        PIC X(30) VALUE SPACES.
       01 WS-NUMERO-ECRITURE  PIC 9(6) VALUE 0.
       01 WS-MONTANT-W        PIC 9(10)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC Z(11)9.99.
       01 WS-NB-ESPACES       PIC 9(2) VALUE 0.
       01 WS-MONTANT-FEC      PIC X(15) VALUE SPACES.
       01 WS-DEBIT-FEC        PIC X(15) VALUE SPACES.
       01 WS-CREDIT-FEC       PIC X(15) VALUE SPACES.
       01 WS-NB-LIGNES-FEC    PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBIT      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-CREDIT     PIC 9(12)V99 VALUE 0.

      * Libelles des comptes generaux des journaux de paie, de
      * ventes et des refacturations intra-groupe.
       01 WS-DEF-COMPTES.
          05 FILLER PIC X(45)
             VALUE '401  Fournisseurs'.
          05 FILLER PIC X(45)
             VALUE '411  Clients'.
          05 FILLER PIC X(45)
             VALUE '421  Personnel - remunerations dues'.
          05 FILLER PIC X(45)
             VALUE '431  Securite sociale'.
          05 FILLER PIC X(45)
             VALUE '442  Etat - impots et taxes recouvrables'.
          05 FILLER PIC X(45)
             VALUE '451  Groupe - comptes courants'.
          05 FILLER PIC X(45)
             VALUE '44571Etat - TVA collectee'.
          05 FILLER PIC X(45)
             VALUE '641  Remunerations du personnel'.
          05 FILLER PIC X(45)
             VALUE '6214 Personnel detache ou prete'.
          05 FILLER PIC X(45)
             VALUE '645  Charges de securite sociale'.
          05 FILLER PIC X(45)
             VALUE '6476 Autres charges sociales - titres'.
          05 FILLER PIC X(45)
             VALUE '6478 Autres charges sociales - epargne'.
          05 FILLER PIC X(45)
             VALUE '706  Prestations de services'.
          05 FILLER PIC X(45)
             VALUE '791  Transferts de charges d''exploitation'.
       01 WS-TABLE-COMPTES REDEFINES WS-DEF-COMPTES.
          05 WS-CPT-LIGNE OCCURS 14 TIMES
                  INDEXED BY WS-IDX-CPT.
             10 WS-CPT-NUMERO    PIC X(5).
             10 WS-CPT-LIBELLE   PIC X(40).

      * Relecture du fichier produit.
       01 WS-CHAMPS-FEC.
          05 WS-CHAMP         PIC X(40) OCCURS 18 TIMES.
       01 WS-NB-SEPARATEURS   PIC 9(3) VALUE 0.
       01 WS-LIGNES-RELUES    PIC 9(6) VALUE 0.
       01 WS-NUM-LU           PIC 9(6) VALUE 0.
       01 WS-NUM-PRECEDENT    PIC 9(6) VALUE 0.
       01 WS-DATE-LUE         PIC 9(8) VALUE 0.
       01 WS-DATE-PRECEDENTE  PIC 9(8) VALUE 0.
       01 WS-DEBIT-LU         PIC 9(12)V99 VALUE 0.
       01 WS-CREDIT-LU        PIC 9(12)V99 VALUE 0.
       01 WS-DEBIT-ECRITURE   PIC 9(12)V99 VALUE 0.
       01 WS-CREDIT-ECRITURE  PIC 9(12)V99 VALUE 0.
       01 WS-ENTETE-FEC       PIC X(300) VALUE SPACES.
       01 WS-NB-ECRITURES-RELUES PIC 9(6) VALUE 0.

      * Anomalies des controles.
       01 WS-NB-ANOMALIES     PIC 9(5) VALUE 0.
       01 WS-MAX-ANOMALIES-LISTEES PIC 9(3) VALUE 50.
       01 WS-ANOMALIE         PIC X(70) VALUE SPACES.
       01 WS-NUMERO-PRECEDENT PIC X(6) VALUE SPACES.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-NOMBRE-EDIT      PIC ZZZZZ9.
       01 WS-TOTAL-EDIT       PIC Z(11)9.99.
       01 WS-TOTAL2-EDIT      PIC Z(11)9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           DISPLAY '  Fichier des ecritures comptables (FEC)'.
           DISPLAY '================================================'.

           PERFORM LIRE-PARAM-FEC.
           PERFORM CHARGER-PERIODES.
           PERFORM CHARGER-BILANS.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM LISTER-PERIODES-EXERCICE.
           IF WS-NB-PERIODES-EXPORT = 0
               MOVE '*** Aucune periode close dans l''exercice : '
                 & 'aucun fichier produit ***'
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               CLOSE FIC-RAPPORT
               DISPLAY '*** Aucune periode close dans l''exercice ***'
               STOP RUN 8
           END-IF.
           SORT WRK-LIGNES
               ON ASCENDING KEY WRK-PERIODE WRK-RANG
               INPUT PROCEDURE IS LIRE-ARCHIVE
               OUTPUT PROCEDURE IS RANGER-LIGNES.
           PERFORM CONTROLER-BALANCES.
           SORT WRK-NUMEROS
               ON ASCENDING KEY WRK-NUMERO
               INPUT PROCEDURE IS LIBERER-NUMEROS
               OUTPUT PROCEDURE IS CONTROLER-NUMEROS.
           SORT WRK-ECRITURES
               ON ASCENDING KEY WRK-ECRI-DATE WRK-ECRI-RANG
               INPUT PROCEDURE IS LIBERER-ECRITURES
               OUTPUT PROCEDURE IS NUMEROTER-ECRITURES.
           PERFORM ECRIRE-FEC.
           PERFORM VALIDER-FEC.
           PERFORM CONCLURE.
           CLOSE FIC-RAPPORT.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Le SIREN nomme le fichier : sans lui rien n'est produit.
      * Bornes a zero : annee civile precedant l'execution.
       LIRE-PARAM-FEC.
           OPEN INPUT FIC-PARAM-FEC.
           IF WS-STATUT-PARAM NOT = '00'
               DISPLAY '*** FIC-PARAM-FEC.dat introuvable : SIREN '
                       'requis ***'
               STOP RUN 1
           END-IF.
           READ FIC-PARAM-FEC
               AT END MOVE SPACES TO ENR-PARAM-FEC
           END-READ.
           CLOSE FIC-PARAM-FEC.
           IF PFE-SIREN = SPACES OR PFE-SIREN NOT NUMERIC
               DISPLAY '*** SIREN absent ou invalide dans '
                       'FIC-PARAM-FEC.dat ***'
               STOP RUN 1
           END-IF.
           MOVE PFE-SIREN TO WS-SIREN.
           IF PFE-DEBUT NUMERIC AND PFE-FIN NUMERIC
                   AND PFE-DEBUT > 0 AND PFE-FIN >= PFE-DEBUT
               MOVE PFE-DEBUT TO WS-DEBUT-EXERCICE
               MOVE PFE-FIN TO WS-FIN-EXERCICE
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-W
               COMPUTE WS-DEBUT-EXERCICE =
                   (WS-DTW-ANNEE - 1) * 10000 + 101
               COMPUTE WS-FIN-EXERCICE =
                   (WS-DTW-ANNEE - 1) * 10000 + 1231
           END-IF.
           MOVE WS-DEBUT-EXERCICE(1:6) TO WS-PERIODE-DEBUT.
           MOVE WS-FIN-EXERCICE(1:6) TO WS-PERIODE-FIN.
           MOVE SPACES TO WS-NOM-FINAL.
           STRING WS-SIREN 'FEC' WS-FIN-EXERCICE '.txt'
               DELIMITED SIZE INTO WS-NOM-FINAL.
           DISPLAY 'Exercice du ' WS-DEBUT-EXERCICE ' au '
                   WS-FIN-EXERCICE ' - SIREN ' WS-SIREN.

      *---------------------------------------------------------------
       CHARGER-PERIODES.
           MOVE 0 TO WS-NB-PERIODES.
           OPEN INPUT FIC-PERIODES-COMPTA.
           IF WS-STATUT-PERIODES NOT = '00'
               DISPLAY 'FIC-PERIODES-COMPTA.dat absent : aucune '
                       'periode close'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
               READ FIC-PERIODES-COMPTA
                   AT END MOVE '10' TO WS-STATUT-PERIODES
                   NOT AT END
                       IF WS-NB-PERIODES >= WS-MAX-PERIODES
                           DISPLAY '*** FIC-PERIODES-COMPTA.dat : '
                                   'capacite de ' WS-MAX-PERIODES
                                   ' periodes depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-PERIODES
                       INITIALIZE WS-PER-LIGNE(WS-NB-PERIODES)
                       MOVE PCP-PERIODE
                           TO WS-PER-PERIODE(WS-NB-PERIODES)
                       MOVE PCP-ETAT TO WS-PER-ETAT(WS-NB-PERIODES)
               END-READ
           END-PERFORM.
           CLOSE FIC-PERIODES-COMPTA.

      *---------------------------------------------------------------
      * Balance et date de cloture de chaque periode ; une periode
      * n'est close qu'une fois, le dernier bilan lu fait foi.
       CHARGER-BILANS.
           OPEN INPUT FIC-BILANS.
           IF WS-STATUT-BILANS NOT = '00'
               DISPLAY 'FIC-BILAN-CLOTURES.dat absent'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-BILANS NOT = '00'
               READ FIC-BILANS
                   AT END MOVE '10' TO WS-STATUT-BILANS
                   NOT AT END
                       MOVE BIL-PERIODE TO WS-PERIODE-W
                       PERFORM TROUVER-PERIODE
                       IF WS-IDX-PER-TROUVE > 0
                           SET WS-IDX-PER TO WS-IDX-PER-TROUVE
                           MOVE BIL-DATE-CLOTURE
                               TO WS-PER-DATE-CLOTURE(WS-IDX-PER)
                           MOVE BIL-NB-ECRITURES
                               TO WS-PER-BIL-NB(WS-IDX-PER)
                           MOVE BIL-TOTAL-DEBIT
                               TO WS-PER-BIL-DEBIT(WS-IDX-PER)
                           MOVE BIL-TOTAL-CREDIT
                               TO WS-PER-BIL-CREDIT(WS-IDX-PER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-BILANS.

      *---------------------------------------------------------------
       TROUVER-PERIODE.
           MOVE 0 TO WS-IDX-PER-TROUVE.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERIODES
               IF WS-PER-PERIODE(WS-IDX-PER) = WS-PERIODE-W
                   SET WS-IDX-PER-TROUVE TO WS-IDX-PER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Chaque mois de l'exercice : exporte s'il est clos, signale
      * sinon (le fichier est alors remis avec un code retour 4).
       LISTER-PERIODES-EXERCICE.
           MOVE WS-PERIODE-DEBUT TO WS-PERIODE-W.
           PERFORM UNTIL WS-PERIODE-W > WS-PERIODE-FIN
               PERFORM TROUVER-PERIODE
               IF WS-IDX-PER-TROUVE > 0
                   SET WS-IDX-PER TO WS-IDX-PER-TROUVE
               END-IF
               IF WS-IDX-PER-TROUVE > 0
                       AND WS-PER-ETAT(WS-IDX-PER) = 'C'
                   ADD 1 TO WS-NB-PERIODES-EXPORT
               ELSE
                   ADD 1 TO WS-NB-PERIODES-OUVERTES
                   STRING '  Periode ' WS-PERIODE-W
                          ' non close : hors fichier'
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
               IF WS-PEW-MOIS = 12
                   ADD 1 TO WS-PEW-ANNEE
                   MOVE 1 TO WS-PEW-MOIS
               ELSE
                   ADD 1 TO WS-PEW-MOIS
               END-IF
           END-PERFORM.
           MOVE WS-NB-PERIODES-EXPORT TO WS-NOMBRE-EDIT.
           STRING 'Periodes closes exportees : ' WS-NOMBRE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NB-PERIODES-OUVERTES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
      * Lignes de l'archive des periodes closes de l'exercice, avec
      * leur rang pour garder l'ordre du journal dans la periode.
       LIRE-ARCHIVE.
           OPEN INPUT FIC-ARCHIVE.
           IF WS-STATUT-ARCHIVE NOT = '00'
               DISPLAY '*** FIC-ECRITURES-ARCHIVE.txt introuvable : '
                       'aucune cloture archivee ***'
               STOP RUN 1
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-ARCHIVE
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-RANG-ARCHIVE
               IF ECR-PERIODE >= WS-PERIODE-DEBUT
                       AND ECR-PERIODE <= WS-PERIODE-FIN
                   MOVE ECR-PERIODE TO WS-PERIODE-W
                   PERFORM TROUVER-PERIODE
                   IF WS-IDX-PER-TROUVE > 0
                       SET WS-IDX-PER TO WS-IDX-PER-TROUVE
                       IF WS-PER-ETAT(WS-IDX-PER) = 'C'
                           MOVE ECR-PERIODE TO WRK-PERIODE
                           MOVE WS-RANG-ARCHIVE TO WRK-RANG
                           MOVE ENR-ECRITURE TO WRK-ECRITURE
                           RELEASE WRK-ENR-LIGNE
                       END-IF
                   END-IF
               END-IF
               READ FIC-ARCHIVE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ARCHIVE.

      *---------------------------------------------------------------
      * Rangement des lignes et regroupement en ecritures : dans une
      * periode, une ecriture par reference (les lignes d'extourne,
      * EXT-<rang d'origine>, forment une seule ecriture).
       RANGER-LIGNES.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE 0 TO WS-PERIODE-W.
           RETURN WRK-LIGNES
               AT END SET FIC-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-LIGNES >= WS-MAX-LIGNES
                   DISPLAY '*** Capacite de ' WS-MAX-LIGNES
                           ' lignes d''ecriture depassee ***'
                   STOP RUN 8
               END-IF
               MOVE WRK-ECRITURE TO ENR-ECRITURE
               ADD 1 TO WS-NB-LIGNES
               SET WS-IDX-LIG TO WS-NB-LIGNES
               MOVE ECR-NUMERO TO WS-LIG-NUMERO(WS-IDX-LIG)
               MOVE ECR-PERIODE TO WS-LIG-PERIODE(WS-IDX-LIG)
               MOVE ECR-DATE TO WS-LIG-DATE(WS-IDX-LIG)
               MOVE ECR-COMPTE TO WS-LIG-COMPTE(WS-IDX-LIG)
               MOVE ECR-LIBELLE TO WS-LIG-LIBELLE(WS-IDX-LIG)
               COMPUTE WS-LIG-DEBIT(WS-IDX-LIG) =
                   FUNCTION NUMVAL(ECR-DEBIT)
               COMPUTE WS-LIG-CREDIT(WS-IDX-LIG) =
                   FUNCTION NUMVAL(ECR-CREDIT)
               MOVE ECR-REFERENCE TO WS-LIG-REFERENCE(WS-IDX-LIG)
               IF ECR-PERIODE NOT = WS-PERIODE-W
                   MOVE ECR-PERIODE TO WS-PERIODE-W
                   COMPUTE WS-PREMIERE-PERIODE = WS-NB-ECRITURES + 1
               END-IF
               PERFORM RATTACHER-ECRITURE
               PERFORM CUMULER-PERIODE
               RETURN WRK-LIGNES
                   AT END SET FIC-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.
           DISPLAY 'Lignes retenues : ' WS-NB-LIGNES
                   ' - ecritures : ' WS-NB-ECRITURES.

      *---------------------------------------------------------------
       RATTACHER-ECRITURE.
           IF ECR-REFERENCE(1:4) = 'EXT-'
               MOVE 'EXT' TO WS-CLE-W
           ELSE
               MOVE ECR-REFERENCE TO WS-CLE-W
           END-IF.
           MOVE 'N' TO WS-ECRI-TROUVEE.
           PERFORM VARYING WS-IDX-ECRI FROM WS-PREMIERE-PERIODE BY 1
                   UNTIL WS-IDX-ECRI > WS-NB-ECRITURES
               IF WS-ECRI-CLE(WS-IDX-ECRI) = WS-CLE-W
                   SET ECRI-TROUVEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ECRI-TROUVEE
               IF WS-NB-ECRITURES >= WS-MAX-ECRITURES
                   DISPLAY '*** Capacite de ' WS-MAX-ECRITURES
                           ' ecritures depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-ECRITURES
               SET WS-IDX-ECRI TO WS-NB-ECRITURES
               MOVE ECR-PERIODE TO WS-ECRI-PERIODE(WS-IDX-ECRI)
               MOVE WS-CLE-W TO WS-ECRI-CLE(WS-IDX-ECRI)
               MOVE ECR-DATE TO WS-ECRI-DATE(WS-IDX-ECRI)
               MOVE WS-NB-LIGNES TO WS-ECRI-PREMIERE(WS-IDX-ECRI)
           END-IF.
           SET WS-LIG-ECRITURE(WS-IDX-LIG) TO WS-IDX-ECRI.

      *---------------------------------------------------------------
       CUMULER-PERIODE.
           PERFORM TROUVER-PERIODE.
           SET WS-IDX-PER TO WS-IDX-PER-TROUVE.
           ADD 1 TO WS-PER-NB(WS-IDX-PER).
           ADD WS-LIG-DEBIT(WS-IDX-LIG) TO WS-PER-DEBIT(WS-IDX-PER).
           ADD WS-LIG-CREDIT(WS-IDX-LIG) TO WS-PER-CREDIT(WS-IDX-PER).

      *---------------------------------------------------------------
      * L'archive de chaque periode doit redonner la balance arretee
      * a sa cloture : une ligne perdue ou versee deux fois s'y voit.
       CONTROLER-BALANCES.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERIODES
               IF WS-PER-ETAT(WS-IDX-PER) = 'C'
                       AND WS-PER-PERIODE(WS-IDX-PER)
                           >= WS-PERIODE-DEBUT
                       AND WS-PER-PERIODE(WS-IDX-PER)
                           <= WS-PERIODE-FIN
                   EVALUATE TRUE
                       WHEN WS-PER-DATE-CLOTURE(WS-IDX-PER) = 0
                           MOVE SPACES TO WS-ANOMALIE
                           STRING 'Periode '
                                  WS-PER-PERIODE(WS-IDX-PER)
                                  ' : aucun bilan de cloture'
                               DELIMITED SIZE INTO WS-ANOMALIE
                           PERFORM SIGNALER-ANOMALIE
                       WHEN WS-PER-NB(WS-IDX-PER)
                               NOT = WS-PER-BIL-NB(WS-IDX-PER)
                         OR WS-PER-DEBIT(WS-IDX-PER)
                               NOT = WS-PER-BIL-DEBIT(WS-IDX-PER)
                         OR WS-PER-CREDIT(WS-IDX-PER)
                               NOT = WS-PER-BIL-CREDIT(WS-IDX-PER)
                           MOVE WS-PER-NB(WS-IDX-PER)
                               TO WS-NOMBRE-EDIT
                           MOVE SPACES TO WS-ANOMALIE
                           STRING 'Periode '
                                  WS-PER-PERIODE(WS-IDX-PER)
                                  ' : archive (' WS-NOMBRE-EDIT
                                  ' lignes) : ecart avec la '
                                  'cloture'
                               DELIMITED SIZE INTO WS-ANOMALIE
                           PERFORM SIGNALER-ANOMALIE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       LIBERER-NUMEROS.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL WS-IDX-LIG > WS-NB-LIGNES
               MOVE WS-LIG-NUMERO(WS-IDX-LIG) TO WRK-NUMERO
               MOVE WS-LIG-PERIODE(WS-IDX-LIG) TO WRK-NUM-PERIODE
               RELEASE WRK-ENR-NUMERO
           END-PERFORM.

      *---------------------------------------------------------------
      * La numerotation d'EX15D est continue de run en run : un
      * numero de ligne present deux fois trahit une cloture versee
      * deux fois a l'archive.
       CONTROLER-NUMEROS.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE SPACES TO WS-NUMERO-PRECEDENT.
           RETURN WRK-NUMEROS
               AT END SET FIC-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL FIC-TERMINE
               IF WRK-NUMERO = WS-NUMERO-PRECEDENT
                   MOVE SPACES TO WS-ANOMALIE
                   STRING 'Ligne de journal ' WRK-NUMERO
                          ' en double (periode ' WRK-NUM-PERIODE ')'
                       DELIMITED SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               MOVE WRK-NUMERO TO WS-NUMERO-PRECEDENT
               RETURN WRK-NUMEROS
                   AT END SET FIC-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
      * Numerotation chronologique : par date d'ecriture, puis dans
      * l'ordre des periodes et du journal pour une meme date.
       LIBERER-ECRITURES.
           PERFORM VARYING WS-IDX-ECRI FROM 1 BY 1
                   UNTIL WS-IDX-ECRI > WS-NB-ECRITURES
               MOVE WS-ECRI-DATE(WS-IDX-ECRI) TO WRK-ECRI-DATE
               SET WRK-ECRI-RANG TO WS-IDX-ECRI
               RELEASE WRK-ENR-ECRITURE
           END-PERFORM.

      *---------------------------------------------------------------
       NUMEROTER-ECRITURES.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE 0 TO WS-NB-ORDRE.
           RETURN WRK-ECRITURES
               AT END SET FIC-TERMINE TO TRUE
           END-RETURN.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-ORDRE
               MOVE WRK-ECRI-RANG TO WS-ORD-ECRITURE(WS-NB-ORDRE)
               RETURN WRK-ECRITURES
                   AT END SET FIC-TERMINE TO TRUE
               END-RETURN
           END-PERFORM.

      *---------------------------------------------------------------
      * Ecriture par ecriture, ses lignes dans l'ordre du journal.
       ECRIRE-FEC.
           OPEN OUTPUT FIC-FEC.
           MOVE SPACES TO WS-ENTETE-FEC.
           STRING 'JournalCode|JournalLib|EcritureNum|EcritureDate|'
                  'CompteNum|CompteLib|CompAuxNum|CompAuxLib|'
                  'PieceRef|PieceDate|EcritureLib|Debit|Credit|'
                  'EcritureLet|DateLet|ValidDate|Montantdevise|'
                  'Idevise'
               DELIMITED SIZE INTO WS-ENTETE-FEC.
           MOVE WS-ENTETE-FEC TO ENR-FEC.
           WRITE ENR-FEC.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-NB-ORDRE
               SET WS-NUMERO-ECRITURE TO WS-IDX-ORD
               SET WS-IDX-ECRI TO WS-ORD-ECRITURE(WS-IDX-ORD)
               EVALUATE WS-ECRI-CLE(WS-IDX-ECRI)(1:4)
                   WHEN 'VTE-'
                       MOVE 'VTE' TO WS-JOURNAL-CODE
                       MOVE 'Journal des ventes' TO WS-JOURNAL-LIB
                   WHEN 'ICO-'
                       MOVE 'ICO' TO WS-JOURNAL-CODE
                       MOVE 'Refacturations intra-groupe'
                           TO WS-JOURNAL-LIB
                   WHEN OTHER
                       MOVE 'PAIE' TO WS-JOURNAL-CODE
                       MOVE 'Journal de paie' TO WS-JOURNAL-LIB
               END-EVALUATE
               MOVE WS-ECRI-PERIODE(WS-IDX-ECRI) TO WS-PERIODE-W
               PERFORM TROUVER-PERIODE
               SET WS-IDX-PER TO WS-IDX-PER-TROUVE
               PERFORM VARYING WS-IDX-LIG
                       FROM WS-ECRI-PREMIERE(WS-IDX-ECRI) BY 1
                       UNTIL WS-IDX-LIG > WS-NB-LIGNES
                   IF WS-LIG-PERIODE(WS-IDX-LIG)
                           NOT = WS-ECRI-PERIODE(WS-IDX-ECRI)
                       EXIT PERFORM
                   END-IF
                   IF WS-LIG-ECRITURE(WS-IDX-LIG) = WS-IDX-ECRI
                       PERFORM ECRIRE-LIGNE-FEC
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE FIC-FEC.

      *---------------------------------------------------------------
      * Une ligne FEC : 18 zones separees par |, zones vides pour
      * le lettrage et la devise.
       ECRIRE-LIGNE-FEC.
           MOVE SPACES TO WS-COMPTE-GEN WS-COMPTE-SUF.
           UNSTRING WS-LIG-COMPTE(WS-IDX-LIG) DELIMITED BY '-'
               INTO WS-COMPTE-GEN WS-COMPTE-SUF.
           PERFORM DETERMINER-LIBELLE-COMPTE.
           MOVE SPACES TO WS-AUX-NUM WS-AUX-LIB.
           IF WS-COMPTE-GEN(1:1) = '4' AND WS-COMPTE-SUF NOT = SPACES
               MOVE WS-COMPTE-SUF TO WS-AUX-NUM
               EVALUATE WS-COMPTE-SUF
                   WHEN 'TITRES'
                       MOVE 'Prestataire titres-restaurant'
                           TO WS-AUX-LIB
                   WHEN 'PEE'
                       MOVE 'Teneur de compte epargne salariale'
                           TO WS-AUX-LIB
                   WHEN OTHER
                       EVALUATE WS-COMPTE-GEN(1:3)
                           WHEN '411'
                               STRING 'Client ' WS-COMPTE-SUF
                                   DELIMITED SIZE INTO WS-AUX-LIB
                           WHEN '451'
                               STRING 'Etablissement ' WS-COMPTE-SUF
                                   DELIMITED SIZE INTO WS-AUX-LIB
                           WHEN OTHER
                               MOVE WS-COMPTE-SUF TO WS-AUX-LIB
                       END-EVALUATE
               END-EVALUATE
           END-IF.
           MOVE SPACES TO WS-PIECE-REF.
           EVALUATE WS-ECRI-CLE(WS-IDX-ECRI)
               WHEN SPACES
                   STRING 'PAIE-' WS-ECRI-PERIODE(WS-IDX-ECRI)
                       DELIMITED SIZE INTO WS-PIECE-REF
               WHEN 'EXT'
                   STRING 'EXT-' WS-ECRI-PERIODE(WS-IDX-ECRI)
                       DELIMITED SIZE INTO WS-PIECE-REF
               WHEN OTHER
                   MOVE WS-ECRI-CLE(WS-IDX-ECRI) TO WS-PIECE-REF
           END-EVALUATE.
           MOVE WS-LIG-LIBELLE(WS-IDX-LIG) TO WS-LIBELLE-W.
           INSPECT WS-LIBELLE-W REPLACING ALL '|' BY '/'.
           MOVE WS-LIG-DEBIT(WS-IDX-LIG) TO WS-MONTANT-W.
           PERFORM EDITER-MONTANT-FEC.
           MOVE WS-MONTANT-FEC TO WS-DEBIT-FEC.
           MOVE WS-LIG-CREDIT(WS-IDX-LIG) TO WS-MONTANT-W.
           PERFORM EDITER-MONTANT-FEC.
           MOVE WS-MONTANT-FEC TO WS-CREDIT-FEC.

           MOVE SPACES TO WS-LIGNE-FEC.
           MOVE 1 TO WS-POINTEUR.
           STRING WS-JOURNAL-CODE DELIMITED ' '
                  '|' DELIMITED SIZE
                  FUNCTION TRIM(WS-JOURNAL-LIB TRAILING)
                      DELIMITED SIZE
                  '|' DELIMITED SIZE
                  WS-NUMERO-ECRITURE '|' DELIMITED SIZE
                  WS-ECRI-DATE(WS-IDX-ECRI) '|' DELIMITED SIZE
                  WS-COMPTE-GEN DELIMITED ' '
                  '|' DELIMITED SIZE
                  FUNCTION TRIM(WS-COMPTE-LIB TRAILING)
                      DELIMITED SIZE
                  '|' DELIMITED SIZE
                  WS-AUX-NUM DELIMITED ' '
                  '|' DELIMITED SIZE
                  FUNCTION TRIM(WS-AUX-LIB TRAILING)
                      DELIMITED SIZE
                  '|' DELIMITED SIZE
                  WS-PIECE-REF DELIMITED ' '
                  '|' WS-LIG-DATE(WS-IDX-LIG) '|' DELIMITED SIZE
                  FUNCTION TRIM(WS-LIBELLE-W TRAILING)
                      DELIMITED SIZE
                  '|' DELIMITED SIZE
                  WS-DEBIT-FEC DELIMITED ' '
                  '|' DELIMITED SIZE
                  WS-CREDIT-FEC DELIMITED ' '
                  '|||' WS-PER-DATE-CLOTURE(WS-IDX-PER) '||'
                      DELIMITED SIZE
               INTO WS-LIGNE-FEC WITH POINTER WS-POINTEUR.
           MOVE WS-LIGNE-FEC TO ENR-FEC.
           WRITE ENR-FEC.
           ADD 1 TO WS-NB-LIGNES-FEC.
           ADD WS-LIG-DEBIT(WS-IDX-LIG) TO WS-TOTAL-DEBIT.
           ADD WS-LIG-CREDIT(WS-IDX-LIG) TO WS-TOTAL-CREDIT.

      *---------------------------------------------------------------
       DETERMINER-LIBELLE-COMPTE.
           MOVE SPACES TO WS-COMPTE-LIB.
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                   UNTIL WS-IDX-CPT > 14
               IF WS-CPT-NUMERO(WS-IDX-CPT) = WS-COMPTE-GEN(1:5)
                   MOVE WS-CPT-LIBELLE(WS-IDX-CPT) TO WS-COMPTE-LIB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-COMPTE-LIB = SPACES
               STRING 'Compte ' WS-COMPTE-GEN
                   DELIMITED SIZE INTO WS-COMPTE-LIB
           END-IF.

      *---------------------------------------------------------------
      * Montant a virgule, sans zeros ni espaces de tete (0,00 pour
      * un montant nul).
       EDITER-MONTANT-FEC.
           MOVE WS-MONTANT-W TO WS-MONTANT-EDIT.
           INSPECT WS-MONTANT-EDIT REPLACING ALL '.' BY ','.
           MOVE 0 TO WS-NB-ESPACES.
           INSPECT WS-MONTANT-EDIT TALLYING WS-NB-ESPACES
               FOR LEADING SPACES.
           MOVE SPACES TO WS-MONTANT-FEC.
           MOVE WS-MONTANT-EDIT(WS-NB-ESPACES + 1:) TO WS-MONTANT-FEC.

      *---------------------------------------------------------------
      * Relecture du fichier tel qu'il sera remis, avec les tests de
      * l'administration : en-tete, 18 zones, numeros d'ecriture
      * continus et chronologiques, dates dans l'exercice, chaque
      * ecriture equilibree.
       VALIDER-FEC.
           OPEN INPUT FIC-FEC.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE 0 TO WS-NUM-PRECEDENT.
           MOVE 0 TO WS-DATE-PRECEDENTE.
           READ FIC-FEC
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           IF FIC-TERMINE OR ENR-FEC NOT = WS-ENTETE-FEC
               MOVE 'En-tete des colonnes absent ou non conforme'
                   TO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF NOT FIC-TERMINE
               READ FIC-FEC
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-LIGNES-RELUES
               PERFORM VALIDER-LIGNE-FEC
               READ FIC-FEC
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-FEC.
           IF WS-NUM-PRECEDENT > 0
               PERFORM CONTROLER-EQUILIBRE
           END-IF.
           IF WS-LIGNES-RELUES NOT = WS-NB-LIGNES-FEC
               MOVE SPACES TO WS-ANOMALIE
               MOVE WS-LIGNES-RELUES TO WS-NOMBRE-EDIT
               STRING 'Lignes relues (' WS-NOMBRE-EDIT
                      ') differentes des lignes ecrites'
                   DELIMITED SIZE INTO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF.

      *---------------------------------------------------------------
       VALIDER-LIGNE-FEC.
           MOVE 0 TO WS-NB-SEPARATEURS.
           INSPECT ENR-FEC TALLYING WS-NB-SEPARATEURS FOR ALL '|'.
           IF WS-NB-SEPARATEURS NOT = 17
               MOVE SPACES TO WS-ANOMALIE
               MOVE WS-LIGNES-RELUES TO WS-NOMBRE-EDIT
               STRING 'Ligne ' WS-NOMBRE-EDIT
                      ' : nombre de zones different de 18'
                   DELIMITED SIZE INTO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHAMPS-FEC.
           UNSTRING ENR-FEC DELIMITED BY '|'
               INTO WS-CHAMP(1) WS-CHAMP(2) WS-CHAMP(3) WS-CHAMP(4)
                    WS-CHAMP(5) WS-CHAMP(6) WS-CHAMP(7) WS-CHAMP(8)
                    WS-CHAMP(9) WS-CHAMP(10) WS-CHAMP(11)
                    WS-CHAMP(12) WS-CHAMP(13) WS-CHAMP(14)
                    WS-CHAMP(15) WS-CHAMP(16) WS-CHAMP(17)
                    WS-CHAMP(18).
           IF WS-CHAMP(3)(1:6) NOT NUMERIC
                   OR WS-CHAMP(4)(1:8) NOT NUMERIC
                   OR WS-CHAMP(16)(1:8) NOT NUMERIC
                   OR WS-CHAMP(1) = SPACES OR WS-CHAMP(5) = SPACES
                   OR WS-CHAMP(9) = SPACES OR WS-CHAMP(12) = SPACES
                   OR WS-CHAMP(13) = SPACES
               MOVE SPACES TO WS-ANOMALIE
               MOVE WS-LIGNES-RELUES TO WS-NOMBRE-EDIT
               STRING 'Ligne ' WS-NOMBRE-EDIT
                      ' : zone obligatoire vide ou mal formee'
                   DELIMITED SIZE INTO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAMP(3)(1:6) TO WS-NUM-LU.
           MOVE WS-CHAMP(4)(1:8) TO WS-DATE-LUE.
           INSPECT WS-CHAMP(12) REPLACING ALL ',' BY '.'.
           INSPECT WS-CHAMP(13) REPLACING ALL ',' BY '.'.
           COMPUTE WS-DEBIT-LU = FUNCTION NUMVAL(WS-CHAMP(12)).
           COMPUTE WS-CREDIT-LU = FUNCTION NUMVAL(WS-CHAMP(13)).

           IF WS-DATE-LUE < WS-DEBUT-EXERCICE
                   OR WS-DATE-LUE > WS-FIN-EXERCICE
               MOVE SPACES TO WS-ANOMALIE
               STRING 'Ecriture ' WS-NUM-LU ' datee du ' WS-DATE-LUE
                      ' hors exercice'
                   DELIMITED SIZE INTO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF.
           IF WS-NUM-LU NOT = WS-NUM-PRECEDENT
               IF WS-NUM-PRECEDENT > 0
                   PERFORM CONTROLER-EQUILIBRE
               END-IF
               IF WS-NUM-LU NOT = WS-NUM-PRECEDENT + 1
                   MOVE SPACES TO WS-ANOMALIE
                   STRING 'Numerotation rompue : ecriture ' WS-NUM-LU
                          ' apres ' WS-NUM-PRECEDENT
                       DELIMITED SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-DATE-LUE < WS-DATE-PRECEDENTE
                   MOVE SPACES TO WS-ANOMALIE
                   STRING 'Ecriture ' WS-NUM-LU ' du ' WS-DATE-LUE
                          ' anterieure a la precedente ('
                          WS-DATE-PRECEDENTE ')'
                       DELIMITED SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               ADD 1 TO WS-NB-ECRITURES-RELUES
               MOVE WS-NUM-LU TO WS-NUM-PRECEDENT
               MOVE WS-DATE-LUE TO WS-DATE-PRECEDENTE
               MOVE 0 TO WS-DEBIT-ECRITURE
               MOVE 0 TO WS-CREDIT-ECRITURE
           ELSE
               IF WS-DATE-LUE NOT = WS-DATE-PRECEDENTE
                   MOVE SPACES TO WS-ANOMALIE
                   STRING 'Ecriture ' WS-NUM-LU ' : lignes de dates '
                          'differentes'
                       DELIMITED SIZE INTO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.
           ADD WS-DEBIT-LU TO WS-DEBIT-ECRITURE.
           ADD WS-CREDIT-LU TO WS-CREDIT-ECRITURE.

      *---------------------------------------------------------------
       CONTROLER-EQUILIBRE.
           IF WS-DEBIT-ECRITURE NOT = WS-CREDIT-ECRITURE
               MOVE WS-DEBIT-ECRITURE TO WS-TOTAL-EDIT
               MOVE WS-CREDIT-ECRITURE TO WS-TOTAL2-EDIT
               MOVE SPACES TO WS-ANOMALIE
               STRING 'Ecriture ' WS-NUM-PRECEDENT ' desequilibree :'
                      WS-TOTAL-EDIT ' /' WS-TOTAL2-EDIT
                   DELIMITED SIZE INTO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF.

      *---------------------------------------------------------------
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES.
           IF WS-NB-ANOMALIES <= WS-MAX-ANOMALIES-LISTEES
               STRING '  ANOMALIE ' WS-ANOMALIE
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
      * Remise sous le nom reglementaire si tout est conforme.
       CONCLURE.
           MOVE WS-NB-ECRITURES TO WS-NOMBRE-EDIT.
           STRING 'Ecritures : ' WS-NOMBRE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           MOVE WS-NB-LIGNES-FEC TO WS-NOMBRE-EDIT.
           STRING ' - lignes : ' WS-NOMBRE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT(22:).
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL2-EDIT.
           STRING 'Total debit ' WS-TOTAL-EDIT ' - total credit '
                  WS-TOTAL2-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF WS-NB-ANOMALIES > 0
               MOVE WS-NB-ANOMALIES TO WS-NOMBRE-EDIT
               STRING '*** ' WS-NOMBRE-EDIT ' anomalie(s) : fichier '
                      'NON REMIS, laisse sous FIC-FEC-EN-CONTROLE.txt'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               DISPLAY '*** ' WS-NB-ANOMALIES ' anomalie(s) - voir '
                       'FIC-CONTROLE-FEC.txt ***'
               MOVE 8 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_RENAME_FILE'
               USING WS-NOM-STAGING WS-NOM-FINAL
               RETURNING WS-RETOUR-RENAME.
           IF WS-RETOUR-RENAME NOT = 0
               STRING '*** Renommage en ' WS-NOM-FINAL
                   DELIMITED '  ' INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               DISPLAY '*** Remise sous ' WS-NOM-FINAL
                       ' impossible (code ' WS-RETOUR-RENAME ') ***'
               MOVE 8 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           STRING 'Controles conformes : fichier remis sous '
                  WS-NOM-FINAL
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           DISPLAY 'FEC remis : ' FUNCTION TRIM(WS-NOM-FINAL).
           DISPLAY WS-NB-ECRITURES ' ecriture(s), ' WS-NB-LIGNES-FEC
                   ' ligne(s)'.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           MOVE '=== FICHIER DES ECRITURES COMPTABLES - CONTROLES ==='
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'SIREN ' WS-SIREN ' - exercice du '
                  WS-DEBUT-EXERCICE ' au ' WS-FIN-EXERCICE
                  ' - edite le ' WS-DATE-JOUR
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
