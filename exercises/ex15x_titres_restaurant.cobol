      *===============================================================
      * Exercice 15x - Titres-restaurant du mois
      * Niveau : Expert
      * Calcule pour chaque employe actif le nombre de titres-
      * restaurant du mois a partir des jours travailles : jours
      * ouvres de la periode (ni samedi, ni dimanche, ni ferie au
      * calendrier, et pas avant la date d'embauche), diminues des
      * absences du mois, puis pro-rates au pourcentage de temps de
      * travail du contrat. Les absences en jours ouvres (sans
      * solde, conges, autres) se deduisent telles quelles ; les
      * arrets maladie (types M et P, en jours calendaires) sont
      * ramenes en jours ouvres a raison de 5 pour 7.
      * Ecrit la commande au prestataire dans son format (en-tete,
      * une ligne par beneficiaire, fin de commande) et le fichier
      * des titres du mois, qui porte la part salariale retenue sur
      * le net par EX15-PRINCIPAL et la part patronale passee au
      * journal par EX15D-COMPTA. A lancer avant la paie du mois.
      * Compiler : cobc -x ex15x_titres_restaurant.cobol
      *            -o ex15x_titres_restaurant -I ../copybooks
      * Executer : ./ex15x_titres_restaurant
      * Entree  : FIC-PARAM-PERIODE.dat (periode de paie pilotee)
      *           FIC-PARAM-TITRES.dat (valeur faciale, taux de
      *           prise en charge patronale, code client chez le
      *           prestataire ; valeurs par defaut si absent)
      *           FIC-EMPLOYES.dat (maitre, COPY EMPREC)
      *           FIC-CALENDRIER.dat (jours feries)
      *           FIC-ABSENCES.dat (absences du mois)
      *           FIC-CONTRATS.dat (pourcentage de temps de travail)
      * Sortie  : FIC-COMMANDE-TITRES.txt (commande au prestataire)
      *           FIC-TITRES-RESTAURANT.dat (titres du mois, COPY
      *           TITREREC)
      * Code retour : 0 si tout est normal, 4 si le calendrier est
      *               absent (seuls les weekends sont exclus).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15X-TITRES-RESTAURANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PARAM-TITRES ASSIGN TO 'FIC-PARAM-TITRES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-TTR.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CALENDRIER ASSIGN TO 'FIC-CALENDRIER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FIC-ABSENCES ASSIGN TO 'FIC-ABSENCES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ABSENCES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-COMMANDE ASSIGN TO 'FIC-COMMANDE-TITRES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TITRES ASSIGN TO 'FIC-TITRES-RESTAURANT.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

      * Valeur faciale d'un titre, part prise en charge par
      * l'employeur (entre 50 et 60 % pour l'exoneration), code du
      * client chez le prestataire.
       FD  FIC-PARAM-TITRES LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-TITRES.
           05 PTR-VALEUR-FACIALE PIC 9(2)V99.
           05 PTR-TAUX-PATRONAL PIC 9V999.
           05 PTR-CODE-CLIENT   PIC X(10).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CALENDRIER LABEL RECORDS ARE STANDARD.
       01  ENR-CALENDRIER.
           05 CAL-DATE          PIC 9(8).
           05 CAL-TYPE          PIC X.

       FD  FIC-ABSENCES LABEL RECORDS ARE STANDARD.
       01  ENR-ABSENCE.
           05 ABS-MATRICULE     PIC X(6).
           05 ABS-TYPE          PIC X.
           05 ABS-JOURS         PIC 9(2).

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

       FD  FIC-COMMANDE LABEL RECORDS ARE STANDARD.
       01  ENR-COMMANDE         PIC X(80).

       FD  FIC-TITRES LABEL RECORDS ARE STANDARD.
       COPY TITREREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-TTR PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CALENDRIER PIC X(2) VALUE '00'.
       01 WS-STATUT-ABSENCES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

      * Parametrage de repli si FIC-PARAM-TITRES.dat est absent.
       01 WS-VALEUR-FACIALE   PIC 9(2)V99 VALUE 10.00.
       01 WS-TAUX-PATRONAL    PIC 9V999 VALUE 0.600.
       01 WS-CODE-CLIENT      PIC X(10) VALUE 'MAINFREEM'.
       01 WS-RAISON-SOCIALE   PIC X(30) VALUE 'MAINFREEM S.A.'.
       01 WS-PART-PATRONALE-TITRE PIC 9(2)V99 VALUE 0.
       01 WS-PART-SALARIALE-TITRE PIC 9(2)V99 VALUE 0.

       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
          05 WS-PER-ANNEE     PIC 9(4).
          05 WS-PER-MOIS      PIC 9(2).
       01 WS-JOURS-MOIS       PIC 9(2) VALUE 0.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).
       01 WS-ENTIER-JOUR      PIC 9(8) VALUE 0.
       01 WS-JOUR-SEMAINE     PIC 9(1) VALUE 0.
       01 WS-IDX-JOUR         PIC 9(2) VALUE 0.

      * Jours feries du calendrier, puis jours ouvres du mois :
      * WS-OUVRE-DEPUIS(j) = nombre de jours ouvres du jour j a la
      * fin du mois (droits d'un employe embauche le jour j).
       01 WS-MAX-FERIES       PIC 9(3) VALUE 100.
       01 WS-TABLE-FERIES.
          05 WS-FERIE-DATE    PIC 9(8) OCCURS 100 TIMES
                  INDEXED BY WS-IDX-FER.
       01 WS-NB-FERIES        PIC 9(3) VALUE 0.
       01 WS-TABLE-OUVRES.
          05 WS-JOUR-OUVRE    PIC X OCCURS 31 TIMES.
          05 WS-OUVRE-DEPUIS  PIC 9(2) OCCURS 32 TIMES.
       01 WS-JOURS-OUVRES     PIC 9(2) VALUE 0.

       01 WS-MAX-ABSENCES     PIC 9(4) VALUE 5000.
       01 WS-TABLE-ABSENCES.
          05 WS-ABS-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-ABS.
             10 WS-ABS-MATRICULE PIC X(6).
             10 WS-ABS-TYPE      PIC X.
             10 WS-ABS-JOURS     PIC 9(2).
       01 WS-NB-ABSENCES      PIC 9(4) VALUE 0.

       01 WS-MAX-CONTRATS     PIC 9(4) VALUE 2000.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE PIC X(6).
             10 WS-CTR-POURCENT  PIC 9(3).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.

      * Decompte de l'employe en cours.
       01 WS-JOURS-PRESENCE-W PIC 9(2) VALUE 0.
       01 WS-JOURS-ABS-OUVRES PIC 9(3) VALUE 0.
       01 WS-JOURS-ARRET-W    PIC 9(3) VALUE 0.
       01 WS-JOURS-DROIT-W    PIC 9(3) VALUE 0.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.
       01 WS-NB-TITRES-W      PIC 9(3) VALUE 0.
       01 WS-MONTANT-W        PIC 9(7)V99 VALUE 0.

       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-BENEFICIAIRES PIC 9(5) VALUE 0.
       01 WS-NB-SANS-DROIT    PIC 9(5) VALUE 0.
       01 WS-TOTAL-TITRES     PIC 9(7) VALUE 0.
       01 WS-TOTAL-COMMANDE   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SALARIAL   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PATRONAL   PIC 9(9)V99 VALUE 0.

      * Format d'echange du prestataire : enregistrements de 80
      * caracteres, montants en numerique fixe.
       01 WS-CDE-ENTETE.
          05 CDE-TYPE-E       PIC X VALUE 'E'.
          05 CDE-CLIENT       PIC X(10).
          05 CDE-PERIODE      PIC 9(6).
          05 CDE-DATE         PIC 9(8).
          05 CDE-RAISON-SOCIALE PIC X(30).
          05 FILLER           PIC X(25) VALUE SPACES.
       01 WS-CDE-DETAIL.
          05 CDD-TYPE-D       PIC X VALUE 'D'.
          05 CDD-MATRICULE    PIC X(6).
          05 CDD-NOM          PIC X(20).
          05 CDD-PRENOM       PIC X(15).
          05 CDD-ETABLISSEMENT PIC X(2).
          05 CDD-NB-TITRES    PIC 9(3).
          05 CDD-VALEUR-FACIALE PIC 9(2)V99.
          05 CDD-MONTANT      PIC 9(7)V99.
          05 FILLER           PIC X(20) VALUE SPACES.
       01 WS-CDE-FIN.
          05 CDF-TYPE-F       PIC X VALUE 'F'.
          05 CDF-NB-LIGNES    PIC 9(6).
          05 CDF-NB-TITRES    PIC 9(7).
          05 CDF-MONTANT      PIC 9(9)V99.
          05 FILLER           PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Titres-restaurant du mois'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           PERFORM LIRE-PARAM-PERIODE.
           PERFORM LIRE-PARAM-TITRES.
           PERFORM CHARGER-CALENDRIER.
           PERFORM DECOMPTER-JOURS-OUVRES.
           PERFORM CHARGER-ABSENCES.
           PERFORM CHARGER-CONTRATS.

           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           OPEN OUTPUT FIC-COMMANDE.
           OPEN OUTPUT FIC-TITRES.
           PERFORM ECRIRE-ENTETE-COMMANDE.
           READ FIC-EMPLOYES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF EMP-MATRICULE NOT = '*ENTET'
                       AND EMP-MATRICULE NOT = '*FIN**'
                       AND EMP-ACTIF
                   PERFORM CALCULER-TITRES-EMPLOYE
               END-IF
               READ FIC-EMPLOYES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           PERFORM ECRIRE-FIN-COMMANDE.
           CLOSE FIC-EMPLOYES.
           CLOSE FIC-COMMANDE.
           CLOSE FIC-TITRES.

           PERFORM AFFICHER-BILAN.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAM-PERIODE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               MOVE WS-DATE-JOUR-8(1:6) TO WS-PERIODE
               DISPLAY 'FIC-PARAM-PERIODE.dat absent : periode '
                       'derivee de la date systeme (' WS-PERIODE ')'
           ELSE
               DISPLAY 'Periode de paie pilotee : ' WS-PERIODE
           END-IF.

      *---------------------------------------------------------------
      * Part patronale d'un titre arrondie au centime, le reste est
      * a la charge du salarie.
       LIRE-PARAM-TITRES.
           OPEN INPUT FIC-PARAM-TITRES.
           IF WS-STATUT-PARAM-TTR = '00'
               READ FIC-PARAM-TITRES
                   AT END CONTINUE
                   NOT AT END
                       IF PTR-VALEUR-FACIALE > 0
                           MOVE PTR-VALEUR-FACIALE
                               TO WS-VALEUR-FACIALE
                       END-IF
                       IF PTR-TAUX-PATRONAL > 0
                               AND PTR-TAUX-PATRONAL NOT > 1
                           MOVE PTR-TAUX-PATRONAL TO WS-TAUX-PATRONAL
                       END-IF
                       IF PTR-CODE-CLIENT NOT = SPACES
                           MOVE PTR-CODE-CLIENT TO WS-CODE-CLIENT
                       END-IF
               END-READ
               CLOSE FIC-PARAM-TITRES
           ELSE
               DISPLAY 'FIC-PARAM-TITRES.dat absent : titre de '
                       WS-VALEUR-FACIALE ' EUR, part patronale '
                       WS-TAUX-PATRONAL
           END-IF.
           COMPUTE WS-PART-PATRONALE-TITRE ROUNDED =
               WS-VALEUR-FACIALE * WS-TAUX-PATRONAL.
           COMPUTE WS-PART-SALARIALE-TITRE =
               WS-VALEUR-FACIALE - WS-PART-PATRONALE-TITRE.

      *---------------------------------------------------------------
       CHARGER-CALENDRIER.
           MOVE 0 TO WS-NB-FERIES.
           OPEN INPUT FIC-CALENDRIER.
           IF WS-STATUT-CALENDRIER = '00'
               PERFORM UNTIL WS-STATUT-CALENDRIER NOT = '00'
                   READ FIC-CALENDRIER
                       AT END MOVE '10' TO WS-STATUT-CALENDRIER
                       NOT AT END
                           IF WS-NB-FERIES < WS-MAX-FERIES
                               ADD 1 TO WS-NB-FERIES
                               MOVE CAL-DATE TO
                                   WS-FERIE-DATE(WS-NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-CALENDRIER
           ELSE
               DISPLAY 'FIC-CALENDRIER.dat absent : seuls les '
                       'weekends sont exclus des jours travailles'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
      * Jour ouvre = ni samedi ni dimanche (jour de semaine deduit
      * du nombre de jours entiers, lundi = 1) ni ferie au
      * calendrier. Le cumul a rebours donne les jours ouvres restant
      * a partir de chaque jour du mois.
       DECOMPTER-JOURS-OUVRES.
           MOVE WS-PER-ANNEE TO WS-DTW-ANNEE.
           MOVE WS-PER-MOIS  TO WS-DTW-MOIS.
           PERFORM CALCULER-JOURS-MOIS.
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > WS-JOURS-MOIS
               MOVE WS-IDX-JOUR TO WS-DTW-JOUR
               PERFORM VERIFIER-JOUR-OUVRE
           END-PERFORM.
           MOVE 0 TO WS-OUVRE-DEPUIS(WS-JOURS-MOIS + 1).
           PERFORM VARYING WS-IDX-JOUR FROM WS-JOURS-MOIS BY -1
                   UNTIL WS-IDX-JOUR < 1
               MOVE WS-OUVRE-DEPUIS(WS-IDX-JOUR + 1)
                   TO WS-OUVRE-DEPUIS(WS-IDX-JOUR)
               IF WS-JOUR-OUVRE(WS-IDX-JOUR) = 'O'
                   ADD 1 TO WS-OUVRE-DEPUIS(WS-IDX-JOUR)
               END-IF
           END-PERFORM.
           MOVE WS-OUVRE-DEPUIS(1) TO WS-JOURS-OUVRES.
           DISPLAY 'Jours ouvres de la periode : ' WS-JOURS-OUVRES.

      *---------------------------------------------------------------
       VERIFIER-JOUR-OUVRE.
           COMPUTE WS-ENTIER-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-W).
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-ENTIER-JOUR - 1, 7) + 1.
           IF WS-JOUR-SEMAINE > 5
               MOVE 'N' TO WS-JOUR-OUVRE(WS-IDX-JOUR)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-JOUR-OUVRE(WS-IDX-JOUR).
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-NB-FERIES
               IF WS-FERIE-DATE(WS-IDX-FER) = WS-DATE-W
                   MOVE 'N' TO WS-JOUR-OUVRE(WS-IDX-JOUR)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CALCULER-JOURS-MOIS.
           EVALUATE WS-DTW-MOIS
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN 02
                   IF FUNCTION MOD(WS-DTW-ANNEE, 4) = 0
                           AND (FUNCTION MOD(WS-DTW-ANNEE, 100)
                               NOT = 0
                           OR FUNCTION MOD(WS-DTW-ANNEE, 400) = 0)
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
       CHARGER-ABSENCES.
           MOVE 0 TO WS-NB-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF WS-STATUT-ABSENCES NOT = '00'
               DISPLAY 'FIC-ABSENCES.dat absent, aucune absence '
                       'deduite'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ABSENCES NOT = '00'
               READ FIC-ABSENCES
                   AT END MOVE '10' TO WS-STATUT-ABSENCES
                   NOT AT END
                       IF WS-NB-ABSENCES >= WS-MAX-ABSENCES
                           DISPLAY '*** FIC-ABSENCES.dat : capacite '
                                   'de ' WS-MAX-ABSENCES ' lignes '
                                   'depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-ABSENCES
                       MOVE ENR-ABSENCE
                           TO WS-ABS-LIGNE(WS-NB-ABSENCES)
               END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.
           DISPLAY 'Absences du mois chargees : ' WS-NB-ABSENCES.

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : tous les employes '
                       'a temps plein'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS >= WS-MAX-CONTRATS
                           DISPLAY '*** FIC-CONTRATS.dat : capacite '
                                   'de ' WS-MAX-CONTRATS ' contrats '
                                   'depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE
                           TO WS-CTR-MATRICULE(WS-NB-CONTRATS)
                       MOVE CTR-POURCENT
                           TO WS-CTR-POURCENT(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
      * Droits de l'employe : jours ouvres depuis son embauche (ou
      * le 1er du mois), moins ses absences ramenees en jours
      * ouvres, au pourcentage de son contrat (arrondi au titre).
       CALCULER-TITRES-EMPLOYE.
           ADD 1 TO WS-NB-LUS.
           MOVE WS-JOURS-OUVRES TO WS-JOURS-PRESENCE-W.
           IF EMP-DATE-EMBAUCHE > 0
               IF EMP-DATE-EMBAUCHE(1:6) > WS-PERIODE-R
                   ADD 1 TO WS-NB-SANS-DROIT
                   EXIT PARAGRAPH
               END-IF
               IF EMP-DATE-EMBAUCHE(1:6) = WS-PERIODE-R
                   MOVE EMP-DATE-EMBAUCHE TO WS-DATE-W
                   MOVE WS-OUVRE-DEPUIS(WS-DTW-JOUR)
                       TO WS-JOURS-PRESENCE-W
               END-IF
           END-IF.

           MOVE 0 TO WS-JOURS-ABS-OUVRES.
           MOVE 0 TO WS-JOURS-ARRET-W.
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABSENCES
               IF WS-ABS-MATRICULE(WS-IDX-ABS) = EMP-MATRICULE
                   IF WS-ABS-TYPE(WS-IDX-ABS) = 'M'
                           OR WS-ABS-TYPE(WS-IDX-ABS) = 'P'
                       ADD WS-ABS-JOURS(WS-IDX-ABS)
                           TO WS-JOURS-ARRET-W
                   ELSE
                       ADD WS-ABS-JOURS(WS-IDX-ABS)
                           TO WS-JOURS-ABS-OUVRES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JOURS-ARRET-W > 0
               COMPUTE WS-JOURS-ABS-OUVRES ROUNDED =
                   WS-JOURS-ABS-OUVRES + WS-JOURS-ARRET-W * 5 / 7
           END-IF.
           IF WS-JOURS-ABS-OUVRES >= WS-JOURS-PRESENCE-W
               MOVE 0 TO WS-JOURS-DROIT-W
           ELSE
               COMPUTE WS-JOURS-DROIT-W =
                   WS-JOURS-PRESENCE-W - WS-JOURS-ABS-OUVRES
           END-IF.

           MOVE 100 TO WS-POURCENT-W.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = EMP-MATRICULE
                   IF WS-CTR-POURCENT(WS-IDX-CTR) > 0
                       MOVE WS-CTR-POURCENT(WS-IDX-CTR)
                           TO WS-POURCENT-W
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-NB-TITRES-W ROUNDED =
               WS-JOURS-DROIT-W * WS-POURCENT-W / 100.

           IF WS-NB-TITRES-W = 0
               ADD 1 TO WS-NB-SANS-DROIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ECRIRE-LIGNE-COMMANDE.
           PERFORM ECRIRE-TITRES-EMPLOYE.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-COMMANDE.
           MOVE WS-CODE-CLIENT TO CDE-CLIENT.
           MOVE WS-PERIODE TO CDE-PERIODE.
           MOVE WS-DATE-JOUR-8 TO CDE-DATE.
           MOVE WS-RAISON-SOCIALE TO CDE-RAISON-SOCIALE.
           WRITE ENR-COMMANDE FROM WS-CDE-ENTETE.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-COMMANDE.
           COMPUTE WS-MONTANT-W = WS-NB-TITRES-W * WS-VALEUR-FACIALE.
           MOVE EMP-MATRICULE TO CDD-MATRICULE.
           MOVE EMP-NOM TO CDD-NOM.
           MOVE EMP-PRENOM TO CDD-PRENOM.
           MOVE EMP-ETABLISSEMENT TO CDD-ETABLISSEMENT.
           MOVE WS-NB-TITRES-W TO CDD-NB-TITRES.
           MOVE WS-VALEUR-FACIALE TO CDD-VALEUR-FACIALE.
           MOVE WS-MONTANT-W TO CDD-MONTANT.
           WRITE ENR-COMMANDE FROM WS-CDE-DETAIL.
           ADD 1 TO WS-NB-BENEFICIAIRES.
           ADD WS-NB-TITRES-W TO WS-TOTAL-TITRES.
           ADD WS-MONTANT-W TO WS-TOTAL-COMMANDE.

      *---------------------------------------------------------------
       ECRIRE-TITRES-EMPLOYE.
           MOVE EMP-MATRICULE TO TTR-MATRICULE.
           MOVE WS-PERIODE TO TTR-PERIODE.
           MOVE WS-NB-TITRES-W TO TTR-NB-TITRES.
           MOVE WS-VALEUR-FACIALE TO TTR-VALEUR-FACIALE.
           COMPUTE TTR-PART-SALARIALE =
               WS-NB-TITRES-W * WS-PART-SALARIALE-TITRE.
           COMPUTE TTR-PART-PATRONALE =
               WS-NB-TITRES-W * WS-PART-PATRONALE-TITRE.
           WRITE ENR-TITRE.
           ADD TTR-PART-SALARIALE TO WS-TOTAL-SALARIAL.
           ADD TTR-PART-PATRONALE TO WS-TOTAL-PATRONAL.
           DISPLAY EMP-MATRICULE ' : ' WS-NB-TITRES-W ' titre(s) ('
                   WS-JOURS-DROIT-W ' jour(s) travaille(s) a '
                   WS-POURCENT-W ' %)'.

      *---------------------------------------------------------------
       ECRIRE-FIN-COMMANDE.
           MOVE WS-NB-BENEFICIAIRES TO CDF-NB-LIGNES.
           MOVE WS-TOTAL-TITRES TO CDF-NB-TITRES.
           MOVE WS-TOTAL-COMMANDE TO CDF-MONTANT.
           WRITE ENR-COMMANDE FROM WS-CDE-FIN.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'Employes actifs examines : ' WS-NB-LUS.
           DISPLAY 'Beneficiaires            : ' WS-NB-BENEFICIAIRES.
           DISPLAY 'Sans droit ce mois       : ' WS-NB-SANS-DROIT.
           DISPLAY 'Titres commandes         : ' WS-TOTAL-TITRES.
           DISPLAY 'Montant de la commande   : ' WS-TOTAL-COMMANDE
                   ' EUR'.
           DISPLAY 'Part salariale retenue   : ' WS-TOTAL-SALARIAL
                   ' EUR'.
           DISPLAY 'Part patronale           : ' WS-TOTAL-PATRONAL
                   ' EUR'.
           DISPLAY 'Commande dans FIC-COMMANDE-TITRES.txt'.
