      *===============================================================
      * Exercice 7t - Embauches pretes pour leur premiere paie
      * Niveau : Intermediaire
      * Passe apres EX07E-MOUVEMENTS (et l'extraction EX07M) sur
      * chaque employe actif embauche depuis le dernier jour de paie
      * et dresse sa liste de controle avant son premier passage
      * dans EX15-PRINCIPAL :
      *   IBAN    - absent, ou refuse par EX15-VALIBAN (le salarie
      *             finirait dans FIC-VIREMENTS-SUSPENDUS) ;
      *   CONTRAT - aucune ligne dans FIC-CONTRATS.dat ;
      *   ADRESSE - aucune adresse dans FIC-COORDONNEES.dat ;
      *   GRADE   - EMP-GRADE a blanc au maitre.
      * Periode visee : FIC-PARAM-PERIODE.dat comme EX15, sinon le
      * mois courant. Jour de paie : FIC-REGLE-PAYE.dat (le 28 par
      * defaut) ramene au jour ouvre precedent d'apres
      * FIC-CALENDRIER.dat, comme la date de valeur d'EX15. Le
      * dernier jour de paie est celui de la periode precedente.
      * A partir du troisieme jour ouvre avant le jour de paie
      * (fenetre de paie), toute embauche encore incomplete est
      * escaladee aux RH (FIC-ESCALADES-EMBAUCHES.txt) et le verdict
      * remonte en avertissement au pre-vol EX27-PREFLIGHT.
      * Compiler : cobc -x ex07t_embauches_pretes.cobol
      *            ex15_valiban.cobol -o ex07t_embauches_pretes
      *            -I ../copybooks
      * Executer : ./ex07t_embauches_pretes
      * Entree  : FIC-EMPLOYES.dat, FIC-CONTRATS.dat,
      *           FIC-COORDONNEES.dat, FIC-PARAM-PERIODE.dat,
      *           FIC-REGLE-PAYE.dat, FIC-CALENDRIER.dat
      * Sortie  : FIC-EMBAUCHES-A-COMPLETER.txt (liste de controle)
      *           FIC-ESCALADES-EMBAUCHES.txt (escalades RH)
      *           FIC-VERDICT-EMBAUCHES.dat (lu par EX27-PREFLIGHT)
      * Code retour : 0, 4 si au moins une embauche est incomplete,
      *               1 si le maitre est absent, 8 si une table
      *               deborde (controle arrete).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07T-EMBAUCHES-PRETES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-COORDONNEES ASSIGN TO 'FIC-COORDONNEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COORDONNEES.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-REGLE-PAYE ASSIGN TO 'FIC-REGLE-PAYE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLE.
           SELECT FIC-CALENDRIER ASSIGN TO 'FIC-CALENDRIER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-EMBAUCHES-A-COMPLETER.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-ESCALADES
               ASSIGN TO 'FIC-ESCALADES-EMBAUCHES.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VERDICT ASSIGN TO 'FIC-VERDICT-EMBAUCHES.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

       FD  FIC-COORDONNEES LABEL RECORDS ARE STANDARD.
       01  ENR-COORDONNEES.
           05 CRD-MATRICULE     PIC X(6).
           05 CRD-ADRESSE1      PIC X(30).
           05 CRD-ADRESSE2      PIC X(30).
           05 CRD-CODE-POSTAL   PIC X(5).
           05 CRD-VILLE         PIC X(20).
           05 CRD-EMAIL         PIC X(30).

       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       FD  FIC-REGLE-PAYE LABEL RECORDS ARE STANDARD.
       01  ENR-REGLE-PAYE.
           05 RGL-JOUR-PAYE     PIC 9(2).

       FD  FIC-CALENDRIER LABEL RECORDS ARE STANDARD.
       01  ENR-CALENDRIER.
           05 CAL-DATE          PIC 9(8).
           05 CAL-TYPE          PIC X.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       FD  FIC-ESCALADES LABEL RECORDS ARE STANDARD.
       01  ENR-ESCALADE         PIC X(80).

      * Verdict lisible par EX27-PREFLIGHT : date du controle,
      * periode et jour de paie vises, fenetre de paie ouverte (O :
      * on est a trois jours ouvres ou moins du jour de paie) et
      * compteurs d'embauches.
       FD  FIC-VERDICT LABEL RECORDS ARE STANDARD.
       01  ENR-VERDICT-EMBAUCHES.
           05 VEB-DATE          PIC 9(8).
           05 VEB-PERIODE       PIC 9(6).
           05 VEB-DATE-PAIE     PIC 9(8).
           05 VEB-FENETRE-PAIE  PIC X.
           05 VEB-NB-EMBAUCHES  PIC 9(4).
           05 VEB-NB-INCOMPLETES PIC 9(4).
           05 VEB-NB-ESCALADES  PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-COORDONNEES PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-REGLE     PIC X(2) VALUE '00'.
       01 WS-STATUT-CALENDRIER PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      * Delai d'escalade : jours ouvres avant le jour de paie.
       01 WS-JOURS-ESCALADE   PIC 9 VALUE 3.

      * Periode visee et jours de paie.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
          05 WS-PER-ANNEE     PIC 9(4).
          05 WS-PER-MOIS      PIC 9(2).
       01 WS-JOUR-PAYE        PIC 9(2) VALUE 28.
       01 WS-DATE-PAIE        PIC 9(8) VALUE 0.
       01 WS-DATE-DERNIERE-PAIE PIC 9(8) VALUE 0.
       01 WS-DATE-ESCALADE    PIC 9(8) VALUE 0.
       01 WS-FENETRE-PAIE     PIC X VALUE 'N'.
          88 FENETRE-PAIE     VALUE 'O'.

      * Calcul d'un jour de paie : annee et mois en entree, date
      * ouvree en sortie.
       01 WS-DATE-CALCUL      PIC 9(8) VALUE 0.
       01 WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
          05 WS-CAL-ANNEE     PIC 9(4).
          05 WS-CAL-MOIS      PIC 9(2).
          05 WS-CAL-JOUR      PIC 9(2).
       01 WS-JOURS-MOIS       PIC 9(2) VALUE 0.
       01 WS-ENTIER-CALCUL    PIC 9(8) VALUE 0.
       01 WS-JOUR-SEMAINE     PIC 9 VALUE 0.
       01 WS-JOUR-OUVRE       PIC X VALUE 'N'.
          88 JOUR-OUVRE       VALUE 'O'.
       01 WS-NB-JOURS-OUVRES  PIC 9 VALUE 0.
       01 WS-MAX-FERIES       PIC 9(3) VALUE 100.
       01 WS-TABLE-FERIES.
          05 WS-FERIE-DATE    PIC 9(8) OCCURS 100 TIMES
                  INDEXED BY WS-IDX-FER.
       01 WS-NB-FERIES        PIC 9(3) VALUE 0.

      * Matricules couverts par un contrat et par une adresse.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-MATRICULE PIC X(6) OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.
       01 WS-TABLE-ADRESSES.
          05 WS-ADR-MATRICULE PIC X(6) OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-ADR.
       01 WS-NB-ADRESSES      PIC 9(4) VALUE 0.

      * Liste de controle de l'embauche en cours.
       01 WS-RETOUR-IBAN      PIC S9(4) COMP VALUE 0.
       01 WS-CTL-IBAN         PIC X(8) VALUE SPACES.
       01 WS-CTL-CONTRAT      PIC X(8) VALUE SPACES.
       01 WS-CTL-ADRESSE      PIC X(8) VALUE SPACES.
       01 WS-CTL-GRADE        PIC X(7) VALUE SPACES.
       01 WS-CTL-ETAT         PIC X(8) VALUE SPACES.
       01 WS-NB-MANQUES       PIC 9 VALUE 0.
       01 WS-LISTE-MANQUES    PIC X(27) VALUE SPACES.
       01 WS-PTR-MANQUES      PIC 9(2) VALUE 1.
       01 WS-NOM-COMPLET      PIC X(20) VALUE SPACES.

       01 WS-NB-EMBAUCHES     PIC 9(4) VALUE 0.
       01 WS-NB-PRETES        PIC 9(4) VALUE 0.
       01 WS-NB-INCOMPLETES   PIC 9(4) VALUE 0.
       01 WS-NB-ESCALADES     PIC 9(4) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Embauches pretes pour leur premiere paie'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM DETERMINER-JOURS-PAIE.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-ADRESSES.

           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY '*** FIC-EMPLOYES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           OPEN OUTPUT FIC-RAPPORT.
           OPEN OUTPUT FIC-ESCALADES.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                               AND EMP-ACTIF
                               AND EMP-DATE-EMBAUCHE
                                   > WS-DATE-DERNIERE-PAIE
                           PERFORM CONTROLER-EMBAUCHE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.
           PERFORM ECRIRE-PIED-RAPPORT.
           CLOSE FIC-RAPPORT.
           CLOSE FIC-ESCALADES.
           PERFORM ECRIRE-VERDICT.

           IF WS-NB-INCOMPLETES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Periode visee             : ' WS-PERIODE.
           DISPLAY 'Jour de paie              : ' WS-DATE-PAIE.
           DISPLAY 'Embauches depuis le       : ' WS-DATE-DERNIERE-PAIE.
           DISPLAY 'Embauches controlees      : ' WS-NB-EMBAUCHES.
           DISPLAY 'Pretes                    : ' WS-NB-PRETES.
           DISPLAY 'Incompletes               : ' WS-NB-INCOMPLETES.
           DISPLAY 'Escaladees aux RH         : ' WS-NB-ESCALADES.
           DISPLAY 'Rapport dans FIC-EMBAUCHES-A-COMPLETER.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Periode visee (parametre d'EX15 ou mois courant), jour de
      * paie de cette periode et de la precedente, et date a partir
      * de laquelle on escalade : le troisieme jour ouvre avant le
      * jour de paie.
       DETERMINER-JOURS-PAIE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           END-IF.

           OPEN INPUT FIC-REGLE-PAYE.
           IF WS-STATUT-REGLE = '00'
               READ FIC-REGLE-PAYE
                   AT END CONTINUE
                   NOT AT END
                       IF RGL-JOUR-PAYE > 0 AND RGL-JOUR-PAYE < 32
                           MOVE RGL-JOUR-PAYE TO WS-JOUR-PAYE
                       END-IF
               END-READ
               CLOSE FIC-REGLE-PAYE
           END-IF.

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
           END-IF.

           MOVE WS-PER-ANNEE TO WS-CAL-ANNEE.
           MOVE WS-PER-MOIS  TO WS-CAL-MOIS.
           PERFORM CALCULER-JOUR-PAIE.
           MOVE WS-DATE-CALCUL TO WS-DATE-PAIE.

           IF WS-PER-MOIS = 1
               COMPUTE WS-CAL-ANNEE = WS-PER-ANNEE - 1
               MOVE 12 TO WS-CAL-MOIS
           ELSE
               MOVE WS-PER-ANNEE TO WS-CAL-ANNEE
               COMPUTE WS-CAL-MOIS = WS-PER-MOIS - 1
           END-IF.
           PERFORM CALCULER-JOUR-PAIE.
           MOVE WS-DATE-CALCUL TO WS-DATE-DERNIERE-PAIE.

           COMPUTE WS-ENTIER-CALCUL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-PAIE).
           MOVE 0 TO WS-NB-JOURS-OUVRES.
           PERFORM UNTIL WS-NB-JOURS-OUVRES = WS-JOURS-ESCALADE
               SUBTRACT 1 FROM WS-ENTIER-CALCUL
               PERFORM VERIFIER-JOUR-OUVRE
               IF JOUR-OUVRE
                   ADD 1 TO WS-NB-JOURS-OUVRES
               END-IF
           END-PERFORM.
           COMPUTE WS-DATE-ESCALADE =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL).
           IF WS-DATE-JOUR NOT < WS-DATE-ESCALADE
               SET FENETRE-PAIE TO TRUE
               DISPLAY '>> Fenetre de paie ouverte depuis le '
                       WS-DATE-ESCALADE ' : les embauches '
                       'incompletes sont escaladees aux RH'
           END-IF.

      *---------------------------------------------------------------
      * Jour de paie contractuel du mois WS-CAL-ANNEE/WS-CAL-MOIS
      * (borne au dernier jour du mois), ramene au jour ouvre
      * precedent tant qu'il tombe un weekend ou un ferie.
       CALCULER-JOUR-PAIE.
           PERFORM CALCULER-JOURS-MOIS.
           IF WS-JOUR-PAYE > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-CAL-JOUR
           ELSE
               MOVE WS-JOUR-PAYE TO WS-CAL-JOUR
           END-IF.
           COMPUTE WS-ENTIER-CALCUL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL).
           PERFORM VERIFIER-JOUR-OUVRE.
           PERFORM UNTIL JOUR-OUVRE
               SUBTRACT 1 FROM WS-ENTIER-CALCUL
               PERFORM VERIFIER-JOUR-OUVRE
           END-PERFORM.
           COMPUTE WS-DATE-CALCUL =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL).

      *---------------------------------------------------------------
      * Jour ouvre = ni samedi ni dimanche (lundi = 1) ni ferie au
      * calendrier.
       VERIFIER-JOUR-OUVRE.
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-ENTIER-CALCUL - 1, 7) + 1.
           IF WS-JOUR-SEMAINE > 5
               MOVE 'N' TO WS-JOUR-OUVRE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-JOUR-OUVRE.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-NB-FERIES
               IF WS-FERIE-DATE(WS-IDX-FER) =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL)
                   MOVE 'N' TO WS-JOUR-OUVRE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CALCULER-JOURS-MOIS.
           EVALUATE WS-CAL-MOIS
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN 02
                   IF FUNCTION MOD(WS-CAL-ANNEE, 4) = 0
                           AND (FUNCTION MOD(WS-CAL-ANNEE, 100)
                               NOT = 0
                           OR FUNCTION MOD(WS-CAL-ANNEE, 400) = 0)
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : aucune embauche '
                       'n''a de contrat'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CONTRATS.dat : capacite '
                                   'de ' WS-MAX-EMPLOYES ' contrats '
                                   'depassee - controle arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE
                           TO WS-CTR-MATRICULE(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
      * Une fiche de coordonnees sans premiere ligne d'adresse ne
      * compte pas : le bulletin partirait sans adresse.
       CHARGER-ADRESSES.
           MOVE 0 TO WS-NB-ADRESSES.
           OPEN INPUT FIC-COORDONNEES.
           IF WS-STATUT-COORDONNEES NOT = '00'
               DISPLAY 'FIC-COORDONNEES.dat absent : aucune embauche '
                       'n''a d''adresse'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-COORDONNEES NOT = '00'
               READ FIC-COORDONNEES
                   AT END MOVE '10' TO WS-STATUT-COORDONNEES
                   NOT AT END
                       IF CRD-ADRESSE1 NOT = SPACES
                           IF WS-NB-ADRESSES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-COORDONNEES.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' adresses depassee - '
                                       'controle arrete ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-ADRESSES
                           MOVE CRD-MATRICULE
                               TO WS-ADR-MATRICULE(WS-NB-ADRESSES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-COORDONNEES.

      *---------------------------------------------------------------
      * Liste de controle d'une embauche : chaque point manquant
      * s'ajoute a la liste reprise dans l'escalade.
       CONTROLER-EMBAUCHE.
           ADD 1 TO WS-NB-EMBAUCHES.
           MOVE 0 TO WS-NB-MANQUES.
           MOVE SPACES TO WS-LISTE-MANQUES.
           MOVE 1 TO WS-PTR-MANQUES.

           MOVE 'OK' TO WS-CTL-IBAN.
           IF EMP-IBAN = SPACES
               MOVE 'ABSENT' TO WS-CTL-IBAN
           ELSE
               CALL 'EX15-VALIBAN' USING BY REFERENCE EMP-IBAN
                                         BY REFERENCE WS-RETOUR-IBAN
               IF WS-RETOUR-IBAN NOT = 0
                   MOVE 'INVALIDE' TO WS-CTL-IBAN
               END-IF
           END-IF.
           IF WS-CTL-IBAN NOT = 'OK'
               ADD 1 TO WS-NB-MANQUES
               STRING 'IBAN ' DELIMITED SIZE
                   INTO WS-LISTE-MANQUES
                   WITH POINTER WS-PTR-MANQUES
           END-IF.

           MOVE 'ABSENT' TO WS-CTL-CONTRAT.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = EMP-MATRICULE
                   MOVE 'OK' TO WS-CTL-CONTRAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTL-CONTRAT NOT = 'OK'
               ADD 1 TO WS-NB-MANQUES
               STRING 'CONTRAT ' DELIMITED SIZE
                   INTO WS-LISTE-MANQUES
                   WITH POINTER WS-PTR-MANQUES
           END-IF.

           MOVE 'ABSENT' TO WS-CTL-ADRESSE.
           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-NB-ADRESSES
               IF WS-ADR-MATRICULE(WS-IDX-ADR) = EMP-MATRICULE
                   MOVE 'OK' TO WS-CTL-ADRESSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTL-ADRESSE NOT = 'OK'
               ADD 1 TO WS-NB-MANQUES
               STRING 'ADRESSE ' DELIMITED SIZE
                   INTO WS-LISTE-MANQUES
                   WITH POINTER WS-PTR-MANQUES
           END-IF.

           IF EMP-GRADE = SPACES
               MOVE 'ABSENT' TO WS-CTL-GRADE
               ADD 1 TO WS-NB-MANQUES
               STRING 'GRADE ' DELIMITED SIZE
                   INTO WS-LISTE-MANQUES
                   WITH POINTER WS-PTR-MANQUES
           ELSE
               MOVE 'OK' TO WS-CTL-GRADE
           END-IF.

           MOVE SPACES TO WS-NOM-COMPLET.
           STRING EMP-PRENOM DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  EMP-NOM DELIMITED SPACE
               INTO WS-NOM-COMPLET.
           IF WS-NB-MANQUES = 0
               ADD 1 TO WS-NB-PRETES
               MOVE 'PRETE' TO WS-CTL-ETAT
           ELSE
               ADD 1 TO WS-NB-INCOMPLETES
               IF FENETRE-PAIE
                   MOVE 'ESCALADE' TO WS-CTL-ETAT
                   PERFORM ESCALADER-EMBAUCHE
               ELSE
                   MOVE 'A SUIVRE' TO WS-CTL-ETAT
               END-IF
           END-IF.
           STRING EMP-MATRICULE ' ' WS-NOM-COMPLET ' '
                  EMP-DATE-EMBAUCHE ' ' WS-CTL-IBAN ' '
                  WS-CTL-CONTRAT ' ' WS-CTL-ADRESSE ' '
                  WS-CTL-GRADE ' ' WS-CTL-ETAT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Escalade RH : une ligne par embauche encore incomplete dans
      * la fenetre de paie, avec ce qui manque.
       ESCALADER-EMBAUCHE.
           ADD 1 TO WS-NB-ESCALADES.
           IF WS-NB-ESCALADES = 1
               STRING '=== ESCALADE RH - EMBAUCHES INCOMPLETES POUR '
                      'LA PAIE DU ' WS-DATE-PAIE ' ==='
                   DELIMITED SIZE INTO ENR-ESCALADE
               WRITE ENR-ESCALADE
               MOVE SPACES TO ENR-ESCALADE
           END-IF.
           STRING EMP-MATRICULE ' ' WS-NOM-COMPLET ' emb. '
                  EMP-DATE-EMBAUCHE ' manque : ' WS-LISTE-MANQUES
               DELIMITED SIZE INTO ENR-ESCALADE.
           WRITE ENR-ESCALADE.
           MOVE SPACES TO ENR-ESCALADE.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           STRING '=== EMBAUCHES AVANT LEUR PREMIERE PAIE - PERIODE '
                  WS-PERIODE ' ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Embauches apres le ' WS-DATE-DERNIERE-PAIE
                  ', paie du ' WS-DATE-PAIE ', escalade des le '
                  WS-DATE-ESCALADE
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'MATRIC NOM                  EMBAUCHE IBAN     '
                  'CONTRAT  ADRESSE  GRADE   ETAT'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-PIED-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Total : ' WS-NB-EMBAUCHES ' embauche(s), '
                  WS-NB-PRETES ' prete(s), ' WS-NB-INCOMPLETES
                  ' incomplete(s), ' WS-NB-ESCALADES ' escaladee(s)'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-VERDICT.
           OPEN OUTPUT FIC-VERDICT.
           MOVE WS-DATE-JOUR      TO VEB-DATE.
           MOVE WS-PERIODE        TO VEB-PERIODE.
           MOVE WS-DATE-PAIE      TO VEB-DATE-PAIE.
           MOVE WS-FENETRE-PAIE   TO VEB-FENETRE-PAIE.
           MOVE WS-NB-EMBAUCHES   TO VEB-NB-EMBAUCHES.
           MOVE WS-NB-INCOMPLETES TO VEB-NB-INCOMPLETES.
           MOVE WS-NB-ESCALADES   TO VEB-NB-ESCALADES.
           WRITE ENR-VERDICT-EMBAUCHES.
           CLOSE FIC-VERDICT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
