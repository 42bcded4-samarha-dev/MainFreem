      *===============================================================
      * Exercice 7q - Echeances des visites medicales et certificats
      * Niveau : Intermediaire
      * Etat mensuel du registre FIC-OBLIGATIONS.dat (COPY OBLIGREC,
      * tenu par EX07P-OBLIGATIONS) : toute visite ou tout certificat
      * echu, jamais fait, ou arrivant a echeance dans les 60
      * prochains jours, pour les employes actifs du maitre.
      * Le rapport est groupe par etablissement puis par
      * departement (tri en amont, sous-totaux de rupture comme dans
      * EX07-LECTURE), par echeance croissante dans le departement ;
      * les obligations qui conditionnent le poste sont marquees
      * POSTE. Les obligations d'un matricule absent du maitre sont
      * regroupees sous l'etablissement ?? pour nettoyage.
      * Compiler : cobc -x ex07q_echeances_obligations.cobol
      *            -o ex07q_echeances_obligations -I ../copybooks
      * Executer : ./ex07q_echeances_obligations
      * Entree  : FIC-OBLIGATIONS.dat, FIC-EMPLOYES.dat,
      *           FIC-TYPES-OBLIGATIONS.dat (types par defaut si
      *           absent), FIC-DEPARTEMENTS.dat (libelles, facultatif)
      * Sortie  : FIC-ECHEANCES-OBLIGATIONS.txt
      * Code retour : 0, 4 si au moins une obligation est echue,
      *               8 si une table deborde (rapport non produit).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07Q-ECHEANCES-OBLIGATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OBLIGATIONS ASSIGN TO 'FIC-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OBLIGATIONS.
           SELECT FIC-TYPES ASSIGN TO 'FIC-TYPES-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TYPES.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-DEPARTEMENTS ASSIGN TO 'FIC-DEPARTEMENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEPARTEMENTS.
           SELECT WRK-ECHEANCES ASSIGN TO 'WRK-ECHEANCES.tmp'.
           SELECT FIC-ECHEANCES-TRI
               ASSIGN TO 'FIC-ECHEANCES-TRI.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-ECHEANCES-OBLIGATIONS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-OBLIGATIONS LABEL RECORDS ARE STANDARD.
       COPY OBLIGREC.

       FD  FIC-TYPES LABEL RECORDS ARE STANDARD.
       01  ENR-TYPE-OBLIGATION.
           05 TYF-CODE          PIC X(4).
           05 TYF-NATURE        PIC X.
           05 TYF-VALIDITE      PIC 9(3).
           05 TYF-LIBELLE       PIC X(30).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-DEPARTEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-DEPARTEMENT.
           05 DEP-CODE          PIC X(4).
           05 DEP-LIBELLE       PIC X(20).
           05 DEP-CENTRE-COUT   PIC X(6).

      * Obligation a signaler, cle de tri etablissement /
      * departement / echeance / matricule. WRK-ETAT : E echue
      * (ou jamais faite), P proche.
       SD  WRK-ECHEANCES.
       01  WRK-ENR-ECHEANCE.
           05 WRK-ETABLISSEMENT PIC X(2).
           05 WRK-DEPARTEMENT   PIC X(4).
           05 WRK-ECHEANCE      PIC 9(8).
           05 WRK-MATRICULE     PIC X(6).
           05 WRK-TYPE          PIC X(4).
           05 WRK-EXIGEE        PIC X.
           05 WRK-ETAT          PIC X.
           05 WRK-JOURS         PIC 9(5).
           05 WRK-NOM-COMPLET   PIC X(20).

       FD  FIC-ECHEANCES-TRI LABEL RECORDS ARE STANDARD.
       01  TRI-ENR-ECHEANCE.
           05 TRI-ETABLISSEMENT PIC X(2).
           05 TRI-DEPARTEMENT   PIC X(4).
           05 TRI-ECHEANCE      PIC 9(8).
           05 TRI-MATRICULE     PIC X(6).
           05 TRI-TYPE          PIC X(4).
           05 TRI-EXIGEE        PIC X.
           05 TRI-ETAT          PIC X.
              88 TRI-ECHUE       VALUE 'E'.
           05 TRI-JOURS         PIC 9(5).
           05 TRI-NOM-COMPLET   PIC X(20).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-OBLIGATIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-TYPES     PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-DEPARTEMENTS PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

      * Fenetre de surveillance : echeances d'ici 60 jours.
       01 WS-HORIZON-JOURS    PIC 9(3) VALUE 60.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-JOUR-ENTIER      PIC 9(8) VALUE 0.
       01 WS-ECHEANCE-ENTIER  PIC 9(8) VALUE 0.
       01 WS-JOURS-RESTANTS   PIC S9(5) VALUE 0.

       COPY OBLIGTYP.

       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-NOM-COMPLET PIC X(20).
             10 WS-EMP-DEPARTEMENT PIC X(4).
             10 WS-EMP-ETABLISSEMENT PIC X(2).
             10 WS-EMP-STATUT    PIC X.
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.

       01 WS-MAX-DEPARTEMENTS PIC 9(3) VALUE 100.
       01 WS-TABLE-DEPARTEMENTS.
          05 WS-DEPT-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-DEPT.
             10 WS-DEPT-CODE    PIC X(4).
             10 WS-DEPT-LIBELLE PIC X(20).
       01 WS-NB-DEPT-REF      PIC 9(3) VALUE 0.
       01 WS-LIBELLE-W        PIC X(20) VALUE SPACES.
       01 WS-LIBELLE-TYPE-W   PIC X(18) VALUE SPACES.

      * Ruptures etablissement / departement.
       01 WS-ETABLISSEMENT-PREC PIC X(2) VALUE SPACES.
       01 WS-DEPARTEMENT-PREC PIC X(4) VALUE SPACES.
       01 WS-PREMIERE-LIGNE   PIC X VALUE 'O'.
          88 PREMIERE-LIGNE   VALUE 'O'.
       01 WS-NB-ECHUES-DEPT   PIC 9(4) VALUE 0.
       01 WS-NB-PROCHES-DEPT  PIC 9(4) VALUE 0.
       01 WS-NB-ECHUES-ETAB   PIC 9(4) VALUE 0.
       01 WS-NB-PROCHES-ETAB  PIC 9(4) VALUE 0.
       01 WS-NB-ECHUES        PIC 9(5) VALUE 0.
       01 WS-NB-PROCHES       PIC 9(5) VALUE 0.
       01 WS-NB-ECHUES-POSTE  PIC 9(5) VALUE 0.
       01 WS-NB-LUES          PIC 9(5) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-ETAT-EDIT        PIC X(8) VALUE SPACES.
       01 WS-JOURS-EDIT       PIC 9(3).
       01 WS-POSTE-EDIT       PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Echeances des visites et certificats'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-8).

           PERFORM CHARGER-TYPES-OBLIGATIONS.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-DEPARTEMENTS.
           SORT WRK-ECHEANCES
               ASCENDING KEY WRK-ETABLISSEMENT WRK-DEPARTEMENT
                             WRK-ECHEANCE WRK-MATRICULE
               INPUT PROCEDURE IS SELECTIONNER-ECHEANCES
               GIVING FIC-ECHEANCES-TRI.
           PERFORM EDITER-RAPPORT.

           IF WS-NB-ECHUES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Obligations au registre : ' WS-NB-LUES.
           DISPLAY 'Echues ou jamais faites : ' WS-NB-ECHUES
                   ' (dont ' WS-NB-ECHUES-POSTE ' exigees par le '
                   'poste)'.
           DISPLAY 'A echeance sous ' WS-HORIZON-JOURS ' jours  : '
                   WS-NB-PROCHES.
           DISPLAY 'Rapport dans FIC-ECHEANCES-OBLIGATIONS.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Meme chargement que dans EX07P-OBLIGATIONS.
       CHARGER-TYPES-OBLIGATIONS.
           OPEN INPUT FIC-TYPES.
           IF WS-STATUT-TYPES = '00'
               PERFORM UNTIL WS-STATUT-TYPES NOT = '00'
                   READ FIC-TYPES
                       AT END MOVE '10' TO WS-STATUT-TYPES
                       NOT AT END
                           IF TYF-CODE NOT = SPACES
                                   AND WS-NB-TYPES-OBL
                                       >= WS-MAX-TYPES-OBL
                               DISPLAY '*** FIC-TYPES-OBLIGATIONS.dat'
                                       ' : capacite de '
                                       WS-MAX-TYPES-OBL ' types '
                                       'depassee - rapport arrete ***'
                               STOP RUN 8
                           END-IF
                           IF TYF-CODE NOT = SPACES
                               ADD 1 TO WS-NB-TYPES-OBL
                               SET WS-IDX-TOB TO WS-NB-TYPES-OBL
                               MOVE TYF-CODE TO TOB-CODE(WS-IDX-TOB)
                               MOVE TYF-NATURE
                                   TO TOB-NATURE(WS-IDX-TOB)
                               MOVE TYF-VALIDITE
                                   TO TOB-VALIDITE(WS-IDX-TOB)
                               MOVE TYF-LIBELLE
                                   TO TOB-LIBELLE(WS-IDX-TOB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-TYPES
           END-IF.
           IF WS-NB-TYPES-OBL = 0
               PERFORM VARYING WS-IDX-TOB FROM 1 BY 1
                       UNTIL WS-IDX-TOB > WS-NB-TYPES-OBL-DEFAUT
                   ADD 1 TO WS-NB-TYPES-OBL
                   MOVE TOD-CODE(WS-IDX-TOB) TO TOB-CODE(WS-IDX-TOB)
                   MOVE TOD-NATURE(WS-IDX-TOB)
                       TO TOB-NATURE(WS-IDX-TOB)
                   MOVE TOD-VALIDITE(WS-IDX-TOB)
                       TO TOB-VALIDITE(WS-IDX-TOB)
                   MOVE TOD-LIBELLE(WS-IDX-TOB)
                       TO TOB-LIBELLE(WS-IDX-TOB)
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY '*** FIC-EMPLOYES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                               AND WS-NB-EMPLOYES < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-EMPLOYES
                           SET WS-IDX-EMP TO WS-NB-EMPLOYES
                           MOVE EMP-MATRICULE
                               TO WS-EMP-MATRICULE(WS-IDX-EMP)
                           MOVE SPACES
                               TO WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                           STRING EMP-PRENOM DELIMITED SPACE
                                  ' ' DELIMITED SIZE
                                  EMP-NOM DELIMITED SPACE
                               INTO WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                           MOVE EMP-DEPARTEMENT
                               TO WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                           MOVE EMP-ETABLISSEMENT
                               TO WS-EMP-ETABLISSEMENT(WS-IDX-EMP)
                           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-IDX-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Libelles des departements (facultatif : le code suffit).
       CHARGER-DEPARTEMENTS.
           OPEN INPUT FIC-DEPARTEMENTS.
           IF WS-STATUT-DEPARTEMENTS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DEPARTEMENTS NOT = '00'
               READ FIC-DEPARTEMENTS
                   AT END MOVE '10' TO WS-STATUT-DEPARTEMENTS
                   NOT AT END
                       IF WS-NB-DEPT-REF >= WS-MAX-DEPARTEMENTS
                           DISPLAY '*** FIC-DEPARTEMENTS.dat : '
                                   'capacite de ' WS-MAX-DEPARTEMENTS
                                   ' departements depassee - '
                                   'rapport arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-DEPT-REF
                       MOVE DEP-CODE
                           TO WS-DEPT-CODE(WS-NB-DEPT-REF)
                       MOVE DEP-LIBELLE
                           TO WS-DEPT-LIBELLE(WS-NB-DEPT-REF)
               END-READ
           END-PERFORM.
           CLOSE FIC-DEPARTEMENTS.

      *---------------------------------------------------------------
      * Procedure d'entree du tri : seules les obligations echues,
      * jamais faites ou dans l'horizon partent au tri ; les
      * employes termines sont ignores.
       SELECTIONNER-ECHEANCES.
           OPEN INPUT FIC-OBLIGATIONS.
           IF WS-STATUT-OBLIGATIONS NOT = '00'
               DISPLAY 'FIC-OBLIGATIONS.dat absent : registre vide '
                       '(voir EX07P-OBLIGATIONS)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OBLIGATIONS NOT = '00'
               READ FIC-OBLIGATIONS
                   AT END MOVE '10' TO WS-STATUT-OBLIGATIONS
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM EXAMINER-OBLIGATION
               END-READ
           END-PERFORM.
           CLOSE FIC-OBLIGATIONS.

      *---------------------------------------------------------------
       EXAMINER-OBLIGATION.
           IF OBL-DATE-ECHEANCE = 0
               MOVE -1 TO WS-JOURS-RESTANTS
           ELSE
               COMPUTE WS-ECHEANCE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(OBL-DATE-ECHEANCE)
               COMPUTE WS-JOURS-RESTANTS =
                   WS-ECHEANCE-ENTIER - WS-JOUR-ENTIER
           END-IF.
           IF WS-JOURS-RESTANTS > WS-HORIZON-JOURS
               EXIT PARAGRAPH
           END-IF.
           MOVE '??' TO WRK-ETABLISSEMENT.
           MOVE '????' TO WRK-DEPARTEMENT.
           MOVE 'MATRICULE INCONNU' TO WRK-NOM-COMPLET.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = OBL-MATRICULE
                   IF WS-EMP-STATUT(WS-IDX-EMP) = 'T'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-EMP-ETABLISSEMENT(WS-IDX-EMP)
                       TO WRK-ETABLISSEMENT
                   MOVE WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                       TO WRK-DEPARTEMENT
                   MOVE WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                       TO WRK-NOM-COMPLET
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE OBL-DATE-ECHEANCE TO WRK-ECHEANCE.
           MOVE OBL-MATRICULE TO WRK-MATRICULE.
           MOVE OBL-TYPE TO WRK-TYPE.
           MOVE OBL-EXIGEE TO WRK-EXIGEE.
           IF WS-JOURS-RESTANTS < 0
               MOVE 'E' TO WRK-ETAT
               MOVE 0 TO WRK-JOURS
           ELSE
               MOVE 'P' TO WRK-ETAT
               MOVE WS-JOURS-RESTANTS TO WRK-JOURS
           END-IF.
           RELEASE WRK-ENR-ECHEANCE.

      *---------------------------------------------------------------
       EDITER-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== VISITES ET CERTIFICATS ECHUS OU A ECHEANCE '
                  'D''ICI ' WS-HORIZON-JOURS ' JOURS ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Situation au ' WS-DATE-JOUR-8
                  ' - POSTE : obligation exigee par le poste tenu'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-ECHEANCES-TRI.
           READ FIC-ECHEANCES-TRI
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               PERFORM TRAITER-ECHEANCE
               READ FIC-ECHEANCES-TRI
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ECHEANCES-TRI.
           IF NOT PREMIERE-LIGNE
               PERFORM SOUS-TOTAL-DEPARTEMENT
               PERFORM SOUS-TOTAL-ETABLISSEMENT
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Total : ' WS-NB-ECHUES ' echue(s) dont '
                  WS-NB-ECHUES-POSTE ' exigee(s) par le poste, '
                  WS-NB-PROCHES ' a echeance'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           CLOSE FIC-RAPPORT.

      *---------------------------------------------------------------
       TRAITER-ECHEANCE.
           IF PREMIERE-LIGNE
               MOVE 'N' TO WS-PREMIERE-LIGNE
               PERFORM ENTETE-ETABLISSEMENT
               PERFORM ENTETE-DEPARTEMENT
           ELSE
               IF TRI-ETABLISSEMENT NOT = WS-ETABLISSEMENT-PREC
                   PERFORM SOUS-TOTAL-DEPARTEMENT
                   PERFORM SOUS-TOTAL-ETABLISSEMENT
                   PERFORM ENTETE-ETABLISSEMENT
                   PERFORM ENTETE-DEPARTEMENT
               ELSE
                   IF TRI-DEPARTEMENT NOT = WS-DEPARTEMENT-PREC
                       PERFORM SOUS-TOTAL-DEPARTEMENT
                       PERFORM ENTETE-DEPARTEMENT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-LIBELLE-TYPE-W.
           PERFORM VARYING WS-IDX-TOB FROM 1 BY 1
                   UNTIL WS-IDX-TOB > WS-NB-TYPES-OBL
               IF TOB-CODE(WS-IDX-TOB) = TRI-TYPE
                   MOVE TOB-LIBELLE(WS-IDX-TOB) TO WS-LIBELLE-TYPE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF TRI-ECHUE
               ADD 1 TO WS-NB-ECHUES-DEPT
               ADD 1 TO WS-NB-ECHUES
               IF TRI-ECHEANCE = 0
                   MOVE 'JAMAIS' TO WS-ETAT-EDIT
               ELSE
                   MOVE 'ECHUE' TO WS-ETAT-EDIT
               END-IF
               IF TRI-EXIGEE = 'O'
                   ADD 1 TO WS-NB-ECHUES-POSTE
               END-IF
           ELSE
               ADD 1 TO WS-NB-PROCHES-DEPT
               ADD 1 TO WS-NB-PROCHES
               MOVE TRI-JOURS TO WS-JOURS-EDIT
               MOVE SPACES TO WS-ETAT-EDIT
               STRING 'J-' WS-JOURS-EDIT
                   DELIMITED SIZE INTO WS-ETAT-EDIT
           END-IF.
           MOVE SPACES TO WS-POSTE-EDIT.
           IF TRI-EXIGEE = 'O'
               MOVE 'POSTE' TO WS-POSTE-EDIT
           END-IF.
           STRING '    ' TRI-MATRICULE ' ' TRI-NOM-COMPLET ' '
                  TRI-TYPE ' ' WS-LIBELLE-TYPE-W ' '
                  TRI-ECHEANCE ' ' WS-ETAT-EDIT ' ' WS-POSTE-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ENTETE-ETABLISSEMENT.
           MOVE TRI-ETABLISSEMENT TO WS-ETABLISSEMENT-PREC.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING '--- Etablissement ' TRI-ETABLISSEMENT ' ---'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ENTETE-DEPARTEMENT.
           MOVE TRI-DEPARTEMENT TO WS-DEPARTEMENT-PREC.
           MOVE SPACES TO WS-LIBELLE-W.
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
                   UNTIL WS-IDX-DEPT > WS-NB-DEPT-REF
               IF WS-DEPT-CODE(WS-IDX-DEPT) = TRI-DEPARTEMENT
                   MOVE WS-DEPT-LIBELLE(WS-IDX-DEPT) TO WS-LIBELLE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           STRING '  Departement ' TRI-DEPARTEMENT ' ' WS-LIBELLE-W
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       SOUS-TOTAL-DEPARTEMENT.
           STRING '  Departement ' WS-DEPARTEMENT-PREC ' : '
                  WS-NB-ECHUES-DEPT ' echue(s), '
                  WS-NB-PROCHES-DEPT ' a echeance'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           ADD WS-NB-ECHUES-DEPT TO WS-NB-ECHUES-ETAB.
           ADD WS-NB-PROCHES-DEPT TO WS-NB-PROCHES-ETAB.
           MOVE 0 TO WS-NB-ECHUES-DEPT.
           MOVE 0 TO WS-NB-PROCHES-DEPT.

      *---------------------------------------------------------------
       SOUS-TOTAL-ETABLISSEMENT.
           STRING '--- Etablissement ' WS-ETABLISSEMENT-PREC ' : '
                  WS-NB-ECHUES-ETAB ' echue(s), '
                  WS-NB-PROCHES-ETAB ' a echeance'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-ECHUES-ETAB.
           MOVE 0 TO WS-NB-PROCHES-ETAB.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
