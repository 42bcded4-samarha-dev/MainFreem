      *===============================================================
      * Exercice 7r - Dispenses de mutuelle arrivant a echeance
      * Niveau : Intermediaire
      * Etat mensuel des dispenses d'adhesion a la mutuelle
      * d'entreprise (FIC-ADHESIONS-MUTUELLE.dat, COPY MUTREC) :
      * toute dispense dont le justificatif est deja echu ou expire
      * dans les 60 prochains jours, pour les employes actifs du
      * maitre, par date de fin croissante. Une dispense echue n'est
      * plus opposable : EX15-PRINCIPAL affilie le salarie d'office,
      * les RH doivent obtenir un nouveau justificatif avant la paie.
      * En fin d'etat, les employes actifs sans aucun dossier
      * mutuelle (ni adhesion ni dispense) sont listes a part.
      * Compiler : cobc -x ex07r_dispenses_mutuelle.cobol
      *            -o ex07r_dispenses_mutuelle -I ../copybooks
      * Executer : ./ex07r_dispenses_mutuelle
      * Entree  : FIC-ADHESIONS-MUTUELLE.dat, FIC-EMPLOYES.dat
      * Sortie  : FIC-DISPENSES-MUTUELLE.txt
      * Code retour : 0, 4 si au moins une dispense est echue.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07R-DISPENSES-MUTUELLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ADHESIONS ASSIGN TO 'FIC-ADHESIONS-MUTUELLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ADHESIONS.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT WRK-DISPENSES ASSIGN TO 'WRK-DISPENSES.tmp'.
           SELECT FIC-DISPENSES-TRI
               ASSIGN TO 'FIC-DISPENSES-TRI.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-DISPENSES-MUTUELLE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ADHESIONS LABEL RECORDS ARE STANDARD.
       COPY MUTREC.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Dispense a signaler, cle de tri fin de validite / matricule.
      * WRK-ETAT : E echue, P proche.
       SD  WRK-DISPENSES.
       01  WRK-ENR-DISPENSE.
           05 WRK-FIN-DISPENSE  PIC 9(8).
           05 WRK-MATRICULE     PIC X(6).
           05 WRK-DISPENSE      PIC X(2).
           05 WRK-JUSTIFICATIF  PIC X(20).
           05 WRK-ETAT          PIC X.
           05 WRK-JOURS         PIC 9(5).
           05 WRK-NOM-COMPLET   PIC X(20).

       FD  FIC-DISPENSES-TRI LABEL RECORDS ARE STANDARD.
       01  TRI-ENR-DISPENSE.
           05 TRI-FIN-DISPENSE  PIC 9(8).
           05 TRI-MATRICULE     PIC X(6).
           05 TRI-DISPENSE      PIC X(2).
              88 TRI-DISP-CONJOINT VALUE 'CJ'.
              88 TRI-DISP-CDD      VALUE 'CD'.
              88 TRI-DISP-TEMPS-PARTIEL VALUE 'TP'.
              88 TRI-DISP-INDIVIDUELLE VALUE 'AI'.
              88 TRI-DISP-CSS      VALUE 'CS'.
           05 TRI-JUSTIFICATIF  PIC X(20).
           05 TRI-ETAT          PIC X.
              88 TRI-ECHUE       VALUE 'E'.
           05 TRI-JOURS         PIC 9(5).
           05 TRI-NOM-COMPLET   PIC X(20).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-ADHESIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

      * Fenetre de surveillance : fins de dispense d'ici 60 jours.
       01 WS-HORIZON-JOURS    PIC 9(3) VALUE 60.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-JOUR-ENTIER      PIC 9(8) VALUE 0.
       01 WS-FIN-ENTIER       PIC 9(8) VALUE 0.
       01 WS-JOURS-RESTANTS   PIC S9(5) VALUE 0.

      * Employes du maitre ; WS-EMP-DOSSIER passe a 'O' des qu'un
      * enregistrement d'adhesion ou de dispense le concerne.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE PIC X(6).
             10 WS-EMP-NOM-COMPLET PIC X(20).
             10 WS-EMP-DEPARTEMENT PIC X(4).
             10 WS-EMP-STATUT    PIC X.
             10 WS-EMP-DOSSIER   PIC X.
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.

       01 WS-NB-LUES          PIC 9(5) VALUE 0.
       01 WS-NB-ADHERENTS     PIC 9(5) VALUE 0.
       01 WS-NB-DISPENSES     PIC 9(5) VALUE 0.
       01 WS-NB-ECHUES        PIC 9(5) VALUE 0.
       01 WS-NB-PROCHES       PIC 9(5) VALUE 0.
       01 WS-NB-SANS-DOSSIER  PIC 9(5) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-ETAT-EDIT        PIC X(6) VALUE SPACES.
       01 WS-JOURS-EDIT       PIC 9(3).
       01 WS-LIBELLE-DISP-W   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Dispenses de mutuelle a echeance'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-8).

           PERFORM CHARGER-EMPLOYES.
           SORT WRK-DISPENSES
               ASCENDING KEY WRK-FIN-DISPENSE WRK-MATRICULE
               INPUT PROCEDURE IS SELECTIONNER-DISPENSES
               GIVING FIC-DISPENSES-TRI.
           PERFORM EDITER-RAPPORT.

           IF WS-NB-ECHUES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Dossiers mutuelle lus     : ' WS-NB-LUES.
           DISPLAY 'Adherents                 : ' WS-NB-ADHERENTS.
           DISPLAY 'Dispenses                 : ' WS-NB-DISPENSES.
           DISPLAY 'Dispenses echues          : ' WS-NB-ECHUES.
           DISPLAY 'A echeance sous ' WS-HORIZON-JOURS ' jours    : '
                   WS-NB-PROCHES.
           DISPLAY 'Actifs sans dossier       : ' WS-NB-SANS-DOSSIER.
           DISPLAY 'Rapport dans FIC-DISPENSES-MUTUELLE.txt'.
           STOP RUN WS-CODE-RETOUR.

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
                           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-IDX-EMP)
                           MOVE 'N' TO WS-EMP-DOSSIER(WS-IDX-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Procedure d'entree du tri : chaque dossier marque son
      * employe ; seules les dispenses datees, echues ou dans
      * l'horizon, partent au tri. Une dispense sans date de fin
      * n'expire pas ; les employes termines sont ignores.
       SELECTIONNER-DISPENSES.
           OPEN INPUT FIC-ADHESIONS.
           IF WS-STATUT-ADHESIONS NOT = '00'
               DISPLAY 'FIC-ADHESIONS-MUTUELLE.dat absent : aucun '
                       'dossier mutuelle'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ADHESIONS NOT = '00'
               READ FIC-ADHESIONS
                   AT END MOVE '10' TO WS-STATUT-ADHESIONS
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM EXAMINER-DOSSIER
               END-READ
           END-PERFORM.
           CLOSE FIC-ADHESIONS.

      *---------------------------------------------------------------
       EXAMINER-DOSSIER.
           MOVE 'MATRICULE INCONNU' TO WRK-NOM-COMPLET.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = MUT-MATRICULE
                   MOVE 'O' TO WS-EMP-DOSSIER(WS-IDX-EMP)
                   IF WS-EMP-STATUT(WS-IDX-EMP) = 'T'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-EMP-NOM-COMPLET(WS-IDX-EMP)
                       TO WRK-NOM-COMPLET
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MUT-ADHERENT
               ADD 1 TO WS-NB-ADHERENTS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DISPENSES.
           IF MUT-FIN-DISPENSE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIN-ENTIER =
               FUNCTION INTEGER-OF-DATE(MUT-FIN-DISPENSE).
           COMPUTE WS-JOURS-RESTANTS = WS-FIN-ENTIER - WS-JOUR-ENTIER.
           IF WS-JOURS-RESTANTS > WS-HORIZON-JOURS
               EXIT PARAGRAPH
           END-IF.
           MOVE MUT-FIN-DISPENSE TO WRK-FIN-DISPENSE.
           MOVE MUT-MATRICULE TO WRK-MATRICULE.
           MOVE MUT-DISPENSE TO WRK-DISPENSE.
           MOVE MUT-JUSTIFICATIF TO WRK-JUSTIFICATIF.
           IF WS-JOURS-RESTANTS < 0
               MOVE 'E' TO WRK-ETAT
               MOVE 0 TO WRK-JOURS
           ELSE
               MOVE 'P' TO WRK-ETAT
               MOVE WS-JOURS-RESTANTS TO WRK-JOURS
           END-IF.
           RELEASE WRK-ENR-DISPENSE.

      *---------------------------------------------------------------
       EDITER-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== DISPENSES DE MUTUELLE ECHUES OU A ECHEANCE '
                  'D''ICI ' WS-HORIZON-JOURS ' JOURS ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Situation au ' WS-DATE-JOUR-8
                  ' - une dispense echue vaut affiliation d''office'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'MATRIC NOM                  CAS            '
                  'JUSTIFICATIF         FIN      ETAT'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-DISPENSES-TRI.
           READ FIC-DISPENSES-TRI
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               PERFORM TRAITER-DISPENSE
               READ FIC-DISPENSES-TRI
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-DISPENSES-TRI.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'Total : ' WS-NB-ECHUES ' echue(s), '
                  WS-NB-PROCHES ' a echeance'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM LISTER-SANS-DOSSIER.
           CLOSE FIC-RAPPORT.

      *---------------------------------------------------------------
       TRAITER-DISPENSE.
           EVALUATE TRUE
               WHEN TRI-DISP-CONJOINT
                   MOVE 'Conjoint' TO WS-LIBELLE-DISP-W
               WHEN TRI-DISP-CDD
                   MOVE 'CDD court' TO WS-LIBELLE-DISP-W
               WHEN TRI-DISP-TEMPS-PARTIEL
                   MOVE 'Tps partiel' TO WS-LIBELLE-DISP-W
               WHEN TRI-DISP-INDIVIDUELLE
                   MOVE 'Contrat ind' TO WS-LIBELLE-DISP-W
               WHEN TRI-DISP-CSS
                   MOVE 'CSS' TO WS-LIBELLE-DISP-W
               WHEN OTHER
                   MOVE 'Cas inconnu' TO WS-LIBELLE-DISP-W
           END-EVALUATE.
           IF TRI-ECHUE
               ADD 1 TO WS-NB-ECHUES
               MOVE 'ECHUE' TO WS-ETAT-EDIT
           ELSE
               ADD 1 TO WS-NB-PROCHES
               MOVE TRI-JOURS TO WS-JOURS-EDIT
               MOVE SPACES TO WS-ETAT-EDIT
               STRING 'J-' WS-JOURS-EDIT
                   DELIMITED SIZE INTO WS-ETAT-EDIT
           END-IF.
           STRING TRI-MATRICULE ' ' TRI-NOM-COMPLET ' '
                  TRI-DISPENSE ' ' WS-LIBELLE-DISP-W
                  TRI-JUSTIFICATIF ' ' TRI-FIN-DISPENSE ' '
                  WS-ETAT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Employes actifs sans adhesion ni dispense enregistree : la
      * paie ne leur retient aucune mutuelle.
       LISTER-SANS-DOSSIER.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE '--- Employes actifs sans dossier mutuelle ---'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-DOSSIER(WS-IDX-EMP) = 'N'
                       AND WS-EMP-STATUT(WS-IDX-EMP) NOT = 'T'
                   ADD 1 TO WS-NB-SANS-DOSSIER
                   STRING WS-EMP-MATRICULE(WS-IDX-EMP) ' '
                          WS-EMP-NOM-COMPLET(WS-IDX-EMP) ' dept '
                          WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                       DELIMITED SIZE INTO WS-LIGNE-RAPPORT
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           STRING 'Sans dossier : ' WS-NB-SANS-DOSSIER ' employe(s)'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
