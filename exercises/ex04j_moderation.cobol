      *===============================================================
      * Exercice 4j - Statistiques par matiere et moderation
      * Niveau : Avance
      * EX06 donne les statistiques par classe ; le conseil
      * pedagogique veut savoir si une matiere est notee nettement
      * plus severement dans une classe que dans les autres. Pour
      * chaque matiere (ordre du referentiel FIC-MATIERES.dat) et
      * chaque classe : nombre de notes, moyenne, ecart-type et taux
      * de reussite (note >= 10), compares a ceux des autres classes
      * de la meme matiere. Une paire classe/matiere est en alerte
      * (**) si l'ecart de moyenne ou de taux de reussite depasse le
      * seuil de FIC-PARAM-MODERATION.dat ; le decalage qui la
      * ramenerait a la moyenne des autres classes est propose.
      * Le conseil peut approuver une moderation par les mouvements
      * FIC-MOUVEMENTS-MODERATION.dat :
      *   D = decalage (points ajoutes a chaque note, signe)
      *   E = mise a l'echelle (facteur applique a chaque note)
      *   A = annulation de la moderation en vigueur
      * avec l'approbateur, la date (a zero : date du jour) et le
      * motif. Les moderations approuvees sont tenues au registre
      * FIC-MODERATION.dat (COPY MODEREC) : une seule en vigueur par
      * classe et matiere, les precedentes restent pour la trace.
      * EX04-CONDITIONS les applique avant la moyenne ponderee ;
      * FIC-NOTES.dat n'est jamais modifie.
      * Le rapport FIC-MODERATION-RAPPORT.txt liste chaque mouvement
      * applique ou rejete, puis les statistiques, avec la moyenne
      * moderee des paires en vigueur.
      * Controle : FIC-NOTES.dat doit correspondre au tampon
      *           d'EX04F-CONTROLE-NOTES, sinon refus.
      * Compiler : cobc -x ex04j_moderation.cobol -o ex04j_moderation
      *            -I ../copybooks
      * Executer : ./ex04j_moderation
      * Code retour : 0, 4 si un mouvement est rejete ou si une paire
      *               en alerte n'a pas de moderation en vigueur,
      *               1 si FIC-NOTES.dat est absent, 8 si le tampon ne
      *               correspond pas ou si une table deborde (rien
      *               n'est alors modifie).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04J-MODERATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-MATIERES ASSIGN TO 'FIC-MATIERES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MATIERES.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-MODERATION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-MODERATION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-MODERATION ASSIGN TO 'FIC-MODERATION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MODERATION.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-MODERATION-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

      * Meme referentiel que dans EX04-CONDITIONS.
       FD  FIC-MATIERES LABEL RECORDS ARE STANDARD.
       01  ENR-MATIERE.
           05 MAT-CODE          PIC X(4).
           05 MAT-LIBELLE       PIC X(20).
           05 MAT-COEFFICIENT   PIC 9V9.
           05 MAT-CREDITS       PIC 9(2).

      * Seuils d'alerte (ecart de moyenne en points, ecart de taux
      * de reussite en points de pourcentage) et bornes des
      * moderations acceptees.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-MODERATION.
           05 PMO-ECART-MOYENNE  PIC 9V99.
           05 PMO-ECART-REUSSITE PIC 9(3).
           05 PMO-DECALAGE-MAX   PIC 9V99.
           05 PMO-ECHELLE-MIN    PIC 9V99.
           05 PMO-ECHELLE-MAX    PIC 9V99.

      * Mouvement approuve par le conseil ; valeur signee sur le
      * decalage, facteur sur la mise a l'echelle, sans objet sur
      * l'annulation.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-MODERATION.
           05 MMO-TYPE          PIC X.
              88 MMO-DECALAGE    VALUE 'D'.
              88 MMO-ECHELLE     VALUE 'E'.
              88 MMO-ANNULATION  VALUE 'A'.
           05 MMO-CLASSE        PIC X(3).
           05 MMO-MATIERE       PIC X(4).
           05 MMO-VALEUR        PIC S9(2)V99 SIGN LEADING SEPARATE.
           05 MMO-APPROBATEUR   PIC X(8).
           05 MMO-DATE          PIC 9(8).
           05 MMO-MOTIF         PIC X(30).

       FD  FIC-MODERATION LABEL RECORDS ARE STANDARD.
       01  ENR-MODERATION-FICHIER PIC X(68).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-STATUT-MATIERES  PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-MODERATION PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-EFFET       PIC 9(8) VALUE 0.
       01 WS-CTL-NB-NOTES     PIC 9(6) VALUE 0.
       01 WS-CTL-TOTAL-NOTES  PIC 9(8) VALUE 0.

      * Parametres par defaut si FIC-PARAM-MODERATION.dat absent.
       01 WS-ECART-MOYENNE    PIC 9V99 VALUE 2.00.
       01 WS-ECART-REUSSITE   PIC 9(3) VALUE 20.
       01 WS-DECALAGE-MAX     PIC 9V99 VALUE 3.00.
       01 WS-ECHELLE-MIN      PIC 9V99 VALUE 0.80.
       01 WS-ECHELLE-MAX      PIC 9V99 VALUE 1.20.

      * Statistiques par matiere, toutes classes confondues ; les
      * matieres du referentiel d'abord, dans son ordre.
       01 WS-MAX-MATIERES     PIC 9(2) VALUE 50.
       01 WS-TABLE-MATIERES.
          05 WS-MAT-LIGNE OCCURS 50 TIMES
                  INDEXED BY WS-IDX-MAT.
             10 WS-MAT-CODE        PIC X(4).
             10 WS-MAT-LIBELLE     PIC X(20).
             10 WS-MAT-NB          PIC 9(6).
             10 WS-MAT-SOMME       PIC 9(8).
             10 WS-MAT-SOMME-CARRES PIC 9(10).
             10 WS-MAT-REUSSIS     PIC 9(6).
             10 WS-MAT-MOYENNE     PIC 9(2)V99.
             10 WS-MAT-ECART-TYPE  PIC 9(2)V99.
             10 WS-MAT-TAUX        PIC 9(3).
       01 WS-NB-MATIERES      PIC 9(2) VALUE 0.

      * Statistiques par classe et matiere, comparees aux autres
      * classes de la matiere ; somme moderee selon le registre.
       01 WS-MAX-PAIRES       PIC 9(4) VALUE 1000.
       01 WS-TABLE-PAIRES.
          05 WS-PAI-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-PAI.
             10 WS-PAI-CLASSE      PIC X(3).
             10 WS-PAI-MATIERE     PIC X(4).
             10 WS-PAI-NB          PIC 9(6).
             10 WS-PAI-SOMME       PIC 9(8).
             10 WS-PAI-SOMME-CARRES PIC 9(10).
             10 WS-PAI-REUSSIS     PIC 9(6).
             10 WS-PAI-SOMME-MODEREE PIC 9(8)V99.
             10 WS-PAI-MOYENNE     PIC 9(2)V99.
             10 WS-PAI-ECART-TYPE  PIC 9(2)V99.
             10 WS-PAI-TAUX        PIC 9(3).
             10 WS-PAI-COMPARABLE  PIC X.
             10 WS-PAI-ECART       PIC S9(2)V99.
             10 WS-PAI-ECART-TAUX  PIC S9(3).
             10 WS-PAI-ALERTE      PIC X.
       01 WS-NB-PAIRES        PIC 9(4) VALUE 0.

      * Registre des moderations en table, reecrit apres les
      * mouvements.
       01 WS-MAX-MODERATIONS  PIC 9(4) VALUE 2000.
       01 WS-TABLE-MODERATIONS.
          05 WS-MOD-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-MOD.
             10 WS-MOD-ENREG       PIC X(68).
       01 WS-NB-MODERATIONS   PIC 9(4) VALUE 0.

      * Moderation courante (COPY MODEREC) et cle de recherche des
      * paires et des moderations.
       COPY MODEREC.
       01 WS-CLASSE-CHERCHEE  PIC X(3) VALUE SPACES.
       01 WS-MATIERE-CHERCHEE PIC X(4) VALUE SPACES.

      * Calcul courant.
       01 WS-NOTE-W           PIC 9(2) VALUE 0.
       01 WS-NOTE-CALCUL      PIC S9(3)V99 VALUE 0.
       01 WS-NOTE-MODEREE     PIC 9(2)V99 VALUE 0.
       01 WS-MOYENNE-CARREE   PIC 9(4)V9999 VALUE 0.
       01 WS-VARIANCE         PIC 9(4)V9999 VALUE 0.
       01 WS-NB-AUTRES        PIC 9(6) VALUE 0.
       01 WS-MOYENNE-AUTRES   PIC 9(2)V99 VALUE 0.
       01 WS-TAUX-AUTRES      PIC 9(3) VALUE 0.
       01 WS-PROPOSITION      PIC S9(2)V99 VALUE 0.

      * Mouvements.
       01 WS-MOTIF-REJET      PIC X(50) VALUE SPACES.
       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-APPROUVES     PIC 9(4) VALUE 0.
       01 WS-NB-ANNULES       PIC 9(4) VALUE 0.
       01 WS-NB-REJETS        PIC 9(4) VALUE 0.
       01 WS-NB-ALERTES       PIC 9(4) VALUE 0.
       01 WS-NB-ALERTES-NON-MODEREES PIC 9(4) VALUE 0.
       01 WS-NB-EN-VIGUEUR    PIC 9(4) VALUE 0.

      * Zones editees du rapport.
       01 WS-ED-NB            PIC ZZZZ9.
       01 WS-ED-MOYENNE       PIC Z9.99.
       01 WS-ED-ECART-TYPE    PIC Z9.99.
       01 WS-ED-TAUX          PIC ZZ9.
       01 WS-ED-ECART         PIC ++9.99.
       01 WS-ED-ECART-TAUX    PIC +++9.
       01 WS-ED-PROPOSITION   PIC ++9.99.
       01 WS-ED-VALEUR        PIC ++9.99.
       01 WS-ED-FACTEUR       PIC 9.99.
       01 WS-ED-BORNE-MIN     PIC 9.99.
       01 WS-ED-BORNE-MAX     PIC 9.99.
       01 WS-ED-MODERATION    PIC X(8) VALUE SPACES.
       01 WS-ED-MOYENNE-MOD   PIC Z9.99.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           DISPLAY '  Statistiques par matiere et moderation'.
           DISPLAY '================================================'.

           PERFORM VERIFIER-CONTROLE-NOTES.
           PERFORM LIRE-PARAM.
           PERFORM CHARGER-MATIERES.
           PERFORM CHARGER-MODERATIONS.
           PERFORM CUMULER-NOTES.
           PERFORM CALCULER-STATISTIQUES.

           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== STATISTIQUES PAR MATIERE ET MODERATION DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-ECART-MOYENNE TO WS-ED-MOYENNE.
           MOVE WS-ECART-REUSSITE TO WS-ED-TAUX.
           STRING 'Alerte : ecart aux autres classes > '
                  WS-ED-MOYENNE ' pt de moyenne ou ' WS-ED-TAUX
                  ' pts de reussite'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Mouvements de moderation ---' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM APPLIQUER-MOUVEMENTS.
           IF WS-NB-MOUVEMENTS > 0
               PERFORM REECRIRE-MODERATIONS
           END-IF.

           PERFORM CUMULER-NOTES-MODEREES.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Statistiques par matiere et par classe ---'
               TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-NB(WS-IDX-MAT) > 0
                   PERFORM ECRIRE-MATIERE
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-RAPPORT.
           STRING 'Paires classe/matiere : ' WS-NB-PAIRES
                  ', en alerte ' WS-NB-ALERTES
                  ' dont ' WS-NB-ALERTES-NON-MODEREES
                  ' sans moderation'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Mouvements lus ' WS-NB-MOUVEMENTS
                  ', approuves ' WS-NB-APPROUVES
                  ', annulations ' WS-NB-ANNULES
                  ', rejetes ' WS-NB-REJETS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Moderations en vigueur : ' WS-NB-EN-VIGUEUR
                  ' (appliquees par EX04-CONDITIONS)'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Paires classe/matiere : ' WS-NB-PAIRES
                   ', en alerte : ' WS-NB-ALERTES
                   ' (sans moderation : ' WS-NB-ALERTES-NON-MODEREES
                   ')'.
           DISPLAY 'Mouvements lus : ' WS-NB-MOUVEMENTS
                   ', rejetes : ' WS-NB-REJETS
                   ', moderations en vigueur : ' WS-NB-EN-VIGUEUR.
           DISPLAY 'Rapport : FIC-MODERATION-RAPPORT.txt'.
           IF WS-NB-REJETS > 0 OR WS-NB-ALERTES-NON-MODEREES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * FIC-NOTES.dat doit etre celui qu'EX04F-CONTROLE-NOTES a
      * confronte au maitre etudiants.
       VERIFIER-CONTROLE-NOTES.
           OPEN INPUT FIC-CONTROLE-NOTES.
           IF WS-STATUT-CONTROLE-NOTES NOT = '00'
               DISPLAY 'FIC-NOTES.dat non controle contre le maitre '
                       'etudiants : lancer EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           READ FIC-CONTROLE-NOTES
               AT END MOVE 999999 TO CTN-NB-NOTES
           END-READ.
           CLOSE FIC-CONTROLE-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       ADD 1 TO WS-CTL-NB-NOTES
                       ADD ETU-NOTE TO WS-CTL-TOTAL-NOTES
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.
           IF WS-CTL-NB-NOTES NOT = CTN-NB-NOTES
                   OR WS-CTL-TOTAL-NOTES NOT = CTN-TOTAL-NOTES
               DISPLAY 'FIC-NOTES.dat modifie depuis le controle du '
                       CTN-DATE ' (' WS-CTL-NB-NOTES ' ligne(s) pour '
                       CTN-NB-NOTES ' controlee(s)) : relancer '
                       'EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       LIRE-PARAM.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM NOT = '00'
               DISPLAY 'FIC-PARAM-MODERATION.dat absent, seuils par '
                       'defaut'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PARAM
               NOT AT END
                   IF PMO-ECART-MOYENNE NUMERIC
                       MOVE PMO-ECART-MOYENNE TO WS-ECART-MOYENNE
                   END-IF
                   IF PMO-ECART-REUSSITE NUMERIC
                       MOVE PMO-ECART-REUSSITE TO WS-ECART-REUSSITE
                   END-IF
                   IF PMO-DECALAGE-MAX NUMERIC
                       MOVE PMO-DECALAGE-MAX TO WS-DECALAGE-MAX
                   END-IF
                   IF PMO-ECHELLE-MIN NUMERIC
                       MOVE PMO-ECHELLE-MIN TO WS-ECHELLE-MIN
                   END-IF
                   IF PMO-ECHELLE-MAX NUMERIC
                       MOVE PMO-ECHELLE-MAX TO WS-ECHELLE-MAX
                   END-IF
           END-READ.
           CLOSE FIC-PARAM.

      *---------------------------------------------------------------
       CHARGER-MATIERES.
           OPEN INPUT FIC-MATIERES.
           IF WS-STATUT-MATIERES NOT = '00'
               DISPLAY 'FIC-MATIERES.dat introuvable, matieres dans '
                       'l''ordre des notes'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-MATIERES NOT = '00'
               READ FIC-MATIERES
                   AT END MOVE '10' TO WS-STATUT-MATIERES
                   NOT AT END
                       IF WS-NB-MATIERES < WS-MAX-MATIERES
                           ADD 1 TO WS-NB-MATIERES
                           SET WS-IDX-MAT TO WS-NB-MATIERES
                           INITIALIZE WS-MAT-LIGNE(WS-IDX-MAT)
                           MOVE MAT-CODE TO WS-MAT-CODE(WS-IDX-MAT)
                           MOVE MAT-LIBELLE
                               TO WS-MAT-LIBELLE(WS-IDX-MAT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MATIERES.

      *---------------------------------------------------------------
       CHARGER-MODERATIONS.
           OPEN INPUT FIC-MODERATION.
           IF WS-STATUT-MODERATION NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-MODERATION NOT = '00'
               READ FIC-MODERATION
                   AT END MOVE '10' TO WS-STATUT-MODERATION
                   NOT AT END
                       IF WS-NB-MODERATIONS >= WS-MAX-MODERATIONS
                           DISPLAY '*** Registre des moderations '
                                   'plein (' WS-MAX-MODERATIONS
                                   ') : aucun mouvement traite ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-MODERATIONS
                       MOVE ENR-MODERATION-FICHIER
                           TO WS-MOD-ENREG(WS-NB-MODERATIONS)
               END-READ
           END-PERFORM.
           CLOSE FIC-MODERATION.

      *---------------------------------------------------------------
      * Premiere passe : cumuls bruts par matiere et par paire.
       CUMULER-NOTES.
           OPEN INPUT FIC-NOTES.
           MOVE '00' TO WS-STATUT-NOTES.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       PERFORM CUMULER-UNE-NOTE
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
       CUMULER-UNE-NOTE.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-CODE(WS-IDX-MAT) = ETU-MATIERE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MAT > WS-NB-MATIERES
               IF WS-NB-MATIERES >= WS-MAX-MATIERES
                   DISPLAY '*** Plus de ' WS-MAX-MATIERES
                           ' matieres : statistiques refusees ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-MATIERES
               SET WS-IDX-MAT TO WS-NB-MATIERES
               INITIALIZE WS-MAT-LIGNE(WS-IDX-MAT)
               MOVE ETU-MATIERE TO WS-MAT-CODE(WS-IDX-MAT)
               MOVE '(hors referentiel)' TO WS-MAT-LIBELLE(WS-IDX-MAT)
           END-IF.
           ADD 1 TO WS-MAT-NB(WS-IDX-MAT).
           ADD ETU-NOTE TO WS-MAT-SOMME(WS-IDX-MAT).
           COMPUTE WS-MAT-SOMME-CARRES(WS-IDX-MAT) =
               WS-MAT-SOMME-CARRES(WS-IDX-MAT) + ETU-NOTE * ETU-NOTE.
           IF ETU-NOTE >= 10
               ADD 1 TO WS-MAT-REUSSIS(WS-IDX-MAT)
           END-IF.

           MOVE ETU-CLASSE  TO WS-CLASSE-CHERCHEE.
           MOVE ETU-MATIERE TO WS-MATIERE-CHERCHEE.
           PERFORM CHERCHER-PAIRE.
           IF WS-IDX-PAI > WS-NB-PAIRES
               IF WS-NB-PAIRES >= WS-MAX-PAIRES
                   DISPLAY '*** Plus de ' WS-MAX-PAIRES
                           ' paires classe/matiere : statistiques '
                           'refusees ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-PAIRES
               SET WS-IDX-PAI TO WS-NB-PAIRES
               INITIALIZE WS-PAI-LIGNE(WS-IDX-PAI)
               MOVE ETU-CLASSE  TO WS-PAI-CLASSE(WS-IDX-PAI)
               MOVE ETU-MATIERE TO WS-PAI-MATIERE(WS-IDX-PAI)
           END-IF.
           ADD 1 TO WS-PAI-NB(WS-IDX-PAI).
           ADD ETU-NOTE TO WS-PAI-SOMME(WS-IDX-PAI).
           COMPUTE WS-PAI-SOMME-CARRES(WS-IDX-PAI) =
               WS-PAI-SOMME-CARRES(WS-IDX-PAI) + ETU-NOTE * ETU-NOTE.
           IF ETU-NOTE >= 10
               ADD 1 TO WS-PAI-REUSSIS(WS-IDX-PAI)
           END-IF.

      *---------------------------------------------------------------
       CHERCHER-PAIRE.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-CLASSE(WS-IDX-PAI) = WS-CLASSE-CHERCHEE
                       AND WS-PAI-MATIERE(WS-IDX-PAI)
                           = WS-MATIERE-CHERCHEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Moyenne, ecart-type (variance = moyenne des carres moins
      * carre de la moyenne, comme EX06) et taux de reussite ; chaque
      * paire est comparee aux autres classes de sa matiere.
       CALCULER-STATISTIQUES.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-NB(WS-IDX-MAT) > 0
                   COMPUTE WS-MAT-MOYENNE(WS-IDX-MAT) ROUNDED =
                       WS-MAT-SOMME(WS-IDX-MAT) / WS-MAT-NB(WS-IDX-MAT)
                   COMPUTE WS-MOYENNE-CARREE ROUNDED =
                       WS-MAT-SOMME-CARRES(WS-IDX-MAT)
                       / WS-MAT-NB(WS-IDX-MAT)
                   COMPUTE WS-VARIANCE = WS-MOYENNE-CARREE
                       - WS-MAT-MOYENNE(WS-IDX-MAT)
                       * WS-MAT-MOYENNE(WS-IDX-MAT)
                   IF WS-VARIANCE < 0
                       MOVE 0 TO WS-VARIANCE
                   END-IF
                   COMPUTE WS-MAT-ECART-TYPE(WS-IDX-MAT) =
                       FUNCTION SQRT(WS-VARIANCE)
                   COMPUTE WS-MAT-TAUX(WS-IDX-MAT) ROUNDED =
                       WS-MAT-REUSSIS(WS-IDX-MAT) * 100
                       / WS-MAT-NB(WS-IDX-MAT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               PERFORM CALCULER-UNE-PAIRE
           END-PERFORM.

      *---------------------------------------------------------------
       CALCULER-UNE-PAIRE.
           COMPUTE WS-PAI-MOYENNE(WS-IDX-PAI) ROUNDED =
               WS-PAI-SOMME(WS-IDX-PAI) / WS-PAI-NB(WS-IDX-PAI).
           COMPUTE WS-MOYENNE-CARREE ROUNDED =
               WS-PAI-SOMME-CARRES(WS-IDX-PAI) / WS-PAI-NB(WS-IDX-PAI).
           COMPUTE WS-VARIANCE = WS-MOYENNE-CARREE
               - WS-PAI-MOYENNE(WS-IDX-PAI)
               * WS-PAI-MOYENNE(WS-IDX-PAI).
           IF WS-VARIANCE < 0
               MOVE 0 TO WS-VARIANCE
           END-IF.
           COMPUTE WS-PAI-ECART-TYPE(WS-IDX-PAI) =
               FUNCTION SQRT(WS-VARIANCE).
           COMPUTE WS-PAI-TAUX(WS-IDX-PAI) ROUNDED =
               WS-PAI-REUSSIS(WS-IDX-PAI) * 100 / WS-PAI-NB(WS-IDX-PAI).

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-CODE(WS-IDX-MAT) = WS-PAI-MATIERE(WS-IDX-PAI)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-NB-AUTRES =
               WS-MAT-NB(WS-IDX-MAT) - WS-PAI-NB(WS-IDX-PAI).
           IF WS-NB-AUTRES = 0
               MOVE 'N' TO WS-PAI-COMPARABLE(WS-IDX-PAI)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-PAI-COMPARABLE(WS-IDX-PAI).
           COMPUTE WS-MOYENNE-AUTRES ROUNDED =
               (WS-MAT-SOMME(WS-IDX-MAT) - WS-PAI-SOMME(WS-IDX-PAI))
               / WS-NB-AUTRES.
           COMPUTE WS-TAUX-AUTRES ROUNDED =
               (WS-MAT-REUSSIS(WS-IDX-MAT)
                - WS-PAI-REUSSIS(WS-IDX-PAI)) * 100 / WS-NB-AUTRES.
           COMPUTE WS-PAI-ECART(WS-IDX-PAI) =
               WS-PAI-MOYENNE(WS-IDX-PAI) - WS-MOYENNE-AUTRES.
           COMPUTE WS-PAI-ECART-TAUX(WS-IDX-PAI) =
               WS-PAI-TAUX(WS-IDX-PAI) - WS-TAUX-AUTRES.
           IF WS-PAI-ECART(WS-IDX-PAI) > WS-ECART-MOYENNE
                   OR WS-PAI-ECART(WS-IDX-PAI) < 0 - WS-ECART-MOYENNE
                   OR WS-PAI-ECART-TAUX(WS-IDX-PAI) > WS-ECART-REUSSITE
                   OR WS-PAI-ECART-TAUX(WS-IDX-PAI)
                      < 0 - WS-ECART-REUSSITE
               MOVE 'O' TO WS-PAI-ALERTE(WS-IDX-PAI)
               ADD 1 TO WS-NB-ALERTES
           ELSE
               MOVE 'N' TO WS-PAI-ALERTE(WS-IDX-PAI)
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
       APPLIQUER-MOUVEMENTS.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               MOVE 'FIC-MOUVEMENTS-MODERATION.dat absent, aucun '
                   & 'mouvement ce passage' TO WS-LIGNE
               PERFORM ECRIRE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           READ FIC-MOUVEMENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-MOUVEMENTS
               PERFORM APPLIQUER-UN-MOUVEMENT
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
      * Mouvements consommes : le fichier est vide.
           OPEN OUTPUT FIC-MOUVEMENTS.
           CLOSE FIC-MOUVEMENTS.

      *---------------------------------------------------------------
      * Chaque mouvement est applique ou rejete avec son motif ; le
      * rapport garde la trace des deux.
       APPLIQUER-UN-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF MMO-DATE NUMERIC AND MMO-DATE > 0
               MOVE MMO-DATE TO WS-DATE-EFFET
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           END-IF.
           MOVE MMO-CLASSE  TO WS-CLASSE-CHERCHEE.
           MOVE MMO-MATIERE TO WS-MATIERE-CHERCHEE.
           EVALUATE TRUE
               WHEN MMO-APPROBATEUR = SPACES
                   MOVE 'approbateur absent' TO WS-MOTIF-REJET
               WHEN MMO-MOTIF = SPACES
                   MOVE 'motif absent' TO WS-MOTIF-REJET
               WHEN MMO-DECALAGE OR MMO-ECHELLE
                   PERFORM APPROUVER-MODERATION
               WHEN MMO-ANNULATION
                   PERFORM ANNULER-MODERATION
               WHEN OTHER
                   STRING 'type de mouvement inconnu (' MMO-TYPE ')'
                       DELIMITED SIZE INTO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               STRING MMO-TYPE ' ' MMO-CLASSE ' ' MMO-MATIERE
                      ' REJETE : ' WS-MOTIF-REJET
                   DELIMITED SIZE INTO WS-LIGNE
               DISPLAY MMO-CLASSE ' ' MMO-MATIERE ' : '
                       FUNCTION TRIM(WS-MOTIF-REJET)
                       ', mouvement rejete'
           END-IF.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
      * Moderation en vigueur de la paire cherchee (WS-IDX-MOD
      * au-dela du registre si aucune).
       CHERCHER-MODERATION.
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-NB-MODERATIONS
               MOVE WS-MOD-ENREG(WS-IDX-MOD) TO ENR-MODERATION
               IF MOD-CLASSE = WS-CLASSE-CHERCHEE
                       AND MOD-MATIERE = WS-MATIERE-CHERCHEE
                       AND MOD-EN-VIGUEUR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Decalage ou mise a l'echelle : la paire doit porter des notes
      * et la valeur rester dans les bornes du parametrage ; la
      * moderation precedente de la paire est remplacee.
       APPROUVER-MODERATION.
           PERFORM CHERCHER-PAIRE.
           IF WS-IDX-PAI > WS-NB-PAIRES
               MOVE 'aucune note pour cette classe et matiere'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MMO-VALEUR NOT NUMERIC
               MOVE 'valeur non numerique' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE MMO-VALEUR TO WS-ED-VALEUR.
           IF MMO-DECALAGE
                   AND (MMO-VALEUR = 0
                        OR MMO-VALEUR > WS-DECALAGE-MAX
                        OR MMO-VALEUR < 0 - WS-DECALAGE-MAX)
               MOVE WS-DECALAGE-MAX TO WS-ED-BORNE-MAX
               STRING 'decalage ' WS-ED-VALEUR ' hors bornes (+/-'
                      WS-ED-BORNE-MAX ')'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MMO-ECHELLE
                   AND (MMO-VALEUR < WS-ECHELLE-MIN
                        OR MMO-VALEUR > WS-ECHELLE-MAX)
               MOVE WS-ECHELLE-MIN TO WS-ED-BORNE-MIN
               MOVE WS-ECHELLE-MAX TO WS-ED-BORNE-MAX
               STRING 'facteur ' WS-ED-VALEUR ' hors bornes ('
                      WS-ED-BORNE-MIN ' a ' WS-ED-BORNE-MAX ')'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-MODERATIONS >= WS-MAX-MODERATIONS
               MOVE 'registre des moderations plein' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-MODERATION.
           IF WS-IDX-MOD NOT > WS-NB-MODERATIONS
               SET MOD-REMPLACEE TO TRUE
               MOVE WS-DATE-EFFET TO MOD-DATE-FIN
               MOVE ENR-MODERATION TO WS-MOD-ENREG(WS-IDX-MOD)
           END-IF.
           MOVE MMO-CLASSE      TO MOD-CLASSE.
           MOVE MMO-MATIERE     TO MOD-MATIERE.
           MOVE MMO-TYPE        TO MOD-TYPE.
           MOVE MMO-VALEUR      TO MOD-VALEUR.
           MOVE MMO-APPROBATEUR TO MOD-APPROBATEUR.
           MOVE WS-DATE-EFFET   TO MOD-DATE-APPROBATION.
           MOVE MMO-MOTIF       TO MOD-MOTIF.
           SET MOD-EN-VIGUEUR TO TRUE.
           MOVE 0               TO MOD-DATE-FIN.
           ADD 1 TO WS-NB-MODERATIONS.
           MOVE ENR-MODERATION TO WS-MOD-ENREG(WS-NB-MODERATIONS).
           ADD 1 TO WS-NB-APPROUVES.
           PERFORM EDITER-MODERATION.
           STRING MMO-CLASSE ' ' MMO-MATIERE ' ' WS-ED-MODERATION
                  ' approuve par ' MMO-APPROBATEUR
                  ' le ' WS-DATE-EFFET ' : ' MMO-MOTIF
               DELIMITED SIZE INTO WS-LIGNE.

      *---------------------------------------------------------------
       ANNULER-MODERATION.
           PERFORM CHERCHER-MODERATION.
           IF WS-IDX-MOD > WS-NB-MODERATIONS
               MOVE 'aucune moderation en vigueur sur cette paire'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           SET MOD-ANNULEE TO TRUE.
           MOVE WS-DATE-EFFET TO MOD-DATE-FIN.
           MOVE ENR-MODERATION TO WS-MOD-ENREG(WS-IDX-MOD).
           ADD 1 TO WS-NB-ANNULES.
           STRING 'A ' MMO-CLASSE ' ' MMO-MATIERE
                  ' annulee par ' MMO-APPROBATEUR
                  ' le ' WS-DATE-EFFET ' : ' MMO-MOTIF
               DELIMITED SIZE INTO WS-LIGNE.

      *---------------------------------------------------------------
       REECRIRE-MODERATIONS.
           OPEN OUTPUT FIC-MODERATION.
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-NB-MODERATIONS
               MOVE WS-MOD-ENREG(WS-IDX-MOD)
                   TO ENR-MODERATION-FICHIER
               WRITE ENR-MODERATION-FICHIER
           END-PERFORM.
           CLOSE FIC-MODERATION.

      *---------------------------------------------------------------
      * Seconde passe : somme des notes moderees de chaque paire,
      * avec la regle d'EX04-CONDITIONS.
       CUMULER-NOTES-MODEREES.
           OPEN INPUT FIC-NOTES.
           MOVE '00' TO WS-STATUT-NOTES.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       MOVE ETU-CLASSE  TO WS-CLASSE-CHERCHEE
                       MOVE ETU-MATIERE TO WS-MATIERE-CHERCHEE
                       MOVE ETU-NOTE    TO WS-NOTE-W
                       PERFORM MODERER-NOTE
                       PERFORM CHERCHER-PAIRE
                       ADD WS-NOTE-MODEREE
                           TO WS-PAI-SOMME-MODEREE(WS-IDX-PAI)
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
      * Note moderee de WS-NOTE-W selon la moderation en vigueur de
      * la paire (decalage ou facteur), bornee a 0 et 20.
       MODERER-NOTE.
           MOVE WS-NOTE-W TO WS-NOTE-MODEREE.
           PERFORM CHERCHER-MODERATION.
           IF WS-IDX-MOD > WS-NB-MODERATIONS
               EXIT PARAGRAPH
           END-IF.
           IF MOD-DECALAGE
               COMPUTE WS-NOTE-CALCUL ROUNDED = WS-NOTE-W + MOD-VALEUR
           ELSE
               COMPUTE WS-NOTE-CALCUL ROUNDED = WS-NOTE-W * MOD-VALEUR
           END-IF.
           IF WS-NOTE-CALCUL < 0
               MOVE 0 TO WS-NOTE-CALCUL
           END-IF.
           IF WS-NOTE-CALCUL > 20
               MOVE 20 TO WS-NOTE-CALCUL
           END-IF.
           MOVE WS-NOTE-CALCUL TO WS-NOTE-MODEREE.

      *---------------------------------------------------------------
       ECRIRE-MATIERE.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-MAT-NB(WS-IDX-MAT)         TO WS-ED-NB.
           MOVE WS-MAT-MOYENNE(WS-IDX-MAT)    TO WS-ED-MOYENNE.
           MOVE WS-MAT-ECART-TYPE(WS-IDX-MAT) TO WS-ED-ECART-TYPE.
           MOVE WS-MAT-TAUX(WS-IDX-MAT)       TO WS-ED-TAUX.
           STRING '-- ' WS-MAT-CODE(WS-IDX-MAT) ' '
                  WS-MAT-LIBELLE(WS-IDX-MAT) ' ' WS-ED-NB
                  ' notes  moy. ' WS-ED-MOYENNE
                  '  e-t ' WS-ED-ECART-TYPE
                  '  reussite ' WS-ED-TAUX '%'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE 'Cl.    Nb  Moy.  E-t. Reus  Ecart E.reu !!  Prop. '
               & 'Moderat.  M.mod' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
                   UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-MATIERE(WS-IDX-PAI) = WS-MAT-CODE(WS-IDX-MAT)
                   PERFORM ECRIRE-PAIRE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Une ligne par classe : ecarts aux autres classes, alerte et
      * decalage propose, moderation en vigueur et moyenne moderee.
       ECRIRE-PAIRE.
           MOVE WS-PAI-NB(WS-IDX-PAI)         TO WS-ED-NB.
           MOVE WS-PAI-MOYENNE(WS-IDX-PAI)    TO WS-ED-MOYENNE.
           MOVE WS-PAI-ECART-TYPE(WS-IDX-PAI) TO WS-ED-ECART-TYPE.
           MOVE WS-PAI-TAUX(WS-IDX-PAI)       TO WS-ED-TAUX.
           STRING WS-PAI-CLASSE(WS-IDX-PAI) ' ' WS-ED-NB ' '
                  WS-ED-MOYENNE ' ' WS-ED-ECART-TYPE ' '
                  WS-ED-TAUX '%'
               DELIMITED SIZE INTO WS-LIGNE.
           IF WS-PAI-COMPARABLE(WS-IDX-PAI) = 'O'
               MOVE WS-PAI-ECART(WS-IDX-PAI)      TO WS-ED-ECART
               MOVE WS-PAI-ECART-TAUX(WS-IDX-PAI) TO WS-ED-ECART-TAUX
               MOVE WS-ED-ECART      TO WS-LIGNE(28:6)
               MOVE WS-ED-ECART-TAUX TO WS-LIGNE(35:4)
               MOVE '%'              TO WS-LIGNE(39:1)
           ELSE
               MOVE 'seule classe' TO WS-LIGNE(28:12)
           END-IF.
           IF WS-PAI-ALERTE(WS-IDX-PAI) = 'O'
               MOVE '**' TO WS-LIGNE(41:2)
               COMPUTE WS-PROPOSITION = 0 - WS-PAI-ECART(WS-IDX-PAI)
               MOVE WS-PROPOSITION TO WS-ED-PROPOSITION
               MOVE WS-ED-PROPOSITION TO WS-LIGNE(44:6)
           END-IF.

           MOVE WS-PAI-CLASSE(WS-IDX-PAI)  TO WS-CLASSE-CHERCHEE.
           MOVE WS-PAI-MATIERE(WS-IDX-PAI) TO WS-MATIERE-CHERCHEE.
           PERFORM CHERCHER-MODERATION.
           IF WS-IDX-MOD NOT > WS-NB-MODERATIONS
               ADD 1 TO WS-NB-EN-VIGUEUR
               PERFORM EDITER-MODERATION
               MOVE WS-ED-MODERATION TO WS-LIGNE(51:8)
               COMPUTE WS-ED-MOYENNE-MOD ROUNDED =
                   WS-PAI-SOMME-MODEREE(WS-IDX-PAI)
                   / WS-PAI-NB(WS-IDX-PAI)
               MOVE WS-ED-MOYENNE-MOD TO WS-LIGNE(61:5)
           ELSE
               IF WS-PAI-ALERTE(WS-IDX-PAI) = 'O'
                   ADD 1 TO WS-NB-ALERTES-NON-MODEREES
               END-IF
           END-IF.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
      * Moderation courante editee : D et le decalage signe, ou E et
      * le facteur.
       EDITER-MODERATION.
           MOVE SPACES TO WS-ED-MODERATION.
           IF MOD-DECALAGE
               MOVE MOD-VALEUR TO WS-ED-VALEUR
               STRING 'D ' WS-ED-VALEUR
                   DELIMITED SIZE INTO WS-ED-MODERATION
           ELSE
               MOVE MOD-VALEUR TO WS-ED-FACTEUR
               STRING 'E x' WS-ED-FACTEUR
                   DELIMITED SIZE INTO WS-ED-MODERATION
           END-IF.
