      *===============================================================
      * Exercice 15w - Rapprochement des IJSS subrogees
      * Niveau : Expert
      * Pendant un arret maladie indemnise, l'employeur maintient
      * le salaire et percoit a la place du salarie les indemnites
      * journalieres de la securite sociale (subrogation). La paie
      * inscrit chaque mois dans FIC-IJSS-A-RECEVOIR.dat les IJSS
      * qu'elle a avancees ; la CPAM les verse ensuite par releves.
      * Ce programme impute chaque paiement du releve sur la creance
      * du matricule et de la periode, liste les paiements sans
      * creance correspondante, et signale les creances non soldees
      * constatees depuis plus de 60 jours (manquantes ou partielles,
      * avec l'ecart a reclamer a la CPAM).
      * Les creances soldees de plus de 12 mois sont retirees du
      * registre (elles ne comptent plus dans les droits a maintien).
      * Compiler : cobc -x ex15w_rapprochement_ijss.cobol
      *            -o ex15w_rapprochement_ijss -I ../copybooks
      * Executer : ./ex15w_rapprochement_ijss
      * Entree  : FIC-IJSS-A-RECEVOIR.dat (registre ecrit par
      *           EX15-PRINCIPAL, COPY IJSSREC)
      *           FIC-RELEVES-CPAM.dat (paiements CPAM : matricule,
      *           periode, date, montant, reference ; vide apres
      *           imputation)
      * Sortie  : FIC-IJSS-A-RECEVOIR.dat (mis a jour)
      *           FIC-RAPPROCHEMENT-IJSS.txt (rapport)
      * Code retour : 0 si tout est rapproche et rien n'est en
      *               retard, 4 sinon.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15W-RAPPROCHEMENT-IJSS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-IJSS ASSIGN TO 'FIC-IJSS-A-RECEVOIR.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-IJSS.
           SELECT FIC-RELEVES ASSIGN TO 'FIC-RELEVES-CPAM.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVES.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-RAPPROCHEMENT-IJSS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-IJSS LABEL RECORDS ARE STANDARD.
       COPY IJSSREC.

      * Un paiement CPAM par enregistrement, rapporte a la periode
      * de paie de l'arret indemnise.
       FD  FIC-RELEVES LABEL RECORDS ARE STANDARD.
       01  ENR-RELEVE.
           05 RCP-MATRICULE     PIC X(6).
           05 RCP-PERIODE       PIC 9(6).
           05 RCP-DATE-PAIEMENT PIC 9(8).
           05 RCP-MONTANT       PIC 9(8)V99.
           05 RCP-REFERENCE     PIC X(12).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-IJSS      PIC X(2) VALUE '00'.
       01 WS-STATUT-RELEVES   PIC X(2) VALUE '00'.
       01 WS-FIN-RELEVES      PIC X VALUE 'N'.
          88 RELEVES-TERMINES VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-MAX-IJSS         PIC 9(4) VALUE 5000.
       01 WS-TABLE-IJSS.
          05 WS-IJSS-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-IJS.
             10 WS-IJS-MATRICULE   PIC X(6).
             10 WS-IJS-PERIODE     PIC 9(6).
             10 WS-IJS-JOURS-ARRET PIC 9(3).
             10 WS-IJS-JOURS-IJSS  PIC 9(3).
             10 WS-IJS-JOURS-MAINTIEN PIC 9(3).
             10 WS-IJS-MONTANT-ATTENDU PIC 9(8)V99.
             10 WS-IJS-MONTANT-RECU PIC 9(8)V99.
             10 WS-IJS-DATE-CONSTAT PIC 9(8).
             10 WS-IJS-DATE-PAIEMENT PIC 9(8).
             10 WS-IJS-STATUT      PIC X.
                88 WS-IJS-SOLDEE   VALUE 'S'.
       01 WS-NB-IJSS          PIC 9(4) VALUE 0.

       01 WS-NB-PAIEMENTS     PIC 9(4) VALUE 0.
       01 WS-NB-IMPUTES       PIC 9(4) VALUE 0.
       01 WS-NB-NON-RAPPROCHES PIC 9(4) VALUE 0.
       01 WS-NB-EN-RETARD     PIC 9(4) VALUE 0.
       01 WS-NB-PURGEES       PIC 9(4) VALUE 0.
       01 WS-TOTAL-RECU       PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-NON-RAPPROCHE PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-ECART      PIC 9(10)V99 VALUE 0.
       01 WS-ECART            PIC 9(8)V99 VALUE 0.
       01 WS-PAIEMENT-IMPUTE  PIC X VALUE 'N'.
          88 PAIEMENT-IMPUTE  VALUE 'O'.

      * Delai de relance de la CPAM et profondeur du registre.
       01 WS-DELAI-RELANCE    PIC 9(3) VALUE 60.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-JOUR-ABSOLU      PIC 9(7) VALUE 0.
       01 WS-ANCIENNETE-JOURS PIC S9(7) VALUE 0.
       01 WS-PERIODE-PURGE    PIC 9(6) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZZ9.99.
       01 WS-ECART-EDIT       PIC ZZZZZZZZ9.99.
       01 WS-NOMBRE-EDIT      PIC ZZZ9.
       01 WS-JOURS-EDIT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Rapprochement des IJSS subrogees'.
           DISPLAY '================================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           COMPUTE WS-JOUR-ABSOLU =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-8).
           COMPUTE WS-PERIODE-PURGE = WS-DATE-JOUR-8 / 100 - 100.
           PERFORM CHARGER-IJSS.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE '=== RAPPROCHEMENT DES IJSS SUBROGEES ==========='
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM TRAITER-RELEVES.
           PERFORM LISTER-RETARDS.
           PERFORM ECRIRE-TOTAUX.
           CLOSE FIC-RAPPORT.
           PERFORM SAUVEGARDER-IJSS.
           PERFORM VIDER-RELEVES.
           DISPLAY 'Rapport dans FIC-RAPPROCHEMENT-IJSS.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-IJSS.
           MOVE 0 TO WS-NB-IJSS.
           OPEN INPUT FIC-IJSS.
           IF WS-STATUT-IJSS NOT = '00'
               DISPLAY 'FIC-IJSS-A-RECEVOIR.dat absent, aucune IJSS '
                       'a recevoir'
           ELSE
               PERFORM UNTIL WS-STATUT-IJSS NOT = '00'
                   READ FIC-IJSS
                       AT END MOVE '10' TO WS-STATUT-IJSS
                       NOT AT END
                           IF WS-NB-IJSS >= WS-MAX-IJSS
                               DISPLAY '*** FIC-IJSS-A-RECEVOIR.dat'
                                       ' : capacite de ' WS-MAX-IJSS
                                       ' lignes depassee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-IJSS
                           MOVE ENR-IJSS TO WS-IJSS-LIGNE(WS-NB-IJSS)
                   END-READ
               END-PERFORM
               CLOSE FIC-IJSS
           END-IF.
           DISPLAY 'Creances IJSS chargees : ' WS-NB-IJSS.

      *---------------------------------------------------------------
       TRAITER-RELEVES.
           OPEN INPUT FIC-RELEVES.
           IF WS-STATUT-RELEVES NOT = '00'
               DISPLAY 'FIC-RELEVES-CPAM.dat absent, aucun paiement '
                       'a imputer'
               SET RELEVES-TERMINES TO TRUE
           ELSE
               READ FIC-RELEVES
                   AT END SET RELEVES-TERMINES TO TRUE
               END-READ
               PERFORM UNTIL RELEVES-TERMINES
                   PERFORM IMPUTER-PAIEMENT
                   READ FIC-RELEVES
                       AT END SET RELEVES-TERMINES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIC-RELEVES
           END-IF.

      *---------------------------------------------------------------
      * Un paiement s'impute sur la creance du meme matricule et de
      * la meme periode ; soldee si le cumul recu couvre l'attendu,
      * partielle sinon.
       IMPUTER-PAIEMENT.
           ADD 1 TO WS-NB-PAIEMENTS.
           MOVE 'N' TO WS-PAIEMENT-IMPUTE.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               IF WS-IJS-MATRICULE(WS-IDX-IJS) = RCP-MATRICULE
                       AND WS-IJS-PERIODE(WS-IDX-IJS) = RCP-PERIODE
                   SET PAIEMENT-IMPUTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PAIEMENT-IMPUTE
               ADD 1 TO WS-NB-NON-RAPPROCHES
               ADD RCP-MONTANT TO WS-TOTAL-NON-RAPPROCHE
               MOVE 4 TO WS-CODE-RETOUR
               MOVE RCP-MONTANT TO WS-MONTANT-EDIT
               STRING 'Sans creance : ' RCP-MATRICULE ' periode '
                      RCP-PERIODE ' ref ' RCP-REFERENCE ' '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
               DISPLAY RCP-MATRICULE ' : paiement CPAM sans creance '
                       'pour la periode ' RCP-PERIODE ' ('
                       RCP-MONTANT ')'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-IMPUTES.
           ADD RCP-MONTANT TO WS-TOTAL-RECU.
           ADD RCP-MONTANT TO WS-IJS-MONTANT-RECU(WS-IDX-IJS).
           MOVE RCP-DATE-PAIEMENT TO WS-IJS-DATE-PAIEMENT(WS-IDX-IJS).
           IF WS-IJS-MONTANT-RECU(WS-IDX-IJS)
                   >= WS-IJS-MONTANT-ATTENDU(WS-IDX-IJS)
               MOVE 'S' TO WS-IJS-STATUT(WS-IDX-IJS)
           ELSE
               MOVE 'P' TO WS-IJS-STATUT(WS-IDX-IJS)
           END-IF.

      *---------------------------------------------------------------
      * Creances non soldees constatees depuis plus du delai de
      * relance : manquantes si rien n'a ete recu, partielles sinon.
       LISTER-RETARDS.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               IF NOT WS-IJS-SOLDEE(WS-IDX-IJS)
                   PERFORM CONTROLER-RETARD
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CONTROLER-RETARD.
           COMPUTE WS-ANCIENNETE-JOURS = WS-JOUR-ABSOLU
               - FUNCTION INTEGER-OF-DATE
                   (WS-IJS-DATE-CONSTAT(WS-IDX-IJS)).
           IF WS-ANCIENNETE-JOURS <= WS-DELAI-RELANCE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-EN-RETARD.
           MOVE 4 TO WS-CODE-RETOUR.
           COMPUTE WS-ECART = WS-IJS-MONTANT-ATTENDU(WS-IDX-IJS)
               - WS-IJS-MONTANT-RECU(WS-IDX-IJS).
           ADD WS-ECART TO WS-TOTAL-ECART.
           MOVE WS-IJS-MONTANT-ATTENDU(WS-IDX-IJS) TO WS-MONTANT-EDIT.
           MOVE WS-ECART TO WS-ECART-EDIT.
           IF WS-IJS-MONTANT-RECU(WS-IDX-IJS) = 0
               STRING 'Manquante    : ' WS-IJS-MATRICULE(WS-IDX-IJS)
                      ' periode ' WS-IJS-PERIODE(WS-IDX-IJS)
                      ' attendu ' WS-MONTANT-EDIT
                      ' ecart ' WS-ECART-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           ELSE
               STRING 'Partielle    : ' WS-IJS-MATRICULE(WS-IDX-IJS)
                      ' periode ' WS-IJS-PERIODE(WS-IDX-IJS)
                      ' attendu ' WS-MONTANT-EDIT
                      ' ecart ' WS-ECART-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-ANCIENNETE-JOURS TO WS-JOURS-EDIT.
           DISPLAY WS-IJS-MATRICULE(WS-IDX-IJS) ' : IJSS de la '
                   'periode ' WS-IJS-PERIODE(WS-IDX-IJS)
                   ' non soldees depuis ' WS-JOURS-EDIT
                   ' jours - ecart ' WS-ECART ' EUR a reclamer'.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE '------------------------------------------------'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-PAIEMENTS TO WS-NOMBRE-EDIT.
           MOVE WS-TOTAL-RECU TO WS-MONTANT-EDIT.
           STRING 'Paiements CPAM lus      : ' WS-NOMBRE-EDIT
                  ', imputes ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-NON-RAPPROCHES TO WS-NOMBRE-EDIT.
           MOVE WS-TOTAL-NON-RAPPROCHE TO WS-MONTANT-EDIT.
           STRING 'Paiements sans creance  : ' WS-NOMBRE-EDIT
                  ', pour   ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-EN-RETARD TO WS-NOMBRE-EDIT.
           MOVE WS-TOTAL-ECART TO WS-MONTANT-EDIT.
           STRING 'Creances en retard      : ' WS-NOMBRE-EDIT
                  ', ecart  ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           DISPLAY 'Paiements imputes : ' WS-NB-IMPUTES
                   ', sans creance : ' WS-NB-NON-RAPPROCHES
                   ', creances en retard : ' WS-NB-EN-RETARD.

      *---------------------------------------------------------------
      * Les creances soldees de plus de 12 mois sont retirees : le
      * decompte des droits a maintien ne remonte pas au-dela.
       SAUVEGARDER-IJSS.
           IF WS-NB-IJSS = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-IJSS.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               IF WS-IJS-SOLDEE(WS-IDX-IJS)
                       AND WS-IJS-PERIODE(WS-IDX-IJS)
                           < WS-PERIODE-PURGE
                   ADD 1 TO WS-NB-PURGEES
               ELSE
                   MOVE WS-IJSS-LIGNE(WS-IDX-IJS) TO ENR-IJSS
                   WRITE ENR-IJSS
               END-IF
           END-PERFORM.
           CLOSE FIC-IJSS.
           IF WS-NB-PURGEES > 0
               DISPLAY 'Creances soldees de plus de 12 mois retirees : '
                       WS-NB-PURGEES
           END-IF.

      *---------------------------------------------------------------
      * Releve impute : vide pour qu'un second passage ne compte
      * pas deux fois les memes paiements.
       VIDER-RELEVES.
           IF WS-NB-PAIEMENTS = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-RELEVES.
           CLOSE FIC-RELEVES.
