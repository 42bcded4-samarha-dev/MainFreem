      *===============================================================
      * Exercice 7p - Registre des visites medicales et certificats
      * Niveau : Intermediaire
      * Les visites medicales obligatoires et les habilitations
      * (electrique, cariste, secourisme...) etaient suivies sur un
      * cahier de la RH. Elles vivent desormais dans le registre
      * FIC-OBLIGATIONS.dat (COPY OBLIGREC : matricule, type, date
      * de la derniere visite ou du dernier passage, validite en
      * mois, prochaine echeance, exigence du poste), entretenu par
      * ses propres mouvements FIC-MOUVEMENTS-OBLIGATIONS.dat :
      *   C = creation ou renouvellement de l'obligation du
      *       matricule pour ce type (date 0 = jamais faite) ;
      *       validite 0 = celle du type ; exigence a blanc = O pour
      *       un certificat, N pour une visite
      *   S = suppression (changement de poste, depart)
      * Les types d'obligations viennent de FIC-TYPES-OBLIGATIONS.dat
      * (COPY OBLIGTYP, types par defaut si absent). Un mouvement
      * sur un matricule absent du maitre, un type inconnu ou une
      * date invalide ou future est rejete.
      * Le fichier des mouvements est consomme apres application.
      * L'etat des echeances est edite chaque mois par
      * EX07Q-ECHEANCES-OBLIGATIONS.
      * Compiler : cobc -x ex07p_obligations.cobol
      *            -o ex07p_obligations -I ../copybooks
      * Executer : ./ex07p_obligations
      * Code retour : 0, 4 si des mouvements ont ete rejetes.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX07P-OBLIGATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OBLIGATIONS ASSIGN TO 'FIC-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OBLIGATIONS.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-TYPES ASSIGN TO 'FIC-TYPES-OBLIGATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TYPES.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-OBLIGATIONS LABEL RECORDS ARE STANDARD.
       COPY OBLIGREC.

       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-OBL.
           05 MVO-CODE          PIC X.
              88 MVO-CREATION    VALUE 'C'.
              88 MVO-SUPPRESSION VALUE 'S'.
           05 MVO-MATRICULE     PIC X(6).
           05 MVO-TYPE          PIC X(4).
           05 MVO-DATE          PIC 9(8).
           05 MVO-VALIDITE      PIC 9(3).
           05 MVO-EXIGEE        PIC X.

       FD  FIC-TYPES LABEL RECORDS ARE STANDARD.
       01  ENR-TYPE-OBLIGATION.
           05 TYF-CODE          PIC X(4).
           05 TYF-NATURE        PIC X.
           05 TYF-VALIDITE      PIC 9(3).
           05 TYF-LIBELLE       PIC X(30).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-OBLIGATIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-TYPES     PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.

       COPY OBLIGTYP.

       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-MATRICULES.
          05 WS-MAT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-MAT
                  PIC X(6).
       01 WS-NB-MATRICULES    PIC 9(4) VALUE 0.

       01 WS-MAX-OBLIGATIONS  PIC 9(5) VALUE 10000.
       01 WS-TABLE-OBLIGATIONS.
          05 WS-OBL-LIGNE OCCURS 10000 TIMES
                  INDEXED BY WS-IDX-OBL.
             10 WS-OBL-MATRICULE PIC X(6).
             10 WS-OBL-TYPE      PIC X(4).
             10 WS-OBL-DERNIERE  PIC 9(8).
             10 WS-OBL-VALIDITE  PIC 9(3).
             10 WS-OBL-ECHEANCE  PIC 9(8).
             10 WS-OBL-EXIGEE    PIC X.
             10 WS-OBL-ETAT      PIC X.
                88 OBL-ACTIVE     VALUE 'A'.
                88 OBL-SUPPRIMEE  VALUE 'S'.
       01 WS-NB-OBLIGATIONS   PIC 9(5) VALUE 0.

      * Calcul de l'echeance : date de depart + validite en mois,
      * ramenee au dernier jour du mois d'arrivee si besoin.
       01 WS-DATE-W           PIC 9(8) VALUE 0.
       01 WS-DATE-W-R REDEFINES WS-DATE-W.
          05 WS-DTW-ANNEE     PIC 9(4).
          05 WS-DTW-MOIS      PIC 9(2).
          05 WS-DTW-JOUR      PIC 9(2).
       01 WS-NB-MOIS-W        PIC 9(5) VALUE 0.
       01 WS-NB-ANNEES-W      PIC 9(3) VALUE 0.
       01 WS-RESTE-W          PIC 9(4) VALUE 0.
       01 WS-JOURS-MOIS       PIC 9(2) VALUE 0.
       01 WS-VALIDITE-W       PIC 9(3) VALUE 0.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-CREATIONS     PIC 9(4) VALUE 0.
       01 WS-NB-RENOUVELLEMENTS PIC 9(4) VALUE 0.
       01 WS-NB-SUPPRESSIONS  PIC 9(4) VALUE 0.
       01 WS-NB-REJETS        PIC 9(4) VALUE 0.
       01 WS-NB-ECRITES       PIC 9(5) VALUE 0.
       01 WS-OBL-TROUVEE      PIC X VALUE 'N'.
          88 OBL-TROUVEE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Visites medicales et'.
           DISPLAY '  certificats des employes'.
           DISPLAY '================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.

           PERFORM CHARGER-TYPES-OBLIGATIONS.
           PERFORM CHARGER-MATRICULES.
           PERFORM CHARGER-OBLIGATIONS.
           PERFORM APPLIQUER-MOUVEMENTS.
           PERFORM REECRIRE-OBLIGATIONS.

           DISPLAY 'Mouvements appliques : ' WS-NB-MOUVEMENTS
                   ' (creations ' WS-NB-CREATIONS
                   ', renouvellements ' WS-NB-RENOUVELLEMENTS
                   ', suppressions ' WS-NB-SUPPRESSIONS
                   ', rejets ' WS-NB-REJETS ')'.
           DISPLAY 'Obligations au registre : ' WS-NB-ECRITES.
           IF WS-NB-REJETS > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-TYPES-OBLIGATIONS.
           OPEN INPUT FIC-TYPES.
           IF WS-STATUT-TYPES = '00'
               PERFORM UNTIL WS-STATUT-TYPES NOT = '00'
                   READ FIC-TYPES
                       AT END MOVE '10' TO WS-STATUT-TYPES
                       NOT AT END
                           IF WS-NB-TYPES-OBL < WS-MAX-TYPES-OBL
                                   AND TYF-CODE NOT = SPACES
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
               DISPLAY 'FIC-TYPES-OBLIGATIONS.dat absent : types '
                       'par defaut'
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
      * Matricules du maitre, actifs ou termines.
       CHARGER-MATRICULES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY '*** FIC-EMPLOYES.dat introuvable : '
                       'mouvements non controlables ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                               AND WS-NB-MATRICULES < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-MATRICULES
                           MOVE EMP-MATRICULE
                               TO WS-MAT-LIGNE(WS-NB-MATRICULES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
       CHARGER-OBLIGATIONS.
           OPEN INPUT FIC-OBLIGATIONS.
           IF WS-STATUT-OBLIGATIONS NOT = '00'
               DISPLAY 'FIC-OBLIGATIONS.dat absent : premier '
                       'passage, registre cree'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OBLIGATIONS NOT = '00'
               READ FIC-OBLIGATIONS
                   AT END MOVE '10' TO WS-STATUT-OBLIGATIONS
                   NOT AT END
                       IF WS-NB-OBLIGATIONS >= WS-MAX-OBLIGATIONS
                           DISPLAY '*** Registre des obligations '
                                   'plein (' WS-MAX-OBLIGATIONS
                                   ') ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-OBLIGATIONS
                       SET WS-IDX-OBL TO WS-NB-OBLIGATIONS
                       MOVE OBL-MATRICULE
                           TO WS-OBL-MATRICULE(WS-IDX-OBL)
                       MOVE OBL-TYPE TO WS-OBL-TYPE(WS-IDX-OBL)
                       MOVE OBL-DATE-DERNIERE
                           TO WS-OBL-DERNIERE(WS-IDX-OBL)
                       MOVE OBL-VALIDITE-MOIS
                           TO WS-OBL-VALIDITE(WS-IDX-OBL)
                       MOVE OBL-DATE-ECHEANCE
                           TO WS-OBL-ECHEANCE(WS-IDX-OBL)
                       MOVE OBL-EXIGEE TO WS-OBL-EXIGEE(WS-IDX-OBL)
                       MOVE 'A' TO WS-OBL-ETAT(WS-IDX-OBL)
               END-READ
           END-PERFORM.
           CLOSE FIC-OBLIGATIONS.
           DISPLAY 'Obligations chargees : ' WS-NB-OBLIGATIONS.

      *---------------------------------------------------------------
       APPLIQUER-MOUVEMENTS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               DISPLAY 'FIC-MOUVEMENTS-OBLIGATIONS.dat absent, aucun '
                       'mouvement ce passage'
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
       APPLIQUER-UN-MOUVEMENT.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATRICULES
               IF WS-MAT-LIGNE(WS-IDX-MAT) = MVO-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MAT > WS-NB-MATRICULES
               ADD 1 TO WS-NB-REJETS
               DISPLAY MVO-MATRICULE ' ' MVO-TYPE
                       ' : matricule absent du maitre, rejete'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-TOB FROM 1 BY 1
                   UNTIL WS-IDX-TOB > WS-NB-TYPES-OBL
               IF TOB-CODE(WS-IDX-TOB) = MVO-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-TOB > WS-NB-TYPES-OBL
               ADD 1 TO WS-NB-REJETS
               DISPLAY MVO-MATRICULE ' ' MVO-TYPE
                       ' : type d''obligation inconnu, rejete'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-OBLIGATION.
           EVALUATE TRUE
               WHEN MVO-CREATION
                   PERFORM CREER-OBLIGATION
               WHEN MVO-SUPPRESSION AND OBL-TROUVEE
                   ADD 1 TO WS-NB-SUPPRESSIONS
                   MOVE 'S' TO WS-OBL-ETAT(WS-IDX-OBL)
               WHEN MVO-SUPPRESSION
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVO-MATRICULE ' ' MVO-TYPE
                           ' : suppression sans obligation connue, '
                           'rejetee'
               WHEN OTHER
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVO-MATRICULE ' : type de mouvement '
                           'inconnu (' MVO-CODE '), rejete'
           END-EVALUATE.

      *---------------------------------------------------------------
      * Creation ou renouvellement : la date de depart ne peut pas
      * etre dans le futur ; 0 = jamais faite, echue d'office.
       CREER-OBLIGATION.
           IF MVO-DATE NOT = 0
               MOVE MVO-DATE TO WS-DATE-W
               IF WS-DTW-MOIS < 1 OR WS-DTW-MOIS > 12
                       OR WS-DTW-JOUR < 1 OR WS-DTW-JOUR > 31
                       OR MVO-DATE > WS-DATE-JOUR-8
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVO-MATRICULE ' ' MVO-TYPE
                           ' : date ' MVO-DATE
                           ' invalide ou future, rejete'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF OBL-TROUVEE
               ADD 1 TO WS-NB-RENOUVELLEMENTS
           ELSE
               IF WS-NB-OBLIGATIONS >= WS-MAX-OBLIGATIONS
                   DISPLAY '*** Registre des obligations plein ('
                           WS-MAX-OBLIGATIONS ') ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CREATIONS
               ADD 1 TO WS-NB-OBLIGATIONS
               SET WS-IDX-OBL TO WS-NB-OBLIGATIONS
               MOVE MVO-MATRICULE TO WS-OBL-MATRICULE(WS-IDX-OBL)
               MOVE MVO-TYPE TO WS-OBL-TYPE(WS-IDX-OBL)
           END-IF.
           MOVE 'A' TO WS-OBL-ETAT(WS-IDX-OBL).
           MOVE MVO-DATE TO WS-OBL-DERNIERE(WS-IDX-OBL).
           MOVE MVO-VALIDITE TO WS-VALIDITE-W.
           IF WS-VALIDITE-W = 0
               MOVE TOB-VALIDITE(WS-IDX-TOB) TO WS-VALIDITE-W
           END-IF.
           MOVE WS-VALIDITE-W TO WS-OBL-VALIDITE(WS-IDX-OBL).
           MOVE MVO-EXIGEE TO WS-OBL-EXIGEE(WS-IDX-OBL).
           IF MVO-EXIGEE NOT = 'O' AND MVO-EXIGEE NOT = 'N'
               IF TOB-CERTIFICAT(WS-IDX-TOB)
                   MOVE 'O' TO WS-OBL-EXIGEE(WS-IDX-OBL)
               ELSE
                   MOVE 'N' TO WS-OBL-EXIGEE(WS-IDX-OBL)
               END-IF
           END-IF.
           PERFORM CALCULER-ECHEANCE.

      *---------------------------------------------------------------
       CALCULER-ECHEANCE.
           IF WS-OBL-DERNIERE(WS-IDX-OBL) = 0
               MOVE 0 TO WS-OBL-ECHEANCE(WS-IDX-OBL)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OBL-DERNIERE(WS-IDX-OBL) TO WS-DATE-W.
           COMPUTE WS-NB-MOIS-W =
               WS-DTW-MOIS - 1 + WS-OBL-VALIDITE(WS-IDX-OBL).
           DIVIDE WS-NB-MOIS-W BY 12 GIVING WS-NB-ANNEES-W
               REMAINDER WS-RESTE-W.
           ADD WS-NB-ANNEES-W TO WS-DTW-ANNEE.
           COMPUTE WS-DTW-MOIS = WS-RESTE-W + 1.
           EVALUATE WS-DTW-MOIS
               WHEN 2
                   MOVE 28 TO WS-JOURS-MOIS
                   DIVIDE WS-DTW-ANNEE BY 4 GIVING WS-NB-MOIS-W
                       REMAINDER WS-RESTE-W
                   IF WS-RESTE-W = 0
                       MOVE 29 TO WS-JOURS-MOIS
                       DIVIDE WS-DTW-ANNEE BY 100 GIVING WS-NB-MOIS-W
                           REMAINDER WS-RESTE-W
                       IF WS-RESTE-W = 0
                           MOVE 28 TO WS-JOURS-MOIS
                           DIVIDE WS-DTW-ANNEE BY 400
                               GIVING WS-NB-MOIS-W
                               REMAINDER WS-RESTE-W
                           IF WS-RESTE-W = 0
                               MOVE 29 TO WS-JOURS-MOIS
                           END-IF
                       END-IF
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN OTHER
                   MOVE 31 TO WS-JOURS-MOIS
           END-EVALUATE.
           IF WS-DTW-JOUR > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-DTW-JOUR
           END-IF.
           MOVE WS-DATE-W TO WS-OBL-ECHEANCE(WS-IDX-OBL).

      *---------------------------------------------------------------
       CHERCHER-OBLIGATION.
           MOVE 'N' TO WS-OBL-TROUVEE.
           PERFORM VARYING WS-IDX-OBL FROM 1 BY 1
                   UNTIL WS-IDX-OBL > WS-NB-OBLIGATIONS
               IF WS-OBL-MATRICULE(WS-IDX-OBL) = MVO-MATRICULE
                       AND WS-OBL-TYPE(WS-IDX-OBL) = MVO-TYPE
                       AND OBL-ACTIVE(WS-IDX-OBL)
                   SET OBL-TROUVEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       REECRIRE-OBLIGATIONS.
           OPEN OUTPUT FIC-OBLIGATIONS.
           PERFORM VARYING WS-IDX-OBL FROM 1 BY 1
                   UNTIL WS-IDX-OBL > WS-NB-OBLIGATIONS
               IF OBL-ACTIVE(WS-IDX-OBL)
                   MOVE WS-OBL-MATRICULE(WS-IDX-OBL) TO OBL-MATRICULE
                   MOVE WS-OBL-TYPE(WS-IDX-OBL) TO OBL-TYPE
                   MOVE WS-OBL-DERNIERE(WS-IDX-OBL)
                       TO OBL-DATE-DERNIERE
                   MOVE WS-OBL-VALIDITE(WS-IDX-OBL)
                       TO OBL-VALIDITE-MOIS
                   MOVE WS-OBL-ECHEANCE(WS-IDX-OBL)
                       TO OBL-DATE-ECHEANCE
                   MOVE WS-OBL-EXIGEE(WS-IDX-OBL) TO OBL-EXIGEE
                   WRITE ENR-OBLIGATION
                   ADD 1 TO WS-NB-ECRITES
               END-IF
           END-PERFORM.
           CLOSE FIC-OBLIGATIONS.
