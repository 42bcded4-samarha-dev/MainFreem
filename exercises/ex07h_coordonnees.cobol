      * FIC-MOUVEMENTS-COORD.dat :
      *   C = creation ou remplacement des coordonnees du matricule
      *   S = suppression (depart, demande de l'interesse)
      *   E = accord de l'employe pour recevoir ses bulletins par
      *       courriel (seul le matricule est lu)
      *   P = retour au bulletin papier (retrait de l'accord)
      * L'accord vit dans FIC-CONSENTEMENTS-BULLETIN.dat (matricule,
      * O/N, date du dernier mouvement), lu par
      * EX32-DIFFUSION-BULLETINS ; sans accord le bulletin reste
      * imprime et poste.
      * Le fichier des mouvements est consomme apres application.
      * Le programme imprime aussi la liste d'exception des employes
      * actifs sans adresse, pour que la RH les relance avant les
               ASSIGN TO 'FIC-MOUVEMENTS-COORD.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-CONSENTEMENTS
               ASSIGN TO 'FIC-CONSENTEMENTS-BULLETIN.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONSENTEMENTS.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           05 MVC-TYPE          PIC X.
              88 MVC-CREATION    VALUE 'C'.
              88 MVC-SUPPRESSION VALUE 'S'.
              88 MVC-ACCORD-ELEC VALUE 'E'.
              88 MVC-RETOUR-PAPIER VALUE 'P'.
           05 MVC-MATRICULE     PIC X(6).
           05 MVC-ADRESSE1      PIC X(30).
           05 MVC-ADRESSE2      PIC X(30).
           05 MVC-VILLE         PIC X(20).
           05 MVC-EMAIL         PIC X(30).

      * Accord pour le bulletin electronique : O = par courriel,
      * N = papier ; date du mouvement qui l'a pose.
       FD  FIC-CONSENTEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-CONSENTEMENT.
           05 CSB-MATRICULE     PIC X(6).
           05 CSB-ACCORD        PIC X.
           05 CSB-DATE          PIC 9(8).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       01 WS-STATUT-COORDONNEES PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONSENTEMENTS PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

                88 CRD-SUPPRIMEE  VALUE 'S'.
       01 WS-NB-COORDONNEES   PIC 9(4) VALUE 0.

       01 WS-TABLE-CONSENTEMENTS.
          05 WS-CSB-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CSB.
             10 WS-CSB-MATRICULE PIC X(6).
             10 WS-CSB-ACCORD    PIC X.
             10 WS-CSB-DATE      PIC 9(8).
       01 WS-NB-CONSENTEMENTS PIC 9(4) VALUE 0.
       01 WS-ACCORD-W         PIC X VALUE SPACE.
       01 WS-NB-ACCORDS       PIC 9(4) VALUE 0.
       01 WS-NB-RETOURS-PAPIER PIC 9(4) VALUE 0.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-CREATIONS     PIC 9(4) VALUE 0.
       01 WS-NB-REMPLACEMENTS PIC 9(4) VALUE 0.
           DISPLAY '  Coordonnees des employes'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR-8.
           PERFORM CHARGER-COORDONNEES.
           PERFORM CHARGER-CONSENTEMENTS.
           PERFORM APPLIQUER-MOUVEMENTS.
           PERFORM REECRIRE-COORDONNEES.
           PERFORM REECRIRE-CONSENTEMENTS.
           PERFORM LISTER-ADRESSES-MANQUANTES.

           DISPLAY 'Mouvements appliques : ' WS-NB-MOUVEMENTS
                   ', remplacements ' WS-NB-REMPLACEMENTS
                   ', suppressions ' WS-NB-SUPPRESSIONS
                   ', rejets ' WS-NB-REJETS ')'.
           DISPLAY 'Bulletin electronique : ' WS-NB-ACCORDS
                   ' accord(s), ' WS-NB-RETOURS-PAPIER
                   ' retour(s) au papier'.
           DISPLAY 'Actifs sans adresse : ' WS-NB-SANS-ADRESSE
                   ' (voir FIC-COORDONNEES-MANQUANTES.txt)'.
           STOP RUN.
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVC-MATRICULE ' : suppression sans '
                           'coordonnees connues, rejetee'
               WHEN MVC-ACCORD-ELEC
                   MOVE 'O' TO WS-ACCORD-W
                   PERFORM POSER-CONSENTEMENT
                   ADD 1 TO WS-NB-ACCORDS
                   IF NOT COORD-TROUVEE
                       DISPLAY MVC-MATRICULE ' : accord enregistre '
                               'sans courriel connu, bulletin papier '
                               'en attendant'
                   ELSE
                       IF WS-CRD-EMAIL(WS-IDX-CRD) = SPACES
                               OR CRD-SUPPRIMEE(WS-IDX-CRD)
                           DISPLAY MVC-MATRICULE ' : accord '
                                   'enregistre sans courriel connu, '
                                   'bulletin papier en attendant'
                       END-IF
                   END-IF
               WHEN MVC-RETOUR-PAPIER
                   MOVE 'N' TO WS-ACCORD-W
                   PERFORM POSER-CONSENTEMENT
                   ADD 1 TO WS-NB-RETOURS-PAPIER
               WHEN OTHER
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVC-MATRICULE ' : type de mouvement '
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * L'accord du matricule est cree ou remplace par WS-ACCORD-W,
      * date du jour.
       POSER-CONSENTEMENT.
           PERFORM VARYING WS-IDX-CSB FROM 1 BY 1
                   UNTIL WS-IDX-CSB > WS-NB-CONSENTEMENTS
               IF WS-CSB-MATRICULE(WS-IDX-CSB) = MVC-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CSB > WS-NB-CONSENTEMENTS
               IF WS-NB-CONSENTEMENTS >= WS-MAX-EMPLOYES
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY MVC-MATRICULE ' : table des accords '
                           'pleine, mouvement rejete'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-CONSENTEMENTS
               SET WS-IDX-CSB TO WS-NB-CONSENTEMENTS
               MOVE MVC-MATRICULE TO WS-CSB-MATRICULE(WS-IDX-CSB)
           END-IF.
           MOVE WS-ACCORD-W TO WS-CSB-ACCORD(WS-IDX-CSB).
           MOVE WS-DATE-JOUR-8 TO WS-CSB-DATE(WS-IDX-CSB).

      *---------------------------------------------------------------
       CHARGER-CONSENTEMENTS.
           OPEN INPUT FIC-CONSENTEMENTS.
           IF WS-STATUT-CONSENTEMENTS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONSENTEMENTS NOT = '00'
               READ FIC-CONSENTEMENTS
                   AT END MOVE '10' TO WS-STATUT-CONSENTEMENTS
                   NOT AT END
                       IF WS-NB-CONSENTEMENTS < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-CONSENTEMENTS
                           MOVE CSB-MATRICULE TO
                               WS-CSB-MATRICULE(WS-NB-CONSENTEMENTS)
                           MOVE CSB-ACCORD TO
                               WS-CSB-ACCORD(WS-NB-CONSENTEMENTS)
                           MOVE CSB-DATE TO
                               WS-CSB-DATE(WS-NB-CONSENTEMENTS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CONSENTEMENTS.

      *---------------------------------------------------------------
       REECRIRE-CONSENTEMENTS.
           OPEN OUTPUT FIC-CONSENTEMENTS.
           PERFORM VARYING WS-IDX-CSB FROM 1 BY 1
                   UNTIL WS-IDX-CSB > WS-NB-CONSENTEMENTS
               MOVE WS-CSB-MATRICULE(WS-IDX-CSB) TO CSB-MATRICULE
               MOVE WS-CSB-ACCORD(WS-IDX-CSB) TO CSB-ACCORD
               MOVE WS-CSB-DATE(WS-IDX-CSB) TO CSB-DATE
               WRITE ENR-CONSENTEMENT
           END-PERFORM.
           CLOSE FIC-CONSENTEMENTS.

      *---------------------------------------------------------------
       REECRIRE-COORDONNEES.
           OPEN OUTPUT FIC-COORDONNEES.
