      *===============================================================
      * Sous-programme SIGNON
      * Connexion commune des programmes interactifs (EX07C, EX07F,
      * EX07K, EX15B, EX29B, EX37B) : le code operateur n'est plus
      * cru sur parole, il est authentifie par son PIN contre le
      * registre FIC-OPERATEURS.dat (COPY OPERREC) avant toute autre
      * saisie.
      *   - trois essais par lancement ;
      *   - PIN faux : compteur d'echecs du compte augmente ; au
      *     troisieme echec consecutif le compte est verrouille
      *     (deverrouillage par EX37B-GESTION-OPERATEURS) ;
      *   - compte verrouille ou desactive (depart) : refus
      *     immediat ;
      *   - PIN initial ou de plus de 90 jours : changement impose
      *     avant d'entrer (nouveau PIN saisi deux fois, different de
      *     l'ancien).
      * Chaque refus est trace dans FIC-JOURNAL-SECURITE.dat (COPY
      * SECUREC), revu par EX24-RAPPORT-CONSULT.
      * Rend le code de l'operateur authentifie.
      * Code retour : 0 = operateur authentifie,
      *               8 = connexion refusee ou registre absent ou
      *                   vide
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX37-SIGNON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OPERATEURS ASSIGN TO 'FIC-OPERATEURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-OPERATEURS.
           SELECT FIC-SECURITE ASSIGN TO 'FIC-JOURNAL-SECURITE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SECURITE.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-OPERATEURS LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  FIC-SECURITE LABEL RECORDS ARE STANDARD.
       COPY SECUREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-OPERATEURS PIC X(2) VALUE '00'.
       01 WS-STATUT-SECURITE  PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-AGE-PIN          PIC S9(7) VALUE 0.
       01 WS-DUREE-PIN        PIC 9(3) VALUE 90.
       01 WS-MAX-ECHECS       PIC 9 VALUE 3.
       01 WS-MAX-ESSAIS       PIC 9 VALUE 3.
       01 WS-NB-ESSAIS        PIC 9 VALUE 0.

       01 WS-CODE-SAISI       PIC X(8) VALUE SPACES.
       01 WS-PIN-SAISI        PIC X(8) VALUE SPACES.
       01 WS-PIN-NOUVEAU      PIC X(8) VALUE SPACES.
       01 WS-PIN-CONFIRME     PIC X(8) VALUE SPACES.
       01 WS-EMPREINTE        PIC 9(10) VALUE 0.
       01 WS-EMPREINTE-NOUV   PIC 9(10) VALUE 0.
       01 WS-RETOUR-EMP       PIC S9(4) COMP VALUE 0.
       01 WS-EVENEMENT        PIC X(12) VALUE SPACES.

       01 WS-ISSUE            PIC X VALUE SPACE.
          88 CONNEXION-ACCEPTEE VALUE 'O'.
          88 CONNEXION-REFUSEE  VALUE 'R'.
          88 CONNEXION-A-REFAIRE VALUE ' '.
       01 WS-PIN-CHANGE       PIC X VALUE 'N'.
          88 PIN-CHANGE       VALUE 'O'.

       01 WS-MAX-OPERATEURS   PIC 9(3) VALUE 500.
       01 WS-TABLE-OPERATEURS.
          05 WS-OPR-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-OPR WS-IDX-ECR.
             10 WS-OPR-CODE      PIC X(8).
             10 WS-OPR-NOM       PIC X(30).
             10 WS-OPR-EMPREINTE PIC 9(10).
             10 WS-OPR-DATE-PIN  PIC 9(8).
             10 WS-OPR-NB-ECHECS PIC 9.
             10 WS-OPR-STATUT    PIC X.
             10 WS-OPR-PROFIL    PIC X.
             10 WS-OPR-DATE-STATUT PIC 9(8).
       01 WS-NB-OPERATEURS    PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LS-PROGRAMME        PIC X(14).
       01 LS-OPERATEUR        PIC X(8).
       01 LS-RETOUR           PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-PROGRAMME LS-OPERATEUR LS-RETOUR.
           MOVE 8 TO LS-RETOUR.
           MOVE SPACES TO LS-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-OPERATEURS.
           IF WS-NB-OPERATEURS = 0
               DISPLAY '*** FIC-OPERATEURS.dat absent ou vide : '
                       'connexion impossible (voir '
                       'EX37B-GESTION-OPERATEURS) ***'
               GOBACK
           END-IF.

           MOVE 0 TO WS-NB-ESSAIS.
           MOVE SPACE TO WS-ISSUE.
           PERFORM UNTIL NOT CONNEXION-A-REFAIRE
                   OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS
               ADD 1 TO WS-NB-ESSAIS
               PERFORM UN-ESSAI-CONNEXION
           END-PERFORM.

           IF CONNEXION-ACCEPTEE
               MOVE WS-CODE-SAISI TO LS-OPERATEUR
               MOVE 0 TO LS-RETOUR
               DISPLAY 'Operateur ' WS-CODE-SAISI ' connecte'
           ELSE
               DISPLAY '*** Connexion refusee ***'
           END-IF.
           GOBACK.

      *---------------------------------------------------------------
       CHARGER-OPERATEURS.
           MOVE 0 TO WS-NB-OPERATEURS.
           OPEN INPUT FIC-OPERATEURS.
           IF WS-STATUT-OPERATEURS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-OPERATEURS NOT = '00'
               READ FIC-OPERATEURS
                   AT END MOVE '10' TO WS-STATUT-OPERATEURS
                   NOT AT END
                       IF WS-NB-OPERATEURS NOT < WS-MAX-OPERATEURS
                           DISPLAY '*** FIC-OPERATEURS.dat : '
                                   'capacite de ' WS-MAX-OPERATEURS
                                   ' operateurs depassee ***'
                           CLOSE FIC-OPERATEURS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-OPERATEURS
                       MOVE ENR-OPERATEUR
                         TO WS-OPR-LIGNE(WS-NB-OPERATEURS)
               END-READ
           END-PERFORM.
           CLOSE FIC-OPERATEURS.

      *---------------------------------------------------------------
      * Un essai : code et PIN. Un refus definitif (compte
      * verrouille, desactive, verrouille par cet essai, PIN expire
      * non change) met fin aux essais.
       UN-ESSAI-CONNEXION.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           DISPLAY 'PIN : ' WITH NO ADVANCING.
           ACCEPT WS-PIN-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY 'Code operateur obligatoire'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-NB-OPERATEURS
                      OR WS-OPR-CODE(WS-IDX-OPR) = WS-CODE-SAISI
               CONTINUE
           END-PERFORM.
           IF WS-IDX-OPR > WS-NB-OPERATEURS
               DISPLAY 'Code ou PIN incorrect'
               MOVE 'INCONNU' TO WS-EVENEMENT
               PERFORM JOURNALISER-SECURITE
               EXIT PARAGRAPH
           END-IF.

           IF WS-OPR-STATUT(WS-IDX-OPR) = 'D'
               DISPLAY 'Compte ' WS-CODE-SAISI ' desactive'
               MOVE 'REFUS-DESACT' TO WS-EVENEMENT
               PERFORM JOURNALISER-SECURITE
               SET CONNEXION-REFUSEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPR-STATUT(WS-IDX-OPR) = 'V'
               DISPLAY 'Compte ' WS-CODE-SAISI ' verrouille depuis le '
                       WS-OPR-DATE-STATUT(WS-IDX-OPR)
                       ' : voir un administrateur'
               MOVE 'REFUS-VERROU' TO WS-EVENEMENT
               PERFORM JOURNALISER-SECURITE
               SET CONNEXION-REFUSEE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL 'EX37-EMPREINTE' USING WS-CODE-SAISI WS-PIN-SAISI
                                       WS-EMPREINTE WS-RETOUR-EMP.
           IF WS-EMPREINTE NOT = WS-OPR-EMPREINTE(WS-IDX-OPR)
               PERFORM COMPTER-ECHEC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-OPR-NB-ECHECS(WS-IDX-OPR).
           PERFORM CONTROLER-EXPIRATION.
           IF CONNEXION-REFUSEE
               PERFORM REECRIRE-OPERATEURS
               EXIT PARAGRAPH
           END-IF.
           SET CONNEXION-ACCEPTEE TO TRUE.
           PERFORM REECRIRE-OPERATEURS.

      *---------------------------------------------------------------
       COMPTER-ECHEC.
           DISPLAY 'Code ou PIN incorrect'.
           ADD 1 TO WS-OPR-NB-ECHECS(WS-IDX-OPR).
           IF WS-OPR-NB-ECHECS(WS-IDX-OPR) NOT < WS-MAX-ECHECS
               MOVE 'V' TO WS-OPR-STATUT(WS-IDX-OPR)
               MOVE WS-DATE-JOUR TO WS-OPR-DATE-STATUT(WS-IDX-OPR)
               MOVE 'VERROUILLAGE' TO WS-EVENEMENT
               DISPLAY 'Compte ' WS-CODE-SAISI ' verrouille apres '
                       WS-MAX-ECHECS ' echecs'
               SET CONNEXION-REFUSEE TO TRUE
           ELSE
               MOVE 'ECHEC-PIN' TO WS-EVENEMENT
           END-IF.
           PERFORM JOURNALISER-SECURITE.
           PERFORM REECRIRE-OPERATEURS.

      *---------------------------------------------------------------
      * PIN initial (date a zero) ou plus vieux que la duree admise :
      * il faut le changer pour entrer.
       CONTROLER-EXPIRATION.
           IF WS-OPR-DATE-PIN(WS-IDX-OPR) NOT = 0
               COMPUTE WS-AGE-PIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(
                       WS-OPR-DATE-PIN(WS-IDX-OPR))
               IF WS-AGE-PIN < WS-DUREE-PIN
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'PIN expire (plus de ' WS-DUREE-PIN
                       ' jours) : changement obligatoire'
           ELSE
               DISPLAY 'PIN initial : changement obligatoire'
           END-IF.
           MOVE 'N' TO WS-PIN-CHANGE.
           PERFORM CHANGER-PIN 3 TIMES.
           IF NOT PIN-CHANGE
               MOVE 'PIN-EXPIRE' TO WS-EVENEMENT
               PERFORM JOURNALISER-SECURITE
               SET CONNEXION-REFUSEE TO TRUE
           END-IF.

      *---------------------------------------------------------------
       CHANGER-PIN.
           IF PIN-CHANGE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Nouveau PIN (4 a 8 chiffres) : ' WITH NO ADVANCING.
           ACCEPT WS-PIN-NOUVEAU.
           DISPLAY 'Confirmer le nouveau PIN : ' WITH NO ADVANCING.
           ACCEPT WS-PIN-CONFIRME.
           IF WS-PIN-NOUVEAU NOT = WS-PIN-CONFIRME
               DISPLAY 'Les deux saisies different'
               EXIT PARAGRAPH
           END-IF.
           CALL 'EX37-EMPREINTE' USING WS-CODE-SAISI WS-PIN-NOUVEAU
                                       WS-EMPREINTE-NOUV WS-RETOUR-EMP.
           IF WS-RETOUR-EMP NOT = 0
               DISPLAY 'PIN mal forme : 4 a 8 chiffres'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMPREINTE-NOUV = WS-OPR-EMPREINTE(WS-IDX-OPR)
               DISPLAY 'Le nouveau PIN doit differer de l''ancien'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPREINTE-NOUV TO WS-OPR-EMPREINTE(WS-IDX-OPR).
           MOVE WS-DATE-JOUR TO WS-OPR-DATE-PIN(WS-IDX-OPR).
           SET PIN-CHANGE TO TRUE.
           DISPLAY 'PIN change'.

      *---------------------------------------------------------------
       REECRIRE-OPERATEURS.
           OPEN OUTPUT FIC-OPERATEURS.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-OPERATEURS
               MOVE WS-OPR-LIGNE(WS-IDX-ECR) TO ENR-OPERATEUR
               WRITE ENR-OPERATEUR
           END-PERFORM.
           CLOSE FIC-OPERATEURS.

      *---------------------------------------------------------------
       JOURNALISER-SECURITE.
           OPEN EXTEND FIC-SECURITE.
           IF WS-STATUT-SECURITE NOT = '00'
               OPEN OUTPUT FIC-SECURITE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SEC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SEC-HEURE.
           MOVE WS-CODE-SAISI TO SEC-OPERATEUR.
           MOVE LS-PROGRAMME  TO SEC-PROGRAMME.
           MOVE WS-EVENEMENT  TO SEC-EVENEMENT.
           IF WS-EVENEMENT = 'INCONNU'
               MOVE 0 TO SEC-NB-ECHECS
           ELSE
               MOVE WS-OPR-NB-ECHECS(WS-IDX-OPR) TO SEC-NB-ECHECS
           END-IF.
           MOVE SPACES TO SEC-AUTEUR.
           WRITE ENR-SECURITE.
           CLOSE FIC-SECURITE.
