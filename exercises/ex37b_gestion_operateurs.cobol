      *===============================================================
      * Exercice 37b - Gestion des operateurs habilites
      * Niveau : Expert
      * Tient le registre FIC-OPERATEURS.dat (COPY OPERREC) lu par
      * la connexion commune EX37-SIGNON :
      *   C = creer un operateur avec un PIN initial, a changer a la
      *       premiere connexion ;
      *   R = reinitialiser le PIN d'un operateur (oubli, compte
      *       verrouille apres trois echecs) : nouveau PIN initial,
      *       compte deverrouille ;
      *   D = desactiver un operateur parti : il ne peut plus se
      *       connecter, son code reste au registre pour la lecture
      *       des journaux.
      * Reserve aux operateurs de profil A (administrateur), connectes
      * par EX37-SIGNON ; un administrateur ne peut ni reinitialiser
      * ni desactiver son propre compte. Registre absent ou vide :
      * seul le premier administrateur peut etre cree, sans
      * connexion, avec un PIN initial a changer aussitot.
      * Chaque action est tracee dans FIC-JOURNAL-SECURITE.dat (COPY
      * SECUREC) avec le code de l'administrateur.
      * Compiler les 3 fichiers dans cet ordre :
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -x ex37b_gestion_operateurs.cobol ex37_signon.o
      *        ex37_empreinte.o -I ../copybooks
      * Executer : ./ex37b_gestion_operateurs
      * Code retour : 0 = gestion terminee,
      *               8 = connexion refusee ou profil non administrateur
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX37B-GESTION-OPERATEURS.

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
       01 WS-ADMINISTRATEUR   PIC X(8) VALUE SPACES.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
       01 WS-RETOUR-EMP       PIC S9(4) COMP VALUE 0.
       01 WS-EMPREINTE        PIC 9(10) VALUE 0.
       01 WS-EVENEMENT        PIC X(12) VALUE SPACES.

       01 WS-ACTION           PIC X VALUE SPACE.
          88 ACTION-CREER     VALUE 'C'.
          88 ACTION-REINIT    VALUE 'R'.
          88 ACTION-DESACTIVER VALUE 'D'.
          88 ACTION-FIN       VALUE 'F'.
       01 WS-CODE-SAISI       PIC X(8) VALUE SPACES.
       01 WS-NOM-SAISI        PIC X(30) VALUE SPACES.
       01 WS-PROFIL-SAISI     PIC X VALUE SPACE.
       01 WS-PIN-SAISI        PIC X(8) VALUE SPACES.
       01 WS-NB-ACTIONS       PIC 9(3) VALUE 0.

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

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Gestion des operateurs'.
           DISPLAY '================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

           PERFORM CHARGER-OPERATEURS.
           IF WS-NB-OPERATEURS = 0
               PERFORM CREER-PREMIER-ADMINISTRATEUR
               STOP RUN
           END-IF.

           CALL 'EX37-SIGNON' USING 'EX37B-GEST-OPE'
                                    WS-ADMINISTRATEUR
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.
      * La connexion a pu reecrire le registre (compteur, PIN
      * change) : il est relu.
           PERFORM CHARGER-OPERATEURS.
           MOVE WS-ADMINISTRATEUR TO WS-CODE-SAISI.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-IDX-OPR > WS-NB-OPERATEURS
                   OR WS-OPR-PROFIL(WS-IDX-OPR) NOT = 'A'
               DISPLAY '*** ' WS-ADMINISTRATEUR ' n''est pas '
                       'administrateur : gestion refusee ***'
               MOVE WS-ADMINISTRATEUR TO WS-CODE-SAISI
      * Refus de connexion a la gestion : trace sans auteur, avec
      * les connexions refusees.
               MOVE SPACES TO WS-ADMINISTRATEUR
               MOVE 'REFUS-ADMIN' TO WS-EVENEMENT
               PERFORM JOURNALISER-SECURITE
               STOP RUN 8
           END-IF.

           PERFORM UNTIL ACTION-FIN
               DISPLAY ' '
               DISPLAY 'Action (C=creer R=reinitialiser PIN '
                       'D=desactiver F=fin) : ' WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-CREER
                       PERFORM CREER-OPERATEUR
                   WHEN ACTION-REINIT
                       PERFORM REINITIALISER-PIN
                   WHEN ACTION-DESACTIVER
                       PERFORM DESACTIVER-OPERATEUR
                   WHEN ACTION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Action inconnue'
               END-EVALUATE
           END-PERFORM.

           DISPLAY 'Actions enregistrees : ' WS-NB-ACTIONS.
           STOP RUN.

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
      * Rend WS-IDX-OPR sur la ligne du code saisi, ou au-dela du
      * nombre d'operateurs si le code est inconnu.
       CHERCHER-OPERATEUR.
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-NB-OPERATEURS
                      OR WS-OPR-CODE(WS-IDX-OPR) = WS-CODE-SAISI
               CONTINUE
           END-PERFORM.

      *---------------------------------------------------------------
      * Registre vide : le premier compte est forcement un
      * administrateur, son PIN initial est a changer a la premiere
      * connexion.
       CREER-PREMIER-ADMINISTRATEUR.
           DISPLAY 'Registre des operateurs vide : creation du '
                   'premier administrateur'.
           MOVE 'A' TO WS-PROFIL-SAISI.
           PERFORM SAISIR-NOUVEL-OPERATEUR.
           IF WS-CODE-SAISI = SPACES
               STOP RUN 8
           END-IF.
           MOVE WS-CODE-SAISI TO WS-ADMINISTRATEUR.
           PERFORM AJOUTER-OPERATEUR.

      *---------------------------------------------------------------
       CREER-OPERATEUR.
           DISPLAY 'Profil (A=administrateur, vide=operateur) : '
               WITH NO ADVANCING.
           ACCEPT WS-PROFIL-SAISI.
           IF WS-PROFIL-SAISI NOT = 'A' AND WS-PROFIL-SAISI NOT = SPACE
               DISPLAY 'Profil inconnu, creation abandonnee'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-NOUVEL-OPERATEUR.
           IF WS-CODE-SAISI NOT = SPACES
               PERFORM AJOUTER-OPERATEUR
           END-IF.

      *---------------------------------------------------------------
      * Code nouveau, nom et PIN initial bien forme ; code remis a
      * blanc si la saisie est refusee.
       SAISIR-NOUVEL-OPERATEUR.
           DISPLAY 'Code du nouvel operateur : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY 'Code obligatoire, creation abandonnee'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-OPERATEUR.
           IF WS-IDX-OPR NOT > WS-NB-OPERATEURS
               DISPLAY 'Code ' WS-CODE-SAISI ' deja au registre, '
                       'creation abandonnee'
               MOVE SPACES TO WS-CODE-SAISI
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Nom : ' WITH NO ADVANCING.
           ACCEPT WS-NOM-SAISI.
           DISPLAY 'PIN initial (4 a 8 chiffres) : ' WITH NO ADVANCING.
           ACCEPT WS-PIN-SAISI.
           CALL 'EX37-EMPREINTE' USING WS-CODE-SAISI WS-PIN-SAISI
                                       WS-EMPREINTE WS-RETOUR-EMP.
           IF WS-RETOUR-EMP NOT = 0
               DISPLAY 'PIN mal forme, creation abandonnee'
               MOVE SPACES TO WS-CODE-SAISI
           END-IF.

      *---------------------------------------------------------------
       AJOUTER-OPERATEUR.
           IF WS-NB-OPERATEURS NOT < WS-MAX-OPERATEURS
               DISPLAY '*** FIC-OPERATEURS.dat : capacite de '
                       WS-MAX-OPERATEURS ' operateurs atteinte, '
                       'creation refusee ***'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-OPERATEURS.
           MOVE WS-CODE-SAISI   TO WS-OPR-CODE(WS-NB-OPERATEURS).
           MOVE WS-NOM-SAISI    TO WS-OPR-NOM(WS-NB-OPERATEURS).
           MOVE WS-EMPREINTE    TO WS-OPR-EMPREINTE(WS-NB-OPERATEURS).
           MOVE 0               TO WS-OPR-DATE-PIN(WS-NB-OPERATEURS).
           MOVE 0               TO WS-OPR-NB-ECHECS(WS-NB-OPERATEURS).
           MOVE 'A'             TO WS-OPR-STATUT(WS-NB-OPERATEURS).
           MOVE WS-PROFIL-SAISI TO WS-OPR-PROFIL(WS-NB-OPERATEURS).
           MOVE WS-DATE-JOUR TO WS-OPR-DATE-STATUT(WS-NB-OPERATEURS).
           PERFORM REECRIRE-OPERATEURS.
           MOVE 'CREATION' TO WS-EVENEMENT.
           PERFORM JOURNALISER-SECURITE.
           ADD 1 TO WS-NB-ACTIONS.
           DISPLAY 'Operateur ' WS-CODE-SAISI ' cree, PIN initial a '
                   'changer a la premiere connexion'.

      *---------------------------------------------------------------
      * Oubli ou verrouillage : nouveau PIN initial, compteur remis
      * a zero, compte actif. Un compte desactive ne se rouvre pas.
       REINITIALISER-PIN.
           PERFORM SAISIR-CODE-EXISTANT.
           IF WS-CODE-SAISI = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Nouveau PIN initial (4 a 8 chiffres) : '
               WITH NO ADVANCING.
           ACCEPT WS-PIN-SAISI.
           CALL 'EX37-EMPREINTE' USING WS-CODE-SAISI WS-PIN-SAISI
                                       WS-EMPREINTE WS-RETOUR-EMP.
           IF WS-RETOUR-EMP NOT = 0
               DISPLAY 'PIN mal forme, reinitialisation abandonnee'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPREINTE TO WS-OPR-EMPREINTE(WS-IDX-OPR).
           MOVE 0            TO WS-OPR-DATE-PIN(WS-IDX-OPR).
           MOVE 0            TO WS-OPR-NB-ECHECS(WS-IDX-OPR).
           MOVE 'A'          TO WS-OPR-STATUT(WS-IDX-OPR).
           MOVE WS-DATE-JOUR TO WS-OPR-DATE-STATUT(WS-IDX-OPR).
           PERFORM REECRIRE-OPERATEURS.
           MOVE 'REINIT-PIN' TO WS-EVENEMENT.
           PERFORM JOURNALISER-SECURITE.
           ADD 1 TO WS-NB-ACTIONS.
           DISPLAY 'PIN de ' WS-CODE-SAISI ' reinitialise, compte '
                   'actif'.

      *---------------------------------------------------------------
       DESACTIVER-OPERATEUR.
           PERFORM SAISIR-CODE-EXISTANT.
           IF WS-CODE-SAISI = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D'          TO WS-OPR-STATUT(WS-IDX-OPR).
           MOVE WS-DATE-JOUR TO WS-OPR-DATE-STATUT(WS-IDX-OPR).
           PERFORM REECRIRE-OPERATEURS.
           MOVE 'DESACTIVE' TO WS-EVENEMENT.
           PERFORM JOURNALISER-SECURITE.
           ADD 1 TO WS-NB-ACTIONS.
           DISPLAY 'Operateur ' WS-CODE-SAISI ' desactive'.

      *---------------------------------------------------------------
      * Compte existant, actif ou verrouille, autre que celui de
      * l'administrateur connecte ; code remis a blanc sinon.
       SAISIR-CODE-EXISTANT.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           PERFORM CHERCHER-OPERATEUR.
           EVALUATE TRUE
               WHEN WS-CODE-SAISI = SPACES
                   CONTINUE
               WHEN WS-IDX-OPR > WS-NB-OPERATEURS
                   DISPLAY 'Code ' WS-CODE-SAISI ' inconnu'
                   MOVE SPACES TO WS-CODE-SAISI
               WHEN WS-CODE-SAISI = WS-ADMINISTRATEUR
                   DISPLAY 'Action refusee sur son propre compte'
                   MOVE SPACES TO WS-CODE-SAISI
               WHEN WS-OPR-STATUT(WS-IDX-OPR) = 'D'
                   DISPLAY 'Compte ' WS-CODE-SAISI ' deja desactive'
                   MOVE SPACES TO WS-CODE-SAISI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
           MOVE WS-CODE-SAISI     TO SEC-OPERATEUR.
           MOVE 'EX37B-GEST-OPE'  TO SEC-PROGRAMME.
           MOVE WS-EVENEMENT      TO SEC-EVENEMENT.
           MOVE 0                 TO SEC-NB-ECHECS.
           MOVE WS-ADMINISTRATEUR TO SEC-AUTEUR.
           WRITE ENR-SECURITE.
           CLOSE FIC-SECURITE.
