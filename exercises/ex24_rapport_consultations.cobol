      * consultations par operateur (trouvees / non trouvees), et
      * employes consultes anormalement souvent (plus du double de
      * la moyenne par matricule, et au moins 3 consultations).
      * Revue des connexions du journal de securite
      * FIC-JOURNAL-SECURITE.dat (COPY SECUREC, alimente par
      * EX37-SIGNON et EX37B-GESTION-OPERATEURS) : connexions
      * refusees et verrouillages, puis actions de gestion des
      * operateurs.
      * Compiler : cobc -x ex24_rapport_consultations.cobol
      *            -o ex24_rapport_consultations -I ../copybooks
      * Executer : ./ex24_rapport_consultations
               ASSIGN TO 'FIC-PARAM-SURVEILLANCE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SURV.
           SELECT FIC-SECURITE ASSIGN TO 'FIC-JOURNAL-SECURITE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SECURITE.

       DATA DIVISION.
       FILE SECTION.
       01  ENR-PARAM-SURV.
           05 SUR-SEUIL-BALAYAGE PIC 9(3).

       FD  FIC-SECURITE LABEL RECORDS ARE STANDARD.
       COPY SECUREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-CONSULT   PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
             10 WS-JRN-NB        PIC 9(4).
       01 WS-NB-JOURNEES      PIC 9(3) VALUE 0.

      * Journal de securite des connexions.
       01 WS-STATUT-SECURITE  PIC X(2) VALUE '00'.
       01 WS-FIN-SECURITE     PIC X VALUE 'N'.
          88 SECURITE-TERMINEE VALUE 'O'.
       01 WS-NB-REFUS-CONNEXION PIC 9(4) VALUE 0.
       01 WS-NB-GESTION-OPER  PIC 9(4) VALUE 0.
       01 WS-MARQUE-VERROU    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Rapport des consultations'.
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
           PERFORM ECRIRE-ALERTES-CONFORMITE.
           PERFORM ECRIRE-ALERTES-SECURITE.

           STRING 'Consultations totales : ' WS-NB-CONSULTATIONS
               DELIMITED SIZE INTO WS-LIGNE.
               MOVE '  (aucun)' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

      *---------------------------------------------------------------
      * Connexions refusees par EX37-SIGNON (operateur inconnu, PIN
      * faux, verrouillage, compte verrouille ou desactive, PIN
      * expire), puis creations, reinitialisations et desactivations
      * faites par EX37B-GESTION-OPERATEURS. Les lignes a blanc
      * d'auteur viennent de la connexion, les autres de la gestion.
       ECRIRE-ALERTES-SECURITE.
           MOVE '=== ALERTES : CONNEXIONS REFUSEES ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           OPEN INPUT FIC-SECURITE.
           IF WS-STATUT-SECURITE = '00'
               MOVE 'N' TO WS-FIN-SECURITE
               READ FIC-SECURITE
                   AT END SET SECURITE-TERMINEE TO TRUE
               END-READ
               PERFORM UNTIL SECURITE-TERMINEE
                   IF SEC-AUTEUR = SPACES
                       ADD 1 TO WS-NB-REFUS-CONNEXION
                       MOVE SPACES TO WS-MARQUE-VERROU
                       IF SEC-EVENEMENT = 'VERROUILLAGE'
                           MOVE '*VERROU*' TO WS-MARQUE-VERROU
                       END-IF
                       STRING '  ' SEC-DATE ' ' SEC-HEURE(1:4) ' '
                              SEC-OPERATEUR ' ' SEC-PROGRAMME
                              ' : ' SEC-EVENEMENT ' echecs '
                              SEC-NB-ECHECS ' ' WS-MARQUE-VERROU
                           DELIMITED SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-UNE-LIGNE
                   END-IF
                   READ FIC-SECURITE
                       AT END SET SECURITE-TERMINEE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIC-SECURITE
           END-IF.
           IF WS-NB-REFUS-CONNEXION = 0
               MOVE '  (aucune)' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           MOVE '=== GESTION DES OPERATEURS ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           OPEN INPUT FIC-SECURITE.
           IF WS-STATUT-SECURITE = '00'
               MOVE 'N' TO WS-FIN-SECURITE
               READ FIC-SECURITE
                   AT END SET SECURITE-TERMINEE TO TRUE
               END-READ
               PERFORM UNTIL SECURITE-TERMINEE
                   IF SEC-AUTEUR NOT = SPACES
                       ADD 1 TO WS-NB-GESTION-OPER
                       STRING '  ' SEC-DATE ' ' SEC-HEURE(1:4) ' '
                              SEC-AUTEUR ' : ' SEC-EVENEMENT ' '
                              SEC-OPERATEUR
                           DELIMITED SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-UNE-LIGNE
                   END-IF
                   READ FIC-SECURITE
                       AT END SET SECURITE-TERMINEE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIC-SECURITE
           END-IF.
           IF WS-NB-GESTION-OPER = 0
               MOVE '  (aucune)' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
