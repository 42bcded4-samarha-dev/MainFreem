      * code retour non nul leve un drapeau ANOMALIE : un maitre a
      * moitie vide ou un programme dix fois plus lent se voit avant
      * l'appel des utilisateurs.
      * Les contacts d'astreinte de la nuit (FIC-ASTREINTE.dat, tenu
      * par EX14E) suivent les escalades en tete du rapport.
      * Quand la chaine de cloture mensuelle (EX17B) a tourne dans la
      * nuit, son bilan EX17B-CLOTURE fait l'objet d'un paragraphe
      * propre : etapes lancees, reussies, en echec ou manquees.
      * Les alertes SLA EN DANGER emises par EX17 pendant la nuit
      * figurent avec les escalades ; le bilan SLA de la nuit
      * (EX17-SLA : echeances tenues et manquees) est suivi du taux
      * de conformite du mois (nuits sans echeance manquee).
      * Compiler : cobc -x ex16_rapport_matin.cobol
      *            -o ex16_rapport_matin -I ../copybooks
      * Executer : ./ex16_rapport_matin
           SELECT FIC-QUART ASSIGN TO 'FIC-JOURNAL-QUART.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-QUART.
           SELECT FIC-ASTREINTE ASSIGN TO 'FIC-ASTREINTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ASTREINTE.

       DATA DIVISION.
       FILE SECTION.
       01  ENR-RAPPORT        PIC X(100).

      * Escalades ecrites par EX17 quand les relances d'une etape
      * sont epuisees (type R) ou qu'une echeance SLA est en danger
      * (type S) : remontees en tete du rapport, avant la chaine
      * elle-meme.
       FD  FIC-ESCALADES LABEL RECORDS ARE STANDARD.
       01  ENR-ESCALADE.
           05 ESC-DATE          PIC 9(8).
           05 ESC-PROGRAMME     PIC X(14).
           05 ESC-TENTATIVES    PIC 9.
           05 ESC-DERNIER-RETOUR PIC 9(2).
           05 ESC-TYPE          PIC X.
           05 ESC-FIN-PROJETEE  PIC 9(4).
           05 ESC-HEURE-LIMITE  PIC 9(4).

      * Journal de quart de l'operateur (EX16B) : le contexte
      * humain de la nuit, rejoue en section dediee a cote de la
           05 QRT-OPERATEUR     PIC X(8).
           05 QRT-TEXTE         PIC X(50).

      * Planning d'astreinte tenu par EX14E-ASTREINTE.
       FD  FIC-ASTREINTE LABEL RECORDS ARE STANDARD.
       COPY ASTREINTEREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-FIN-QUART        PIC X VALUE 'N'.
          88 QUART-TERMINE    VALUE 'O'.
       01 WS-NB-ENTREES-QUART PIC 9(3) VALUE 0.
      * Astreinte de la nuit : la semaine est celle du soir ou la
      * chaine a demarre (la veille pour une nuit sur deux jours).
       01 WS-STATUT-ASTREINTE PIC X(2) VALUE '00'.
       01 WS-DATE-SOIR        PIC 9(8) VALUE 0.
       01 WS-LUNDI-NUIT       PIC 9(8) VALUE 0.
       01 WS-ENTIER-SOIR      PIC 9(8) VALUE 0.
       01 WS-ASTREINTE-CONNUE PIC X VALUE 'N'.
          88 ASTREINTE-CONNUE VALUE 'O'.

      * Une chaine qui passe minuit journalise ses dernieres etapes
      * le lendemain : la nuit couvre aussi la veille de la date la
             10 WS-NUI-DUREE     PIC 9(5).
             10 WS-NUI-RETOUR    PIC 9(2).
       01 WS-NB-NUIT          PIC 9(3) VALUE 0.
       01 WS-CLOTURE-VUE      PIC X VALUE 'N'.
          88 CLOTURE-VUE      VALUE 'O'.

      * Bilan SLA de la nuit et conformite du mois : nuits ayant un
      * bilan EX17-SLA dans le mois, dont sans echeance manquee.
       01 WS-DATE-SLA         PIC 9(8) VALUE 0.
       01 WS-SLA-VU           PIC X VALUE 'N'.
          88 SLA-VU           VALUE 'O'.
       01 WS-NB-NUITS-SLA     PIC 9(3) VALUE 0.
       01 WS-NB-NUITS-TENUES  PIC 9(3) VALUE 0.
       01 WS-TAUX-CONFORMITE  PIC 9(3) VALUE 0.

      * Moyennes glissantes par programme sur les nuits anterieures.
       01 WS-TABLE-HISTORIQUE.
               PERFORM VERIFIER-APPARTENANCE-NUIT
               IF DANS-LA-NUIT
                   PERFORM RETENIR-PASSAGE-NUIT
                   IF JEX-PROGRAMME = 'EX17-SLA'
                       MOVE JEX-DATE TO WS-DATE-SLA
                   END-IF
               ELSE
                   PERFORM CUMULER-HISTORIQUE
               END-IF
       ECRIRE-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ESCALADES.
           PERFORM ECRIRE-ASTREINTE.
           STRING '=== CHAINE DE LA NUIT DU ' WS-DERNIERE-NUIT
                  ' (ordre d''execution) ==='
               DELIMITED SIZE INTO WS-LIGNE.
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           PERFORM VARYING WS-IDX-NUI FROM 1 BY 1
                   UNTIL WS-IDX-NUI > WS-NB-NUIT
               IF WS-NUI-PROGRAMME(WS-IDX-NUI) = 'EX17B-CLOTURE'
                   PERFORM ECRIRE-CLOTURE-MENSUELLE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-NUI FROM 1 BY 1
                   UNTIL WS-IDX-NUI > WS-NB-NUIT
               IF WS-NUI-PROGRAMME(WS-IDX-NUI) = 'EX17-SLA'
                   PERFORM ECRIRE-SLA-NUIT
               END-IF
           END-PERFORM.
           IF SLA-VU
               PERFORM CALCULER-CONFORMITE-SLA
               STRING 'Conformite du mois ' WS-DATE-SLA(1:6) ' : '
                      WS-NB-NUITS-TENUES ' nuit(s) tenue(s) sur '
                      WS-NB-NUITS-SLA ' (' WS-TAUX-CONFORMITE ' %)'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

           PERFORM ECRIRE-JOURNAL-QUART.

           STRING 'Anomalies relevees : ' WS-NB-ANOMALIES
                   END-IF
                   ADD 1 TO WS-NB-ESCALADES
                   ADD 1 TO WS-NB-ANOMALIES
                   IF ESC-TYPE = 'S'
                       STRING '*** ' ESC-PROGRAMME ' : SLA EN '
                              'DANGER (fin projetee '
                              ESC-FIN-PROJETEE(1:2) ':'
                              ESC-FIN-PROJETEE(3:2) ', limite '
                              ESC-HEURE-LIMITE(1:2) ':'
                              ESC-HEURE-LIMITE(3:2) ') ***'
                           DELIMITED SIZE INTO WS-LIGNE
                   ELSE
                       STRING '*** ' ESC-PROGRAMME ' : relances '
                              'epuisees (' ESC-TENTATIVES
                              ' tentative(s), dernier code retour '
                              ESC-DERNIER-RETOUR ') ***'
                           DELIMITED SIZE INTO WS-LIGNE
                   END-IF
                   PERFORM ECRIRE-UNE-LIGNE
               END-IF
               READ FIC-ESCALADES
           END-PERFORM.
           CLOSE FIC-ESCALADES.

      *---------------------------------------------------------------
      * Qui appeler : principal et secours d'astreinte la semaine
      * de la nuit, juste sous les escalades.
       ECRIRE-ASTREINTE.
           MOVE WS-DERNIERE-NUIT TO WS-DATE-SOIR.
           IF NUIT-SUR-2-JOURS
               MOVE WS-DATE-VEILLE TO WS-DATE-SOIR
           END-IF.
           COMPUTE WS-ENTIER-SOIR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SOIR).
           COMPUTE WS-LUNDI-NUIT = FUNCTION DATE-OF-INTEGER(
               WS-ENTIER-SOIR - FUNCTION MOD(WS-ENTIER-SOIR - 1, 7)).
           STRING '=== ASTREINTE DE LA NUIT (semaine du '
                  WS-LUNDI-NUIT ') ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           OPEN INPUT FIC-ASTREINTE.
           IF WS-STATUT-ASTREINTE = '00'
               PERFORM UNTIL WS-STATUT-ASTREINTE NOT = '00'
                   READ FIC-ASTREINTE
                       AT END MOVE '10' TO WS-STATUT-ASTREINTE
                       NOT AT END
                           IF AST-SEMAINE = WS-LUNDI-NUIT
                               PERFORM ECRIRE-CONTACTS-ASTREINTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-ASTREINTE
           END-IF.
           IF NOT ASTREINTE-CONNUE
               MOVE '(aucune astreinte planifiee - FIC-ASTREINTE.dat,'
                   & ' EX14E)' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-CONTACTS-ASTREINTE.
           SET ASTREINTE-CONNUE TO TRUE.
           STRING 'Principal : ' AST-PRINCIPAL ' ' AST-NOM-PRINCIPAL
                  ' tel. ' AST-TEL-PRINCIPAL
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Secours   : ' AST-SECOURS ' ' AST-NOM-SECOURS
                  ' tel. ' AST-TEL-SECOURS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Bilan de la chaine de cloture : lues = etapes lancees,
      * traitees = reussies, rejetees = en echec ou manquees. Le
      * detail par etape est dans FIC-SYNTHESE-CLOTURE.txt ; un code
      * retour non nul est deja compte en anomalie par la chaine.
       ECRIRE-CLOTURE-MENSUELLE.
           IF NOT CLOTURE-VUE
               SET CLOTURE-VUE TO TRUE
               MOVE '=== CLOTURE MENSUELLE DE LA PAIE (EX17B) ==='
                   TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
           STRING 'Etapes lancees ' WS-NUI-LUS(WS-IDX-NUI)
                  ', reussies ' WS-NUI-TRAITES(WS-IDX-NUI)
                  ', en echec ou manquees '
                  WS-NUI-REJETES(WS-IDX-NUI)
                  ', code retour ' WS-NUI-RETOUR(WS-IDX-NUI)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           EVALUATE TRUE
               WHEN WS-NUI-RETOUR(WS-IDX-NUI) = 0
                   MOVE 'Cloture de la periode complete' TO WS-LIGNE
               WHEN WS-NUI-RETOUR(WS-IDX-NUI) = 4
                   MOVE 'Cloture avec ecarts a traiter - voir '
                       & 'FIC-SYNTHESE-CLOTURE.txt' TO WS-LIGNE
               WHEN OTHER
                   MOVE '*** Cloture bloquee (controle en echec), '
                       & 'reprise la nuit prochaine - voir '
                       & 'FIC-SYNTHESE-CLOTURE.txt' TO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Echeances de la fenetre batch : bilan de la nuit (lues =
      * jugees, traitees = tenues, rejetees = manquees) ; le taux de
      * conformite du mois jusqu'a cette nuit incluse suit.
       ECRIRE-SLA-NUIT.
           IF NOT SLA-VU
               SET SLA-VU TO TRUE
               MOVE '=== FENETRE BATCH (SLA) ===' TO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
           IF WS-NUI-REJETES(WS-IDX-NUI) = 0
               STRING 'SLA TENU : echeances tenues '
                      WS-NUI-TRAITES(WS-IDX-NUI) ' sur '
                      WS-NUI-LUS(WS-IDX-NUI)
                   DELIMITED SIZE INTO WS-LIGNE
           ELSE
               STRING '*** SLA MANQUE : echeances manquees '
                      WS-NUI-REJETES(WS-IDX-NUI) ' sur '
                      WS-NUI-LUS(WS-IDX-NUI)
                      ' - voir FIC-SYNTHESE-CHAINE.txt ***'
                   DELIMITED SIZE INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       CALCULER-CONFORMITE-SLA.
           MOVE 0 TO WS-NB-NUITS-SLA.
           MOVE 0 TO WS-NB-NUITS-TENUES.
           MOVE 0 TO WS-TAUX-CONFORMITE.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-RUNLOG.
           READ FIC-RUNLOG
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF JEX-PROGRAMME = 'EX17-SLA'
                       AND JEX-DATE(1:6) = WS-DATE-SLA(1:6)
                       AND JEX-DATE NOT > WS-DATE-SLA
                   ADD 1 TO WS-NB-NUITS-SLA
                   IF JEX-NB-REJETES = 0
                       ADD 1 TO WS-NB-NUITS-TENUES
                   END-IF
               END-IF
               READ FIC-RUNLOG
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-RUNLOG.
           MOVE 'N' TO WS-FIN-FICHIER.
           IF WS-NB-NUITS-SLA > 0
               COMPUTE WS-TAUX-CONFORMITE =
                   WS-NB-NUITS-TENUES * 100 / WS-NB-NUITS-SLA
           END-IF.

      *---------------------------------------------------------------
      * Le journal de quart de la nuit, a cote de la chronologie
      * machine : les relances manuelles et contournements de
