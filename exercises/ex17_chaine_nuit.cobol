      * Les executables de la nuit doivent etre presents dans le
      * repertoire d'execution sous leurs noms de compilation
      * habituels (voir WS-TABLE-ETAPES).
      * L'astreinte de la nuit (principal et secours de la semaine,
      * FIC-ASTREINTE.dat tenu par EX14E) est affichee au lancement,
      * rappelee a chaque escalade et portee dans la synthese : on
      * sait qui appeler.
      * Mode reprise : quand l'exploitant pose le drapeau O dans
      * FIC-PARAM-REPRISE-CHAINE.dat, la chaine relit l'etat des
      * etapes de la nuit dans sa synthese FIC-SYNTHESE-CHAINE.txt
      * au lieu de consulter le calendrier : les etapes deja
      * reussies (et celles que le calendrier avait sautees) ne sont
      * pas relancees, la branche en echec reprend a son etape en
      * echec, avec les memes controles de bilan, relances et
      * verrou paie qu'une nuit normale. La synthese reecrite garde
      * la date de la nuit reprise (une seconde reprise reste
      * possible) ; le bilan au journal est ecrit sous le nom
      * EX17-R<nuit>, ex. EX17-R20261014 = reprise de la nuit du
      * 14/10/2026. Le drapeau est remis a N apres usage ; sans
      * synthese lisible la reprise est refusee (code retour 8).
      * Fenetre batch : FIC-PARAM-SLA.dat donne une heure limite de
      * fin par etape (nom de programme) et pour toute la chaine
      * (nom EX17-CHAINE-NU), ex. paie publiee avant 05:30. Avant
      * chaque lancement, la fin de chaque etape restante est
      * projetee d'apres sa duree moyenne au journal ; des qu'une
      * projection depasse une limite, une alerte SLA EN DANGER
      * part aux escalades et l'astreinte est affichee, sans
      * attendre que l'heure soit passee. En fin de nuit chaque
      * echeance est jugee tenue ou manquee (synthese) et le bilan
      * est journalise sous le nom EX17-SLA (lues = echeances
      * jugees, traitees = tenues, rejetees = manquees), repris par
      * EX16 avec le taux de conformite du mois. Une echeance
      * manquee donne au moins le code retour 4. Pas de suivi SLA
      * en reprise : les echeances sont celles de la nuit d'origine.
      * Compiler : cobc -x ex17_chaine_nuit.cobol -o ex17_chaine_nuit
      *            -I ../copybooks
      * Executer : ./ex17_chaine_nuit
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FIC-SYNTHESE ASSIGN TO 'FIC-SYNTHESE-CHAINE.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SYNTHESE.
           SELECT FIC-PARAM-REPRISE
               ASSIGN TO 'FIC-PARAM-REPRISE-CHAINE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPRISE.
           SELECT FIC-PARAM-RETRY ASSIGN TO 'FIC-PARAM-RETRY.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETRY.
           SELECT FIC-ESCALADES ASSIGN TO 'FIC-ESCALADES-CHAINE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ESCALADES.
           SELECT FIC-ASTREINTE ASSIGN TO 'FIC-ASTREINTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ASTREINTE.
           SELECT FIC-PARAM-SLA ASSIGN TO 'FIC-PARAM-SLA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SLA.

       DATA DIVISION.
       FILE SECTION.
           05 RTY-ATTENTE-SEC   PIC 9(3).

      * Escalades : une ligne par etape dont les relances sont
      * epuisees (type R) ou par echeance SLA en danger (type S,
      * fin projetee et heure limite en HHMM), remontee en tete du
      * rapport du matin (EX16).
       FD  FIC-ESCALADES LABEL RECORDS ARE STANDARD.
       01  ENR-ESCALADE.
           05 ESC-DATE          PIC 9(8).
           05 ESC-PROGRAMME     PIC X(14).
           05 ESC-TENTATIVES    PIC 9.
           05 ESC-DERNIER-RETOUR PIC 9(2).
           05 ESC-TYPE          PIC X.
           05 ESC-FIN-PROJETEE  PIC 9(4).
           05 ESC-HEURE-LIMITE  PIC 9(4).

      * Echeances de la fenetre batch : heure limite de fin (HHMM)
      * par programme, EX17-CHAINE-NU pour la chaine entiere.
       FD  FIC-PARAM-SLA LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-SLA.
           05 SLA-PROGRAMME     PIC X(14).
           05 SLA-HEURE-LIMITE  PIC 9(4).

      * Planning d'astreinte tenu par EX14E-ASTREINTE.
       FD  FIC-ASTREINTE LABEL RECORDS ARE STANDARD.
       COPY ASTREINTEREC.

      * Synthese lisible de la nuit : lancees/reussies, sautees par
      * le calendrier, dues mais manquees (chaine arretee avant).
       FD  FIC-SYNTHESE LABEL RECORDS ARE STANDARD.
       01  ENR-SYNTHESE         PIC X(80).

      * Drapeau de reprise pose par l'exploitant (O = reprendre la
      * nuit de la synthese), remis a N apres usage.
       FD  FIC-PARAM-REPRISE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-REPRISE.
           05 PRP-REPRENDRE     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
       01 WS-HEURE-FIN        PIC 9(6) VALUE 0.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

      * Etapes de la chaine dans l'ordre des dependances : les
      * referentiels region/vendeur et clients avant le chargement
      * (les codes clients fusionnes y sont traduits), le
      * chargement des ventes avant la rupture, le maitre avant la
      * paie.
      * L'extraction du maitre indexe remplace l'ancienne
       01 WS-ETAPES-VALEURS.
           05 FILLER PIC X(45) VALUE
               './ex09g_maj_regions           EX09G-MAJ-REGIV'.
           05 FILLER PIC X(45) VALUE
               './ex09n_maj_clients           EX09N-MAJ-CLIEV'.
           05 FILLER PIC X(45) VALUE
               './ex09b_charge_ventes         EX09B-CHARGE-VV'.
           05 FILLER PIC X(45) VALUE
           05 FILLER PIC X(45) VALUE
               './ex15_principal              EX15-PRINCIPALP'.
       01 WS-TABLE-ETAPES REDEFINES WS-ETAPES-VALEURS.
           05 WS-ETAPE OCCURS 8 TIMES INDEXED BY WS-IDX-ETP.
              10 ETP-COMMANDE  PIC X(30).
              10 ETP-PROGRAMME PIC X(14).
              10 ETP-BRANCHE   PIC X.
       01 WS-NB-ETAPES        PIC 9 VALUE 8.

       01 WS-ETAPE-COURANTE   PIC 9 VALUE 0.
       01 WS-NB-LANCEES       PIC 9(2) VALUE 0.
       01 WS-BRANCHE-P-KO     PIC X VALUE 'N'.
          88 BRANCHE-PAIE-KO  VALUE 'O'.

      * Astreinte de la nuit : semaine (lundi) du soir et ligne du
      * planning retenue.
       01 WS-STATUT-ASTREINTE PIC X(2) VALUE '00'.
       01 WS-LUNDI-NUIT       PIC 9(8) VALUE 0.
       01 WS-ASTREINTE-CONNUE PIC X VALUE 'N'.
          88 ASTREINTE-CONNUE VALUE 'O'.
       COPY ASTREINTEREC
           REPLACING ==ENR-ASTREINTE== BY ==WS-ASTREINTE-NUIT==
                     LEADING ==AST== BY ==ANU==.

      * Reprise : nuit reprise et etat de ses etapes relus dans la
      * synthese (meme codes que WS-ETAT-ETAPE).
       01 WS-STATUT-SYNTHESE  PIC X(2) VALUE '00'.
       01 WS-STATUT-REPRISE   PIC X(2) VALUE '00'.
       01 WS-REPRISE          PIC X VALUE 'N'.
          88 REPRISE-CHAINE   VALUE 'O'.
       01 WS-NUIT-REPRISE     PIC 9(8) VALUE 0.
       01 WS-TABLE-ETATS-NUIT.
          05 WS-ETAT-NUIT     PIC X OCCURS 20 TIMES.
       01 WS-NB-DEJA-REUSSIES PIC 9(2) VALUE 0.
       01 WS-NB-A-REPRENDRE   PIC 9(2) VALUE 0.
       01 WS-PROGRAMME-REPRISE PIC X(14) VALUE SPACES.

      * Echeances SLA : limite en secondes depuis le minuit du
      * lancement (une limite anterieure a l'heure de lancement est
      * celle du lendemain matin), alerte deja emise, resultat
      * (T tenue, M manquee, blanc sans objet cette nuit).
       01 WS-STATUT-SLA       PIC X(2) VALUE '00'.
       01 WS-MAX-SLA          PIC 9(2) VALUE 20.
       01 WS-TABLE-SLA.
          05 WS-SLA-LIGNE OCCURS 20 TIMES
                  INDEXED BY WS-IDX-SLA.
             10 WS-SLA-PROGRAMME PIC X(14).
             10 WS-SLA-LIMITE    PIC 9(4).
             10 WS-SLA-LIMITE-SEC PIC 9(6).
             10 WS-SLA-ALERTE    PIC X.
             10 WS-SLA-RESULTAT  PIC X.
       01 WS-NB-SLA           PIC 9(2) VALUE 0.
       01 WS-NB-SLA-TENUES    PIC 9(2) VALUE 0.
       01 WS-NB-SLA-MANQUEES  PIC 9(2) VALUE 0.
       01 WS-PROGRAMME-SLA    PIC X(14) VALUE SPACES.
      * Duree moyenne de chaque etape sur les passages anterieurs
      * (meme indice que la table des etapes) et heure de fin de
      * l'etape cette nuit, en secondes depuis minuit du lancement.
       01 WS-TABLE-DUREES.
          05 WS-DUREE-ETAPE OCCURS 20 TIMES.
             10 WS-DUR-NB        PIC 9(5).
             10 WS-DUR-TOTAL     PIC 9(9).
             10 WS-DUR-MOYENNE   PIC 9(5).
             10 WS-DUR-FIN-SEC   PIC 9(6).
       01 WS-SEC-DEBUT-CHAINE PIC 9(6) VALUE 0.
       01 WS-SEC-MAINTENANT   PIC 9(6) VALUE 0.
       01 WS-SEC-PROJETEE     PIC 9(6) VALUE 0.
       01 WS-SEC-W            PIC 9(6) VALUE 0.
       01 WS-SEC-DEBUT-ETAPE  PIC 9(6) VALUE 0.
       01 WS-DUREE-JOURNAL    PIC 9(5) VALUE 0.
       01 WS-HEURE-W          PIC 9(6) VALUE 0.
       01 WS-HEURE-W-R REDEFINES WS-HEURE-W.
          05 WS-HW-HH         PIC 9(2).
          05 WS-HW-MM         PIC 9(2).
          05 WS-HW-SS         PIC 9(2).
       01 WS-HHMM-W           PIC 9(4) VALUE 0.
       01 WS-HHMM-W-R REDEFINES WS-HHMM-W.
          05 WS-HM-HH         PIC 9(2).
          05 WS-HM-MM         PIC 9(2).
       01 WS-HHMM-LIMITE      PIC 9(4) VALUE 0.
       01 WS-NO-PROJ          PIC 9(2) VALUE 0.
       01 WS-NO-SAUVE         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-DEBUT.
           PERFORM CHARGER-PLANNING.
           PERFORM CHARGER-PARAM-RETRY.
           PERFORM PREPARER-CALENDRIER.
           PERFORM LIRE-FLAG-REPRISE.
           MOVE WS-HEURE-DEBUT TO WS-HEURE-W.
           PERFORM CONVERTIR-HEURE-SECONDES.
           MOVE WS-SEC-W TO WS-SEC-DEBUT-CHAINE.
           IF NOT REPRISE-CHAINE
               PERFORM CHARGER-PARAM-SLA
           END-IF.

           DISPLAY '================================================'.
           IF REPRISE-CHAINE
               DISPLAY '  Chaine de nuit - REPRISE de la nuit du '
                       WS-NUIT-REPRISE
           ELSE
               DISPLAY '  Chaine de nuit - lancement ordonne'
           END-IF.
           DISPLAY '================================================'.
           PERFORM CHARGER-ASTREINTE.
           PERFORM AFFICHER-ASTREINTE.

      * Chaque etape est examinee : non due ce soir = sautee par le
      * calendrier ; due apres un arret de chaine = due mais
           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NB-ETAPES
               SET WS-NO-ETAPE TO WS-IDX-ETP
               IF REPRISE-CHAINE
                   PERFORM DECIDER-ETAPE-REPRISE
               ELSE
                   PERFORM DECIDER-ETAPE-DUE
               END-IF
               EVALUATE TRUE
                   WHEN NOT ETAPE-DUE AND REPRISE-CHAINE
                       MOVE WS-ETAT-NUIT(WS-NO-ETAPE)
                           TO WS-ETAT-ETAPE(WS-NO-ETAPE)
                       IF WS-ETAT-NUIT(WS-NO-ETAPE) = 'R'
                           ADD 1 TO WS-NB-DEJA-REUSSIES
                           DISPLAY '>> Etape ' WS-IDX-ETP ' '
                                   ETP-PROGRAMME(WS-IDX-ETP)
                                   ' : deja reussie cette nuit'
                       ELSE
                           ADD 1 TO WS-NB-SAUTEES
                           DISPLAY '>> Etape ' WS-IDX-ETP ' '
                                   ETP-PROGRAMME(WS-IDX-ETP)
                                   ' : sautee par le calendrier '
                                   'cette nuit'
                       END-IF
                   WHEN NOT ETAPE-DUE
                       ADD 1 TO WS-NB-SAUTEES
                       MOVE 'C' TO WS-ETAT-ETAPE(WS-NO-ETAPE)
                               ETP-BRANCHE(WS-IDX-ETP)
                               ' arretee en amont)'
                   WHEN OTHER
                       IF WS-NB-SLA > 0
                           PERFORM PROJETER-ECHEANCES
                       END-IF
                       PERFORM LANCER-ETAPE
                       PERFORM LIRE-HEURE-COURANTE
                       MOVE WS-SEC-MAINTENANT
                           TO WS-DUR-FIN-SEC(WS-NO-ETAPE)
                       IF ETAPE-OK
                           MOVE 'R' TO WS-ETAT-ETAPE(WS-NO-ETAPE)
                       ELSE
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-FIN.
           IF WS-NB-SLA > 0
               PERFORM JUGER-ECHEANCES
           END-IF.
           PERFORM ECRIRE-SYNTHESE-CHAINE.
           IF REPRISE-CHAINE
               PERFORM RAZ-FLAG-REPRISE
           END-IF.

           DISPLAY '================================================'.
           DISPLAY 'Etapes lancees  : ' WS-NB-LANCEES.
           DISPLAY 'Etapes en echec : ' WS-NB-ECHECS.
           DISPLAY 'Sautees calendrier : ' WS-NB-SAUTEES.
           DISPLAY 'Dues mais manquees : ' WS-NB-MANQUEES.
           IF REPRISE-CHAINE
               DISPLAY 'Deja reussies (non relancees) : '
                       WS-NB-DEJA-REUSSIES
           END-IF.
           IF WS-NB-SLA > 0
               DISPLAY 'Echeances SLA tenues : ' WS-NB-SLA-TENUES
                       ', manquees : ' WS-NB-SLA-MANQUEES
           END-IF.
           IF WS-CODE-RETOUR NOT = 0
               DISPLAY '*** CHAINE ARRETEE - voir ci-dessus ***'
           END-IF.
           MOVE ETP-PROGRAMME(WS-IDX-ETP) TO ESC-PROGRAMME.
           MOVE WS-TENTATIVE TO ESC-TENTATIVES.
           MOVE WS-DERNIER-RETOUR TO ESC-DERNIER-RETOUR.
           MOVE 'R' TO ESC-TYPE.
           MOVE 0 TO ESC-FIN-PROJETEE.
           MOVE 0 TO ESC-HEURE-LIMITE.
           WRITE ENR-ESCALADE.
           CLOSE FIC-ESCALADES.
           DISPLAY '*** ESCALADE ' ETP-PROGRAMME(WS-IDX-ETP)
                   ' : relances epuisees ***'.
           PERFORM AFFICHER-ASTREINTE.

      *---------------------------------------------------------------
      * Astreinte de la semaine du soir : le lundi de la semaine est
      * cherche dans le planning d'EX14E.
       CHARGER-ASTREINTE.
           COMPUTE WS-LUNDI-NUIT = FUNCTION DATE-OF-INTEGER(
               WS-ENTIER-JOUR - FUNCTION MOD(WS-ENTIER-JOUR - 1, 7)).
           OPEN INPUT FIC-ASTREINTE.
           IF WS-STATUT-ASTREINTE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ASTREINTE NOT = '00'
               READ FIC-ASTREINTE
                   AT END MOVE '10' TO WS-STATUT-ASTREINTE
                   NOT AT END
                       IF AST-SEMAINE = WS-LUNDI-NUIT
                           MOVE ENR-ASTREINTE TO WS-ASTREINTE-NUIT
                           SET ASTREINTE-CONNUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ASTREINTE.

      *---------------------------------------------------------------
       AFFICHER-ASTREINTE.
           IF ASTREINTE-CONNUE
               DISPLAY '   Astreinte principale : ' ANU-PRINCIPAL
                       ' ' FUNCTION TRIM(ANU-NOM-PRINCIPAL)
                       ' tel. ' ANU-TEL-PRINCIPAL
               DISPLAY '   Astreinte secours    : ' ANU-SECOURS
                       ' ' FUNCTION TRIM(ANU-NOM-SECOURS)
                       ' tel. ' ANU-TEL-SECOURS
           ELSE
               DISPLAY '   Aucune astreinte planifiee pour la '
                       'semaine du ' WS-LUNDI-NUIT
                       ' (FIC-ASTREINTE.dat, EX14E)'
           END-IF.

      *---------------------------------------------------------------
       CHARGER-PLANNING.
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * En reprise, seul l'etat de la nuit compte : une etape reussie
      * ou sautee par le calendrier cette nuit-la n'est pas relancee,
      * une etape en echec, manquee ou non examinee est due.
       DECIDER-ETAPE-REPRISE.
           IF WS-ETAT-NUIT(WS-NO-ETAPE) = 'R'
                   OR WS-ETAT-NUIT(WS-NO-ETAPE) = 'C'
               MOVE 'N' TO WS-ETAPE-DUE
           ELSE
               MOVE 'O' TO WS-ETAPE-DUE
           END-IF.

      *---------------------------------------------------------------
      * Drapeau de reprise : s'il est pose, la synthese de la nuit a
      * reprendre doit etre lisible, sinon rien n'est lance.
       LIRE-FLAG-REPRISE.
           OPEN INPUT FIC-PARAM-REPRISE.
           IF WS-STATUT-REPRISE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PARAM-REPRISE
               AT END CONTINUE
               NOT AT END
                   MOVE PRP-REPRENDRE TO WS-REPRISE
           END-READ.
           CLOSE FIC-PARAM-REPRISE.
           IF REPRISE-CHAINE
               PERFORM CHARGER-SYNTHESE-NUIT
           END-IF.

      *---------------------------------------------------------------
      * Relit la synthese : date de la nuit en en-tete, puis une
      * ligne par etape (programme en colonnes 1-14, etat a partir de
      * la colonne 18).
       CHARGER-SYNTHESE-NUIT.
           MOVE SPACES TO WS-TABLE-ETATS-NUIT.
           OPEN INPUT FIC-SYNTHESE.
           IF WS-STATUT-SYNTHESE NOT = '00'
               DISPLAY '*** Reprise demandee mais '
                       'FIC-SYNTHESE-CHAINE.txt absent : rien '
                       'n''est lance ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-SYNTHESE NOT = '00'
               READ FIC-SYNTHESE
                   AT END MOVE '10' TO WS-STATUT-SYNTHESE
                   NOT AT END
                       PERFORM RETENIR-LIGNE-SYNTHESE
               END-READ
           END-PERFORM.
           CLOSE FIC-SYNTHESE.
           IF WS-NUIT-REPRISE = 0
               DISPLAY '*** Reprise demandee mais synthese '
                       'illisible (en-tete absent) : rien n''est '
                       'lance ***'
               STOP RUN 8
           END-IF.
           MOVE 0 TO WS-NB-A-REPRENDRE.
           PERFORM VARYING WS-NO-ETAPE FROM 1 BY 1
                   UNTIL WS-NO-ETAPE > WS-NB-ETAPES
               IF WS-ETAT-NUIT(WS-NO-ETAPE) NOT = 'R'
                       AND WS-ETAT-NUIT(WS-NO-ETAPE) NOT = 'C'
                   ADD 1 TO WS-NB-A-REPRENDRE
               END-IF
           END-PERFORM.
           DISPLAY 'Reprise de la nuit du ' WS-NUIT-REPRISE ' : '
                   WS-NB-A-REPRENDRE ' etape(s) a reprendre'.

      *---------------------------------------------------------------
       RETENIR-LIGNE-SYNTHESE.
           IF ENR-SYNTHESE(1:29) = '=== SYNTHESE DE LA CHAINE DU '
               IF ENR-SYNTHESE(30:8) IS NUMERIC
                   MOVE ENR-SYNTHESE(30:8) TO WS-NUIT-REPRISE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-NO-ETAPE FROM 1 BY 1
                   UNTIL WS-NO-ETAPE > WS-NB-ETAPES
               IF ENR-SYNTHESE(1:14) = ETP-PROGRAMME(WS-NO-ETAPE)
                       AND ENR-SYNTHESE(15:3) = ' : '
                   EVALUATE TRUE
                       WHEN ENR-SYNTHESE(18:15) = 'LANCEE, REUSSIE'
                           MOVE 'R' TO WS-ETAT-NUIT(WS-NO-ETAPE)
                       WHEN ENR-SYNTHESE(18:16) = 'LANCEE, EN ECHEC'
                           MOVE 'E' TO WS-ETAT-NUIT(WS-NO-ETAPE)
                       WHEN ENR-SYNTHESE(18:6) = 'SAUTEE'
                           MOVE 'C' TO WS-ETAT-NUIT(WS-NO-ETAPE)
                       WHEN ENR-SYNTHESE(18:16) = 'DUE MAIS MANQUEE'
                           MOVE 'M' TO WS-ETAT-NUIT(WS-NO-ETAPE)
                       WHEN OTHER
                           MOVE SPACE TO WS-ETAT-NUIT(WS-NO-ETAPE)
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       RAZ-FLAG-REPRISE.
           OPEN OUTPUT FIC-PARAM-REPRISE.
           MOVE 'N' TO PRP-REPRENDRE.
           WRITE ENR-PARAM-REPRISE.
           CLOSE FIC-PARAM-REPRISE.
           DISPLAY 'Drapeau de reprise remis a N'.

      *---------------------------------------------------------------
       POSER-VERROU-PAIE.
           OPEN OUTPUT FIC-VERROU-PAIE.
       ECRIRE-SYNTHESE-CHAINE.
           OPEN OUTPUT FIC-SYNTHESE.
           MOVE SPACES TO ENR-SYNTHESE.
           IF REPRISE-CHAINE
               STRING '=== SYNTHESE DE LA CHAINE DU ' WS-NUIT-REPRISE
                      ' (reprise du ' WS-DATE-JOUR ') ==='
                   DELIMITED SIZE INTO ENR-SYNTHESE
           ELSE
               STRING '=== SYNTHESE DE LA CHAINE DU ' WS-DATE-JOUR
                      ' ==='
                   DELIMITED SIZE INTO ENR-SYNTHESE
           END-IF.
           WRITE ENR-SYNTHESE.
           PERFORM VARYING WS-NO-ETAPE FROM 1 BY 1
                   UNTIL WS-NO-ETAPE > WS-NB-ETAPES
                  WS-NB-MANQUEES
               DELIMITED SIZE INTO ENR-SYNTHESE.
           WRITE ENR-SYNTHESE.
           IF REPRISE-CHAINE
               MOVE SPACES TO ENR-SYNTHESE
               STRING 'Reprise : ' WS-NB-DEJA-REUSSIES
                      ' etape(s) deja reussie(s) cette nuit, non '
                      'relancee(s)'
                   DELIMITED SIZE INTO ENR-SYNTHESE
               WRITE ENR-SYNTHESE
           END-IF.
           MOVE SPACES TO ENR-SYNTHESE.
           IF ASTREINTE-CONNUE
               STRING 'Astreinte principal : ' ANU-PRINCIPAL ' '
                      ANU-NOM-PRINCIPAL ' ' ANU-TEL-PRINCIPAL
                   DELIMITED SIZE INTO ENR-SYNTHESE
               WRITE ENR-SYNTHESE
               MOVE SPACES TO ENR-SYNTHESE
               STRING 'Astreinte secours   : ' ANU-SECOURS ' '
                      ANU-NOM-SECOURS ' ' ANU-TEL-SECOURS
                   DELIMITED SIZE INTO ENR-SYNTHESE
           ELSE
               STRING 'Astreinte : aucune planifiee pour la semaine'
                      ' du ' WS-LUNDI-NUIT
                   DELIMITED SIZE INTO ENR-SYNTHESE
           END-IF.
           WRITE ENR-SYNTHESE.
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA > WS-NB-SLA
               MOVE SPACES TO ENR-SYNTHESE
               EVALUATE WS-SLA-RESULTAT(WS-IDX-SLA)
                   WHEN 'T'
                       STRING 'SLA ' WS-SLA-PROGRAMME(WS-IDX-SLA)
                              ' limite ' WS-SLA-LIMITE(WS-IDX-SLA)
                              ' : TENUE'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN 'M'
                       STRING 'SLA ' WS-SLA-PROGRAMME(WS-IDX-SLA)
                              ' limite ' WS-SLA-LIMITE(WS-IDX-SLA)
                              ' : MANQUEE'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN OTHER
                       STRING 'SLA ' WS-SLA-PROGRAMME(WS-IDX-SLA)
                              ' limite ' WS-SLA-LIMITE(WS-IDX-SLA)
                              ' : SANS OBJET CETTE NUIT'
                           DELIMITED SIZE INTO ENR-SYNTHESE
               END-EVALUATE
               WRITE ENR-SYNTHESE
           END-PERFORM.
           CLOSE FIC-SYNTHESE.

           OPEN EXTEND FIC-RUNLOG.
           MOVE WS-DATE-JOUR    TO JEX-DATE.
           MOVE WS-HEURE-DEBUT  TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-FIN    TO JEX-HEURE-FIN.
           IF REPRISE-CHAINE
               STRING 'EX17-R' WS-NUIT-REPRISE
                   DELIMITED SIZE INTO WS-PROGRAMME-REPRISE
               MOVE WS-PROGRAMME-REPRISE TO JEX-PROGRAMME
           ELSE
               MOVE 'EX17-CHAINE-NU' TO JEX-PROGRAMME
           END-IF.
           MOVE WS-NB-LANCEES   TO JEX-NB-LUS.
           MOVE WS-NB-REUSSIES  TO JEX-NB-TRAITES.
           MOVE WS-NB-ECHECS    TO JEX-NB-REJETES.
           MOVE 0               TO JEX-DUREE-SECONDES.
           MOVE WS-CODE-RETOUR  TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           IF WS-NB-SLA > 0
               MOVE 'EX17-SLA'      TO JEX-PROGRAMME
               COMPUTE JEX-NB-LUS =
                   WS-NB-SLA-TENUES + WS-NB-SLA-MANQUEES
               MOVE WS-NB-SLA-TENUES   TO JEX-NB-TRAITES
               MOVE WS-NB-SLA-MANQUEES TO JEX-NB-REJETES
               MOVE 0               TO JEX-DUREE-SECONDES
               IF WS-NB-SLA-MANQUEES > 0
                   MOVE 4 TO JEX-CODE-RETOUR
               ELSE
                   MOVE 0 TO JEX-CODE-RETOUR
               END-IF
               WRITE ENR-JOURNAL-EXEC
           END-IF.
           CLOSE FIC-RUNLOG.

      *---------------------------------------------------------------
      * Echeances de la nuit et durees moyennes des etapes : sans
      * FIC-PARAM-SLA.dat, aucun suivi.
       CHARGER-PARAM-SLA.
           OPEN INPUT FIC-PARAM-SLA.
           IF WS-STATUT-SLA NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SLA NOT = '00'
               READ FIC-PARAM-SLA
                   AT END MOVE '10' TO WS-STATUT-SLA
                   NOT AT END
                       IF WS-NB-SLA < WS-MAX-SLA
                               AND SLA-HEURE-LIMITE IS NUMERIC
                           ADD 1 TO WS-NB-SLA
                           PERFORM RETENIR-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PARAM-SLA.
           IF WS-NB-SLA > 0
               DISPLAY 'Echeances SLA : ' WS-NB-SLA ' suivie(s)'
               PERFORM CHARGER-DUREES-HISTORIQUES
           END-IF.

      *---------------------------------------------------------------
       RETENIR-ECHEANCE.
           MOVE SLA-PROGRAMME TO WS-SLA-PROGRAMME(WS-NB-SLA).
           MOVE SLA-HEURE-LIMITE TO WS-SLA-LIMITE(WS-NB-SLA).
           MOVE 'N' TO WS-SLA-ALERTE(WS-NB-SLA).
           MOVE SPACE TO WS-SLA-RESULTAT(WS-NB-SLA).
           MOVE SLA-HEURE-LIMITE TO WS-HHMM-W.
           COMPUTE WS-SEC-W = WS-HM-HH * 3600 + WS-HM-MM * 60.
           IF WS-SEC-W < WS-SEC-DEBUT-CHAINE
               ADD 86400 TO WS-SEC-W
           END-IF.
           MOVE WS-SEC-W TO WS-SLA-LIMITE-SEC(WS-NB-SLA).

      *---------------------------------------------------------------
      * Duree moyenne de chaque etape sur tous ses passages
      * journalises (une etape sans historique compte pour zero).
       CHARGER-DUREES-HISTORIQUES.
           INITIALIZE WS-TABLE-DUREES.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-RUNLOG.
           IF WS-STATUT-RUNLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-RUNLOG
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               PERFORM VARYING WS-NO-PROJ FROM 1 BY 1
                       UNTIL WS-NO-PROJ > WS-NB-ETAPES
                   IF JEX-PROGRAMME = ETP-PROGRAMME(WS-NO-PROJ)
                       PERFORM DETERMINER-DUREE-JOURNAL
                       ADD 1 TO WS-DUR-NB(WS-NO-PROJ)
                       ADD WS-DUREE-JOURNAL
                           TO WS-DUR-TOTAL(WS-NO-PROJ)
                   END-IF
               END-PERFORM
               READ FIC-RUNLOG
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-RUNLOG.
           MOVE 'N' TO WS-FIN-FICHIER.
           PERFORM VARYING WS-NO-PROJ FROM 1 BY 1
                   UNTIL WS-NO-PROJ > WS-NB-ETAPES
               IF WS-DUR-NB(WS-NO-PROJ) > 0
                   COMPUTE WS-DUR-MOYENNE(WS-NO-PROJ) ROUNDED =
                       WS-DUR-TOTAL(WS-NO-PROJ) / WS-DUR-NB(WS-NO-PROJ)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Duree d'un passage journalise ; les etapes qui ne la
      * journalisent pas (zero) sont mesurees sur leurs heures de
      * debut et de fin, un passage a cheval sur minuit compris.
       DETERMINER-DUREE-JOURNAL.
           MOVE JEX-DUREE-SECONDES TO WS-DUREE-JOURNAL.
           IF WS-DUREE-JOURNAL NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE JEX-HEURE-DEBUT TO WS-HEURE-W.
           PERFORM CONVERTIR-HEURE-SECONDES.
           MOVE WS-SEC-W TO WS-SEC-DEBUT-ETAPE.
           MOVE JEX-HEURE-FIN TO WS-HEURE-W.
           PERFORM CONVERTIR-HEURE-SECONDES.
           IF WS-SEC-W < WS-SEC-DEBUT-ETAPE
               ADD 86400 TO WS-SEC-W
           END-IF.
           COMPUTE WS-DUREE-JOURNAL = WS-SEC-W - WS-SEC-DEBUT-ETAPE.

      *---------------------------------------------------------------
      * Projection avant lancement : a partir de maintenant, chaque
      * etape restante due ce soir et dont la branche tient ajoute
      * sa duree moyenne ; sa fin projetee est comparee a son
      * echeance, la fin de la derniere a celle de la chaine.
       PROJETER-ECHEANCES.
           PERFORM LIRE-HEURE-COURANTE.
           MOVE WS-SEC-MAINTENANT TO WS-SEC-PROJETEE.
           SET WS-NO-SAUVE TO WS-IDX-ETP.
           PERFORM VARYING WS-NO-PROJ FROM WS-NO-SAUVE BY 1
                   UNTIL WS-NO-PROJ > WS-NB-ETAPES
               SET WS-IDX-ETP TO WS-NO-PROJ
               PERFORM DECIDER-ETAPE-DUE
               IF ETAPE-DUE
                       AND NOT (ETP-BRANCHE(WS-IDX-ETP) = 'V'
                           AND BRANCHE-VENTES-KO)
                       AND NOT (ETP-BRANCHE(WS-IDX-ETP) = 'P'
                           AND BRANCHE-PAIE-KO)
                   ADD WS-DUR-MOYENNE(WS-NO-PROJ) TO WS-SEC-PROJETEE
                   MOVE ETP-PROGRAMME(WS-IDX-ETP) TO WS-PROGRAMME-SLA
                   PERFORM VERIFIER-PROJECTION
               END-IF
           END-PERFORM.
           SET WS-IDX-ETP TO WS-NO-SAUVE.
           MOVE 'O' TO WS-ETAPE-DUE.
           MOVE 'EX17-CHAINE-NU' TO WS-PROGRAMME-SLA.
           PERFORM VERIFIER-PROJECTION.

      *---------------------------------------------------------------
       VERIFIER-PROJECTION.
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA > WS-NB-SLA
               IF WS-SLA-PROGRAMME(WS-IDX-SLA) = WS-PROGRAMME-SLA
                   IF WS-SLA-ALERTE(WS-IDX-SLA) NOT = 'O'
                           AND WS-SEC-PROJETEE
                               > WS-SLA-LIMITE-SEC(WS-IDX-SLA)
                       PERFORM ECRIRE-ALERTE-SLA
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Une seule alerte par echeance et par nuit, aux escalades et
      * a l'astreinte.
       ECRIRE-ALERTE-SLA.
           MOVE 'O' TO WS-SLA-ALERTE(WS-IDX-SLA).
           MOVE WS-SEC-PROJETEE TO WS-SEC-W.
           PERFORM CONVERTIR-SECONDES-HHMM.
           OPEN EXTEND FIC-ESCALADES.
           IF WS-STATUT-ESCALADES NOT = '00'
               OPEN OUTPUT FIC-ESCALADES
           END-IF.
           MOVE WS-DATE-JOUR TO ESC-DATE.
           MOVE WS-PROGRAMME-SLA TO ESC-PROGRAMME.
           MOVE 0 TO ESC-TENTATIVES.
           MOVE 0 TO ESC-DERNIER-RETOUR.
           MOVE 'S' TO ESC-TYPE.
           MOVE WS-HHMM-W TO ESC-FIN-PROJETEE.
           MOVE WS-SLA-LIMITE(WS-IDX-SLA) TO ESC-HEURE-LIMITE.
           WRITE ENR-ESCALADE.
           CLOSE FIC-ESCALADES.
           MOVE WS-SLA-LIMITE(WS-IDX-SLA) TO WS-HHMM-LIMITE.
           DISPLAY '*** SLA EN DANGER ' WS-PROGRAMME-SLA
                   ' : fin projetee ' WS-HM-HH ':' WS-HM-MM
                   ', limite ' WS-HHMM-LIMITE(1:2) ':'
                   WS-HHMM-LIMITE(3:2) ' ***'.
           PERFORM AFFICHER-ASTREINTE.

      *---------------------------------------------------------------
      * Bilan des echeances : une etape reussie avant sa limite tient
      * son echeance ; en echec ou manquee, elle la manque ; sautee
      * par le calendrier (ou hors chaine), sans objet. La chaine
      * tient la sienne si elle finit a l'heure et sans echec.
       JUGER-ECHEANCES.
           MOVE WS-HEURE-FIN TO WS-HEURE-W.
           PERFORM CONVERTIR-HEURE-SECONDES.
           IF WS-SEC-W < WS-SEC-DEBUT-CHAINE
               ADD 86400 TO WS-SEC-W
           END-IF.
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL WS-IDX-SLA > WS-NB-SLA
               IF WS-SLA-PROGRAMME(WS-IDX-SLA) = 'EX17-CHAINE-NU'
                   IF WS-SEC-W > WS-SLA-LIMITE-SEC(WS-IDX-SLA)
                           OR WS-CODE-RETOUR NOT = 0
                       MOVE 'M' TO WS-SLA-RESULTAT(WS-IDX-SLA)
                   ELSE
                       MOVE 'T' TO WS-SLA-RESULTAT(WS-IDX-SLA)
                   END-IF
               ELSE
                   PERFORM JUGER-ECHEANCE-ETAPE
               END-IF
               EVALUATE WS-SLA-RESULTAT(WS-IDX-SLA)
                   WHEN 'T'
                       ADD 1 TO WS-NB-SLA-TENUES
                   WHEN 'M'
                       ADD 1 TO WS-NB-SLA-MANQUEES
                       DISPLAY '*** SLA MANQUEE '
                               WS-SLA-PROGRAMME(WS-IDX-SLA)
                               ' (limite '
                               WS-SLA-LIMITE(WS-IDX-SLA) ') ***'
               END-EVALUATE
           END-PERFORM.
           IF WS-NB-SLA-MANQUEES > 0 AND WS-CODE-RETOUR = 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
       JUGER-ECHEANCE-ETAPE.
           PERFORM VARYING WS-NO-PROJ FROM 1 BY 1
                   UNTIL WS-NO-PROJ > WS-NB-ETAPES
               IF ETP-PROGRAMME(WS-NO-PROJ)
                       = WS-SLA-PROGRAMME(WS-IDX-SLA)
                   EVALUATE WS-ETAT-ETAPE(WS-NO-PROJ)
                       WHEN 'R'
                           IF WS-DUR-FIN-SEC(WS-NO-PROJ)
                                   > WS-SLA-LIMITE-SEC(WS-IDX-SLA)
                               MOVE 'M' TO WS-SLA-RESULTAT(WS-IDX-SLA)
                           ELSE
                               MOVE 'T' TO WS-SLA-RESULTAT(WS-IDX-SLA)
                           END-IF
                       WHEN 'E'
                       WHEN 'M'
                           MOVE 'M' TO WS-SLA-RESULTAT(WS-IDX-SLA)
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Heure courante en secondes depuis le minuit du lancement.
       LIRE-HEURE-COURANTE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-W.
           PERFORM CONVERTIR-HEURE-SECONDES.
           IF WS-SEC-W < WS-SEC-DEBUT-CHAINE
               ADD 86400 TO WS-SEC-W
           END-IF.
           MOVE WS-SEC-W TO WS-SEC-MAINTENANT.

      *---------------------------------------------------------------
       CONVERTIR-HEURE-SECONDES.
           COMPUTE WS-SEC-W =
               WS-HW-HH * 3600 + WS-HW-MM * 60 + WS-HW-SS.

      *---------------------------------------------------------------
       CONVERTIR-SECONDES-HHMM.
           COMPUTE WS-SEC-W = FUNCTION MOD(WS-SEC-W, 86400).
           COMPUTE WS-HM-HH = WS-SEC-W / 3600.
           COMPUTE WS-HM-MM = FUNCTION MOD(WS-SEC-W, 3600) / 60.
