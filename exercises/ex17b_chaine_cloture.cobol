      *===============================================================
      * Exercice 17b - Chaine de cloture mensuelle de la paie
      * Niveau : Expert
      * Tout ce qui suit la paie se lancait a la main d'apres une
      * procedure papier, sans controle d'enchainement : EX15D a
      * deja tourne avant la fin d'EX15I. Cette chaine ordonne la
      * cloture du mois comme EX17 ordonne la nuit :
      *   1 EX15I controle d'integrite de la paie
      *   2 EX15T controle des variations de net      (apres 1)
      *   3 EX15U liberation des remises visees       (apres 2)
      *   4 EX15C retours de virements banque         (apres 3)
      *   5 EX15L denouement sur releve banque        (apres 3)
      *   6 EX15D journal comptable de la paie        (apres 1,3,4)
      *   7 EX15O cloture de la periode comptable     (apres 5,6)
      *   8 EX07L effectifs du mois
      * Une etape ne part que si toutes ses predecesseurs ont reussi
      * pour la periode ; sinon elle est due mais manquee. Une etape
      * reussit si son code retour ne depasse pas le code tolere de
      * la table (4 pour les controles dont le 4 signale des ecarts
      * a traiter sans bloquer la suite, 0 pour les autres) : un
      * controle en echec arrete ce qui en depend.
      * Declenchement : lancee chaque nuit apres EX17, la chaine ne
      * fait rien avant le jour de cloture, a savoir le jour de paie
      * de la periode (FIC-PARAM-PERIODE.dat, sinon mois courant ;
      * jour contractuel de FIC-REGLE-PAYE.dat ramene au jour ouvre
      * precedent d'apres FIC-CALENDRIER.dat, comme EX15) decale du
      * nombre de jours ouvres de FIC-PARAM-CLOTURE.dat (defaut 1).
      * A partir de ce jour, elle tourne chaque nuit jusqu'a ce que
      * toutes les etapes de la periode aient reussi : l'etat de
      * chaque etape est garde dans FIC-ETAT-CLOTURE.dat et une
      * etape reussie n'est jamais relancee. Le maitre verrouille
      * par la paie (FIC-VERROU-PAIE.dat) interdit le lancement.
      * Avant EX15O, la demande de cloture de la periode
      * (FIC-DEMANDE-CLOTURE.dat) est posee par la chaine.
      * Chaque etape lancee ecrit son bilan dans FIC-RUNLOG.dat sous
      * son nom de programme (code retour, duree), puis la chaine
      * ecrit le sien sous le nom EX17B-CLOTURE (lues = lancees,
      * traitees = reussies, rejetees = en echec ou manquees), lu
      * par le rapport du matin EX16. Synthese lisible :
      * FIC-SYNTHESE-CLOTURE.txt.
      * Compiler : cobc -x ex17b_chaine_cloture.cobol
      *            -o ex17b_chaine_cloture -I ../copybooks
      * Executer : ./ex17b_chaine_cloture
      * Code retour : 0 cloture complete ou pas encore due,
      *               4 etape reussie avec ecarts a traiter, ou
      *                 cloture precedente restee incomplete,
      *               8 etape en echec ou manquee, ou paie en cours
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX17B-CHAINE-CLOTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-REGLE-PAYE ASSIGN TO 'FIC-REGLE-PAYE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLE.
           SELECT FIC-CALENDRIER ASSIGN TO 'FIC-CALENDRIER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CALENDRIER.
           SELECT FIC-PARAM-CLOTURE ASSIGN TO 'FIC-PARAM-CLOTURE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-CLO.
           SELECT FIC-ETAT-CLOTURE ASSIGN TO 'FIC-ETAT-CLOTURE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETAT.
           SELECT FIC-VERROU-PAIE ASSIGN TO 'FIC-VERROU-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FIC-DEMANDE ASSIGN TO 'FIC-DEMANDE-CLOTURE.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-SYNTHESE ASSIGN TO 'FIC-SYNTHESE-CLOTURE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

      * Periode de paie en cours, meme fichier qu'EX15.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       FD  FIC-REGLE-PAYE LABEL RECORDS ARE STANDARD.
       01  ENR-REGLE-PAYE.
           05 RGL-JOUR-PAYE     PIC 9(2).

       FD  FIC-CALENDRIER LABEL RECORDS ARE STANDARD.
       01  ENR-CALENDRIER.
           05 CAL-DATE          PIC 9(8).
           05 CAL-TYPE          PIC X.

      * Jours ouvres entre le jour de paie et le jour de cloture.
       FD  FIC-PARAM-CLOTURE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-CLOTURE.
           05 PCL-JOURS-APRES-PAIE PIC 9.

      * Etat de la cloture de la derniere periode traitee : un code
      * par etape (R reussie, E en echec, M due mais manquee, blanc
      * pas encore examinee) et date du dernier passage.
       FD  FIC-ETAT-CLOTURE LABEL RECORDS ARE STANDARD.
       01  ENR-ETAT-CLOTURE.
           05 ECL-PERIODE       PIC 9(6).
           05 ECL-ETATS         PIC X(8).
           05 ECL-DATE          PIC 9(8).

      * Jeton pose par EX17 pendant la branche paie.
       FD  FIC-VERROU-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-VERROU-PAIE.
           05 VRL-DATE          PIC 9(8).
           05 VRL-HEURE         PIC 9(6).
           05 VRL-PROGRAMME     PIC X(14).

      * Demande lue par EX15O-CLOTURE-COMPTA.
       FD  FIC-DEMANDE LABEL RECORDS ARE STANDARD.
       01  ENR-DEMANDE.
           05 DEM-PERIODE       PIC 9(6).

       FD  FIC-SYNTHESE LABEL RECORDS ARE STANDARD.
       01  ENR-SYNTHESE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-REGLE     PIC X(2) VALUE '00'.
       01 WS-STATUT-CALENDRIER PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-CLO PIC X(2) VALUE '00'.
       01 WS-STATUT-ETAT      PIC X(2) VALUE '00'.
       01 WS-STATUT-VERROU    PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-HEURE-DEBUT      PIC 9(6) VALUE 0.
       01 WS-HEURE-FIN        PIC 9(6) VALUE 0.

      * Etapes de la cloture dans l'ordre de lancement : commande,
      * programme (nom du bilan au journal), code retour tolere et
      * jusqu'a trois etapes predecesseurs (00 = aucune).
       01 WS-ETAPES-VALEURS.
           05 FILLER PIC X(51) VALUE
               './ex15i_verif_paie            EX15I-VERIF-PA0000000'.
           05 FILLER PIC X(51) VALUE
               './ex15t_controle_variations   EX15T-CONTROLE4010000'.
           05 FILLER PIC X(51) VALUE
               './ex15u_liberation            EX15U-LIBERATI0020000'.
           05 FILLER PIC X(51) VALUE
               './ex15c_retours_banque        EX15C-RETOURS-4030000'.
           05 FILLER PIC X(51) VALUE
               './ex15l_denouement            EX15L-DENOUEME4030000'.
           05 FILLER PIC X(51) VALUE
               './ex15d_compta                EX15D-COMPTA  0010304'.
           05 FILLER PIC X(51) VALUE
               './ex15o_cloture_compta        EX15O-CLOTURE-0060500'.
           05 FILLER PIC X(51) VALUE
               './ex07l_effectifs             EX07L-EFFECTIF0000000'.
       01 WS-TABLE-ETAPES REDEFINES WS-ETAPES-VALEURS.
           05 WS-ETAPE OCCURS 8 TIMES INDEXED BY WS-IDX-ETP.
              10 ETC-COMMANDE      PIC X(30).
              10 ETC-PROGRAMME     PIC X(14).
              10 ETC-RETOUR-MAX    PIC 9.
              10 ETC-PREDECESSEUR  PIC 9(2) OCCURS 3 TIMES.
       01 WS-NB-ETAPES        PIC 9 VALUE 8.
       01 WS-NO-ETAPE         PIC 9(2) VALUE 0.
       01 WS-IDX-PRE          PIC 9 VALUE 0.
       01 WS-NO-PRE           PIC 9(2) VALUE 0.

      * Etat par etape (memes codes que ECL-ETATS) et retour obtenu.
       01 WS-TABLE-ETATS.
          05 WS-ETAT-ETAPE    PIC X OCCURS 8 TIMES.
       01 WS-TABLE-RETOURS.
          05 WS-RETOUR-ETAPE  PIC 9(2) OCCURS 8 TIMES.
       01 WS-TABLE-LANCEES.
          05 WS-ETAPE-LANCEE  PIC X OCCURS 8 TIMES.
       01 WS-ETAT-CHARGE      PIC X VALUE 'N'.
          88 ETAT-CHARGE      VALUE 'O'.
       01 WS-ETAT-PRECEDENT   PIC X(8) VALUE SPACES.
       01 WS-PERIODE-PRECEDENTE PIC 9(6) VALUE 0.
       01 WS-PREDECESSEURS-OK PIC X VALUE 'O'.
          88 PREDECESSEURS-OK VALUE 'O'.

       01 WS-NB-LANCEES       PIC 9(2) VALUE 0.
       01 WS-NB-REUSSIES      PIC 9(2) VALUE 0.
       01 WS-NB-AVEC-ECARTS   PIC 9(2) VALUE 0.
       01 WS-NB-ECHECS        PIC 9(2) VALUE 0.
       01 WS-NB-MANQUEES      PIC 9(2) VALUE 0.
       01 WS-NB-DEJA-REUSSIES PIC 9(2) VALUE 0.

      * Lancement d'une etape : le retour de SYSTEM porte le code
      * retour du programme dans son octet de poids fort.
       01 WS-COMMANDE         PIC X(30) VALUE SPACES.
       01 WS-RETOUR-SYSTEM    PIC S9(9) COMP VALUE 0.
       01 WS-RETOUR-W         PIC 9(2) VALUE 0.
       01 WS-HEURE-ETAPE-DEB  PIC 9(6) VALUE 0.
       01 WS-HEURE-ETAPE-FIN  PIC 9(6) VALUE 0.
       01 WS-SECONDES-DEB     PIC 9(5) VALUE 0.
       01 WS-SECONDES-FIN     PIC 9(5) VALUE 0.
       01 WS-DUREE-ETAPE      PIC 9(5) VALUE 0.
       01 WS-HEURE-W          PIC 9(6) VALUE 0.
       01 WS-HEURE-W-R REDEFINES WS-HEURE-W.
          05 WS-HW-HH         PIC 9(2).
          05 WS-HW-MM         PIC 9(2).
          05 WS-HW-SS         PIC 9(2).
       01 WS-SECONDES-W       PIC 9(5) VALUE 0.

      * Periode a clore, jour de paie et jour de cloture.
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-PERIODE-R REDEFINES WS-PERIODE.
          05 WS-PER-ANNEE     PIC 9(4).
          05 WS-PER-MOIS      PIC 9(2).
       01 WS-JOUR-PAYE        PIC 9(2) VALUE 28.
       01 WS-JOURS-APRES-PAIE PIC 9 VALUE 1.
       01 WS-DATE-PAIE        PIC 9(8) VALUE 0.
       01 WS-DATE-CLOTURE     PIC 9(8) VALUE 0.
       01 WS-DATE-CALCUL      PIC 9(8) VALUE 0.
       01 WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
          05 WS-CAL-ANNEE     PIC 9(4).
          05 WS-CAL-MOIS      PIC 9(2).
          05 WS-CAL-JOUR      PIC 9(2).
       01 WS-JOURS-MOIS       PIC 9(2) VALUE 0.
       01 WS-ENTIER-CALCUL    PIC 9(8) VALUE 0.
       01 WS-JOUR-SEMAINE     PIC 9 VALUE 0.
       01 WS-JOUR-OUVRE       PIC X VALUE 'N'.
          88 JOUR-OUVRE       VALUE 'O'.
       01 WS-NB-JOURS-OUVRES  PIC 9 VALUE 0.
       01 WS-MAX-FERIES       PIC 9(3) VALUE 100.
       01 WS-TABLE-FERIES.
          05 WS-FERIE-DATE    PIC 9(8) OCCURS 100 TIMES
                  INDEXED BY WS-IDX-FER.
       01 WS-NB-FERIES        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-DEBUT.
           DISPLAY '================================================'.
           DISPLAY '  Chaine de cloture mensuelle de la paie'.
           DISPLAY '================================================'.

           PERFORM DETERMINER-JOUR-CLOTURE.
           PERFORM CHARGER-ETAT-CLOTURE.

           IF ETAT-CHARGE AND ECL-ETATS = 'RRRRRRRR'
               DISPLAY 'Cloture de la periode ' WS-PERIODE
                       ' deja complete (' ECL-DATE ') : rien a faire'
               STOP RUN
           END-IF.
           IF WS-DATE-JOUR < WS-DATE-CLOTURE
               DISPLAY 'Cloture de la periode ' WS-PERIODE
                       ' prevue le ' WS-DATE-CLOTURE
                       ' : rien a faire ce soir'
               STOP RUN
           END-IF.

           OPEN INPUT FIC-VERROU-PAIE.
           IF WS-STATUT-VERROU = '00'
               CLOSE FIC-VERROU-PAIE
               DISPLAY '*** Verrou paie present (FIC-VERROU-PAIE.dat)'
                       ' : paie en cours, cloture non lancee ***'
               STOP RUN 8
           END-IF.

           IF WS-PERIODE-PRECEDENTE NOT = 0
               DISPLAY '>> ATTENTION : la cloture de la periode '
                       WS-PERIODE-PRECEDENTE ' est restee incomplete'
                       ' (etats ' WS-ETAT-PRECEDENT ')'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NB-ETAPES
               SET WS-NO-ETAPE TO WS-IDX-ETP
               PERFORM EXAMINER-ETAPE
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-FIN.
           IF WS-NB-ECHECS > 0 OR WS-NB-MANQUEES > 0
               MOVE 8 TO WS-CODE-RETOUR
           ELSE
               IF WS-NB-AVEC-ECARTS > 0
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF.
           PERFORM ECRIRE-ETAT-CLOTURE.
           PERFORM ECRIRE-SYNTHESE-CLOTURE.
           PERFORM ECRIRE-JOURNAL-CHAINE.

           DISPLAY '================================================'.
           DISPLAY 'Periode close     : ' WS-PERIODE.
           DISPLAY 'Etapes lancees    : ' WS-NB-LANCEES.
           DISPLAY 'Etapes reussies   : ' WS-NB-REUSSIES
                   ' (dont avec ecarts : ' WS-NB-AVEC-ECARTS ')'.
           DISPLAY 'Etapes en echec   : ' WS-NB-ECHECS.
           DISPLAY 'Dues mais manquees: ' WS-NB-MANQUEES.
           DISPLAY 'Deja reussies     : ' WS-NB-DEJA-REUSSIES.
           IF WS-CODE-RETOUR = 8
               DISPLAY '*** CLOTURE INCOMPLETE - reprise automatique '
                       'la nuit prochaine apres correction ***'
           END-IF.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Une etape deja reussie pour la periode n'est pas relancee ;
      * sinon elle part si toutes ses predecesseurs ont reussi.
       EXAMINER-ETAPE.
           MOVE 'N' TO WS-ETAPE-LANCEE(WS-NO-ETAPE).
           MOVE 0 TO WS-RETOUR-ETAPE(WS-NO-ETAPE).
           IF WS-ETAT-ETAPE(WS-NO-ETAPE) = 'R'
               ADD 1 TO WS-NB-DEJA-REUSSIES
               DISPLAY '>> Etape ' WS-NO-ETAPE ' '
                       ETC-PROGRAMME(WS-IDX-ETP)
                       ' : deja reussie pour la periode'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-PREDECESSEURS-OK.
           PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                   UNTIL WS-IDX-PRE > 3
               MOVE ETC-PREDECESSEUR(WS-IDX-ETP, WS-IDX-PRE)
                   TO WS-NO-PRE
               IF WS-NO-PRE > 0
                   IF WS-ETAT-ETAPE(WS-NO-PRE) NOT = 'R'
                       MOVE 'N' TO WS-PREDECESSEURS-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PREDECESSEURS-OK
               MOVE 'M' TO WS-ETAT-ETAPE(WS-NO-ETAPE)
               ADD 1 TO WS-NB-MANQUEES
               DISPLAY '>> Etape ' WS-NO-ETAPE ' '
                       ETC-PROGRAMME(WS-IDX-ETP)
                       ' : due mais manquee (predecesseur non '
                       'reussi)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LANCER-ETAPE.

      *---------------------------------------------------------------
       LANCER-ETAPE.
           ADD 1 TO WS-NB-LANCEES.
           MOVE 'O' TO WS-ETAPE-LANCEE(WS-NO-ETAPE).
           IF ETC-PROGRAMME(WS-IDX-ETP) = 'EX15O-CLOTURE-'
               OPEN OUTPUT FIC-DEMANDE
               MOVE WS-PERIODE TO DEM-PERIODE
               WRITE ENR-DEMANDE
               CLOSE FIC-DEMANDE
           END-IF.
           DISPLAY '>> Etape ' WS-NO-ETAPE ' : '
                   ETC-COMMANDE(WS-IDX-ETP).
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-ETAPE-DEB.
           MOVE ETC-COMMANDE(WS-IDX-ETP) TO WS-COMMANDE.
           CALL 'SYSTEM' USING BY REFERENCE WS-COMMANDE
               RETURNING WS-RETOUR-SYSTEM.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-ETAPE-FIN.
           IF WS-RETOUR-SYSTEM < 0
               MOVE 99 TO WS-RETOUR-W
           ELSE
               IF WS-RETOUR-SYSTEM > 255
                   COMPUTE WS-RETOUR-W =
                       FUNCTION MOD(WS-RETOUR-SYSTEM / 256, 100)
               ELSE
                   MOVE WS-RETOUR-SYSTEM TO WS-RETOUR-W
               END-IF
           END-IF.
           MOVE WS-RETOUR-W TO WS-RETOUR-ETAPE(WS-NO-ETAPE).

           IF WS-RETOUR-W > ETC-RETOUR-MAX(WS-IDX-ETP)
               MOVE 'E' TO WS-ETAT-ETAPE(WS-NO-ETAPE)
               ADD 1 TO WS-NB-ECHECS
               DISPLAY '   *** Etape en echec (code retour '
                       WS-RETOUR-W ', tolere '
                       ETC-RETOUR-MAX(WS-IDX-ETP)
                       ') - les etapes qui en dependent sont '
                       'arretees ***'
           ELSE
               MOVE 'R' TO WS-ETAT-ETAPE(WS-NO-ETAPE)
               ADD 1 TO WS-NB-REUSSIES
               IF WS-RETOUR-W > 0
                   ADD 1 TO WS-NB-AVEC-ECARTS
                   DISPLAY '   Etape validee avec ecarts a traiter '
                           '(code retour ' WS-RETOUR-W ')'
               ELSE
                   DISPLAY '   Etape validee'
               END-IF
           END-IF.
           PERFORM ECRIRE-JOURNAL-ETAPE.

      *---------------------------------------------------------------
      * Les programmes de cloture n'ecrivent pas de bilan : la
      * chaine l'ecrit pour eux (code retour et duree).
       ECRIRE-JOURNAL-ETAPE.
           MOVE WS-HEURE-ETAPE-DEB TO WS-HEURE-W.
           PERFORM CONVERTIR-SECONDES.
           MOVE WS-SECONDES-W TO WS-SECONDES-DEB.
           MOVE WS-HEURE-ETAPE-FIN TO WS-HEURE-W.
           PERFORM CONVERTIR-SECONDES.
           MOVE WS-SECONDES-W TO WS-SECONDES-FIN.
           IF WS-SECONDES-FIN < WS-SECONDES-DEB
               ADD 86400 TO WS-SECONDES-FIN
           END-IF.
           COMPUTE WS-DUREE-ETAPE = WS-SECONDES-FIN - WS-SECONDES-DEB.
           PERFORM OUVRIR-JOURNAL.
           MOVE WS-DATE-JOUR       TO JEX-DATE.
           MOVE WS-HEURE-ETAPE-DEB TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-ETAPE-FIN TO JEX-HEURE-FIN.
           MOVE ETC-PROGRAMME(WS-IDX-ETP) TO JEX-PROGRAMME.
           MOVE 0                  TO JEX-NB-LUS.
           MOVE 0                  TO JEX-NB-TRAITES.
           MOVE 0                  TO JEX-NB-REJETES.
           MOVE WS-DUREE-ETAPE     TO JEX-DUREE-SECONDES.
           MOVE WS-RETOUR-W        TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.

      *---------------------------------------------------------------
       CONVERTIR-SECONDES.
           COMPUTE WS-SECONDES-W =
               WS-HW-HH * 3600 + WS-HW-MM * 60 + WS-HW-SS.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL.
           OPEN EXTEND FIC-RUNLOG.
           IF WS-STATUT-RUNLOG NOT = '00'
               OPEN OUTPUT FIC-RUNLOG
           END-IF.

      *---------------------------------------------------------------
      * Periode (parametre d'EX15 ou mois courant), jour de paie de
      * la periode, puis jour de cloture : N jours ouvres plus tard.
       DETERMINER-JOUR-CLOTURE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           END-IF.

           OPEN INPUT FIC-REGLE-PAYE.
           IF WS-STATUT-REGLE = '00'
               READ FIC-REGLE-PAYE
                   AT END CONTINUE
                   NOT AT END
                       IF RGL-JOUR-PAYE > 0 AND RGL-JOUR-PAYE < 32
                           MOVE RGL-JOUR-PAYE TO WS-JOUR-PAYE
                       END-IF
               END-READ
               CLOSE FIC-REGLE-PAYE
           END-IF.

           OPEN INPUT FIC-PARAM-CLOTURE.
           IF WS-STATUT-PARAM-CLO = '00'
               READ FIC-PARAM-CLOTURE
                   AT END CONTINUE
                   NOT AT END
                       IF PCL-JOURS-APRES-PAIE IS NUMERIC
                           MOVE PCL-JOURS-APRES-PAIE
                               TO WS-JOURS-APRES-PAIE
                       END-IF
               END-READ
               CLOSE FIC-PARAM-CLOTURE
           END-IF.

           MOVE 0 TO WS-NB-FERIES.
           OPEN INPUT FIC-CALENDRIER.
           IF WS-STATUT-CALENDRIER = '00'
               PERFORM UNTIL WS-STATUT-CALENDRIER NOT = '00'
                   READ FIC-CALENDRIER
                       AT END MOVE '10' TO WS-STATUT-CALENDRIER
                       NOT AT END
                           IF WS-NB-FERIES < WS-MAX-FERIES
                               ADD 1 TO WS-NB-FERIES
                               MOVE CAL-DATE TO
                                   WS-FERIE-DATE(WS-NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-CALENDRIER
           END-IF.

           MOVE WS-PER-ANNEE TO WS-CAL-ANNEE.
           MOVE WS-PER-MOIS  TO WS-CAL-MOIS.
           PERFORM CALCULER-JOUR-PAIE.
           MOVE WS-DATE-CALCUL TO WS-DATE-PAIE.

           COMPUTE WS-ENTIER-CALCUL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-PAIE).
           MOVE 0 TO WS-NB-JOURS-OUVRES.
           PERFORM UNTIL WS-NB-JOURS-OUVRES = WS-JOURS-APRES-PAIE
               ADD 1 TO WS-ENTIER-CALCUL
               PERFORM VERIFIER-JOUR-OUVRE
               IF JOUR-OUVRE
                   ADD 1 TO WS-NB-JOURS-OUVRES
               END-IF
           END-PERFORM.
           COMPUTE WS-DATE-CLOTURE =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL).
           DISPLAY 'Periode ' WS-PERIODE ' : paie le ' WS-DATE-PAIE
                   ', cloture a partir du ' WS-DATE-CLOTURE
                   ' (' WS-JOURS-APRES-PAIE ' jour(s) ouvre(s) apres)'.

      *---------------------------------------------------------------
      * Jour de paie contractuel du mois WS-CAL-ANNEE/WS-CAL-MOIS
      * (borne au dernier jour du mois), ramene au jour ouvre
      * precedent tant qu'il tombe un weekend ou un ferie.
       CALCULER-JOUR-PAIE.
           PERFORM CALCULER-JOURS-MOIS.
           IF WS-JOUR-PAYE > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-CAL-JOUR
           ELSE
               MOVE WS-JOUR-PAYE TO WS-CAL-JOUR
           END-IF.
           COMPUTE WS-ENTIER-CALCUL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL).
           PERFORM VERIFIER-JOUR-OUVRE.
           PERFORM UNTIL JOUR-OUVRE
               SUBTRACT 1 FROM WS-ENTIER-CALCUL
               PERFORM VERIFIER-JOUR-OUVRE
           END-PERFORM.
           COMPUTE WS-DATE-CALCUL =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL).

      *---------------------------------------------------------------
      * Jour ouvre = ni samedi ni dimanche (lundi = 1) ni ferie au
      * calendrier.
       VERIFIER-JOUR-OUVRE.
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-ENTIER-CALCUL - 1, 7) + 1.
           IF WS-JOUR-SEMAINE > 5
               MOVE 'N' TO WS-JOUR-OUVRE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-JOUR-OUVRE.
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-NB-FERIES
               IF WS-FERIE-DATE(WS-IDX-FER) =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-CALCUL)
                   MOVE 'N' TO WS-JOUR-OUVRE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CALCULER-JOURS-MOIS.
           EVALUATE WS-CAL-MOIS
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WS-JOURS-MOIS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN 02
                   IF FUNCTION MOD(WS-CAL-ANNEE, 4) = 0
                           AND (FUNCTION MOD(WS-CAL-ANNEE, 100)
                               NOT = 0
                           OR FUNCTION MOD(WS-CAL-ANNEE, 400) = 0)
                       MOVE 29 TO WS-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-MOIS
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Etat de la derniere cloture : repris si c'est la meme
      * periode, signale s'il s'agit d'une periode anterieure
      * laissee incomplete.
       CHARGER-ETAT-CLOTURE.
           MOVE SPACES TO WS-TABLE-ETATS.
           OPEN INPUT FIC-ETAT-CLOTURE.
           IF WS-STATUT-ETAT NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-ETAT-CLOTURE
               AT END CONTINUE
               NOT AT END
                   IF ECL-PERIODE = WS-PERIODE
                       SET ETAT-CHARGE TO TRUE
                       MOVE ECL-ETATS TO WS-TABLE-ETATS
                   ELSE
                       IF ECL-ETATS NOT = 'RRRRRRRR'
                           MOVE ECL-PERIODE TO WS-PERIODE-PRECEDENTE
                           MOVE ECL-ETATS TO WS-ETAT-PRECEDENT
                       END-IF
                   END-IF
           END-READ.
           CLOSE FIC-ETAT-CLOTURE.
      * Une etape en echec ou manquee au passage precedent est a
      * reexaminer : seules les reussites sont acquises.
           PERFORM VARYING WS-NO-ETAPE FROM 1 BY 1
                   UNTIL WS-NO-ETAPE > WS-NB-ETAPES
               IF WS-ETAT-ETAPE(WS-NO-ETAPE) NOT = 'R'
                   MOVE SPACE TO WS-ETAT-ETAPE(WS-NO-ETAPE)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-ETAT-CLOTURE.
           OPEN OUTPUT FIC-ETAT-CLOTURE.
           MOVE WS-PERIODE TO ECL-PERIODE.
           MOVE WS-TABLE-ETATS TO ECL-ETATS.
           MOVE WS-DATE-JOUR TO ECL-DATE.
           WRITE ENR-ETAT-CLOTURE.
           CLOSE FIC-ETAT-CLOTURE.

      *---------------------------------------------------------------
       ECRIRE-SYNTHESE-CLOTURE.
           OPEN OUTPUT FIC-SYNTHESE.
           MOVE SPACES TO ENR-SYNTHESE.
           STRING '=== CLOTURE DE LA PERIODE ' WS-PERIODE ' DU '
                  WS-DATE-JOUR ' (paie du ' WS-DATE-PAIE ') ==='
               DELIMITED SIZE INTO ENR-SYNTHESE.
           WRITE ENR-SYNTHESE.
           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NB-ETAPES
               SET WS-NO-ETAPE TO WS-IDX-ETP
               MOVE SPACES TO ENR-SYNTHESE
               EVALUATE TRUE
                   WHEN WS-ETAT-ETAPE(WS-NO-ETAPE) = 'R'
                           AND WS-ETAPE-LANCEE(WS-NO-ETAPE) = 'N'
                       STRING ETC-PROGRAMME(WS-IDX-ETP)
                              ' : DEJA REUSSIE (passage precedent)'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN WS-ETAT-ETAPE(WS-NO-ETAPE) = 'R'
                       STRING ETC-PROGRAMME(WS-IDX-ETP)
                              ' : LANCEE, REUSSIE (code retour '
                              WS-RETOUR-ETAPE(WS-NO-ETAPE) ')'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN WS-ETAT-ETAPE(WS-NO-ETAPE) = 'E'
                       STRING ETC-PROGRAMME(WS-IDX-ETP)
                              ' : LANCEE, EN ECHEC (code retour '
                              WS-RETOUR-ETAPE(WS-NO-ETAPE) ')'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN WS-ETAT-ETAPE(WS-NO-ETAPE) = 'M'
                       STRING ETC-PROGRAMME(WS-IDX-ETP)
                              ' : DUE MAIS MANQUEE (predecesseur '
                              'non reussi)'
                           DELIMITED SIZE INTO ENR-SYNTHESE
                   WHEN OTHER
                       STRING ETC-PROGRAMME(WS-IDX-ETP)
                              ' : NON EXAMINEE'
                           DELIMITED SIZE INTO ENR-SYNTHESE
               END-EVALUATE
               WRITE ENR-SYNTHESE
           END-PERFORM.
           MOVE SPACES TO ENR-SYNTHESE.
           STRING 'Lancees ' WS-NB-LANCEES ', reussies '
                  WS-NB-REUSSIES ', echecs ' WS-NB-ECHECS
                  ', manquees ' WS-NB-MANQUEES ', deja faites '
                  WS-NB-DEJA-REUSSIES ', retour ' WS-CODE-RETOUR
               DELIMITED SIZE INTO ENR-SYNTHESE.
           WRITE ENR-SYNTHESE.
           CLOSE FIC-SYNTHESE.

      *---------------------------------------------------------------
      * Bilan de la chaine au journal, sous le nom EX17B-CLOTURE.
       ECRIRE-JOURNAL-CHAINE.
           PERFORM OUVRIR-JOURNAL.
           MOVE WS-DATE-JOUR    TO JEX-DATE.
           MOVE WS-HEURE-DEBUT  TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-FIN    TO JEX-HEURE-FIN.
           MOVE 'EX17B-CLOTURE' TO JEX-PROGRAMME.
           MOVE WS-NB-LANCEES   TO JEX-NB-LUS.
           MOVE WS-NB-REUSSIES  TO JEX-NB-TRAITES.
           COMPUTE JEX-NB-REJETES = WS-NB-ECHECS + WS-NB-MANQUEES.
           MOVE WS-HEURE-DEBUT TO WS-HEURE-W.
           PERFORM CONVERTIR-SECONDES.
           MOVE WS-SECONDES-W TO WS-SECONDES-DEB.
           MOVE WS-HEURE-FIN TO WS-HEURE-W.
           PERFORM CONVERTIR-SECONDES.
           MOVE WS-SECONDES-W TO WS-SECONDES-FIN.
           IF WS-SECONDES-FIN < WS-SECONDES-DEB
               ADD 86400 TO WS-SECONDES-FIN
           END-IF.
           COMPUTE JEX-DUREE-SECONDES =
               WS-SECONDES-FIN - WS-SECONDES-DEB.
           MOVE WS-CODE-RETOUR  TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.
