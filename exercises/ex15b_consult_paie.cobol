      * matricule saisi au clavier, puis rappelle les memes sous-
      * programmes qu'EX15-PRINCIPAL (EX15-VALIDEMP, EX15-CALCSAL)
      * pour afficher le bulletin de cet employe sans relancer la
      * paie complete du mois. L'anciennete est deduite de la date
      * d'embauche a la date du jour (EX15-ANCIENNETE), comme en paie.
      * Apres le bulletin, un net mensuel vise pour une offre peut
      * etre saisi : EX15-CALCSAL en calcul inverse rend le salaire
      * de base qui le produit pour cet employe (anciennete,
      * cotisations, taux de prelevement a la source de
      * FIC-TAUX-IMPOT.dat, taux DEFAUT a defaut).
      * L'operateur se connecte par son code et son PIN
      * (EX37-SIGNON) avant toute recherche.
      * Compiler les 8 fichiers dans cet ordre :
      *   cobc -c ex15_validemp.cobol -o ex15_validemp.o
      *   cobc -c ex15_cotisations.cobol -o ex15_cotisations.o
      *   cobc -c ex15_calcsal.cobol  -o ex15_calcsal.o
      *        -I ../copybooks
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -x ex15b_consult_paie.cobol ex15_validemp.o ex15_calcsal.o
      *        ex15_cotisations.o ex15_anciennete.o ex35_lecparam.o
      *        ex37_signon.o ex37_empreinte.o -I ../copybooks
      * Executer : ./ex15b_consult_paie
      * Entree  : FIC-EMPLOYES-IDX.dat (fichier indexe, meme cle que
      *           EX07C-CONSULT)
      *           FIC-TAUX-IMPOT.dat (taux de prelevement a la source,
      *           meme fichier que la paie)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15B-CONSULT-PAIE.
           SELECT FIC-CONSULT ASSIGN TO 'FIC-JOURNAL-CONSULT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONSULT.
           SELECT FIC-TAUX-IMPOT ASSIGN TO 'FIC-TAUX-IMPOT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-IMPOT.

       DATA DIVISION.
       FILE SECTION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-CONSULT LABEL RECORDS ARE STANDARD.
       COPY CONSULTREC.

       FD  FIC-TAUX-IMPOT LABEL RECORDS ARE STANDARD.
       01  ENR-TAUX-IMPOT.
           05 IMP-MATRICULE     PIC X(6).
           05 IMP-TAUX          PIC 9V999.

      * Habilitations des operateurs : portees autorisees par code
      * (E = etablissement, D = departement, T = tout). Un
      * operateur sans entree n'est pas controle (a declarer), un
      * lancement, chaque recherche journalisee (COPY CONSULTREC).
       01 WS-STATUT-CONSULT   PIC X(2) VALUE '00'.
       01 WS-OPERATEUR        PIC X(8) VALUE SPACES.
      * Connexion commune par code operateur et PIN (EX37-SIGNON).
       01 WS-PROGRAMME-SIGNON PIC X(14) VALUE 'EX15B-CONSULT'.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
       01 WS-TROUVE-CONSULT   PIC X VALUE 'N'.
       01 WS-CONTINUER        PIC X VALUE 'O'.
          88 ENCORE-UNE-RECHERCHE VALUE 'O'.
       01 WS-RETOUR           PIC S9(4) COMP VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
      * Offre en net : saisie, taux d'impot de l'employe, resultat.
       01 WS-STATUT-IMPOT     PIC X(2) VALUE '00'.
       01 WS-SAISIE-NET       PIC X(12) VALUE SPACES.
       01 WS-TAUX-IMPOT-OFFRE PIC 9V999 VALUE 0.
       01 WS-TAUX-TROUVE      PIC X VALUE 'N'.
          88 TAUX-TROUVE      VALUE 'O'.
       01 WS-IMPOT-OFFRE      PIC 9(8)V99 VALUE 0.
       01 WS-NET-APRES-IMPOT-OFFRE PIC 9(8)V99 VALUE 0.

       COPY VALIDCODES.

          05 PAI-PLAFOND-SS PIC 9(6)V99.
          05 PAI-TAUX-PATRONAL-TA PIC 9V999.
          05 PAI-TAUX-PATRONAL-TB PIC 9V999.
          05 PAI-MODE-CALCUL PIC X VALUE SPACE.
          05 PAI-NET-CIBLE  PIC 9(8)V99 VALUE 0.
          05 PAI-TAUX-IMPOT PIC 9V999 VALUE 0.
          05 PAI-ECART-NET  PIC S9(6)V99 VALUE 0.

       COPY COTISREC.

       PROCEDURE DIVISION.
           DISPLAY '================================'.

      *---------------------------------------------------------------
       DEMANDER-OPERATEUR.
           CALL 'EX37-SIGNON' USING WS-PROGRAMME-SIGNON WS-OPERATEUR
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-CONSULT.
           MOVE EMP-SALAIRE-IDX    TO EMP-SALAIRE-W.
           MOVE EMP-ANCIENNETE-IDX TO EMP-ANCIENNETE-W.
           MOVE EMP-HEURES-SUP-IDX TO EMP-HEURES-SUP-W.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE-IDX
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE EMP-ANCIENNETE-W
               BY REFERENCE WS-RETOUR-ANC.

           CALL 'EX15-VALIDEMP' USING BY REFERENCE WS-EMPLOYE
                                      BY REFERENCE WS-RETOUR
           IF WS-RETOUR = 0
               CALL 'EX15-CALCSAL' USING BY REFERENCE WS-EMPLOYE
                                         BY REFERENCE WS-PAIE
                                         BY REFERENCE TAB-COTISATIONS
               DISPLAY ' '
               DISPLAY '-- ' EMP-PRENOM-W ' ' EMP-NOM-W
                       ' (' EMP-MATRICULE-W ') :'
               DISPLAY '   Salaire brut  : ' PAI-BRUT ' EUR'
               DISPLAY '   Prime         : ' PAI-PRIME ' EUR'
               DISPLAY '   Charges       : ' PAI-CHARGES ' EUR'
               PERFORM AFFICHER-COTISATIONS
               DISPLAY '   Salaire net   : ' PAI-NET ' EUR'
               DISPLAY '   Charges patronales : '
                       PAI-CHARGES-PATRONALES ' EUR'
               DISPLAY '   Cout employeur     : '
                       PAI-COUT-EMPLOYEUR ' EUR'
               PERFORM SIMULER-OFFRE-NETTE
           ELSE
               PERFORM TRADUIRE-CODE-RETOUR
               DISPLAY EMP-MATRICULE-W
                       ' (' WS-LIBELLE-CODE-RETOUR ')'
           END-IF.

      *---------------------------------------------------------------
      * Offre negociee en net : le recruteur saisit le net a payer
      * vise (apres prelevement a la source) et obtient le salaire
      * de base a proposer, avec le bulletin qui en resulte.
       SIMULER-OFFRE-NETTE.
           DISPLAY '   Net mensuel vise pour une offre, apres impot '
                   '(vide = aucun) : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NET.
           ACCEPT WS-SAISIE-NET.
           IF WS-SAISIE-NET = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE-NET) NOT = 0
               DISPLAY '   Montant non numerique ignore : '
                       WS-SAISIE-NET
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PAI-NET-CIBLE = FUNCTION NUMVAL(WS-SAISIE-NET).
           PERFORM CHERCHER-TAUX-IMPOT.

           MOVE 'S' TO PAI-MODE-CALCUL.
           MOVE WS-TAUX-IMPOT-OFFRE TO PAI-TAUX-IMPOT.
           CALL 'EX15-CALCSAL' USING BY REFERENCE WS-EMPLOYE
                                     BY REFERENCE WS-PAIE
                                     BY REFERENCE TAB-COTISATIONS.
           MOVE SPACE TO PAI-MODE-CALCUL.
           COMPUTE WS-IMPOT-OFFRE ROUNDED =
               PAI-NET * WS-TAUX-IMPOT-OFFRE.
           COMPUTE WS-NET-APRES-IMPOT-OFFRE = PAI-NET - WS-IMPOT-OFFRE.

           DISPLAY '   -- Offre pour un net de ' PAI-NET-CIBLE
                   ' EUR (taux d''impot ' WS-TAUX-IMPOT-OFFRE ') :'.
           DISPLAY '   Salaire de base   : ' EMP-SALAIRE-W ' EUR'.
           DISPLAY '   Prime             : ' PAI-PRIME ' EUR'.
           DISPLAY '   Salaire brut      : ' PAI-BRUT ' EUR'.
           DISPLAY '   Charges           : ' PAI-CHARGES ' EUR'.
           DISPLAY '   Net avant impot   : ' PAI-NET ' EUR'.
           DISPLAY '   Impot a la source : ' WS-IMPOT-OFFRE ' EUR'.
           DISPLAY '   Net a payer       : ' WS-NET-APRES-IMPOT-OFFRE
                   ' EUR'.
           DISPLAY '   Cout employeur    : ' PAI-COUT-EMPLOYEUR
                   ' EUR'.
           IF PAI-ECART-NET < 0
               DISPLAY '   >> Net vise hors d''atteinte (ecart '
                       PAI-ECART-NET ' EUR)'
           END-IF.

      *---------------------------------------------------------------
      * Taux de l'employe dans FIC-TAUX-IMPOT.dat, sinon taux DEFAUT,
      * sinon aucun prelevement.
       CHERCHER-TAUX-IMPOT.
           MOVE 0 TO WS-TAUX-IMPOT-OFFRE.
           MOVE 'N' TO WS-TAUX-TROUVE.
           OPEN INPUT FIC-TAUX-IMPOT.
           IF WS-STATUT-IMPOT NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-IMPOT NOT = '00' OR TAUX-TROUVE
               READ FIC-TAUX-IMPOT
                   AT END MOVE '10' TO WS-STATUT-IMPOT
                   NOT AT END
                       IF IMP-MATRICULE = 'DEFAUT'
                           MOVE IMP-TAUX TO WS-TAUX-IMPOT-OFFRE
                       END-IF
                       IF IMP-MATRICULE = EMP-MATRICULE-W
                           MOVE IMP-TAUX TO WS-TAUX-IMPOT-OFFRE
                           SET TAUX-TROUVE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TAUX-IMPOT.

      *---------------------------------------------------------------
      * Detail des charges par cotisation, comme sur le bulletin.
       AFFICHER-COTISATIONS.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-BASE(COT-IDX) > 0
                   DISPLAY '     ' COT-LIBELLE(COT-IDX) ' '
                           COT-ORGANISME(COT-IDX) ' '
                           COT-MONTANT(COT-IDX) ' EUR'
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       TRADUIRE-CODE-RETOUR.
           MOVE 'Code retour inconnu' TO WS-LIBELLE-CODE-RETOUR.
