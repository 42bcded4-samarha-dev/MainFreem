      * mouvements FIC-MOUVEMENTS.dat (COPY MVTREC) que
      * EX07E-MOUVEMENTS applique au maitre la nuit meme. Chaque
      * reparation est journalisee dans FIC-AUDIT-SALAIRES.dat
      * (champ REPARATION) avec le code de l'operateur qui l'a
      * saisie, connecte au lancement par son code et son PIN
      * (EX37-SIGNON) - separation des fonctions,
      * EX36-SEPARATION-FONCTIONS.
      * L'anciennete revalidee est celle deduite de la date
      * d'embauche du maitre a la date du jour (EX15-ANCIENNETE).
      * Compiler les 5 fichiers dans cet ordre :
      *   cobc -c ex15_validemp.cobol -o ex15_validemp.o
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -x ex29b_reparation.cobol ex15_validemp.o
      *        ex15_anciennete.o ex37_signon.o ex37_empreinte.o
      *        -I ../copybooks
      * Executer : ./ex29b_reparation
      *===============================================================
       COPY VALIDCODES.

       01 WS-RETOUR           PIC S9(4) COMP VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-OPERATEUR        PIC X(8) VALUE SPACES.
      * Connexion commune par code operateur et PIN (EX37-SIGNON).
       01 WS-PROGRAMME-SIGNON PIC X(14) VALUE 'EX29B-REPARAT'.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
       01 WS-EMPLOYE.
          05 EMP-MATRICULE-W PIC X(6).
          05 EMP-NOM-W       PIC X(20).
           DISPLAY '================================================'.
           DISPLAY '  Reparation et resoumission des rejets'.
           DISPLAY '================================================'.
           CALL 'EX37-SIGNON' USING WS-PROGRAMME-SIGNON WS-OPERATEUR
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.

           OPEN INPUT FIC-CONSOLIDE.
           IF WS-STATUT-CONSOLIDE NOT = '00'
                       MOVE EMP-PRENOM     TO WS-PRENOM-MAITRE
                       MOVE EMP-SALAIRE    TO WS-SALAIRE-MAITRE
                       MOVE EMP-ANCIENNETE TO WS-ANCIENNETE-MAITRE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-DATE-JOUR
                       CALL 'EX15-ANCIENNETE' USING
                           BY REFERENCE EMP-DATE-EMBAUCHE
                           BY REFERENCE WS-DATE-JOUR
                           BY REFERENCE WS-ANCIENNETE-MAITRE
                           BY REFERENCE WS-RETOUR-ANC
                   ELSE
                       READ FIC-EMPLOYES
                           AT END SET FIC-TERMINE TO TRUE
           MOVE 'REPARATION'     TO AUD-CHAMP.
           MOVE WS-SALAIRE-MAITRE TO AUD-VALEUR-AVANT.
           MOVE EMP-SALAIRE-W    TO AUD-VALEUR-APRES.
           MOVE WS-OPERATEUR     TO AUD-OPERATEUR-1.
           MOVE SPACES           TO AUD-OPERATEUR-2.
           WRITE ENR-AUDIT-SALAIRE.
           ADD 1 TO WS-NB-AUDITS.
