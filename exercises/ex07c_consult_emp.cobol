      * Lit FIC-EMPLOYES-IDX (genere par EX07B-INDEXAGE) en acces
      * direct sur EMP-MATRICULE, pour retrouver un employe sans
      * parcourir tout le fichier maitre.
      * L'operateur se connecte par son code et son PIN
      * (EX37-SIGNON) avant toute recherche.
      * Compiler les 3 fichiers dans cet ordre :
      *   cobc -c ex37_empreinte.cobol -o ex37_empreinte.o
      *   cobc -c ex37_signon.cobol -o ex37_signon.o -I ../copybooks
      *   cobc -x ex07c_consult_emp.cobol ex37_signon.o
      *        ex37_empreinte.o -o ex07c_consult_emp -I ../copybooks
      * Executer : ./ex07c_consult_emp
      *===============================================================
       IDENTIFICATION DIVISION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-CONSULT LABEL RECORDS ARE STANDARD.
       COPY CONSULTREC.
      * lancement, chaque recherche journalisee (COPY CONSULTREC).
       01 WS-STATUT-CONSULT   PIC X(2) VALUE '00'.
       01 WS-OPERATEUR        PIC X(8) VALUE SPACES.
      * Connexion commune par code operateur et PIN (EX37-SIGNON).
       01 WS-PROGRAMME-SIGNON PIC X(14) VALUE 'EX07C-CONSULT'.
       01 WS-RETOUR-SIGNON    PIC S9(4) COMP VALUE 0.
       01 WS-TROUVE-CONSULT   PIC X VALUE 'N'.
       01 WS-CONTINUER        PIC X VALUE 'O'.
          88 ENCORE-UNE-RECHERCHE VALUE 'O'.
                           DISPLAY 'Statut    : ' EMP-STATUT-IDX
                           DISPLAY 'Anciennete: ' EMP-ANCIENNETE-IDX
                                   ' ans'
                           DISPLAY 'Embauche  : ' EMP-DATE-EMBAUCHE-IDX
                           DISPLAY 'Sexe      : ' EMP-SEXE-IDX
                           DISPLAY 'Departement: ' EMP-DEPARTEMENT-IDX
                           PERFORM CONTROLER-PERIMETRE
                   END-READ

      *---------------------------------------------------------------
       DEMANDER-OPERATEUR.
           CALL 'EX37-SIGNON' USING WS-PROGRAMME-SIGNON WS-OPERATEUR
                                    WS-RETOUR-SIGNON.
           IF WS-RETOUR-SIGNON NOT = 0
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-CONSULT.
