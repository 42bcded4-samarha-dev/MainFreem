           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
               MOVE EMP-IBAN      TO EMP-IBAN-IDX
               MOVE EMP-ETABLISSEMENT TO EMP-ETABLISSEMENT-IDX
               MOVE EMP-GRADE     TO EMP-GRADE-IDX
               MOVE EMP-DATE-EMBAUCHE TO EMP-DATE-EMBAUCHE-IDX
               MOVE EMP-DATE-NAISSANCE TO EMP-DATE-NAISSANCE-IDX
               MOVE EMP-SEXE      TO EMP-SEXE-IDX
               WRITE ENR-EMPLOYES-IDX
                   INVALID KEY
                       DISPLAY 'Matricule en double ignore : '
