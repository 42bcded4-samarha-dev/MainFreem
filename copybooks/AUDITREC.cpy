           05 AUD-VALEUR-APRES   PIC 9(8)V99.
      * Controle a quatre yeux : operateur qui a saisi le
      * changement et operateur qui l'a approuve (EX07F-MAJ-EMP /
      * EX07K-APPROBATIONS) ; pour une reparation EX29B, le code
      * de l'operateur qui l'a saisie en 1 ; a blanc pour les
      * changements issus des chaines batch.
           05 AUD-OPERATEUR-1    PIC X(8).
           05 AUD-OPERATEUR-2    PIC X(8).
