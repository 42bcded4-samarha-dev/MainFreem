      * jusqu'ici.
      * Les employes sans grade ou de grade absent de la grille sont
      * comptes a part.
      * Une nouvelle grille se propage aux salaires par
      * EX08E-REVALO-GRILLE (augmentations a date d'effet).
      * Compiler : cobc -x ex25_controle_grille.cobol
      *            -o ex25_controle_grille -I ../copybooks
      * Executer : ./ex25_controle_grille
