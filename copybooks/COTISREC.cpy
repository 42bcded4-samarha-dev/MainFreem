      *===============================================================
      * COTISREC - Detail des cotisations salariales d'un bulletin.
      * Rendu par EX15-COTISATIONS (appele par EX15-CALCSAL, puis
      * par l'appelant apres tout ajout au brut) : une ligne par
      * cotisation du parametrage FIC-COTISATIONS.dat, avec son
      * organisme collecteur, l'assiette retenue apres application
      * du plafond de la ligne, le taux et le montant arrondi au
      * centime. COT-TOTAL-SALARIAL est la somme des montants des
      * lignes : c'est lui qui alimente PAI-CHARGES.
      *===============================================================
       01  TAB-COTISATIONS.
           05 COT-NB-LIGNES       PIC 9(2).
           05 COT-TOTAL-SALARIAL  PIC 9(8)V99.
           05 COT-LIGNE OCCURS 12 TIMES
                   INDEXED BY COT-IDX.
              10 COT-CODE         PIC X(4).
              10 COT-LIBELLE      PIC X(24).
              10 COT-ORGANISME    PIC X(10).
              10 COT-BASE         PIC 9(8)V99.
              10 COT-TAUX         PIC 9V9999.
              10 COT-MONTANT      PIC 9(8)V99.
