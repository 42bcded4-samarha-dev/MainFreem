      *===============================================================
      * SORTIEREC - Sortie a solder (FIC-SORTIES-A-SOLDER.dat).
      * Un enregistrement par mouvement de sortie (code S) applique
      * au maitre par EX07E-MOUVEMENTS : date de sortie effective,
      * motif de la rupture et date d'application du mouvement.
      * EX15V-SOLDE-TOUT-COMPTE calcule le solde de tout compte de
      * chaque sortie de la file puis la reecrit avec les seules
      * sorties restant a solder (sortie non encore echue, matricule
      * absent de l'extrait du maitre).
      *===============================================================
       01  ENR-SORTIE.
           05 SOR-MATRICULE       PIC X(6).
           05 SOR-DATE-SORTIE     PIC 9(8).
           05 SOR-MOTIF           PIC X(2).
           05 SOR-DATE-SAISIE     PIC 9(8).
