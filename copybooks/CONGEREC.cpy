      *===============================================================
      * CONGEREC - Compteur de conges payes par matricule
      * (FIC-CONGES.dat).
      * Un enregistrement par salarie, tenu par EX15-PRINCIPAL a
      * chaque paie mensuelle : 2,5 jours ouvrables acquis par mois
      * de travail sur la periode de reference en cours (1er juin -
      * 31 mai), jours pris imputes sur le solde de la periode
      * close, brut de chaque periode de reference pour la regle du
      * dixieme. Au 1er juin la periode en cours devient la periode
      * N-1 et le solde non pris de l'ancienne N-1 s'y reporte.
      * CGE-DERNIERE-PERIODE est la derniere periode de paie
      * imputee : une relance de la meme periode n'acquiert et ne
      * decompte rien deux fois. CGE-PRIS-PERIODE garde les jours
      * imputes sur cette periode : la relance recalcule le plafond
      * et la retenue au-dela du solde sur le solde d'avant cette
      * imputation, puis remplace les jours imputes au lieu de les
      * ajouter une seconde fois.
      *===============================================================
       01  ENR-CONGE.
           05 CGE-MATRICULE       PIC X(6).
           05 CGE-ANNEE-REF       PIC 9(4).
           05 CGE-ACQUIS-N1       PIC 9(3)V99.
           05 CGE-PRIS-N1         PIC 9(3)V99.
           05 CGE-ACQUIS-N        PIC 9(3)V99.
           05 CGE-BRUT-REF-N1     PIC 9(8)V99.
           05 CGE-BRUT-REF-N      PIC 9(8)V99.
           05 CGE-DERNIERE-PERIODE PIC 9(6).
           05 CGE-PRIS-PERIODE    PIC 9(3)V99.
