      *===============================================================
      * ABSHREC - Historique des absences par periode de paie
      * (FIC-HISTO-ABSENCES.dat).
      * Journal ecrit en extension par EX15-PRINCIPAL a chaque paie
      * mensuelle : un enregistrement par employe paye, absences du
      * mois ou non, avec les jours de la periode par nature (sans
      * solde et conges en jours ouvres, maladie en jours
      * calendaires). En mode partition chaque slot ecrit son
      * journal -P<etab>, reverse au global par EX15Q.
      * Une reprise de la periode ajoute un nouvel enregistrement :
      * pour un matricule et une periode, le dernier lu fait foi.
      * Relu par EX15Y-INTERESSEMENT pour la presence de l'exercice.
      *===============================================================
       01  ENR-HISTO-ABSENCE.
           05 ABH-MATRICULE       PIC X(6).
           05 ABH-PERIODE         PIC 9(6).
           05 ABH-DATE-PAIE       PIC 9(8).
           05 ABH-JOURS-SANS-SOLDE PIC 9(3).
           05 ABH-JOURS-CONGES    PIC 9(3).
           05 ABH-JOURS-MALADIE   PIC 9(3).
           05 ABH-JOURS-AUTRES    PIC 9(3).
