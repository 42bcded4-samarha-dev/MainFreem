      *===============================================================
      * HSUPREC - Historique des heures supplementaires payees
      * (FIC-HISTO-HEURES-SUP.dat).
      * Journal ecrit en extension par EX15-PRINCIPAL a chaque paie
      * mensuelle, a cote de l'historique des absences : un
      * enregistrement par employe paye avec les heures
      * supplementaires reglees sur la periode (zero compris). En
      * mode partition chaque slot ecrit son journal -P<etab>,
      * reverse au global par EX15Q.
      * Une reprise de la periode ajoute un nouvel enregistrement :
      * pour un matricule et une periode, le dernier lu fait foi.
      * Relu par EX07U-BILAN-SOCIAL.
      *===============================================================
       01  ENR-HISTO-HEURES-SUP.
           05 HSH-MATRICULE       PIC X(6).
           05 HSH-PERIODE         PIC 9(6).
           05 HSH-DATE-PAIE       PIC 9(8).
           05 HSH-HEURES          PIC 9(3)V99.
