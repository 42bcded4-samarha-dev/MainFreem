      *===============================================================
      * CUMHREC - Historique des cumuls de periode des ventes
      * (FIC-HISTO-CUMULS-EX09.dat).
      * A chaque cloture de periode de cumul (hebdomadaire S ou
      * mensuelle M), EX09-TRI-RUPTURE y ajoute la photo des cumuls
      * region/vendeur de la periode close, datee de sa fin de
      * periode, avant de remettre FIC-CUMULS-EX09.dat a zero.
      * Relu par EX09L-PREVISION-VENTES (moyenne mobile et meme
      * periode de l'annee precedente) et par
      * EX09O-SIMULATION-REGIONS (periodes rejouees).
      *===============================================================
       01  ENR-CUMUL-HISTO.
           05 HCU-FIN-PERIODE   PIC 9(8).
           05 HCU-MODE          PIC X.
              88 HCU-HEBDO      VALUE 'S'.
              88 HCU-MENSUEL    VALUE 'M'.
           05 HCU-REGION        PIC X(2).
           05 HCU-VENDEUR       PIC X(4).
           05 HCU-TOTAL         PIC S9(12) SIGN LEADING SEPARATE.
