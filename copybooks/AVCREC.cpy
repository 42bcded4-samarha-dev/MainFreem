      *===============================================================
      * AVCREC - Cumul annuel des avantages en nature par matricule
      * (FIC-CUMULS-AVANTAGES.dat).
      * Compagnon de FIC-CUMULS-EX15.dat (dont le brut comprend
      * deja l'avantage) : un enregistrement par beneficiaire, tenu
      * par EX15-PRINCIPAL a chaque paie mensuelle et repris sur le
      * releve annuel EX15H-RELEVE-ANNUEL. Au premier mois d'une
      * nouvelle annee le cumul repart a zero.
      * AVC-DERNIERE-PERIODE et le montant de cette periode
      * permettent a une reprise de la meme periode de retirer ce
      * qui a deja ete cumule avant de recalculer, comme PEEREC.
      *===============================================================
       01  ENR-CUMUL-AVANTAGE.
           05 AVC-MATRICULE       PIC X(6).
           05 AVC-ANNEE           PIC 9(4).
           05 AVC-MONTANT-ANNEE   PIC 9(7)V99.
           05 AVC-DERNIERE-PERIODE PIC 9(6).
           05 AVC-MONTANT-PERIODE PIC 9(6)V99.
