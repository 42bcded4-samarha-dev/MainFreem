      *===============================================================
      * PEEREC - Epargne salariale par matricule (FIC-EPARGNE-PEE
      * .dat).
      * Un enregistrement par adherent au plan d'epargne
      * d'entreprise, tenu par EX15-PRINCIPAL a chaque paie
      * mensuelle : versements retenus sur le net et abondement de
      * l'employeur depuis le 1er janvier, rapproches du plafond
      * legal annuel de l'abondement. Au premier mois d'une
      * nouvelle annee les cumuls repartent a zero.
      * PEC-DERNIERE-PERIODE et les montants de cette periode
      * permettent a une reprise de la meme periode de retirer ce
      * qui a deja ete cumule avant de recalculer.
      *===============================================================
       01  ENR-EPARGNE-PEE.
           05 PEC-MATRICULE       PIC X(6).
           05 PEC-ANNEE           PIC 9(4).
           05 PEC-VERSE-ANNEE     PIC 9(6)V99.
           05 PEC-ABONDE-ANNEE    PIC 9(6)V99.
           05 PEC-DERNIERE-PERIODE PIC 9(6).
           05 PEC-VERSE-PERIODE   PIC 9(5)V99.
           05 PEC-ABONDE-PERIODE  PIC 9(5)V99.
