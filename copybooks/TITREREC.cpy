      *===============================================================
      * TITREREC - Titres-restaurant du mois (FIC-TITRES-RESTAURANT
      * .dat).
      * Un enregistrement par matricule ayant droit a au moins un
      * titre pour la periode, ecrit par EX15X-TITRES-RESTAURANT en
      * meme temps que la commande au prestataire : nombre de titres
      * (jours travailles du mois), valeur faciale, part retenue au
      * salarie et part prise en charge par l'employeur.
      * EX15-PRINCIPAL retient la part salariale sur le net de la
      * periode ; EX15D-COMPTA passe la part patronale au journal.
      * Le fichier est recree a chaque commande mensuelle.
      *===============================================================
       01  ENR-TITRE.
           05 TTR-MATRICULE       PIC X(6).
           05 TTR-PERIODE         PIC 9(6).
           05 TTR-NB-TITRES       PIC 9(3).
           05 TTR-VALEUR-FACIALE  PIC 9(2)V99.
           05 TTR-PART-SALARIALE  PIC 9(6)V99.
           05 TTR-PART-PATRONALE  PIC 9(6)V99.
