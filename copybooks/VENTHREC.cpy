      *===============================================================
      * VENTHREC - Historique des ventes validees
      *            (FIC-HISTO-VENTES-EX09.dat)
      * EX09-TRI-RUPTURE y ajoute chaque jour les ventes validees et
      * triees du run, datees du jour de traitement, dans la
      * disposition de VENTEREC. EX09M-CONTROLE-VENTES y relit
      * l'historique propre de chaque vendeur. Une relance du meme
      * jour peut ajouter une seconde fois les memes lignes : le
      * lecteur ecarte les doublons source + identifiant.
      *===============================================================
       01  ENR-VENTE-HISTO.
           05 VTH-DATE-VENTE    PIC 9(8).
           05 VTH-VENTE         PIC X(95).
