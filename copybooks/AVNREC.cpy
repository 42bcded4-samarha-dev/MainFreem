      *===============================================================
      * AVNREC - Avantages en nature par matricule
      * (FIC-AVANTAGES-NATURE.dat).
      * Un enregistrement par avantage accorde (vehicule de
      * fonction, logement, telephone...), tenu par les RH : type,
      * mode d'evaluation mensuelle et dates de debut et de fin
      * (AAAAMMJJ, fin a zero = avantage en cours).
      * Mode F : forfait mensuel AVN-MONTANT ; mode R : valeur
      * reelle mensuelle AVN-MONTANT ; mode P : pourcentage annuel
      * AVN-TAUX d'une valeur de reference AVN-MONTANT (cout
      * d'achat du vehicule par exemple), ramene au mois.
      * EX15-PRINCIPAL ajoute l'avantage du mois a l'assiette des
      * cotisations et du prelevement a la source, puis le retire
      * du net : l'avantage n'est jamais verse en especes. Un
      * avantage ouvert dans le mois compte pour le mois entier.
      *===============================================================
       01  ENR-AVANTAGE.
           05 AVN-MATRICULE       PIC X(6).
           05 AVN-TYPE            PIC X(4).
              88 AVN-VEHICULE      VALUE 'VEHI'.
              88 AVN-LOGEMENT      VALUE 'LOGT'.
              88 AVN-TELEPHONE     VALUE 'TELE'.
           05 AVN-METHODE         PIC X.
              88 AVN-FORFAIT       VALUE 'F'.
              88 AVN-REEL          VALUE 'R'.
              88 AVN-POURCENTAGE   VALUE 'P'.
           05 AVN-MONTANT         PIC 9(7)V99.
           05 AVN-TAUX            PIC 9V9999.
           05 AVN-DATE-DEBUT      PIC 9(8).
           05 AVN-DATE-FIN        PIC 9(8).
