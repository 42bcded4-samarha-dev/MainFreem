      *===============================================================
      * ATTENDREC - Remises de notes attendues par classe et matiere
      *             (FIC-NOTES-ATTENDUES.dat)
      * Une ligne par matiere enseignee dans une classe : enseignant
      * responsable de la remise et date limite AAAAMMJJ. Tenu par la
      * scolarite en debut d'annee, lu par EX04K-COMPLETUDE qui
      * confronte chaque remise attendue aux notes de FIC-NOTES.dat
      * (un etudiant inscrit de la classe sans note de la matiere =
      * remise incomplete). EX04-CONDITIONS ne calcule les mentions
      * que des classes completes, sauf forcage du directeur.
      *===============================================================
       01  ENR-ATTENDU.
           05 ATT-CLASSE        PIC X(3).
           05 ATT-MATIERE       PIC X(4).
           05 ATT-ENSEIGNANT    PIC X(20).
           05 ATT-DATE-LIMITE   PIC 9(8).
