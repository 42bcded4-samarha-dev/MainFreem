      *===============================================================
      * ETUDREC - Enregistrement du maitre etudiants (FIC-ETUDIANTS)
      * Tenu par EX04E-ETUDIANTS (mouvements), lu par
      * EX04F-CONTROLE-NOTES qui controle chaque chargement de notes
      * avant EX04, EX06 et les releves : matricule inconnu,
      * etudiant non inscrit ou classe differente de celle de
      * l'inscription sont rejetes. Le nom porte par NOTEREC est
      * remplace par celui du maitre.
      * ETD-STATUT : I inscrit, R retire (abandon, exclusion),
      * D diplome (a quitte l'etablissement). Dates AAAAMMJJ ;
      * ETD-DATE-SORTIE a 0 tant que l'etudiant est inscrit.
      *===============================================================
       01  ENR-ETUDIANT.
           05 ETD-MATRICULE     PIC X(6).
           05 ETD-NOM           PIC X(20).
           05 ETD-PRENOM        PIC X(15).
           05 ETD-DATE-NAISSANCE PIC 9(8).
           05 ETD-CLASSE        PIC X(3).
           05 ETD-STATUT        PIC X.
              88 ETD-INSCRIT     VALUE 'I'.
              88 ETD-RETIRE      VALUE 'R'.
              88 ETD-DIPLOME     VALUE 'D'.
           05 ETD-DATE-INSCRIPTION PIC 9(8).
           05 ETD-DATE-SORTIE   PIC 9(8).
