      *===============================================================
      * MODEREC - Registre des moderations approuvees
      *           (FIC-MODERATION.dat)
      * Tenu par EX04J-MODERATION (mouvements approuves par le
      * conseil pedagogique), lu par EX04-CONDITIONS et
      * EX04H-RECOURS qui appliquent chaque moderation en vigueur
      * aux notes de la classe et de la matiere avant la moyenne
      * ponderee ; FIC-NOTES.dat n'est jamais modifie.
      * MOD-TYPE : D decalage (note + MOD-VALEUR, en points),
      * E mise a l'echelle (note x MOD-VALEUR) ; note moderee
      * bornee a 0 et 20.
      * MOD-STATUT : V en vigueur, R remplacee par une moderation
      * plus recente, A annulee ; MOD-DATE-FIN a 0 tant que la
      * moderation est en vigueur. Une seule moderation en vigueur
      * par classe et matiere ; les autres restent pour la trace.
      *===============================================================
       01  ENR-MODERATION.
           05 MOD-CLASSE        PIC X(3).
           05 MOD-MATIERE       PIC X(4).
           05 MOD-TYPE          PIC X.
              88 MOD-DECALAGE    VALUE 'D'.
              88 MOD-ECHELLE     VALUE 'E'.
           05 MOD-VALEUR        PIC S9(2)V99 SIGN LEADING SEPARATE.
           05 MOD-APPROBATEUR   PIC X(8).
           05 MOD-DATE-APPROBATION PIC 9(8).
           05 MOD-MOTIF         PIC X(30).
           05 MOD-STATUT        PIC X.
              88 MOD-EN-VIGUEUR  VALUE 'V'.
              88 MOD-REMPLACEE   VALUE 'R'.
              88 MOD-ANNULEE     VALUE 'A'.
           05 MOD-DATE-FIN      PIC 9(8).
