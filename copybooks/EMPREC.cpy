      *===============================================================
      * EMPREC - Enregistrement du fichier maitre employes
      * Utilise par EX07, EX08, EX15 et les jobs batch associes.
      * EMP-ANCIENNETE n'est plus saisie : elle est recalculee a
      * chaque run (EX15-ANCIENNETE) a partir de EMP-DATE-EMBAUCHE,
      * en annees revolues a la date du traitement. Dates au format
      * AAAAMMJJ ; 0 = date inconnue (maitre d'avant la reprise
      * EX07N-REPRISE-DATES), l'anciennete portee est alors gardee.
      * EMP-SEXE : H ou F ; a blanc tant qu'il n'est pas renseigne
      * (maitre d'avant la reprise EX07O-REPRISE-SEXE, embauche
      * saisie sans), l'employe est alors ecarte de l'index de
      * l'egalite professionnelle (EX15Z-INDEX-EGALITE).
      *===============================================================
       01  ENR-EMPLOYES.
           05 EMP-MATRICULE     PIC X(6).
           05 EMP-IBAN          PIC X(27).
           05 EMP-ETABLISSEMENT PIC X(2).
           05 EMP-GRADE         PIC X(3).
           05 EMP-DATE-EMBAUCHE PIC 9(8).
           05 EMP-DATE-NAISSANCE PIC 9(8).
           05 EMP-SEXE          PIC X.
              88 EMP-HOMME       VALUE 'H'.
              88 EMP-FEMME       VALUE 'F'.
