      *===============================================================
      * OPERREC - Registre des operateurs habilites aux programmes
      * interactifs (FIC-OPERATEURS.dat).
      * Tenu par EX37B-GESTION-OPERATEURS, lu et mis a jour a chaque
      * connexion par EX37-SIGNON. Le PIN n'est jamais conserve en
      * clair : seule son empreinte (EX37-EMPREINTE, salee par le
      * code operateur) est gardee. Trois echecs consecutifs
      * verrouillent le compte ; un PIN de plus de 90 jours, ou un PIN
      * initial pose par l'administrateur (date a zero), doit etre
      * change a la connexion ; un operateur parti est desactive,
      * jamais supprime, pour que les journaux restent lisibles.
      *===============================================================
       01  ENR-OPERATEUR.
           05 OPR-CODE           PIC X(8).
           05 OPR-NOM            PIC X(30).
           05 OPR-EMPREINTE      PIC 9(10).
      * Date du dernier changement de PIN, zero = PIN initial.
           05 OPR-DATE-PIN       PIC 9(8).
           05 OPR-NB-ECHECS      PIC 9.
           05 OPR-STATUT         PIC X.
              88 OPR-ACTIF       VALUE 'A'.
              88 OPR-VERROUILLE  VALUE 'V'.
              88 OPR-DESACTIVE   VALUE 'D'.
           05 OPR-PROFIL         PIC X.
              88 OPR-ADMINISTRATEUR VALUE 'A'.
      * Date du dernier verrouillage ou de la desactivation.
           05 OPR-DATE-STATUT    PIC 9(8).
