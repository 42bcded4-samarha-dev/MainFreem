      *===============================================================
      * POSTEREC - Registre des postes budgetes (FIC-POSTES.dat).
      * Un enregistrement par poste autorise, tenu par le controle
      * de gestion : departement et etablissement de rattachement,
      * grade, quotite en ETP et etat du poste :
      *   B budgete - poste autorise, pourvu ou en attente d'etre
      *     rouvert au recrutement ;
      *   O ouvert  - recrutement autorise, seul etat qui accepte
      *     une embauche ;
      *   G gele    - ni embauche ni mutation sur ce poste.
      * POS-MATRICULE est le titulaire (a blanc : poste vacant),
      * pose et retire par EX07E-MOUVEMENTS : l'embauche et la
      * mutation affectent le salarie au poste du mouvement, qui
      * repasse B ; la sortie et la mutation liberent l'ancien
      * poste, qui reste B (vacant) jusqu'a sa reouverture.
      * POS-DATE-MAJ : date du dernier changement de titulaire.
      *===============================================================
       01  ENR-POSTE.
           05 POS-ID            PIC X(6).
           05 POS-DEPARTEMENT   PIC X(4).
           05 POS-ETABLISSEMENT PIC X(2).
           05 POS-GRADE         PIC X(3).
           05 POS-ETP           PIC 9V99.
           05 POS-ETAT          PIC X.
              88 POS-BUDGETE     VALUE 'B'.
              88 POS-OUVERT      VALUE 'O'.
              88 POS-GELE        VALUE 'G'.
           05 POS-MATRICULE     PIC X(6).
           05 POS-DATE-MAJ      PIC 9(8).
           05 POS-LIBELLE       PIC X(30).
