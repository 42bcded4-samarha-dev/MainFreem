      *===============================================================
      * JRNCATREC - Catalogue des journaux de lots du maitre indexe
      * (FIC-CATALOGUE-JOURNAUX-MAITRE.dat).
      * Tenu par EX19-JOURNAL-MAITRE, en ajout seul : a l'ouverture
      * d'un lot une ligne O (sequence attribuee, programme, date et
      * heure), a sa cloture une ligne C de meme sequence avec le
      * nombre de mises a jour journalisees et le compte et le total
      * de controle des salaires du maitre indexe tels qu'ils etaient
      * a la fin du lot. Un lot sans ligne C s'est arrete en cours.
      * Relu par EX19-SNAPSHOT (derniere sequence contenue dans la
      * sauvegarde) et par EX19D-REPRISE-MAITRE (ordre de rejeu et
      * controles apres chaque lot). Ce catalogue n'est pas soumis a
      * la rotation d'EX18 : un journal reste utile tant qu'une
      * sauvegarde plus ancienne peut devoir etre reprise.
      *===============================================================
       01  ENR-CATALOGUE-JOURNAL.
           05 CJM-SEQUENCE       PIC 9(6).
           05 CJM-ETAT           PIC X.
              88 CJM-OUVERTURE    VALUE 'O'.
              88 CJM-CLOTURE      VALUE 'C'.
           05 CJM-NOM-FICHIER    PIC X(40).
           05 CJM-DATE           PIC 9(8).
           05 CJM-HEURE          PIC 9(6).
           05 CJM-PROGRAMME      PIC X(14).
           05 CJM-NB-MOUVEMENTS  PIC 9(6).
           05 CJM-NB-ENREG       PIC 9(8).
           05 CJM-HASH-SALAIRES  PIC 9(12).
