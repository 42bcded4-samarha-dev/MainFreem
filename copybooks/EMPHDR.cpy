      * accepte comme maitre d'ancienne generation, sans controle.
      * Les programmes qui produisent un nouveau maitre (EX07D,
      * EX07E, EX08B) ecrivent en-tete et fin.
      * ENT-DERNIER-LOT n'est renseigne que dans le dechargement du
      * maitre indexe d'EX19-SNAPSHOT : derniere sequence du journal
      * des lots (EX19-JOURNAL-MAITRE) deja contenue dans l'image, a
      * partir de laquelle EX19D-REPRISE-MAITRE rejoue les lots.
      * Partout ailleurs il reste a blanc.
      *===============================================================
       01  ENT-ENTETE-EMPLOYES.
           05 ENT-MARQUE         PIC X(6).
           05 ENT-DATE-CREATION  PIC 9(8).
           05 ENT-SOURCE         PIC X(20).
           05 ENT-DERNIER-LOT    PIC 9(6).
           05 FILLER             PIC X(68).
       01  FIN-TRAILER-EMPLOYES.
           05 FIN-MARQUE         PIC X(6).
           05 FIN-NB-ENREG       PIC 9(8).
           05 FIN-HASH-SALAIRES  PIC 9(12).
           05 FILLER             PIC X(82).
