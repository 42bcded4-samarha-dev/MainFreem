      * controle de la partition), ainsi que les cumuls annuels
      * (FIC-CUMULS-EX15-P<etab>.dat) et tous les registres par
      * matricule (rappels, demandes et acomptes, saisies, prets,
      * soldes anticipes, dettes, notes de frais, conges, epargne
      * salariale, cumuls des avantages en nature, IJSS a recevoir
      * et droits maladie) : chaque slot
      * travaille ainsi sur des fichiers
      * qui ne sont qu'a lui et les slots peuvent tourner en
      * parallele. EX17-CHAINE-NUIT
      * lance ensuite EX15-PRINCIPAL une fois par partition, et
      * EX15Q-FUSION-PARTITIONS recombine les sorties avec un
      * controle croise.
      * Registres par matricule a ventiler dans la partition de
      * leur titulaire : racine du nom et longueur d'enregistrement
      * (les memes longueurs que les FD d'EX15-PRINCIPAL).
       01 WS-NB-FAMILLES      PIC 9(2) VALUE 12.
       01 WS-DEF-FAMILLES.
          05 FILLER PIC X(28) VALUE
              'FIC-RAPPELS              024'.
              'FIC-DETTES-SALARIES      034'.
          05 FILLER PIC X(28) VALUE
              'FIC-NOTES-FRAIS          026'.
          05 FILLER PIC X(28) VALUE
              'FIC-CONGES               056'.
          05 FILLER PIC X(28) VALUE
              'FIC-EPARGNE-PEE          046'.
          05 FILLER PIC X(28) VALUE
              'FIC-CUMULS-AVANTAGES     033'.
          05 FILLER PIC X(28) VALUE
              'FIC-IJSS-A-RECEVOIR      058'.
       01 WS-TABLE-FAMILLES REDEFINES WS-DEF-FAMILLES.
          05 WS-FAM-LIGNE OCCURS 12 TIMES.
             10 WS-FAM-RACINE   PIC X(25).
             10 WS-FAM-LONG     PIC 9(3).
       01 WS-IDX-FAM          PIC 9(2) VALUE 0.
       01 WS-STATUT-REG-IN    PIC X(2) VALUE '00'.
       01 WS-NOM-REGISTRE-IN  PIC X(40) VALUE SPACES.
       01 WS-NOM-REGISTRE-OUT PIC X(40) VALUE SPACES.
       01 WS-TAMPON-REG       PIC X(58) VALUE SPACES.
       01 WS-LG-REG           PIC 9(3) VALUE 0.
       01 WS-POS-REG          PIC 9(3) VALUE 0.
       01 WS-FIN-REGISTRE     PIC X VALUE 'N'.
