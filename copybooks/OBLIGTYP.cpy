      *===============================================================
      * OBLIGTYP - Types d'obligations reglementaires
      * Table chargee depuis FIC-TYPES-OBLIGATIONS.dat (code, nature
      * V visite / C certification, validite en mois, libelle) par
      * EX07P-OBLIGATIONS et EX07Q-ECHEANCES-OBLIGATIONS ; fichier
      * absent, les types ci-dessous font foi.
      *===============================================================
       01  WS-TYPES-OBL-DEFAUT.
           05 FILLER PIC X(38) VALUE
               'VMEDV060VISITE MEDICALE SANTE TRAVAIL'.
           05 FILLER PIC X(38) VALUE
               'HELEC036HABILITATION ELECTRIQUE'.
           05 FILLER PIC X(38) VALUE
               'CACEC060CACES CARISTE'.
           05 FILLER PIC X(38) VALUE
               'SST C024SAUVETEUR SECOURISTE TRAVAIL'.
       01  WS-TABLE-TYPES-OBL-DEFAUT REDEFINES WS-TYPES-OBL-DEFAUT.
           05 WS-TOD-ENTREE OCCURS 4 TIMES.
              10 TOD-CODE       PIC X(4).
              10 TOD-NATURE     PIC X.
              10 TOD-VALIDITE   PIC 9(3).
              10 TOD-LIBELLE    PIC X(30).
       01  WS-NB-TYPES-OBL-DEFAUT PIC 9(2) VALUE 4.

       01  WS-MAX-TYPES-OBL   PIC 9(2) VALUE 30.
       01  WS-TABLE-TYPES-OBL.
           05 WS-TOB-ENTREE OCCURS 30 TIMES
                   INDEXED BY WS-IDX-TOB.
              10 TOB-CODE       PIC X(4).
              10 TOB-NATURE     PIC X.
                 88 TOB-VISITE   VALUE 'V'.
                 88 TOB-CERTIFICAT VALUE 'C'.
              10 TOB-VALIDITE   PIC 9(3).
              10 TOB-LIBELLE    PIC X(30).
       01  WS-NB-TYPES-OBL    PIC 9(2) VALUE 0.
