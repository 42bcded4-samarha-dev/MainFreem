      *===============================================================
      * MUTREC - Adhesion a la mutuelle d'entreprise par matricule
      * (FIC-ADHESIONS-MUTUELLE.dat).
      * Un enregistrement par salarie, tenu par les RH : formule de
      * garantie (isole, couple, famille), nombre d'ayants droit
      * couverts et date d'effet de l'adhesion (AAAAMMJJ).
      * Un salarie qui refuse la mutuelle porte un cas de dispense,
      * la reference du justificatif fourni et la date de fin de
      * validite de ce justificatif (zero = sans echeance). Une
      * dispense echue n'est plus opposable : EX15-PRINCIPAL
      * affilie d'office le salarie a la formule declaree.
      * EX07R-DISPENSES-MUTUELLE liste les dispenses qui arrivent a
      * echeance.
      *===============================================================
       01  ENR-ADHESION-MUTUELLE.
           05 MUT-MATRICULE       PIC X(6).
           05 MUT-FORMULE         PIC X.
              88 MUT-ISOLE         VALUE 'I'.
              88 MUT-COUPLE        VALUE 'C'.
              88 MUT-FAMILLE       VALUE 'F'.
           05 MUT-NB-AYANTS-DROIT PIC 9(2).
           05 MUT-DATE-ADHESION   PIC 9(8).
           05 MUT-DISPENSE        PIC X(2).
              88 MUT-ADHERENT      VALUE SPACES.
              88 MUT-DISP-CONJOINT VALUE 'CJ'.
              88 MUT-DISP-CDD      VALUE 'CD'.
              88 MUT-DISP-TEMPS-PARTIEL VALUE 'TP'.
              88 MUT-DISP-INDIVIDUELLE VALUE 'AI'.
              88 MUT-DISP-CSS      VALUE 'CS'.
           05 MUT-JUSTIFICATIF    PIC X(20).
           05 MUT-FIN-DISPENSE    PIC 9(8).
