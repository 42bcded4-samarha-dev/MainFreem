      *===============================================================
      * OBLIGREC - Registre des obligations reglementaires par
      * matricule (FIC-OBLIGATIONS.dat).
      * Un enregistrement par employe et par obligation : visite
      * medicale de sante au travail, habilitation ou certificat
      * (electrique, cariste, secourisme...). Tenu par
      * EX07P-OBLIGATIONS a partir des mouvements de la RH, edite
      * chaque mois par EX07Q-ECHEANCES-OBLIGATIONS et controle par
      * le listage d'EX07-LECTURE.
      * OBL-DATE-DERNIERE : date de la derniere visite ou du dernier
      * passage du certificat, 0 si jamais faite (echue d'office).
      * OBL-DATE-ECHEANCE : derniere date + validite en mois, 0 si
      * jamais faite. Dates au format AAAAMMJJ.
      * OBL-EXIGEE : O si l'obligation conditionne le poste tenu par
      * l'employe (sans elle il ne peut plus l'occuper).
      *===============================================================
       01  ENR-OBLIGATION.
           05 OBL-MATRICULE       PIC X(6).
           05 OBL-TYPE            PIC X(4).
           05 OBL-DATE-DERNIERE   PIC 9(8).
           05 OBL-VALIDITE-MOIS   PIC 9(3).
           05 OBL-DATE-ECHEANCE   PIC 9(8).
           05 OBL-EXIGEE          PIC X.
              88 OBL-EXIGEE-POSTE  VALUE 'O'.
