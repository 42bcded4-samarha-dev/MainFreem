      *===============================================================
      * PARAMDEF - Catalogue des parametres du registre central
      * Pour chaque code : libelle, plage de valeurs admises
      * (minimum et maximum, 9 entiers et 4 decimales) et fichier de
      * parametre historique qu'il remplace. Une valeur hors plage
      * est refusee a la saisie (EX35-REGISTRE-PARAMS) et a la
      * validation (EX35B-VALIDATION-PARAMS). Ajouter un parametre
      * ou changer une plage = modifier ce catalogue et recompiler
      * EX35, EX35B et EX35C : la plage est un controle, elle ne se
      * change pas par saisie.
      *===============================================================
       01  WS-PARAMDEF-VALEURS.
           05 FILLER PIC X(50) VALUE
               'AUGMENT-SEUIL       Seuil augmentation EX08 (EUR) '.
           05 FILLER PIC X(26) VALUE
               '00000000000000009999990000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAMS-AUGMENT.dat'.
           05 FILLER PIC X(50) VALUE
               'AUGMENT-TAUX        Coefficient augmentation EX08 '.
           05 FILLER PIC X(26) VALUE
               '00000000100000000000015000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAMS-AUGMENT.dat'.
           05 FILLER PIC X(50) VALUE
               'PATRONAL-PLAFOND-SS Plafond mensuel SS (EUR)      '.
           05 FILLER PIC X(26) VALUE
               '00000100000000000999999900'.
           05 FILLER PIC X(30) VALUE 'FIC-CHARGES-PATRONALES.dat'.
           05 FILLER PIC X(50) VALUE
               'PATRONAL-TAUX-TA    Taux patronal tranche A       '.
           05 FILLER PIC X(26) VALUE
               '00000000000000000000006000'.
           05 FILLER PIC X(30) VALUE 'FIC-CHARGES-PATRONALES.dat'.
           05 FILLER PIC X(50) VALUE
               'PATRONAL-TAUX-TB    Taux patronal tranche B       '.
           05 FILLER PIC X(26) VALUE
               '00000000000000000000006000'.
           05 FILLER PIC X(30) VALUE 'FIC-CHARGES-PATRONALES.dat'.
           05 FILLER PIC X(50) VALUE
               'VARIATION-POURCENT  Seuil variation net EX15T (%) '.
           05 FILLER PIC X(26) VALUE
               '00000000100000000001000000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAM-VARIATIONS.dat'.
           05 FILLER PIC X(50) VALUE
               'VARIATION-MONTANT   Seuil variation net EX15T EUR '.
           05 FILLER PIC X(26) VALUE
               '00000000000000009999990000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAM-VARIATIONS.dat'.
           05 FILLER PIC X(50) VALUE
               'EXPOSITION-SEUIL    Seuil exposition EX09F (EUR)  '.
           05 FILLER PIC X(26) VALUE
               '00000000000009999999990000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAM-EXPOSITION.dat'.
           05 FILLER PIC X(50) VALUE
               'RETENTION-JOURNAUX  Retention journaux EX20 (mois)'.
           05 FILLER PIC X(26) VALUE
               '00000000100000000009990000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAM-RETENTION-JRN.dat'.
           05 FILLER PIC X(50) VALUE
               'RETENTION-GENERATIONGenerations gardees EX18      '.
           05 FILLER PIC X(26) VALUE
               '00000000100000000009990000'.
           05 FILLER PIC X(30) VALUE 'FIC-PARAM-RETENTION-GEN.dat'.
           05 FILLER PIC X(50) VALUE
               'COTISATION-TAUX     Taux salarial cotisation (cle)'.
           05 FILLER PIC X(26) VALUE
               '00000000000000000000002000'.
           05 FILLER PIC X(30) VALUE 'FIC-COTISATIONS.dat'.
           05 FILLER PIC X(50) VALUE
               'PRIME-ANC-TAUX      Taux prime anciennete (cle an)'.
           05 FILLER PIC X(26) VALUE
               '00000000000000000000003000'.
           05 FILLER PIC X(30) VALUE 'FIC-BAREME-PRIME.dat'.
           05 FILLER PIC X(50) VALUE
               'IMPOT-TAUX          Taux prelevement source (cle) '.
           05 FILLER PIC X(26) VALUE
               '00000000000000000000006000'.
           05 FILLER PIC X(30) VALUE 'FIC-TAUX-IMPOT.dat'.
           05 FILLER PIC X(50) VALUE
               'SMIC-TAUX-HORAIRE   Minimum legal horaire (EUR)   '.
           05 FILLER PIC X(26) VALUE
               '00000000100000000000990000'.
           05 FILLER PIC X(30) VALUE 'FIC-SMIC.dat'.

       01  WS-TABLE-PARAMDEF REDEFINES WS-PARAMDEF-VALEURS.
           05 WS-PARAMDEF OCCURS 14 TIMES
                   INDEXED BY WS-IDX-DPA.
              10 DPA-CODE       PIC X(20).
              10 DPA-LIBELLE    PIC X(30).
              10 DPA-MINIMUM    PIC 9(9)V9(4).
              10 DPA-MAXIMUM    PIC 9(9)V9(4).
              10 DPA-SOURCE     PIC X(30).

       01  WS-NB-PARAMDEF       PIC 9(2) VALUE 14.
