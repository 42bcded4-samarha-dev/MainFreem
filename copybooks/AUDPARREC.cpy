      *===============================================================
      * AUDPARREC - Journal d'audit du registre des parametres
      * (FIC-AUDIT-PARAMS.dat)
      * Une ligne par decision de EX35B-VALIDATION-PARAMS sur une
      * demande de changement : valeur en vigueur a la date d'effet
      * avant le changement, valeur demandee, decision (V validee et
      * portee au registre, R rejetee) et les deux codes operateurs
      * (saisie dans EX35-REGISTRE-PARAMS, decision dans EX35B).
      *===============================================================
       01  ENR-AUDIT-PARAM.
           05 AUP-DATE          PIC 9(8).
           05 AUP-HEURE         PIC 9(6).
           05 AUP-PROGRAMME     PIC X(14).
           05 AUP-CODE          PIC X(20).
           05 AUP-CLE           PIC X(10).
           05 AUP-DATE-EFFET    PIC 9(8).
           05 AUP-VALEUR-AVANT  PIC 9(9)V9(4).
           05 AUP-VALEUR-APRES  PIC 9(9)V9(4).
           05 AUP-DECISION      PIC X.
           05 AUP-OPERATEUR-1   PIC X(8).
           05 AUP-OPERATEUR-2   PIC X(8).
