      * ressaisie manuelle des corrections.
       FD  FIC-PROPOSITIONS LABEL RECORDS ARE STANDARD.
       01  ENR-PROPOSITION.
           05 PRO-MOUVEMENT     PIC X(111).
           05 PRO-MOTIF         PIC X(34).
           05 PRO-ETAT          PIC X.

           05 PRM-IBAN-NOUV     PIC X(27).
           05 PRM-ETABLISSEMENT PIC X(2).
           05 PRM-GRADE         PIC X(3).
           05 PRM-DATE-EFFET    PIC 9(8).
           05 PRM-DATE-NAISSANCE PIC 9(8).
           05 PRM-MOTIF-SORTIE  PIC X(2).
           05 PRM-SEXE          PIC X.
           05 PRM-POSTE         PIC X(6).
       01 WS-NB-PROPOSITIONS  PIC 9(4) VALUE 0.
       01 WS-LIGNE-MOTIF      PIC X(34) VALUE SPACES.

           MOVE SPACES TO WS-MOUVEMENT-PROPOSE.
           MOVE 'A' TO PRM-CODE.
           MOVE FIC-MATRICULE TO PRM-MATRICULE.
           MOVE 0 TO PRM-ANCIENNETE PRM-DATE-EFFET PRM-DATE-NAISSANCE.
           COMPUTE PRM-SALAIRE-NOUV = FIC-SALAIRE.
           PERFORM ECRIRE-PROPOSITION.

           MOVE 'E' TO PRM-CODE.
           MOVE FIC-MATRICULE TO PRM-MATRICULE.
           MOVE FIC-NOM TO PRM-NOM.
           MOVE 0 TO PRM-ANCIENNETE PRM-DATE-EFFET PRM-DATE-NAISSANCE.
           COMPUTE PRM-SALAIRE-NOUV = FIC-SALAIRE.
           PERFORM ECRIRE-PROPOSITION.

