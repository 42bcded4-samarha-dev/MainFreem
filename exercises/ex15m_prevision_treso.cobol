           05 DCL-MATRICULE     PIC X(6).
           05 DCL-BRUT          PIC 9(10)V99.
           05 DCL-BASE          PIC 9(10)V99.
           05 DCL-TAUX          PIC 9V9999.
           05 DCL-MONTANT       PIC 9(10)V99.
           05 DCL-CODE          PIC X(4).
           05 DCL-ORGANISME     PIC X(10).

       FD  FIC-ETABLISSEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-ETABLISSEMENT.
