      *===============================================================
      * ASTREINTEREC - Planning d'astreinte (FIC-ASTREINTE.dat)
      * Une ligne par semaine, reperee par la date de son lundi
      * (AAAAMMJJ) : astreinte principale et secours, chacun avec
      * son identifiant au registre des certifications (EX14D), son
      * nom et le telephone a appeler. Tenu par EX14E-ASTREINTE
      * (debugueurs certifies seulement, jamais de service deux
      * semaines de suite), lu par EX17-CHAINE-NUIT et
      * EX16-RAPPORT-MATIN qui impriment les contacts de la nuit.
      * Une semaine terminee n'est plus modifiee : le planning reste
      * la trace de qui etait d'astreinte.
      *===============================================================
       01  ENR-ASTREINTE.
           05 AST-SEMAINE       PIC 9(8).
           05 AST-PRINCIPAL     PIC X(10).
           05 AST-NOM-PRINCIPAL PIC X(20).
           05 AST-TEL-PRINCIPAL PIC X(15).
           05 AST-SECOURS       PIC X(10).
           05 AST-NOM-SECOURS   PIC X(20).
           05 AST-TEL-SECOURS   PIC X(15).
           05 AST-DATE-MAJ      PIC 9(8).
