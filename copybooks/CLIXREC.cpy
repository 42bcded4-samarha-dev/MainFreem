      *===============================================================
      * CLIXREC - Table de correspondance des codes clients fusionnes
      *           (FIC-XREF-CLIENTS.dat)
      * Tenue par EX09N-MAJ-CLIENTS : quand deux codes designent le
      * meme client, le code en double est retire du referentiel et
      * son historique repris sous le code conserve. Chaque code
      * retire garde ici son code de remplacement, toujours le code
      * actif final (une fusion en chaine met a jour les lignes
      * precedentes). EX09B-CHARGE-VENTES et EX09I-LETTRAGE-CLIENTS
      * traduisent au chargement les lignes tardives qui portent
      * encore l'ancien code.
      *===============================================================
       01  ENR-XREF-CLIENT.
           05 XRC-CLIENT-ANCIEN  PIC X(6).
           05 XRC-CLIENT-NOUVEAU PIC X(6).
           05 XRC-DATE-FUSION    PIC 9(8).
