      *===============================================================
      * SECUREC - Journal de securite des connexions
      * (FIC-JOURNAL-SECURITE.dat).
      * Alimente par EX37-SIGNON (connexions refusees : operateur
      * inconnu, PIN faux, verrouillage, compte verrouille ou
      * desactive, PIN expire non change) et par
      * EX37B-GESTION-OPERATEURS (creation, reinitialisation,
      * desactivation, avec le code de l'administrateur).
      * Depouille par EX24-RAPPORT-CONSULT.
      *===============================================================
       01  ENR-SECURITE.
           05 SEC-DATE           PIC 9(8).
           05 SEC-HEURE          PIC 9(6).
      * Compte concerne (code saisi, meme inconnu).
           05 SEC-OPERATEUR      PIC X(8).
           05 SEC-PROGRAMME      PIC X(14).
           05 SEC-EVENEMENT      PIC X(12).
           05 SEC-NB-ECHECS      PIC 9.
      * Administrateur auteur de l'action, a blanc pour une
      * connexion.
           05 SEC-AUTEUR         PIC X(8).
