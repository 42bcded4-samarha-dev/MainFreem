      *===============================================================
      * PARAMREC - Registre central des parametres
      * (FIC-REGISTRE-PARAMS.dat)
      * Une ligne par valeur datee : code du parametre (catalogue
      * PARAMDEF), cle facultative (ligne d'un bareme, categorie...)
      * et date d'effet. La valeur en vigueur a une date est celle
      * de la plus grande date d'effet inferieure ou egale, pour le
      * meme code et la meme cle : une valeur n'est pas ecrasee, la
      * suivante la remplace a sa date d'effet (seule une nouvelle
      * valeur a la meme date d'effet la corrige, et l'audit garde
      * l'ancienne). Le fichier est trie par code, cle et date
      * d'effet.
      * Ecrit uniquement par EX35B-VALIDATION-PARAMS (double
      * controle : saisie EX35-REGISTRE-PARAMS, validation par un
      * second operateur), lu par EX35-LECPARAM pour les programmes
      * et par EX35C-ETAT-PARAMS pour l'etat a date.
      *===============================================================
       01  ENR-REGISTRE-PARAM.
           05 RPA-CODE          PIC X(20).
           05 RPA-CLE           PIC X(10).
           05 RPA-DATE-EFFET    PIC 9(8).
           05 RPA-VALEUR        PIC 9(9)V9(4).
           05 RPA-OPERATEUR-SAISIE PIC X(8).
           05 RPA-OPERATEUR-VALID  PIC X(8).
           05 RPA-DATE-VALID    PIC 9(8).
