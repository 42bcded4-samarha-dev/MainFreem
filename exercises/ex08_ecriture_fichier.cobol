      *===============================================================
      * Exercice 8 - Ecriture et transformation de fichier
      * Niveau : Intermediaire
      * Le seuil et le coefficient d'augmentation sont pris au
      * registre central des parametres (codes AUGMENT-SEUIL et
      * AUGMENT-TAUX, valeur en vigueur a la date du jour, lue par
      * EX35-LECPARAM) ; FIC-PARAMS-AUGMENT.dat puis les valeurs par
      * defaut ne servent plus qu'en repli.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex08_ecriture_fichier.cobol ex35_lecparam.o -o ex08
      *        -I ../copybooks
      * Executer : ./ex08
      * Entree  : FIC-EMPLOYES.dat
      *           FIC-REGISTRE-PARAMS.dat (registre central, optionnel)
      *           FIC-PARAMS-AUGMENT.dat (seuil et taux, optionnel)
      * Sortie  : FIC-RAPPORT.txt (genere automatiquement)
      *           FIC-EXCEPTIONS.txt (salaires invalides rejetes)
       01 WS-SEUIL-AUGMENT    PIC 9(6) VALUE 2000.
       01 WS-TAUX-AUGMENT     PIC 9V999 VALUE 1.050.

      * Zones d'appel de EX35-LECPARAM (registre central).
       01 WS-LEC-CODE         PIC X(20).
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.

       01 WS-LIGNE-EXCEPTION.
           05 EXC-NUMERO      PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE ' |'.
               DISPLAY 'FIC-PARAMS-AUGMENT.dat introuvable, '
                       'valeurs par defaut conservees'
           END-IF.
      * Le registre central prime sur le fichier historique.
           MOVE 'AUGMENT-SEUIL' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-SEUIL-AUGMENT
           END-IF.
           MOVE 'AUGMENT-TAUX' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-AUGMENT
           END-IF.

      *---------------------------------------------------------------
       LIRE-REGISTRE-PARAMS.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-JOUR WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               DISPLAY FUNCTION TRIM(WS-LEC-CODE)
                       ' pris au registre central des parametres'
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-AUDIT.
