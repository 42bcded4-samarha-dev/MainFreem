      *   - l'EUR revalorise au taux de cloture et l'ecart de
      *     conversion constate ;
      *   - un signal quand l'exposition depasse le seuil
      *     configurable (registre central des parametres, code
      *     EXPOSITION-SEUIL en vigueur a la date du jour, lu par
      *     EX35-LECPARAM ; en repli FIC-PARAM-EXPOSITION.dat,
      *     defaut 100000), pour que la finance decide de couvrir ou
      *     non.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex09f_reevaluation.cobol ex35_lecparam.o
      *        -o ex09f_reevaluation -I ../copybooks
      * Executer : ./ex09f_reevaluation
      * Sortie  : FIC-REEVALUATION-DEVISES.txt
      * Code retour : 0, ou 4 si une exposition depasse le seuil.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR-8      PIC 9(8) VALUE 0.
       01 WS-SEUIL-EXPOSITION PIC 9(9) VALUE 100000.
      * Zones d'appel de EX35-LECPARAM (registre central).
       01 WS-LEC-CODE         PIC X(20) VALUE 'EXPOSITION-SEUIL'.
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.

       01 WS-MAX-DEVISES      PIC 9(2) VALUE 20.
       01 WS-TABLE-CLOTURE.
               END-READ
               CLOSE FIC-PARAM
           END-IF.
      * Le registre central prime sur le fichier historique.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-JOUR-8 WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-SEUIL-EXPOSITION
           END-IF.
           DISPLAY 'Seuil d''exposition : ' WS-SEUIL-EXPOSITION
                   ' (en devise d''origine)'.

