      * programmes producteurs enregistrent desormais chaque
      * generation dans FIC-CATALOGUE-GENERATIONS.dat (COPY
      * GENCATREC) ; ce job de rotation conserve les N dernieres
      * generations de chaque famille (N au registre central des
      * parametres, code RETENTION-GENERATION lu par EX35-LECPARAM ;
      * en repli FIC-PARAM-RETENTION-GEN.dat, defaut 5), supprime
      * du disque les plus anciennes et les consigne dans la liste
      * FIC-GENERATIONS-ARCHIVEES.txt. Le catalogue est reecrit avec
      * les seules generations conservees : retrouver "le rapport
      * des augmentations du 3" se fait au catalogue, plus au ls.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex18_rotation_generations.cobol ex35_lecparam.o
      *        -o ex18_rotation_generations -I ../copybooks
      * Executer : ./ex18_rotation_generations
      *===============================================================
       IDENTIFICATION DIVISION.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-NB-RETENTION     PIC 9(3) VALUE 5.
      * Zones d'appel de EX35-LECPARAM (registre central).
       01 WS-DATE-PARAM       PIC 9(8) VALUE 0.
       01 WS-LEC-CODE         PIC X(20) VALUE 'RETENTION-GENERATION'.
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.

       01 WS-MAX-GENERATIONS  PIC 9(4) VALUE 1000.
       01 WS-TABLE-GENERATIONS.
               END-READ
               CLOSE FIC-PARAM
           END-IF.
      * Le registre central prime sur le fichier historique.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-PARAM.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-PARAM WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-NB-RETENTION
           END-IF.
           DISPLAY 'Retention : ' WS-NB-RETENTION
                   ' generation(s) par famille'.

