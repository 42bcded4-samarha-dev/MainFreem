      * EXTEND par quatre programmes et grossissent sans fin : ce
      * job d'entretien decoupe chaque journal sur son champ date
      * (JEX-DATE, AUD-DATE), garde dans le fichier vif les N
      * derniers mois (registre central des parametres, code
      * RETENTION-JOURNAUX lu par EX35-LECPARAM ; en repli
      * FIC-PARAM-RETENTION-JRN.dat, defaut 12) et
      * verse le reste dans des archives annuelles ouvertes en
      * EXTEND (FIC-RUNLOG-ARCHIVE-AAAA.dat,
      * FIC-AUDIT-ARCHIVE-AAAA.dat) : la piste d'audit reste
      * complete, les fichiers de travail redeviennent legers.
      * Le fichier vif est reecrit via un fichier de travail puis
      * recopie, et le bilan donne conserves/archives par journal.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex20_purge_journaux.cobol ex35_lecparam.o
      *        -o ex20_purge_journaux -I ../copybooks
      * Executer : ./ex20_purge_journaux
      *===============================================================
       IDENTIFICATION DIVISION.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-NB-MOIS          PIC 9(3) VALUE 12.
      * Zones d'appel de EX35-LECPARAM (registre central).
       01 WS-DATE-PARAM       PIC 9(8) VALUE 0.
       01 WS-LEC-CODE         PIC X(20) VALUE 'RETENTION-JOURNAUX'.
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.
       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MOIS-SYS      PIC 9(2).
               END-READ
               CLOSE FIC-PARAM
           END-IF.
      * Le registre central prime sur le fichier historique.
           MOVE WS-DATE-SYS TO WS-DATE-PARAM.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-PARAM WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-NB-MOIS
           END-IF.
           DISPLAY 'Retention : ' WS-NB-MOIS ' mois au fichier vif'.

      *---------------------------------------------------------------
