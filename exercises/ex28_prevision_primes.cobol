      * prochains mois, avec l'ancien et le nouveau taux et le
      * surcout mensuel (delta de taux x salaire de base), totalise
      * par departement et pour l'entreprise.
      * L'anciennete est deduite de EMP-DATE-EMBAUCHE (EX15-ANCIENNETE)
      * aujourd'hui et dans un an : le franchissement tombe a
      * l'anniversaire d'embauche, c'est la date annoncee. Un maitre
      * sans date d'embauche (reprise non faite) garde l'ancienne
      * regle : anciennete portee + 1 au 1er janvier prochain.
      * Le bareme vient de FIC-BAREME-PRIME.dat avec le meme repli
      * qu'EX15-CALCSAL.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -x ex28_prevision_primes.cobol ex15_anciennete.o
      *        -o ex28_prevision_primes -I ../copybooks
      * Executer : ./ex28_prevision_primes
      * Sortie  : FIC-PREVISION-PRIMES.txt
      *===============================================================
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MMJJ-SYS      PIC 9(4).
       01 WS-DATE-JOUR REDEFINES WS-DATE-SYS PIC 9(8).
       01 WS-ANNEE-PROCHAINE  PIC 9(4) VALUE 0.
       01 WS-DATE-DANS-UN-AN  PIC 9(8) VALUE 0.

      * Anciennete deduite de la date d'embauche et date du
      * franchissement (anniversaire d'embauche des douze mois).
       01 WS-ANCIENNETE-CALC  PIC 9(2) VALUE 0.
       01 WS-ANCIENNETE-ACTUELLE PIC 9(3) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-DATE-EMBAUCHE-W  PIC 9(8) VALUE 0.
       01 WS-DATE-EMBAUCHE-R REDEFINES WS-DATE-EMBAUCHE-W.
          05 WS-EMB-ANNEE     PIC 9(4).
          05 WS-EMB-MMJJ      PIC 9(4).
          05 WS-EMB-MMJJ-R REDEFINES WS-EMB-MMJJ.
             10 WS-EMB-MOIS   PIC 9(2).
             10 WS-EMB-JOUR   PIC 9(2).
       01 WS-FRANCHISSEMENT.
          05 WS-FRA-JOUR      PIC 9(2).
          05 FILLER           PIC X VALUE '/'.
          05 WS-FRA-MOIS      PIC 9(2).
          05 FILLER           PIC X VALUE '/'.
          05 WS-FRA-ANNEE     PIC 9(4).

      * Meme bareme de repli que WS-BAREME-PRIME dans EX15-CALCSAL.
       01 WS-BAREME-VALEURS.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-SYS.
           COMPUTE WS-ANNEE-PROCHAINE = WS-ANNEE-SYS + 1.
           COMPUTE WS-DATE-DANS-UN-AN = WS-DATE-JOUR + 10000.

           DISPLAY '================================================'.
           DISPLAY '  Prevision des franchissements de bareme'.
           END-IF.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== FRANCHISSEMENTS DE BAREME - douze mois au '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.


      *---------------------------------------------------------------
       EXAMINER-EMPLOYE.
           PERFORM DATER-FRANCHISSEMENT.
           MOVE WS-ANCIENNETE-ACTUELLE TO WS-ANCIENNETE-FUTURE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-TAUX-FUTUR TO WS-TAUX-ACTUEL.

           IF WS-RETOUR-ANC = 0 OR WS-RETOUR-ANC = 12
               CALL 'EX15-ANCIENNETE' USING
                   BY REFERENCE EMP-DATE-EMBAUCHE
                   BY REFERENCE WS-DATE-DANS-UN-AN
                   BY REFERENCE WS-ANCIENNETE-CALC
                   BY REFERENCE WS-RETOUR-ANC
               MOVE WS-ANCIENNETE-CALC TO WS-ANCIENNETE-FUTURE
           ELSE
               COMPUTE WS-ANCIENNETE-FUTURE =
                   WS-ANCIENNETE-ACTUELLE + 1
           END-IF.
           PERFORM CHERCHER-TAUX.

           IF WS-TAUX-FUTUR > WS-TAUX-ACTUEL
                   * (WS-TAUX-FUTUR - WS-TAUX-ACTUEL)
               ADD WS-SURCOUT TO WS-TOTAL-SURCOUT
               MOVE WS-SURCOUT TO WS-SURCOUT-EDIT
               STRING EMP-MATRICULE ' ' EMP-DEPARTEMENT ' '
                      WS-FRANCHISSEMENT ' taux ' WS-TAUX-ACTUEL
                      '>' WS-TAUX-FUTUR ' surcout '
                      WS-SURCOUT-EDIT ' EUR/mois'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM CUMULER-DEPARTEMENT
           END-IF.

      *---------------------------------------------------------------
      * Anciennete d'aujourd'hui deduite de la date d'embauche, et
      * date du prochain anniversaire d'embauche (cette annee s'il
      * n'est pas encore passe, sinon l'an prochain). Sans date
      * d'embauche exploitable : anciennete portee, 1er janvier.
       DATER-FRANCHISSEMENT.
           MOVE EMP-ANCIENNETE TO WS-ANCIENNETE-CALC.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-JOUR
               BY REFERENCE WS-ANCIENNETE-CALC
               BY REFERENCE WS-RETOUR-ANC.
           MOVE WS-ANCIENNETE-CALC TO WS-ANCIENNETE-ACTUELLE.
           IF WS-RETOUR-ANC = 0 OR WS-RETOUR-ANC = 12
               MOVE EMP-DATE-EMBAUCHE TO WS-DATE-EMBAUCHE-W
               MOVE WS-EMB-JOUR TO WS-FRA-JOUR
               MOVE WS-EMB-MOIS TO WS-FRA-MOIS
               IF WS-EMB-MMJJ > WS-MMJJ-SYS
                   MOVE WS-ANNEE-SYS TO WS-FRA-ANNEE
               ELSE
                   MOVE WS-ANNEE-PROCHAINE TO WS-FRA-ANNEE
               END-IF
               IF WS-EMB-ANNEE > WS-ANNEE-SYS
                   MOVE WS-EMB-ANNEE TO WS-FRA-ANNEE
               END-IF
           ELSE
               MOVE 1 TO WS-FRA-JOUR WS-FRA-MOIS
               MOVE WS-ANNEE-PROCHAINE TO WS-FRA-ANNEE
           END-IF.

      *---------------------------------------------------------------
       CUMULER-DEPARTEMENT.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
