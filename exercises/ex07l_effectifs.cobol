      * les lignes de FIC-EMPLOYES.dat a la main. Ce programme tire
      * la photographie de fin de mois :
      *   - actifs par EMP-ETABLISSEMENT et EMP-DEPARTEMENT ;
      *   - entrees du mois, d'apres la date d'embauche du maitre
      *     (EMP-DATE-EMBAUCHE) ; a defaut de date (reprise EX07N
      *     non faite), estimation par la premiere trace du
      *     matricule dans FIC-HISTO-EMPLOYES.dat ;
      *   - sorties du mois, deduites des dates de validite de
      *     l'historique (statut T au maitre et derniere image du
      *     mois) ;
      *   - ETP au pourcentage du contrat (FIC-CONTRATS.dat, temps
      *     plein par defaut).
      * Deux sorties : le rapport imprimable et la photographie
       01 WS-ETAB-W           PIC X(2) VALUE SPACES.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.
       01 WS-ENTREE-W         PIC X VALUE 'N'.
       01 WS-DATE-EMBAUCHE-CONNUE PIC X VALUE 'N'.
          88 DATE-EMBAUCHE-CONNUE VALUE 'O'.
       01 WS-SORTIE-W         PIC X VALUE 'N'.
       01 WS-TOT-ACTIFS       PIC 9(5) VALUE 0.
       01 WS-TOT-ENTREES      PIC 9(4) VALUE 0.
           PERFORM CUMULER-CROISEMENT.

      *---------------------------------------------------------------
      * Entree du mois : date d'embauche du maitre dans le mois, ou
      * a defaut premiere trace historisee datee du mois.
      * Sortie du mois : statut T au maitre et derniere image datee
      * du mois. Un matricule sans date ni trace ne compte ni entree
      * ni sortie.
       DEDUIRE-MOUVEMENTS-MOIS.
           MOVE 'N' TO WS-ENTREE-W.
           MOVE 'N' TO WS-SORTIE-W.
           MOVE 'N' TO WS-DATE-EMBAUCHE-CONNUE.
           IF EMP-DATE-EMBAUCHE NUMERIC AND EMP-DATE-EMBAUCHE > 0
               SET DATE-EMBAUCHE-CONNUE TO TRUE
               IF EMP-DATE-EMBAUCHE(1:6) = WS-PERIODE
                   MOVE 'O' TO WS-ENTREE-W
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX-TRC FROM 1 BY 1
                   UNTIL WS-IDX-TRC > WS-NB-TRACES
               IF WS-TRC-MATRICULE(WS-IDX-TRC) = EMP-MATRICULE
                   IF WS-TRC-PREMIERE(WS-IDX-TRC)(1:6) = WS-PERIODE
                           AND NOT DATE-EMBAUCHE-CONNUE
                       MOVE 'O' TO WS-ENTREE-W
                   END-IF
                   IF EMP-TERMINE
