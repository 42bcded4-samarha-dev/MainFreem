      * precedente (photo FIC-PAIE-RESULTATS-PRECEDENT.dat prise par
      * la publication d'EX15-PRINCIPAL), par matricule :
      *   - ecart de net au-dela du seuil en pourcentage ou en
      *     montant (registre central des parametres, codes
      *     VARIATION-POURCENT et VARIATION-MONTANT en vigueur au
      *     premier jour de la periode, lus par EX35-LECPARAM ; en
      *     repli FIC-PARAM-VARIATIONS.dat, defauts 20 % / 500) ;
      *   - chaque ecart est annote de la cause probable visible
      *     dans les lignes (embauche, sortie, brut en hausse -
      *     rappel, commission ou augmentation -, brut en baisse -
      * retenues par EX15-PRINCIPAL ne partent pas :
      * EX15U-LIBERATION exige le visa FIC-VISA-VARIATIONS.dat
      * (periode, O, operateur) pose apres lecture du rapport.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex15t_controle_variations.cobol ex35_lecparam.o
      *        -o ex15t_controle_variations -I ../copybooks
      * Executer : ./ex15t_controle_variations
      * Sortie  : FIC-CONTROLE-VARIATIONS.txt (rapport)
      *           FIC-VARIATIONS-ATTENTE.dat (periode, nb ecarts)

       01 WS-SEUIL-POURCENT   PIC 9(3) VALUE 20.
       01 WS-SEUIL-MONTANT    PIC 9(6) VALUE 500.
      * Zones d'appel de EX35-LECPARAM (registre central).
       01 WS-DATE-PARAM       PIC 9(8) VALUE 0.
       01 WS-LEC-CODE         PIC X(20).
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.

       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-PRECEDENTS.
               COMPUTE WS-PERIODE =
                   WS-ANNEE-SYS * 100 + WS-MOIS-SYS
           END-IF.
      * Le registre central prime sur le fichier historique, a la
      * date du premier jour de la periode controlee.
           COMPUTE WS-DATE-PARAM = WS-PERIODE * 100 + 1.
           MOVE 'VARIATION-POURCENT' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-SEUIL-POURCENT
           END-IF.
           MOVE 'VARIATION-MONTANT' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-SEUIL-MONTANT
           END-IF.

      *---------------------------------------------------------------
       LIRE-REGISTRE-PARAMS.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-PARAM WS-LEC-VALEUR
                                      WS-LEC-RETOUR.

      *---------------------------------------------------------------
       CHARGER-PRECEDENTS.
