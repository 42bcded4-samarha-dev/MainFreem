      *    ventes passent sans filtrage) ;
      *  - FIC-PARAMS-AUGMENT.dat lisible et plausiblement valorise
      *    (seuil > 0, taux entre 1.000 et 2.000) ;
      *  - FIC-COTISATIONS.dat (lignes de cotisations salariales
      *    d'EX15-COTISATIONS) : chaque ligne avec une assiette B ou
      *    C, une tranche de plafonds coherente et un taux d'au plus
      *    0.2000, somme des taux entre 0.0500 et 0.6000 (absent :
      *    avertissement, EX15-COTISATIONS a un parametrage de
      *    repli) ;
      *  - FIC-BAREME-PRIME.dat present (avertissement seulement :
      *    EX15-CALCSAL a un bareme de repli) ;
      *  - extrait du maitre a jour : le tampon d'extraction ecrit
      *    par EX07M (FIC-EMPLOYES-IDX-STAMP.dat) doit porter le
      *    compte et le total de controle de l'extrait
      *    FIC-EMPLOYES.dat du jour ;
      *  - embauches pretes pour leur premiere paie : le verdict
      *    d'EX07T-EMBAUCHES-PRETES (FIC-VERDICT-EMBAUCHES.dat) ; un
      *    soir de paie (fenetre des trois jours ouvres avant le
      *    jour de paie), toute embauche incomplete est un
      *    avertissement, jamais un blocage.
      * Compiler : cobc -x ex27_preflight.cobol -o ex27_preflight
      *            -I ../copybooks
      * Executer : ./ex27_preflight
           SELECT FIC-PARAMS ASSIGN TO 'FIC-PARAMS-AUGMENT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAMS.
           SELECT FIC-COTISATIONS ASSIGN TO 'FIC-COTISATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX.
           SELECT FIC-BAREME ASSIGN TO 'FIC-BAREME-PRIME.dat'
           SELECT FIC-STAMP ASSIGN TO 'FIC-EMPLOYES-IDX-STAMP.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-STAMP.
           SELECT FIC-VERDICT-EMB
               ASSIGN TO 'FIC-VERDICT-EMBAUCHES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERDICT-EMB.

       DATA DIVISION.
       FILE SECTION.
           05 PRM-SEUIL-AUGMENT  PIC 9(6).
           05 PRM-TAUX-AUGMENT   PIC 9V999.

       FD  FIC-COTISATIONS LABEL RECORDS ARE STANDARD.
       01  ENR-COTISATION.
           05 CTP-CODE-FICHIER      PIC X(4).
           05 CTP-LIBELLE-FICHIER   PIC X(24).
           05 CTP-ORGANISME-FICHIER PIC X(10).
           05 CTP-ASSIETTE-FICHIER  PIC X.
              88 CTP-ASSIETTE-VALIDE VALUE 'B' 'C'.
           05 CTP-TRANCHE-DE-FICHIER PIC 9(2).
           05 CTP-TRANCHE-A-FICHIER PIC 9(2).
           05 CTP-TAUX-FICHIER      PIC 9V9999.

       FD  FIC-BAREME LABEL RECORDS ARE STANDARD.
       01  ENR-BAREME-PRIME.
           05 STP-NB-ENREG      PIC 9(8).
           05 STP-HASH-SALAIRES PIC 9(12).

      * Verdict du controle des embauches (EX07T) : periode et jour
      * de paie vises, fenetre de paie ouverte (O) et compteurs.
       FD  FIC-VERDICT-EMB LABEL RECORDS ARE STANDARD.
       01  ENR-VERDICT-EMBAUCHES.
           05 VEB-DATE          PIC 9(8).
           05 VEB-PERIODE       PIC 9(6).
           05 VEB-DATE-PAIE     PIC 9(8).
           05 VEB-FENETRE-PAIE  PIC X.
              88 VEB-SOIR-DE-PAIE VALUE 'O'.
           05 VEB-NB-EMBAUCHES  PIC 9(4).
           05 VEB-NB-INCOMPLETES PIC 9(4).
           05 VEB-NB-ESCALADES  PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-MASTER    PIC X(2) VALUE '00'.
       01 WS-NB-BLOCAGES      PIC 9(2) VALUE 0.
       01 WS-STATUT-VERDICT   PIC X(2) VALUE '00'.
       01 WS-NB-AVERTISSEMENTS PIC 9(2) VALUE 0.
       01 WS-STATUT-VERDICT-EMB PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

       01 WS-NB-EMPLOYES      PIC 9(8) VALUE 0.
       01 WS-HASH-SALAIRES    PIC 9(12) VALUE 0.

       01 WS-NB-COTISATIONS   PIC 9(2) VALUE 0.
       01 WS-SOMME-TAUX-COT   PIC 9(2)V9999 VALUE 0.
       01 WS-COTISATIONS-KO   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Pre-vol GO/NO-GO de la chaine de nuit'.
           PERFORM VERIFIER-MAITRE.
           PERFORM VERIFIER-REGIONS-VENDEURS.
           PERFORM VERIFIER-PARAMS-AUGMENT.
           PERFORM VERIFIER-COTISATIONS.
           PERFORM VERIFIER-BAREME-PRIME.
           PERFORM VERIFIER-INDEX.
           PERFORM VERIFIER-SNAPSHOTS.
           PERFORM VERIFIER-EMBAUCHES.

           DISPLAY '================================================'.
           IF WS-NB-BLOCAGES = 0
           END-IF.

      *---------------------------------------------------------------
       VERIFIER-COTISATIONS.
           OPEN INPUT FIC-COTISATIONS.
           IF WS-STATUT-TAUX NOT = '00'
               ADD 1 TO WS-NB-AVERTISSEMENTS
               DISPLAY 'AVERT : FIC-COTISATIONS.dat absent, '
                       'parametrage de repli dans EX15-COTISATIONS'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-COTISATIONS.
           MOVE 0 TO WS-SOMME-TAUX-COT.
           MOVE 0 TO WS-COTISATIONS-KO.
           PERFORM UNTIL WS-STATUT-TAUX NOT = '00'
               READ FIC-COTISATIONS
                   AT END
                       MOVE '10' TO WS-STATUT-TAUX
                   NOT AT END
                       PERFORM VERIFIER-LIGNE-COTISATION
               END-READ
           END-PERFORM.
           CLOSE FIC-COTISATIONS.

           EVALUATE TRUE
               WHEN WS-NB-COTISATIONS = 0
                   ADD 1 TO WS-NB-BLOCAGES
                   DISPLAY 'NO-GO : FIC-COTISATIONS.dat vide'
               WHEN WS-NB-COTISATIONS > 12
                   ADD 1 TO WS-NB-BLOCAGES
                   DISPLAY 'NO-GO : FIC-COTISATIONS.dat porte '
                           WS-NB-COTISATIONS ' lignes (12 au plus)'
               WHEN WS-COTISATIONS-KO > 0
                   ADD 1 TO WS-NB-BLOCAGES
                   DISPLAY 'NO-GO : FIC-COTISATIONS.dat, '
                           WS-COTISATIONS-KO ' ligne(s) invalide(s)'
               WHEN WS-SOMME-TAUX-COT < 0.0500
                       OR WS-SOMME-TAUX-COT > 0.6000
                   ADD 1 TO WS-NB-BLOCAGES
                   DISPLAY 'NO-GO : taux de cotisations salariales '
                           'invraisemblable (somme '
                           WS-SOMME-TAUX-COT ')'
               WHEN OTHER
                   DISPLAY 'GO    : FIC-COTISATIONS.dat plausible ('
                           WS-NB-COTISATIONS ' lignes, somme des '
                           'taux ' WS-SOMME-TAUX-COT ')'
           END-EVALUATE.

      *---------------------------------------------------------------
       VERIFIER-LIGNE-COTISATION.
           ADD 1 TO WS-NB-COTISATIONS.
           IF CTP-TAUX-FICHIER NOT NUMERIC
                   OR CTP-TRANCHE-DE-FICHIER NOT NUMERIC
                   OR CTP-TRANCHE-A-FICHIER NOT NUMERIC
               ADD 1 TO WS-COTISATIONS-KO
               DISPLAY '        ligne ' CTP-CODE-FICHIER
                       ' : zone numerique invalide'
               EXIT PARAGRAPH
           END-IF.
           ADD CTP-TAUX-FICHIER TO WS-SOMME-TAUX-COT.
           IF NOT CTP-ASSIETTE-VALIDE
                   OR CTP-TAUX-FICHIER > 0.2000
                   OR (CTP-TRANCHE-A-FICHIER > 0
                       AND CTP-TRANCHE-A-FICHIER
                           <= CTP-TRANCHE-DE-FICHIER)
                   OR (CTP-TRANCHE-A-FICHIER = 0
                       AND CTP-TRANCHE-DE-FICHIER > 0)
               ADD 1 TO WS-COTISATIONS-KO
               DISPLAY '        ligne ' CTP-CODE-FICHIER
                       ' : assiette ' CTP-ASSIETTE-FICHIER
                       ', tranche ' CTP-TRANCHE-DE-FICHIER '/'
                       CTP-TRANCHE-A-FICHIER ', taux '
                       CTP-TAUX-FICHIER
           END-IF.

      *---------------------------------------------------------------
                   END-IF
           END-READ.
           CLOSE FIC-VERDICT-SNAP.

      *---------------------------------------------------------------
      * Nouvelles embauches : hors soir de paie le verdict d'EX07T
      * n'est que rappele ; un soir de paie, une embauche
      * incomplete (IBAN, contrat, adresse ou grade manquant) ou un
      * verdict qui n'est pas du jour est un avertissement.
       VERIFIER-EMBAUCHES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           OPEN INPUT FIC-VERDICT-EMB.
           IF WS-STATUT-VERDICT-EMB NOT = '00'
               DISPLAY 'AVERT : verdict des embauches absent - '
                       'lancer EX07T-EMBAUCHES-PRETES'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-VERDICT-EMB
               AT END
                   DISPLAY 'AVERT : verdict des embauches vide'
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT VEB-SOIR-DE-PAIE
                           DISPLAY 'GO    : embauches - '
                                   VEB-NB-INCOMPLETES
                                   ' incomplete(s) sur '
                                   VEB-NB-EMBAUCHES ', paie du '
                                   VEB-DATE-PAIE
                       WHEN VEB-DATE NOT = WS-DATE-JOUR
                           ADD 1 TO WS-NB-AVERTISSEMENTS
                           DISPLAY 'AVERT : soir de paie, controle des '
                                   'embauches du ' VEB-DATE
                                   ' - relancer EX07T-EMBAUCHES-PRETES'
                       WHEN VEB-NB-INCOMPLETES > 0
                           ADD 1 TO WS-NB-AVERTISSEMENTS
                           DISPLAY 'AVERT : ' VEB-NB-INCOMPLETES
                                   ' embauche(s) incomplete(s) pour '
                                   'la paie du ' VEB-DATE-PAIE ' ('
                                   VEB-NB-ESCALADES ' escaladee(s) '
                                   'RH) - voir FIC-EMBAUCHES-A-'
                                   'COMPLETER.txt'
                       WHEN OTHER
                           DISPLAY 'GO    : ' VEB-NB-EMBAUCHES
                                   ' embauche(s) prete(s) pour la '
                                   'paie du ' VEB-DATE-PAIE
                   END-EVALUATE
           END-READ.
           CLOSE FIC-VERDICT-EMB.
