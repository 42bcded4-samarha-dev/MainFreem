      *===============================================================
      * Exercice 31 - Ventilation du cout salarial par projet
      * Niveau : Expert
      * Les equipes de conseil facturent leurs clients au projet,
      * mais le cout de paie de chacun tombe en entier sur le 641 de
      * son departement (EX15D-COMPTA). Ce programme mensuel, lance
      * apres EX15D, repartit le brut et les charges patronales de
      * chaque employe paye entre ses projets, au prorata des
      * heures du pointage (FIC-HEURES-PROJETS.dat, chargees par
      * EX15E-CHARGE-HEURES) :
      *   - heures de reference = duree mensuelle du contrat
      *     (151.67 h x pourcentage de FIC-CONTRATS.dat) plus les
      *     heures supplementaires pointees ; le temps non impute a
      *     un projet reste au departement de l'employe. Des heures
      *     projets superieures a la reference se partagent tout le
      *     cout ;
      *   - chaque part est arrondie au centime, le reliquat
      *     d'arrondi va au departement (ou au dernier projet quand
      *     tout le temps est impute) pour que la somme des parts
      *     egale le cout paye ;
      *   - l'extrait FIC-COUT-PROJETS.txt (en-tete E, une ligne D
      *     par employe et projet, fin F) alimente la facturation ;
      *   - la part de brut imputee aux projets est reclassee au
      *     journal FIC-ECRITURES-COMPTA.txt : credit du 641 du
      *     centre de cout sur l'axe dir.dept.svc du departement,
      *     debit du meme compte sur l'axe PRJ.<projet>. Les lignes
      *     portent la reference PRJ-AAMMJJ ; une reprise du
      *     programme remplace celles de la periode, et un passage
      *     normal d'EX15D, qui recree le journal, demande de
      *     relancer ce programme. Les charges patronales ne sont
      *     pas au journal de paie et ne figurent que dans l'extrait.
      * Compiler : cobc -x ex31_ventilation_projets.cobol
      *            -o ex31_ventilation_projets -I ../copybooks
      * Executer : ./ex31_ventilation_projets
      * Entree  : FIC-HEURES-PROJETS.dat (matricule, periode, projet,
      *           heures), FIC-PAIE-RESULTATS.txt, FIC-EMPLOYES.dat
      *           (COPY EMPREC), FIC-CONTRATS.dat, FIC-HEURES-PERIODE
      *           .dat (heures supplementaires), FIC-DEPARTEMENTS.dat
      *           (centre de cout), FIC-HIERARCHIE-ORGA.dat (axe),
      *           FIC-PARAM-PERIODE.dat (periode pilotee, sinon mois
      *           courant), FIC-PERIODES-COMPTA.dat (periode close),
      *           FIC-COMPTEUR-ECRITURES.dat (numerotation)
      * Sortie  : FIC-COUT-PROJETS.txt (extrait projets, 80 octets)
      *           FIC-VENTILATION-PROJETS.txt (rapport)
      *           FIC-ECRITURES-COMPTA.txt (reclassements ajoutes)
      * Code retour : 0 ventilation faite, 4 si du temps projet n'a
      *               pas de paie en face, 1 si une entree manque,
      *               8 si la periode est close ou une capacite
      *               depassee.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX31-VENTILATION-PROJETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-HEURES-PROJETS
               ASSIGN TO 'FIC-HEURES-PROJETS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PROJETS.
           SELECT FIC-PAIE ASSIGN TO 'FIC-PAIE-RESULTATS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PAIE.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-HEURES ASSIGN TO 'FIC-HEURES-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HEURES.
           SELECT FIC-DEPARTEMENTS ASSIGN TO 'FIC-DEPARTEMENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEPARTEMENTS.
           SELECT FIC-HIERARCHIE
               ASSIGN TO 'FIC-HIERARCHIE-ORGA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HIERARCHIE.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PERIODES-COMPTA
               ASSIGN TO 'FIC-PERIODES-COMPTA.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FIC-COMPTEUR
               ASSIGN TO 'FIC-COMPTEUR-ECRITURES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPTEUR.
           SELECT FIC-ECRITURES ASSIGN TO 'FIC-ECRITURES-COMPTA.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ECRITURES.
           SELECT FIC-EXTRAIT ASSIGN TO 'FIC-COUT-PROJETS.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-VENTILATION-PROJETS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Temps passe par projet, ecrit par EX15E-CHARGE-HEURES.
       FD  FIC-HEURES-PROJETS LABEL RECORDS ARE STANDARD.
       01  ENR-HEURES-PROJET.
           05 HPR-MATRICULE     PIC X(6).
           05 HPR-PERIODE       PIC 9(6).
           05 HPR-PROJET        PIC X(10).
           05 HPR-HEURES        PIC 9(3)V99.

      * Ligne de resultat telle qu'ecrite par ECRIRE-RESULTAT-PAIE
      * dans EX15-PRINCIPAL (montants edites ZZZZZ9.99, 120
      * octets) ; le brut comprend la prime.
       FD  FIC-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-PAIE.
           05 PAI-MATRICULE     PIC X(6).
           05 FILLER            PIC X(1).
           05 PAI-NOM-COMPLET   PIC X(36).
           05 FILLER            PIC X(1).
           05 PAI-BRUT-EDIT     PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PRIME-EDIT    PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-CHARGES-EDIT  PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-NET-EDIT      PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-PATRONAL-EDIT PIC X(9).
           05 FILLER            PIC X(1).
           05 PAI-COUT-EDIT     PIC X(9).
           05 FILLER            PIC X(17).

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

       FD  FIC-HEURES LABEL RECORDS ARE STANDARD.
       01  ENR-HEURES.
           05 HRS-MATRICULE     PIC X(6).
           05 HRS-PERIODE       PIC 9(6).
           05 HRS-HEURES        PIC 9(3)V99.

       FD  FIC-DEPARTEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-DEPARTEMENT.
           05 DEP-CODE          PIC X(4).
           05 DEP-LIBELLE       PIC X(20).
           05 DEP-CENTRE-COUT   PIC X(6).

       FD  FIC-HIERARCHIE LABEL RECORDS ARE STANDARD.
       01  ENR-HIERARCHIE.
           05 HIE-SERVICE       PIC X(4).
           05 HIE-DEPARTEMENT   PIC X(4).
           05 HIE-DIRECTION     PIC X(4).

       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       FD  FIC-PERIODES-COMPTA LABEL RECORDS ARE STANDARD.
       01  ENR-PERIODE-COMPTA.
           05 PCP-PERIODE       PIC 9(6).
           05 PCP-ETAT          PIC X.

       FD  FIC-COMPTEUR LABEL RECORDS ARE STANDARD.
       01  ENR-COMPTEUR.
           05 CPT-DERNIER-NUMERO PIC 9(6).

      * Journal tel qu'ecrit par EX15D-COMPTA (116 octets).
       FD  FIC-ECRITURES LABEL RECORDS ARE STANDARD.
       01  ENR-ECRITURE.
           05 ECR-NUMERO        PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-PERIODE       PIC 9(6).
           05 FILLER            PIC X(1).
           05 ECR-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 ECR-COMPTE        PIC X(10).
           05 FILLER            PIC X(1).
           05 ECR-AXE           PIC X(14).
           05 FILLER            PIC X(1).
           05 ECR-LIBELLE       PIC X(30).
           05 FILLER            PIC X(1).
           05 ECR-DEBIT         PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-CREDIT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(1).
           05 ECR-REFERENCE     PIC X(10).

      * Extrait du cout par projet : en-tete E (periode), une ligne
      * D par employe et projet, fin F (nombre de lignes et totaux).
       FD  FIC-EXTRAIT LABEL RECORDS ARE STANDARD.
       01  ENR-EXTRAIT.
           05 EXT-TYPE          PIC X.
           05 EXT-ZONE          PIC X(79).
           05 EXT-ENTETE REDEFINES EXT-ZONE.
              10 EXE-PERIODE    PIC 9(6).
              10 EXE-DATE       PIC 9(8).
              10 FILLER         PIC X(65).
           05 EXT-DETAIL REDEFINES EXT-ZONE.
              10 EXD-PROJET     PIC X(10).
              10 EXD-MATRICULE  PIC X(6).
              10 EXD-DEPARTEMENT PIC X(4).
              10 EXD-HEURES     PIC 9(3)V99.
              10 EXD-BRUT       PIC 9(7)V99.
              10 EXD-PATRONAL   PIC 9(7)V99.
              10 EXD-COUT       PIC 9(7)V99.
              10 FILLER         PIC X(27).
           05 EXT-FIN REDEFINES EXT-ZONE.
              10 EXF-NB-LIGNES  PIC 9(6).
              10 EXF-HEURES     PIC 9(7)V99.
              10 EXF-BRUT       PIC 9(9)V99.
              10 EXF-PATRONAL   PIC 9(9)V99.
              10 EXF-COUT       PIC 9(9)V99.
              10 FILLER         PIC X(31).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PROJETS   PIC X(2) VALUE '00'.
       01 WS-STATUT-PAIE      PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-HEURES    PIC X(2) VALUE '00'.
       01 WS-STATUT-DEPARTEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-HIERARCHIE PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PERIODES  PIC X(2) VALUE '00'.
       01 WS-STATUT-COMPTEUR  PIC X(2) VALUE '00'.
       01 WS-STATUT-ECRITURES PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
          05 WS-ANNEE-JOUR    PIC 9(4).
          05 WS-MOIS-JOUR     PIC 9(2).
          05 WS-JJ-JOUR       PIC 9(2).
       01 WS-PERIODE          PIC 9(6) VALUE 0.
       01 WS-REFERENCE-ECR    PIC X(10) VALUE SPACES.

      * Duree legale mensuelle d'un temps plein, comme dans
      * EX15-CALCSAL (151.67 h pour 35 h hebdomadaires).
       01 WS-DUREE-LEGALE-MENS PIC 9(3)V99 VALUE 151.67.

      * Referentiels par matricule : departement, pourcentage du
      * contrat, heures supplementaires pointees.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-EMPLOYES.
          05 WS-EMP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-EMP.
             10 WS-EMP-MATRICULE   PIC X(6).
             10 WS-EMP-DEPARTEMENT PIC X(4).
       01 WS-NB-EMPLOYES      PIC 9(4) VALUE 0.
       01 WS-TABLE-CONTRATS.
          05 WS-CTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE PIC X(6).
             10 WS-CTR-POURCENT  PIC 9(3).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.
       01 WS-TABLE-POINTAGES.
          05 WS-PTG-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-PTG.
             10 WS-PTG-MATRICULE PIC X(6).
             10 WS-PTG-HEURES    PIC 9(3)V99.
       01 WS-NB-POINTAGES     PIC 9(4) VALUE 0.

      * Centres de cout et hierarchie analytique, comme EX15D.
       01 WS-MAX-DEPARTEMENTS PIC 9(3) VALUE 100.
       01 WS-TABLE-CENTRES.
          05 WS-CENTRE-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-CC.
             10 WS-CC-DEPARTEMENT PIC X(4).
             10 WS-CC-CENTRE      PIC X(6).
       01 WS-NB-CENTRES       PIC 9(3) VALUE 0.
       01 WS-TABLE-HIERARCHIE.
          05 WS-HIE-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-HIE.
             10 WS-HIE-SERVICE     PIC X(4).
             10 WS-HIE-DEPARTEMENT PIC X(4).
             10 WS-HIE-DIRECTION   PIC X(4).
       01 WS-NB-HIERARCHIES   PIC 9(3) VALUE 0.
       01 WS-CENTRE-COURANT   PIC X(6) VALUE SPACES.
       01 WS-AXE-COURANT      PIC X(14) VALUE SPACES.
       01 WS-AXE-COURANT-R REDEFINES WS-AXE-COURANT.
          05 WS-AXE-DIRECTION PIC X(4).
          05 FILLER           PIC X(1).
          05 WS-AXE-DEPT      PIC X(4).
          05 FILLER           PIC X(1).
          05 WS-AXE-SERVICE   PIC X(4).

      * Temps projets de la periode, cumule par employe et projet.
      * WS-HPR-PAYE passe a O quand une ligne de paie lui repond.
       01 WS-MAX-TEMPS        PIC 9(4) VALUE 5000.
       01 WS-TABLE-TEMPS.
          05 WS-HPR-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-HPR.
             10 WS-HPR-MATRICULE PIC X(6).
             10 WS-HPR-PROJET    PIC X(10).
             10 WS-HPR-HEURES    PIC 9(4)V99.
             10 WS-HPR-PAYE      PIC X.
       01 WS-NB-TEMPS         PIC 9(4) VALUE 0.
       01 WS-NB-HORS-PERIODE  PIC 9(5) VALUE 0.

      * Cumuls par projet pour le rapport.
       01 WS-MAX-PROJETS      PIC 9(3) VALUE 500.
       01 WS-TABLE-PROJETS.
          05 WS-PRJ-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-PRJ.
             10 WS-PRJ-CODE      PIC X(10).
             10 WS-PRJ-HEURES    PIC 9(6)V99.
             10 WS-PRJ-BRUT      PIC 9(9)V99.
             10 WS-PRJ-PATRONAL  PIC 9(9)V99.
             10 WS-PRJ-EMPLOYES  PIC 9(4).
       01 WS-NB-PROJETS       PIC 9(3) VALUE 0.

      * Reclassements a passer : brut impute par departement de
      * l'employe et projet, avec le centre et l'axe du departement.
       01 WS-MAX-RECLASSEMENTS PIC 9(4) VALUE 2000.
       01 WS-TABLE-RECLASSEMENTS.
          05 WS-RCL-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-RCL.
             10 WS-RCL-SERVICE   PIC X(4).
             10 WS-RCL-CENTRE    PIC X(6).
             10 WS-RCL-AXE       PIC X(14).
             10 WS-RCL-PROJET    PIC X(10).
             10 WS-RCL-BRUT      PIC 9(9)V99.
       01 WS-NB-RECLASSEMENTS PIC 9(4) VALUE 0.

      * Journal en place, relu puis reecrit sans les reclassements
      * projets deja passes pour la periode.
       01 WS-MAX-ECRITURES    PIC 9(4) VALUE 2000.
       01 WS-TABLE-ECRITURES.
          05 WS-ECR-LIGNE PIC X(116) OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-ECR.
       01 WS-NB-ECRITURES     PIC 9(4) VALUE 0.
       01 WS-NB-ECR-REMPLACEES PIC 9(4) VALUE 0.
       01 WS-NB-ECR-PERIODE   PIC 9(4) VALUE 0.
       01 WS-DERNIER-NUMERO   PIC 9(6) VALUE 0.
       01 WS-MAX-PERIODES     PIC 9(3) VALUE 240.
       01 WS-TABLE-PERIODES.
          05 WS-PER-LIGNE OCCURS 240 TIMES
                  INDEXED BY WS-IDX-PER.
             10 WS-PER-PERIODE PIC 9(6).
             10 WS-PER-ETAT    PIC X.
       01 WS-NB-PERIODES      PIC 9(3) VALUE 0.

      * Ventilation de l'employe en cours.
       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-DEPARTEMENT-W    PIC X(4) VALUE SPACES.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.
       01 WS-BRUT-W           PIC 9(7)V99 VALUE 0.
       01 WS-PATRONAL-W       PIC 9(7)V99 VALUE 0.
       01 WS-HEURES-REF       PIC 9(4)V99 VALUE 0.
       01 WS-HEURES-PROJETS   PIC 9(4)V99 VALUE 0.
       01 WS-HEURES-BASE      PIC 9(4)V99 VALUE 0.
       01 WS-PART-BRUT        PIC 9(7)V99 VALUE 0.
       01 WS-PART-PATRONAL    PIC 9(7)V99 VALUE 0.
       01 WS-RESTE-BRUT       PIC S9(7)V99 VALUE 0.
       01 WS-RESTE-PATRONAL   PIC S9(7)V99 VALUE 0.

      * Parts de l'employe en cours, ecrites a l'extrait une fois
      * le reliquat d'arrondi regle.
       01 WS-MAX-PARTS        PIC 9(3) VALUE 100.
       01 WS-TABLE-PARTS.
          05 WS-PRT-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-PRT.
             10 WS-PRT-PROJET    PIC X(10).
             10 WS-PRT-HEURES    PIC 9(4)V99.
             10 WS-PRT-BRUT      PIC 9(7)V99.
             10 WS-PRT-PATRONAL  PIC 9(7)V99.
       01 WS-NB-PARTS         PIC 9(3) VALUE 0.

       01 WS-NB-LIGNES-PAIE   PIC 9(5) VALUE 0.
       01 WS-NB-VENTILES      PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PAIE     PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-EXTRAIT PIC 9(6) VALUE 0.
       01 WS-TOT-HEURES       PIC 9(7)V99 VALUE 0.
       01 WS-TOT-BRUT         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PATRONAL     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-BRUT-PAYE    PIC 9(9)V99 VALUE 0.
       01 WS-TOT-PATRONAL-PAYE PIC 9(9)V99 VALUE 0.
       01 WS-TOT-RECLASSE     PIC 9(10)V99 VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(100) VALUE SPACES.
       01 WS-HEURES-EDIT      PIC ZZZZZ9.99.
       01 WS-BRUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-PATRONAL-EDIT    PIC ZZZZZZZZ9.99.
       01 WS-COUT-EDIT        PIC ZZZZZZZZ9.99.
       01 WS-EFFECTIF-EDIT    PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Ventilation du cout salarial par projet'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-REFERENCE-ECR.
           STRING 'PRJ-' WS-DATE-JOUR(3:6)
               DELIMITED SIZE INTO WS-REFERENCE-ECR.

           PERFORM DETERMINER-PERIODE.
           PERFORM CONTROLER-PERIODE-OUVERTE.
           PERFORM CHARGER-TEMPS-PROJETS.
           PERFORM CHARGER-EMPLOYES.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-POINTAGES.
           PERFORM CHARGER-CENTRES-COUT.
           PERFORM CHARGER-HIERARCHIE.
           PERFORM CHARGER-JOURNAL.

           OPEN OUTPUT FIC-EXTRAIT.
           MOVE SPACES TO ENR-EXTRAIT.
           MOVE 'E' TO EXT-TYPE.
           MOVE WS-PERIODE TO EXE-PERIODE.
           MOVE WS-DATE-JOUR TO EXE-DATE.
           WRITE ENR-EXTRAIT.
           PERFORM VENTILER-PAIE.
           MOVE SPACES TO ENR-EXTRAIT.
           MOVE 'F' TO EXT-TYPE.
           MOVE WS-NB-LIGNES-EXTRAIT TO EXF-NB-LIGNES.
           MOVE WS-TOT-HEURES TO EXF-HEURES.
           MOVE WS-TOT-BRUT TO EXF-BRUT.
           MOVE WS-TOT-PATRONAL TO EXF-PATRONAL.
           COMPUTE EXF-COUT = WS-TOT-BRUT + WS-TOT-PATRONAL.
           WRITE ENR-EXTRAIT.
           CLOSE FIC-EXTRAIT.

           PERFORM CONTROLER-TEMPS-SANS-PAIE.
           PERFORM ECRIRE-JOURNAL.
           PERFORM ECRIRE-RAPPORT.

           IF WS-NB-SANS-PAIE > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Periode             : ' WS-PERIODE.
           DISPLAY 'Lignes de paie      : ' WS-NB-LIGNES-PAIE.
           DISPLAY 'Employes ventiles   : ' WS-NB-VENTILES.
           DISPLAY 'Projets             : ' WS-NB-PROJETS.
           DISPLAY 'Brut reclasse       : ' WS-TOT-RECLASSE ' EUR'.
           DISPLAY 'Temps sans paie     : ' WS-NB-SANS-PAIE.
           DISPLAY 'Extrait dans FIC-COUT-PROJETS.txt'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       DETERMINER-PERIODE.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END MOVE PPP-PERIODE TO WS-PERIODE
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           IF WS-PERIODE = 0
               COMPUTE WS-PERIODE =
                   WS-ANNEE-JOUR * 100 + WS-MOIS-JOUR
           END-IF.

      *---------------------------------------------------------------
      * Meme regle qu'EX15D : une periode close par
      * EX15O-CLOTURE-COMPTA ne recoit plus aucune ecriture.
       CONTROLER-PERIODE-OUVERTE.
           OPEN INPUT FIC-PERIODES-COMPTA.
           IF WS-STATUT-PERIODES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PERIODES NOT = '00'
               READ FIC-PERIODES-COMPTA
                   AT END MOVE '10' TO WS-STATUT-PERIODES
                   NOT AT END
                       IF PCP-PERIODE = WS-PERIODE AND PCP-ETAT = 'C'
                           DISPLAY '*** Periode ' WS-PERIODE
                                   ' close par la comptabilite - '
                                   'aucune ecriture possible ***'
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PERIODES-COMPTA.

      *---------------------------------------------------------------
      * Les lignes d'une autre periode sont ignorees ; plusieurs
      * lignes d'un meme employe et projet s'additionnent.
       CHARGER-TEMPS-PROJETS.
           OPEN INPUT FIC-HEURES-PROJETS.
           IF WS-STATUT-PROJETS NOT = '00'
               DISPLAY 'FIC-HEURES-PROJETS.dat introuvable - lancer '
                       'EX15E-CHARGE-HEURES d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-PROJETS NOT = '00'
               READ FIC-HEURES-PROJETS
                   AT END MOVE '10' TO WS-STATUT-PROJETS
                   NOT AT END
                       IF HPR-PERIODE NOT = WS-PERIODE
                           ADD 1 TO WS-NB-HORS-PERIODE
                       ELSE
                           PERFORM RANGER-TEMPS-PROJET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HEURES-PROJETS.
           DISPLAY 'Temps projets de la periode : ' WS-NB-TEMPS
                   ' ligne(s) (' WS-NB-HORS-PERIODE
                   ' hors periode ignoree(s))'.

      *---------------------------------------------------------------
       RANGER-TEMPS-PROJET.
           PERFORM VARYING WS-IDX-HPR FROM 1 BY 1
                   UNTIL WS-IDX-HPR > WS-NB-TEMPS
               IF WS-HPR-MATRICULE(WS-IDX-HPR) = HPR-MATRICULE
                       AND WS-HPR-PROJET(WS-IDX-HPR) = HPR-PROJET
                   ADD HPR-HEURES TO WS-HPR-HEURES(WS-IDX-HPR)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-TEMPS >= WS-MAX-TEMPS
               DISPLAY '*** FIC-HEURES-PROJETS.dat : capacite de '
                       WS-MAX-TEMPS ' lignes depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-TEMPS.
           MOVE HPR-MATRICULE TO WS-HPR-MATRICULE(WS-NB-TEMPS).
           MOVE HPR-PROJET TO WS-HPR-PROJET(WS-NB-TEMPS).
           MOVE HPR-HEURES TO WS-HPR-HEURES(WS-NB-TEMPS).
           MOVE 'N' TO WS-HPR-PAYE(WS-NB-TEMPS).

      *---------------------------------------------------------------
       CHARGER-EMPLOYES.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'FIC-EMPLOYES.dat introuvable'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-EMPLOYES NOT = '00'
               READ FIC-EMPLOYES
                   AT END MOVE '10' TO WS-STATUT-EMPLOYES
                   NOT AT END
                       IF EMP-MATRICULE NOT = '*ENTET'
                               AND EMP-MATRICULE NOT = '*FIN**'
                           IF WS-NB-EMPLOYES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-EMPLOYES.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' employes depassee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-MATRICULE
                               TO WS-EMP-MATRICULE(WS-NB-EMPLOYES)
                           MOVE EMP-DEPARTEMENT
                               TO WS-EMP-DEPARTEMENT(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
      * Un matricule absent du fichier des contrats est repute a
      * temps plein, comme dans EX15-PRINCIPAL.
       CHARGER-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               DISPLAY 'FIC-CONTRATS.dat absent : tous les employes '
                       'a temps plein'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CONTRATS.dat : capacite '
                                   'de ' WS-MAX-EMPLOYES
                                   ' contrats depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE
                           TO WS-CTR-MATRICULE(WS-NB-CONTRATS)
                       MOVE CTR-POURCENT
                           TO WS-CTR-POURCENT(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
      * Heures supplementaires de la periode : elles allongent le
      * temps de reference de l'employe.
       CHARGER-POINTAGES.
           OPEN INPUT FIC-HEURES.
           IF WS-STATUT-HEURES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HEURES NOT = '00'
               READ FIC-HEURES
                   AT END MOVE '10' TO WS-STATUT-HEURES
                   NOT AT END
                       IF HRS-PERIODE = WS-PERIODE
                           IF WS-NB-POINTAGES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-HEURES-PERIODE.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' pointages depassee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-POINTAGES
                           MOVE HRS-MATRICULE
                               TO WS-PTG-MATRICULE(WS-NB-POINTAGES)
                           MOVE HRS-HEURES
                               TO WS-PTG-HEURES(WS-NB-POINTAGES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HEURES.

      *---------------------------------------------------------------
       CHARGER-CENTRES-COUT.
           OPEN INPUT FIC-DEPARTEMENTS.
           IF WS-STATUT-DEPARTEMENTS NOT = '00'
               DISPLAY 'FIC-DEPARTEMENTS.dat absent, reclassements '
                       'sur le centre CCINCO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DEPARTEMENTS NOT = '00'
               READ FIC-DEPARTEMENTS
                   AT END MOVE '10' TO WS-STATUT-DEPARTEMENTS
                   NOT AT END
                       IF WS-NB-CENTRES < WS-MAX-DEPARTEMENTS
                           ADD 1 TO WS-NB-CENTRES
                           MOVE DEP-CODE
                               TO WS-CC-DEPARTEMENT(WS-NB-CENTRES)
                           MOVE DEP-CENTRE-COUT
                               TO WS-CC-CENTRE(WS-NB-CENTRES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-DEPARTEMENTS.

      *---------------------------------------------------------------
       CHARGER-HIERARCHIE.
           OPEN INPUT FIC-HIERARCHIE.
           IF WS-STATUT-HIERARCHIE NOT = '00'
               DISPLAY 'FIC-HIERARCHIE-ORGA.dat absent : axe '
                       'analytique INCO.INCO.<service>'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-HIERARCHIE NOT = '00'
               READ FIC-HIERARCHIE
                   AT END MOVE '10' TO WS-STATUT-HIERARCHIE
                   NOT AT END
                       IF WS-NB-HIERARCHIES < WS-MAX-DEPARTEMENTS
                           ADD 1 TO WS-NB-HIERARCHIES
                           MOVE HIE-SERVICE
                               TO WS-HIE-SERVICE(WS-NB-HIERARCHIES)
                           MOVE HIE-DEPARTEMENT
                               TO WS-HIE-DEPARTEMENT(WS-NB-HIERARCHIES)
                           MOVE HIE-DIRECTION
                               TO WS-HIE-DIRECTION(WS-NB-HIERARCHIES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HIERARCHIE.

      *---------------------------------------------------------------
      * Le journal de la periode doit etre passe (EX15D) : il n'y a
      * rien a reclasser sinon. Les reclassements projets deja
      * passes pour la periode sont ecartes, ils seront recalcules.
       CHARGER-JOURNAL.
           OPEN INPUT FIC-ECRITURES.
           IF WS-STATUT-ECRITURES NOT = '00'
               DISPLAY 'FIC-ECRITURES-COMPTA.txt introuvable - lancer '
                       'EX15D-COMPTA d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-ECRITURES NOT = '00'
               READ FIC-ECRITURES
                   AT END MOVE '10' TO WS-STATUT-ECRITURES
                   NOT AT END
                       PERFORM GARDER-ECRITURE
               END-READ
           END-PERFORM.
           CLOSE FIC-ECRITURES.
           IF WS-NB-ECR-PERIODE = 0
               DISPLAY '*** Aucune ecriture de paie de la periode '
                       WS-PERIODE ' au journal - lancer EX15D-COMPTA '
                       'd''abord ***'
               STOP RUN 1
           END-IF.
           IF WS-NB-ECR-REMPLACEES > 0
               DISPLAY 'Reclassements projets remplaces : '
                       WS-NB-ECR-REMPLACEES
           END-IF.
           OPEN INPUT FIC-COMPTEUR.
           IF WS-STATUT-COMPTEUR = '00'
               READ FIC-COMPTEUR
                   AT END CONTINUE
                   NOT AT END
                       MOVE CPT-DERNIER-NUMERO TO WS-DERNIER-NUMERO
               END-READ
               CLOSE FIC-COMPTEUR
           END-IF.

      *---------------------------------------------------------------
       GARDER-ECRITURE.
           IF ECR-PERIODE = WS-PERIODE
               IF ECR-REFERENCE(1:4) = 'PRJ-'
                   ADD 1 TO WS-NB-ECR-REMPLACEES
                   EXIT PARAGRAPH
               END-IF
               IF ECR-COMPTE(1:4) = '641-'
                   ADD 1 TO WS-NB-ECR-PERIODE
               END-IF
           END-IF.
           IF WS-NB-ECRITURES >= WS-MAX-ECRITURES
               DISPLAY '*** Journal de plus de ' WS-MAX-ECRITURES
                       ' lignes - reclassements non passes ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE ENR-ECRITURE TO WS-ECR-LIGNE(WS-NB-ECRITURES).

      *---------------------------------------------------------------
       VENTILER-PAIE.
           OPEN INPUT FIC-PAIE.
           IF WS-STATUT-PAIE NOT = '00'
               DISPLAY 'FIC-PAIE-RESULTATS.txt introuvable - lancer '
                       'la paie d''abord'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-PAIE NOT = '00'
               READ FIC-PAIE
                   AT END MOVE '10' TO WS-STATUT-PAIE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-PAIE
                       PERFORM VENTILER-EMPLOYE
               END-READ
           END-PERFORM.
           CLOSE FIC-PAIE.

      *---------------------------------------------------------------
      * Parts de chaque projet de l'employe au prorata des heures
      * sur la base max(reference, heures projets) ; le reste du
      * cout demeure au departement.
       VENTILER-EMPLOYE.
           MOVE PAI-MATRICULE TO WS-MATRICULE-W.
           COMPUTE WS-BRUT-W = FUNCTION NUMVAL(PAI-BRUT-EDIT).
           COMPUTE WS-PATRONAL-W = FUNCTION NUMVAL(PAI-PATRONAL-EDIT).
           ADD WS-BRUT-W TO WS-TOT-BRUT-PAYE.
           ADD WS-PATRONAL-W TO WS-TOT-PATRONAL-PAYE.

           MOVE 0 TO WS-HEURES-PROJETS.
           MOVE 0 TO WS-NB-PARTS.
           PERFORM VARYING WS-IDX-HPR FROM 1 BY 1
                   UNTIL WS-IDX-HPR > WS-NB-TEMPS
               IF WS-HPR-MATRICULE(WS-IDX-HPR) = WS-MATRICULE-W
                   MOVE 'O' TO WS-HPR-PAYE(WS-IDX-HPR)
                   IF WS-HPR-HEURES(WS-IDX-HPR) > 0
                       PERFORM AJOUTER-PART
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-PARTS = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-VENTILES.

           PERFORM TROUVER-DEPARTEMENT-EMPLOYE.
           PERFORM CALCULER-HEURES-REFERENCE.
           IF WS-HEURES-PROJETS > WS-HEURES-REF
               MOVE WS-HEURES-PROJETS TO WS-HEURES-BASE
           ELSE
               MOVE WS-HEURES-REF TO WS-HEURES-BASE
           END-IF.

           MOVE WS-BRUT-W TO WS-RESTE-BRUT.
           MOVE WS-PATRONAL-W TO WS-RESTE-PATRONAL.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PARTS
               COMPUTE WS-PRT-BRUT(WS-IDX-PRT) ROUNDED =
                   WS-BRUT-W * WS-PRT-HEURES(WS-IDX-PRT)
                   / WS-HEURES-BASE
               COMPUTE WS-PRT-PATRONAL(WS-IDX-PRT) ROUNDED =
                   WS-PATRONAL-W * WS-PRT-HEURES(WS-IDX-PRT)
                   / WS-HEURES-BASE
               SUBTRACT WS-PRT-BRUT(WS-IDX-PRT) FROM WS-RESTE-BRUT
               SUBTRACT WS-PRT-PATRONAL(WS-IDX-PRT)
                   FROM WS-RESTE-PATRONAL
           END-PERFORM.
      * Tout le temps est impute : le reliquat d'arrondi (positif ou
      * negatif) va au dernier projet, rien ne reste au departement.
           IF WS-HEURES-PROJETS >= WS-HEURES-REF
               SET WS-IDX-PRT TO WS-NB-PARTS
               COMPUTE WS-PRT-BRUT(WS-IDX-PRT) =
                   WS-PRT-BRUT(WS-IDX-PRT) + WS-RESTE-BRUT
               COMPUTE WS-PRT-PATRONAL(WS-IDX-PRT) =
                   WS-PRT-PATRONAL(WS-IDX-PRT) + WS-RESTE-PATRONAL
           END-IF.

           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PARTS
               PERFORM ECRIRE-PART
           END-PERFORM.

      *---------------------------------------------------------------
       AJOUTER-PART.
           IF WS-NB-PARTS >= WS-MAX-PARTS
               DISPLAY '*** ' WS-MATRICULE-W ' : plus de '
                       WS-MAX-PARTS ' projets dans le mois ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-PARTS.
           MOVE WS-HPR-PROJET(WS-IDX-HPR) TO WS-PRT-PROJET(WS-NB-PARTS).
           MOVE WS-HPR-HEURES(WS-IDX-HPR) TO WS-PRT-HEURES(WS-NB-PARTS).
           ADD WS-HPR-HEURES(WS-IDX-HPR) TO WS-HEURES-PROJETS.

      *---------------------------------------------------------------
       TROUVER-DEPARTEMENT-EMPLOYE.
           MOVE SPACES TO WS-DEPARTEMENT-W.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
               IF WS-EMP-MATRICULE(WS-IDX-EMP) = WS-MATRICULE-W
                   MOVE WS-EMP-DEPARTEMENT(WS-IDX-EMP)
                       TO WS-DEPARTEMENT-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 'CCINCO' TO WS-CENTRE-COURANT.
           PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                   UNTIL WS-IDX-CC > WS-NB-CENTRES
               IF WS-CC-DEPARTEMENT(WS-IDX-CC) = WS-DEPARTEMENT-W
                   MOVE WS-CC-CENTRE(WS-IDX-CC) TO WS-CENTRE-COURANT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AXE-COURANT.
           MOVE 'INCO' TO WS-AXE-DIRECTION.
           MOVE 'INCO' TO WS-AXE-DEPT.
           MOVE WS-DEPARTEMENT-W TO WS-AXE-SERVICE.
           MOVE '.' TO WS-AXE-COURANT(5:1).
           MOVE '.' TO WS-AXE-COURANT(10:1).
           PERFORM VARYING WS-IDX-HIE FROM 1 BY 1
                   UNTIL WS-IDX-HIE > WS-NB-HIERARCHIES
               IF WS-HIE-SERVICE(WS-IDX-HIE) = WS-DEPARTEMENT-W
                   MOVE WS-HIE-DIRECTION(WS-IDX-HIE)
                       TO WS-AXE-DIRECTION
                   MOVE WS-HIE-DEPARTEMENT(WS-IDX-HIE)
                       TO WS-AXE-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CALCULER-HEURES-REFERENCE.
           MOVE 100 TO WS-POURCENT-W.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = WS-MATRICULE-W
                   IF WS-CTR-POURCENT(WS-IDX-CTR) > 0
                       MOVE WS-CTR-POURCENT(WS-IDX-CTR)
                           TO WS-POURCENT-W
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-HEURES-REF ROUNDED =
               WS-DUREE-LEGALE-MENS * WS-POURCENT-W / 100.
           PERFORM VARYING WS-IDX-PTG FROM 1 BY 1
                   UNTIL WS-IDX-PTG > WS-NB-POINTAGES
               IF WS-PTG-MATRICULE(WS-IDX-PTG) = WS-MATRICULE-W
                   ADD WS-PTG-HEURES(WS-IDX-PTG) TO WS-HEURES-REF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Une part : ligne D de l'extrait, cumul du projet et brut a
      * reclasser du departement vers le projet.
       ECRIRE-PART.
           MOVE SPACES TO ENR-EXTRAIT.
           MOVE 'D' TO EXT-TYPE.
           MOVE WS-PRT-PROJET(WS-IDX-PRT) TO EXD-PROJET.
           MOVE WS-MATRICULE-W TO EXD-MATRICULE.
           MOVE WS-DEPARTEMENT-W TO EXD-DEPARTEMENT.
           MOVE WS-PRT-HEURES(WS-IDX-PRT) TO EXD-HEURES.
           MOVE WS-PRT-BRUT(WS-IDX-PRT) TO EXD-BRUT.
           MOVE WS-PRT-PATRONAL(WS-IDX-PRT) TO EXD-PATRONAL.
           COMPUTE EXD-COUT = WS-PRT-BRUT(WS-IDX-PRT)
                            + WS-PRT-PATRONAL(WS-IDX-PRT).
           WRITE ENR-EXTRAIT.
           ADD 1 TO WS-NB-LIGNES-EXTRAIT.
           ADD WS-PRT-HEURES(WS-IDX-PRT) TO WS-TOT-HEURES.
           ADD WS-PRT-BRUT(WS-IDX-PRT) TO WS-TOT-BRUT.
           ADD WS-PRT-PATRONAL(WS-IDX-PRT) TO WS-TOT-PATRONAL.

           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-NB-PROJETS
               IF WS-PRJ-CODE(WS-IDX-PRJ) = WS-PRT-PROJET(WS-IDX-PRT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-PRJ > WS-NB-PROJETS
               IF WS-NB-PROJETS >= WS-MAX-PROJETS
                   DISPLAY '*** Capacite de ' WS-MAX-PROJETS
                           ' projets depassee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-PROJETS
               SET WS-IDX-PRJ TO WS-NB-PROJETS
               INITIALIZE WS-PRJ-LIGNE(WS-IDX-PRJ)
               MOVE WS-PRT-PROJET(WS-IDX-PRT)
                   TO WS-PRJ-CODE(WS-IDX-PRJ)
           END-IF.
           ADD 1 TO WS-PRJ-EMPLOYES(WS-IDX-PRJ).
           ADD WS-PRT-HEURES(WS-IDX-PRT) TO WS-PRJ-HEURES(WS-IDX-PRJ).
           ADD WS-PRT-BRUT(WS-IDX-PRT) TO WS-PRJ-BRUT(WS-IDX-PRJ).
           ADD WS-PRT-PATRONAL(WS-IDX-PRT)
               TO WS-PRJ-PATRONAL(WS-IDX-PRJ).

           PERFORM VARYING WS-IDX-RCL FROM 1 BY 1
                   UNTIL WS-IDX-RCL > WS-NB-RECLASSEMENTS
               IF WS-RCL-SERVICE(WS-IDX-RCL) = WS-DEPARTEMENT-W
                   AND WS-RCL-PROJET(WS-IDX-RCL)
                       = WS-PRT-PROJET(WS-IDX-PRT)
                   ADD WS-PRT-BRUT(WS-IDX-PRT)
                       TO WS-RCL-BRUT(WS-IDX-RCL)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-RECLASSEMENTS >= WS-MAX-RECLASSEMENTS
               DISPLAY '*** Capacite de ' WS-MAX-RECLASSEMENTS
                       ' reclassements depassee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-RECLASSEMENTS.
           SET WS-IDX-RCL TO WS-NB-RECLASSEMENTS.
           MOVE WS-DEPARTEMENT-W TO WS-RCL-SERVICE(WS-IDX-RCL).
           MOVE WS-CENTRE-COURANT TO WS-RCL-CENTRE(WS-IDX-RCL).
           MOVE WS-AXE-COURANT TO WS-RCL-AXE(WS-IDX-RCL).
           MOVE WS-PRT-PROJET(WS-IDX-PRT) TO WS-RCL-PROJET(WS-IDX-RCL).
           MOVE WS-PRT-BRUT(WS-IDX-PRT) TO WS-RCL-BRUT(WS-IDX-RCL).

      *---------------------------------------------------------------
      * Du temps pointe sur projet sans ligne de paie en face
      * (matricule errone, employe non paye ce mois) n'est pas
      * ventile : il est signale pour correction du pointage.
       CONTROLER-TEMPS-SANS-PAIE.
           PERFORM VARYING WS-IDX-HPR FROM 1 BY 1
                   UNTIL WS-IDX-HPR > WS-NB-TEMPS
               IF WS-HPR-PAYE(WS-IDX-HPR) = 'N'
                   ADD 1 TO WS-NB-SANS-PAIE
                   DISPLAY '  Temps sans paie : '
                           WS-HPR-MATRICULE(WS-IDX-HPR) ' projet '
                           WS-HPR-PROJET(WS-IDX-HPR) ' '
                           WS-HPR-HEURES(WS-IDX-HPR) ' h'
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Journal reecrit tel quel (hors reclassements projets de la
      * periode deja passes), puis deux lignes par departement et
      * projet : credit du 641 sur l'axe du departement, debit du
      * meme compte sur l'axe du projet. L'equilibre est preserve.
       ECRIRE-JOURNAL.
           OPEN OUTPUT FIC-ECRITURES.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECRITURES
               MOVE WS-ECR-LIGNE(WS-IDX-ECR) TO ENR-ECRITURE
               WRITE ENR-ECRITURE
           END-PERFORM.
           PERFORM VARYING WS-IDX-RCL FROM 1 BY 1
                   UNTIL WS-IDX-RCL > WS-NB-RECLASSEMENTS
               IF WS-RCL-BRUT(WS-IDX-RCL) > 0
                   PERFORM ECRIRE-RECLASSEMENT
               END-IF
           END-PERFORM.
           CLOSE FIC-ECRITURES.
           OPEN OUTPUT FIC-COMPTEUR.
           MOVE WS-DERNIER-NUMERO TO CPT-DERNIER-NUMERO.
           WRITE ENR-COMPTEUR.
           CLOSE FIC-COMPTEUR.

      *---------------------------------------------------------------
       ECRIRE-RECLASSEMENT.
           MOVE SPACES TO ENR-ECRITURE.
           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE WS-PERIODE TO ECR-PERIODE.
           MOVE WS-DATE-JOUR TO ECR-DATE.
           STRING '641-' WS-RCL-CENTRE(WS-IDX-RCL)
               DELIMITED SIZE INTO ECR-COMPTE.
           MOVE WS-RCL-AXE(WS-IDX-RCL) TO ECR-AXE.
           STRING 'REIMPUTATION PROJET ' WS-RCL-PROJET(WS-IDX-RCL)
               DELIMITED SIZE INTO ECR-LIBELLE.
           MOVE 0 TO ECR-DEBIT.
           MOVE WS-RCL-BRUT(WS-IDX-RCL) TO ECR-CREDIT.
           MOVE WS-REFERENCE-ECR TO ECR-REFERENCE.
           WRITE ENR-ECRITURE.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO ECR-NUMERO.
           MOVE SPACES TO ECR-AXE.
           STRING 'PRJ.' WS-RCL-PROJET(WS-IDX-RCL)
               DELIMITED SIZE INTO ECR-AXE.
           MOVE WS-RCL-BRUT(WS-IDX-RCL) TO ECR-DEBIT.
           MOVE 0 TO ECR-CREDIT.
           WRITE ENR-ECRITURE.
           ADD WS-RCL-BRUT(WS-IDX-RCL) TO WS-TOT-RECLASSE.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== VENTILATION DU COUT SALARIAL PAR PROJET - '
                  'PERIODE ' WS-PERIODE ' ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           STRING 'PROJET      EMPL.     HEURES          BRUT'
                  '   CH.PATRONALES    COUT TOTAL'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-PRJ FROM 1 BY 1
                   UNTIL WS-IDX-PRJ > WS-NB-PROJETS
               MOVE WS-PRJ-EMPLOYES(WS-IDX-PRJ) TO WS-EFFECTIF-EDIT
               MOVE WS-PRJ-HEURES(WS-IDX-PRJ) TO WS-HEURES-EDIT
               MOVE WS-PRJ-BRUT(WS-IDX-PRJ) TO WS-BRUT-EDIT
               MOVE WS-PRJ-PATRONAL(WS-IDX-PRJ) TO WS-PATRONAL-EDIT
               COMPUTE WS-COUT-EDIT = WS-PRJ-BRUT(WS-IDX-PRJ)
                                    + WS-PRJ-PATRONAL(WS-IDX-PRJ)
               STRING WS-PRJ-CODE(WS-IDX-PRJ) '  ' WS-EFFECTIF-EDIT
                      '  ' WS-HEURES-EDIT ' ' WS-BRUT-EDIT '  '
                      WS-PATRONAL-EDIT ' ' WS-COUT-EDIT
                   DELIMITED SIZE INTO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM.
           MOVE WS-NB-VENTILES TO WS-EFFECTIF-EDIT.
           MOVE WS-TOT-HEURES TO WS-HEURES-EDIT.
           MOVE WS-TOT-BRUT TO WS-BRUT-EDIT.
           MOVE WS-TOT-PATRONAL TO WS-PATRONAL-EDIT.
           COMPUTE WS-COUT-EDIT = WS-TOT-BRUT + WS-TOT-PATRONAL.
           STRING 'TOTAL       ' WS-EFFECTIF-EDIT
                  '  ' WS-HEURES-EDIT ' ' WS-BRUT-EDIT '  '
                  WS-PATRONAL-EDIT ' ' WS-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           COMPUTE WS-BRUT-EDIT = WS-TOT-BRUT-PAYE - WS-TOT-BRUT.
           COMPUTE WS-PATRONAL-EDIT =
               WS-TOT-PATRONAL-PAYE - WS-TOT-PATRONAL.
           COMPUTE WS-COUT-EDIT = WS-TOT-BRUT-PAYE - WS-TOT-BRUT
                       + WS-TOT-PATRONAL-PAYE - WS-TOT-PATRONAL.
           STRING 'RESTE AUX DEPARTEMENTS         ' WS-BRUT-EDIT '  '
                  WS-PATRONAL-EDIT ' ' WS-COUT-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE WS-NB-SANS-PAIE TO WS-EFFECTIF-EDIT.
           STRING 'Lignes de temps projet sans paie : '
                  WS-EFFECTIF-EDIT
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           CLOSE FIC-RAPPORT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
