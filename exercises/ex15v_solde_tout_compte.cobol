      *===============================================================
      * Exercice 15v - Solde de tout compte des salaries sortis
      * Niveau : Expert
      * Une sortie (mouvement S d'EX07E-MOUVEMENTS) passe l'employe
      * au statut T et le sort des paies mensuelles ; EX07E la range
      * dans la file FIC-SORTIES-A-SOLDER.dat (COPY SORTIEREC) avec
      * sa date de sortie et son motif. Ce programme calcule le
      * solde de tout compte de chaque sortie echue :
      *   - dernier mois pro-rate du 1er du mois (ou de l'embauche)
      *     au jour de sortie inclus, en jours calendaires, sur le
      *     salaire du contrat (temps partiel compris) - rien si le
      *     mois de sortie a deja ete paye par la paie mensuelle
      *     (bulletin present a FIC-INDEX-BULLETINS.dat) ;
      *   - indemnite compensatrice de conges payes : solde N-1 non
      *     pris et droits acquis sur la periode en cours, acquisition
      *     du mois de sortie comprise, au plus favorable du maintien
      *     de salaire et de la regle du dixieme - le compteur
      *     FIC-CONGES.dat est remis a zero ;
      *   - brut, prime et charges par EX15-CALCSAL, l'indemnite
      *     soumise a charges comme un rappel, puis impot a la
      *     source au taux de FIC-TAUX-IMPOT.dat ;
      *   - recuperation sur le net de tout ce qui reste du : dettes
      *     reportees, acomptes, puis prets d'entreprise pour leur
      *     solde entier, dans la limite du net ; ce qui depasse
      *     reste aux registres et est signale au recu ;
      *   - paiement par une remise de virements propre au solde de
      *     tout compte (IBAN verifie par EX15-VALIBAN, IBAN refuse
      *     en virement suspendu), comptabilise ensuite par
      *     EX15D-COMPTA en mode S ;
      *   - documents de sortie : recu pour solde de tout compte,
      *     certificat de travail et attestation employeur.
      * Une sortie datee d'un jour a venir du mois reste en file
      * jusqu'a sa date ; un matricule absent de l'extrait du maitre
      * reste en file et est signale.
      * Refuse de tourner pendant la branche paie (FIC-VERROU-PAIE)
      * : les registres relus ici sont reecrits par EX15-PRINCIPAL.
      * Compiler les 6 fichiers dans cet ordre :
      *   cobc -c ex15_cotisations.cobol -o ex15_cotisations.o
      *   cobc -c ex15_calcsal.cobol -o ex15_calcsal.o
      *        -I ../copybooks
      *   cobc -c ex15_valiban.cobol -o ex15_valiban.o
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex15v_solde_tout_compte.cobol ex15_calcsal.o
      *        ex15_cotisations.o ex15_valiban.o ex15_anciennete.o
      *        ex35_lecparam.o
      *        -o ex15v_solde_tout_compte -I ../copybooks
      * Executer : ./ex15v_solde_tout_compte apres EX07M-EXTRACTION,
      *            puis ./ex15d_compta avec le mode S
      * Entree  : FIC-SORTIES-A-SOLDER.dat (file des sorties)
      *           FIC-EMPLOYES.dat (extrait du maitre, COPY EMPREC)
      *           FIC-INDEX-BULLETINS.dat, FIC-CONTRATS.dat,
      *           FIC-TAUX-IMPOT.dat
      * Mise a jour : FIC-CONGES.dat, FIC-PRETS-ENCOURS.dat,
      *           FIC-ACOMPTES-ENCOURS.dat, FIC-DETTES-SALARIES.dat,
      *           FIC-CUMULS-EX15.dat, FIC-SORTIES-A-SOLDER.dat
      * Sortie  : FIC-PAIE-RESULTATS-SOLDE.txt (meme ligne que la
      *           paie mensuelle)
      *           FIC-VIREMENTS-SOLDE.txt (remise 01/02/03)
      *           FIC-VIREMENTS-SUSPENDUS-SOLDE.txt
      *           FIC-DOCUMENTS-SORTIE.txt (documents de sortie)
      * Code retour : 0 OK, 4 virement suspendu ou reste du apres
      *               solde, 8 arret (verrou paie, registre plein).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15V-SOLDE-TOUT-COMPTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-VERROU-PAIE ASSIGN TO 'FIC-VERROU-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FIC-SORTIES ASSIGN TO 'FIC-SORTIES-A-SOLDER.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SORTIES.
           SELECT FIC-EMPLOYES ASSIGN TO 'FIC-EMPLOYES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FIC-INDEX-BULLETINS
               ASSIGN TO 'FIC-INDEX-BULLETINS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-INDEX-BUL.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT FIC-TAUX-IMPOT ASSIGN TO 'FIC-TAUX-IMPOT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-IMPOT.
           SELECT FIC-CONGES ASSIGN TO 'FIC-CONGES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FIC-PRETS ASSIGN TO 'FIC-PRETS-ENCOURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRETS.
           SELECT FIC-ACOMPTES ASSIGN TO 'FIC-ACOMPTES-ENCOURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACOMPTES.
           SELECT FIC-DETTES ASSIGN TO 'FIC-DETTES-SALARIES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DETTES.
           SELECT FIC-CUMULS ASSIGN TO 'FIC-CUMULS-EX15.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-PAIE ASSIGN TO 'FIC-PAIE-RESULTATS-SOLDE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VIREMENTS ASSIGN TO 'FIC-VIREMENTS-SOLDE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VIREMENTS-SUSP
               ASSIGN TO 'FIC-VIREMENTS-SUSPENDUS-SOLDE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-DOCUMENTS ASSIGN TO 'FIC-DOCUMENTS-SORTIE.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      * Jeton de verrouillage pose par EX17-CHAINE-NUIT pendant la
      * branche paie.
       FD  FIC-VERROU-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-VERROU-PAIE.
           05 VRL-DATE          PIC 9(8).
           05 VRL-HEURE         PIC 9(6).
           05 VRL-PROGRAMME     PIC X(14).

       FD  FIC-SORTIES LABEL RECORDS ARE STANDARD.
       COPY SORTIEREC.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

      * Index des bulletins archives, tenu par EX15-PRINCIPAL.
       FD  FIC-INDEX-BULLETINS LABEL RECORDS ARE STANDARD.
       01  ENR-INDEX-BULLETIN.
           05 IXB-MATRICULE     PIC X(6).
           05 IXB-PERIODE       PIC 9(6).
           05 IXB-NOM-FICHIER   PIC X(40).

       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
           05 CTR-DATE-FIN      PIC 9(8).

       FD  FIC-TAUX-IMPOT LABEL RECORDS ARE STANDARD.
       01  ENR-TAUX-IMPOT.
           05 IMP-MATRICULE     PIC X(6).
           05 IMP-TAUX          PIC 9V999.

       FD  FIC-CONGES LABEL RECORDS ARE STANDARD.
       COPY CONGEREC.

       FD  FIC-PRETS LABEL RECORDS ARE STANDARD.
       01  ENR-PRET.
           05 PRT-MATRICULE     PIC X(6).
           05 PRT-DATE-OCTROI   PIC 9(8).
           05 PRT-CAPITAL       PIC 9(8)V99.
           05 PRT-NB-ECHEANCES  PIC 9(3).
           05 PRT-PERIODE-DEBUT PIC 9(6).
           05 PRT-ECHEANCE      PIC 9(6)V99.
           05 PRT-SOLDE         PIC 9(8)V99.

       FD  FIC-ACOMPTES LABEL RECORDS ARE STANDARD.
       01  ENR-ACOMPTE.
           05 ACO-MATRICULE     PIC X(6).
           05 ACO-DATE          PIC 9(8).
           05 ACO-MONTANT       PIC 9(6)V99.
           05 ACO-SOLDE         PIC 9(6)V99.

       FD  FIC-DETTES LABEL RECORDS ARE STANDARD.
       01  ENR-DETTE.
           05 DET-MATRICULE     PIC X(6).
           05 DET-PERIODE-ORIGINE PIC 9(6).
           05 DET-MOTIF         PIC X(12).
           05 DET-SOLDE         PIC 9(8)V99.

       FD  FIC-CUMULS LABEL RECORDS ARE STANDARD.
       01  ENR-CUMUL.
           05 CUM-MATRICULE      PIC X(6).
           05 CUM-ANNEE          PIC 9(4).
           05 CUM-BRUT           PIC 9(10)V99.
           05 CUM-CHARGES        PIC 9(10)V99.
           05 CUM-NET            PIC 9(10)V99.
           05 CUM-PRIME          PIC 9(8)V99.
           05 CUM-DERNIER-SALAIRE PIC 9(6)V99.
           05 CUM-NB-PERIODES    PIC 9(2).

       FD  FIC-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-PAIE              PIC X(120).

       FD  FIC-VIREMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-VIREMENT          PIC X(92).

       FD  FIC-VIREMENTS-SUSP LABEL RECORDS ARE STANDARD.
       01  ENR-VIREMENT-SUSPENDU PIC X(100).

       FD  FIC-DOCUMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-DOCUMENT          PIC X(80).

       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-VERROU    PIC X(2) VALUE '00'.
       01 WS-STATUT-SORTIES   PIC X(2) VALUE '00'.
       01 WS-STATUT-EMPLOYES  PIC X(2) VALUE '00'.
       01 WS-STATUT-INDEX-BUL PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-STATUT-IMPOT     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONGES    PIC X(2) VALUE '00'.
       01 WS-STATUT-PRETS     PIC X(2) VALUE '00'.
       01 WS-STATUT-ACOMPTES  PIC X(2) VALUE '00'.
       01 WS-STATUT-DETTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-CUMULS    PIC X(2) VALUE '00'.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-HEURE-DEBUT      PIC 9(6) VALUE 0.
       01 WS-HEURE-FIN        PIC 9(6) VALUE 0.
       01 WS-PERIODE-JOUR     PIC 9(6) VALUE 0.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.

      * File des sorties chargee en table : STS-ETAT passe a S une
      * fois le solde calcule, les autres sont reecrites en file.
       01 WS-MAX-SORTIES      PIC 9(3) VALUE 200.
       01 WS-TABLE-SORTIES.
          05 WS-STS-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-STS.
             10 WS-STS-MATRICULE  PIC X(6).
             10 WS-STS-DATE-SORTIE PIC 9(8).
             10 WS-STS-MOTIF      PIC X(2).
             10 WS-STS-DATE-SAISIE PIC 9(8).
             10 WS-STS-MOIS-PAYE  PIC X.
                88 STS-MOIS-PAYE  VALUE 'O'.
             10 WS-STS-ETAT       PIC X.
                88 STS-SOLDEE     VALUE 'S'.
       01 WS-NB-SORTIES       PIC 9(3) VALUE 0.
       01 WS-IDX-STS-TROUVE   PIC 9(3) VALUE 0.

      * Conditions contractuelles (temps partiel).
       01 WS-TABLE-CONTRATS.
          05 WS-CONTRAT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CTR.
             10 WS-CTR-MATRICULE  PIC X(6).
             10 WS-CTR-TYPE       PIC X(3).
             10 WS-CTR-POURCENT   PIC 9(3).
       01 WS-NB-CONTRATS      PIC 9(4) VALUE 0.
       01 WS-TYPE-CONTRAT-W   PIC X(3) VALUE 'CDI'.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.

      * Taux de prelevement a la source.
       01 WS-TABLE-IMPOTS.
          05 WS-IMPOT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-IMP.
             10 WS-IMP-MATRICULE  PIC X(6).
             10 WS-IMP-TAUX       PIC 9V999.
       01 WS-NB-IMPOTS        PIC 9(4) VALUE 0.
       01 WS-TAUX-IMPOT-DEFAUT PIC 9V999 VALUE 0.
       01 WS-TAUX-IMPOT-W     PIC 9V999 VALUE 0.
       01 WS-IMPOT-W          PIC 9(8)V99 VALUE 0.
       01 WS-NET-APRES-IMPOT  PIC 9(8)V99 VALUE 0.
      * Net imposable : net plus CSG non deductible et CRDS.
       01 WS-NET-IMPOSABLE    PIC 9(8)V99 VALUE 0.
      * Lecture du registre central des parametres (EX35-LECPARAM).
       01 WS-LEC-CODE         PIC X(20).
       01 WS-LEC-CLE          PIC X(10).
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.

      * Compteurs de conges, reecrits en fin de run.
       01 WS-TABLE-CONGES.
          05 WS-CONGE-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CGE.
             10 WS-CGE-MATRICULE  PIC X(6).
             10 WS-CGE-ANNEE-REF  PIC 9(4).
             10 WS-CGE-ACQUIS-N1  PIC 9(3)V99.
             10 WS-CGE-PRIS-N1    PIC 9(3)V99.
             10 WS-CGE-ACQUIS-N   PIC 9(3)V99.
             10 WS-CGE-BRUT-REF-N1 PIC 9(8)V99.
             10 WS-CGE-BRUT-REF-N PIC 9(8)V99.
             10 WS-CGE-DERNIERE-PER PIC 9(6).
             10 WS-CGE-PRIS-PER  PIC 9(3)V99.
       01 WS-NB-CONGES        PIC 9(4) VALUE 0.
       01 WS-IDX-CGE-TROUVE   PIC 9(4) VALUE 0.
       01 WS-ANNEE-REF-SORTIE PIC 9(4) VALUE 0.
       01 WS-ACQUIS-MENSUEL   PIC 9V99 VALUE 2.50.
       01 WS-ACQUIS-MAX-ANNUEL PIC 9(2)V99 VALUE 30.00.
       01 WS-ACQUIS-MOIS-W    PIC 9(2)V99 VALUE 0.
       01 WS-HEURES-PAR-JOUR  PIC 9V99 VALUE 7.00.
       01 WS-DUREE-LEGALE-MENS PIC 9(3)V99 VALUE 151.67.
       01 WS-TAUX-DIXIEME     PIC 9V999 VALUE 0.100.
       01 WS-RESTE-N1-W       PIC 9(3)V99 VALUE 0.
       01 WS-JOURS-CP-SOLDES  PIC 9(3)V99 VALUE 0.
       01 WS-MAINTIEN-CONGES  PIC 9(8)V99 VALUE 0.
       01 WS-DIXIEME-CONGES   PIC 9(8)V99 VALUE 0.
       01 WS-INDEMNITE-CONGES PIC 9(8)V99 VALUE 0.

      * Registres des sommes dues par les salaries, reecrits en fin
      * de run avec les seuls soldes non apures.
       01 WS-MAX-PRETS        PIC 9(3) VALUE 200.
       01 WS-TABLE-PRETS.
          05 WS-PRET-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-PRT.
             10 WS-PRT-MATRICULE  PIC X(6).
             10 WS-PRT-DATE       PIC 9(8).
             10 WS-PRT-CAPITAL    PIC 9(8)V99.
             10 WS-PRT-NB-ECH     PIC 9(3).
             10 WS-PRT-PER-DEBUT  PIC 9(6).
             10 WS-PRT-ECHEANCE   PIC 9(6)V99.
             10 WS-PRT-SOLDE      PIC 9(8)V99.
       01 WS-NB-PRETS         PIC 9(3) VALUE 0.

       01 WS-MAX-ACOMPTES     PIC 9(3) VALUE 500.
       01 WS-TABLE-ACOMPTES.
          05 WS-ACOMPTE-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-ACO.
             10 WS-ACO-MATRICULE  PIC X(6).
             10 WS-ACO-DATE       PIC 9(8).
             10 WS-ACO-MONTANT    PIC 9(6)V99.
             10 WS-ACO-SOLDE      PIC 9(6)V99.
       01 WS-NB-ACOMPTES      PIC 9(3) VALUE 0.

       01 WS-MAX-DETTES       PIC 9(3) VALUE 200.
       01 WS-TABLE-DETTES.
          05 WS-DETTE-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-DET.
             10 WS-DET-MATRICULE  PIC X(6).
             10 WS-DET-PERIODE    PIC 9(6).
             10 WS-DET-MOTIF      PIC X(12).
             10 WS-DET-SOLDE      PIC 9(8)V99.
       01 WS-NB-DETTES        PIC 9(3) VALUE 0.

      * Recuperations du solde en cours.
       01 WS-RETENUE-LIGNE    PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-DETTE    PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-ACOMPTE  PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-PRET     PIC 9(8)V99 VALUE 0.
       01 WS-RESTE-DU-W       PIC 9(8)V99 VALUE 0.

      * Cumuls annuels, completes du solde de tout compte.
       01 WS-TABLE-CUMULS.
          05 WS-CUMUL-EMPLOYE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CUMUL.
             10 WS-CUM-MATRICULE PIC X(6).
             10 WS-CUM-ANNEE     PIC 9(4).
             10 WS-CUM-BRUT      PIC 9(10)V99.
             10 WS-CUM-CHARGES   PIC 9(10)V99.
             10 WS-CUM-NET       PIC 9(10)V99.
             10 WS-CUM-PRIME     PIC 9(8)V99.
             10 WS-CUM-DERNIER-SALAIRE PIC 9(6)V99.
             10 WS-CUM-NB-PERIODES PIC 9(2).
       01 WS-NB-CUMULS        PIC 9(4) VALUE 0.
       01 WS-BRUT-ANNEE-W     PIC 9(10)V99 VALUE 0.
       01 WS-NB-PERIODES-ANNEE PIC 9(2) VALUE 0.

      * Employe et paie au format d'appel d'EX15-CALCSAL, comme dans
      * EX15-PRINCIPAL.
       01 WS-EMPLOYE.
          05 EMP-MATRICULE-W PIC X(6).
          05 EMP-NOM-W       PIC X(20).
          05 EMP-PRENOM-W    PIC X(15).
          05 EMP-SALAIRE-W   PIC 9(6)V99.
          05 EMP-ANCIENNETE-W PIC 9(2).
          05 EMP-HEURES-SUP-W PIC 9(3)V99.
          05 EMP-IBAN-W      PIC X(27).

       01 WS-PAIE.
          05 PAI-BRUT      PIC 9(8)V99.
          05 PAI-CHARGES   PIC 9(8)V99.
          05 PAI-NET       PIC 9(8)V99.
          05 PAI-PRIME     PIC 9(6)V99.
          05 PAI-TAUX-CHARGES PIC 9V999.
          05 PAI-CHARGES-PATRONALES PIC 9(8)V99.
          05 PAI-COUT-EMPLOYEUR PIC 9(8)V99.
          05 PAI-PLAFOND-SS PIC 9(6)V99.
          05 PAI-TAUX-PATRONAL-TA PIC 9V999.
          05 PAI-TAUX-PATRONAL-TB PIC 9V999.
          05 PAI-MODE-CALCUL PIC X VALUE SPACE.
          05 PAI-NET-CIBLE  PIC 9(8)V99 VALUE 0.
          05 PAI-TAUX-IMPOT PIC 9V999 VALUE 0.
          05 PAI-ECART-NET  PIC S9(6)V99 VALUE 0.

      * Detail des cotisations salariales du solde (COTISREC).
       COPY COTISREC.

       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-RETOUR-IBAN      PIC 9(2) VALUE 0.
       01 WS-MOTIF-IBAN       PIC X(24) VALUE SPACES.
       01 WS-NOM-COMPLET-W    PIC X(36) VALUE SPACES.

      * Dernier mois : salaire du contrat, jours de presence du mois
      * de sortie sur ses jours calendaires.
       01 WS-SALAIRE-CONTRAT  PIC 9(6)V99 VALUE 0.
       01 WS-BRUT-SALAIRE-W   PIC 9(8)V99 VALUE 0.
       01 WS-DATE-SORTIE-W    PIC 9(8) VALUE 0.
       01 WS-DATE-SORTIE-R REDEFINES WS-DATE-SORTIE-W.
          05 WS-SOR-ANNEE     PIC 9(4).
          05 WS-SOR-MOIS      PIC 9(2).
          05 WS-SOR-JOUR      PIC 9(2).
       01 WS-PERIODE-SORTIE   PIC 9(6) VALUE 0.
       01 WS-DATE-DEBUT-MOIS  PIC 9(8) VALUE 0.
       01 WS-DATE-MOIS-SUIVANT PIC 9(8) VALUE 0.
       01 WS-DATE-DEBUT-PRESENCE PIC 9(8) VALUE 0.
       01 WS-JOURS-MOIS       PIC 9(2) VALUE 0.
       01 WS-JOURS-PRESENCE   PIC 9(2) VALUE 0.

      * Edition des dates JJ/MM/AAAA des documents.
       01 WS-DATE-A-EDITER    PIC 9(8) VALUE 0.
       01 WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
          05 WS-DAE-ANNEE     PIC 9(4).
          05 WS-DAE-MOIS      PIC 9(2).
          05 WS-DAE-JOUR      PIC 9(2).
       01 WS-DATE-EDITEE.
          05 WS-DED-JOUR      PIC 9(2).
          05 FILLER           PIC X VALUE '/'.
          05 WS-DED-MOIS      PIC 9(2).
          05 FILLER           PIC X VALUE '/'.
          05 WS-DED-ANNEE     PIC 9(4).
       01 WS-DATE-SORTIE-EDIT PIC X(10) VALUE SPACES.
       01 WS-DATE-DEBUT-EDIT  PIC X(10) VALUE SPACES.
       01 WS-DATE-JOUR-EDIT   PIC X(10) VALUE SPACES.
       01 WS-DATE-EMBAUCHE-EDIT PIC X(10) VALUE SPACES.
       01 WS-DATE-NAISSANCE-EDIT PIC X(10) VALUE SPACES.
       01 WS-LIBELLE-MOTIF    PIC X(30) VALUE SPACES.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZ9.99.
       01 WS-JOURS-EDIT       PIC ZZ9.99.

       01 WS-NOM-EMPLOYEUR    PIC X(30) VALUE 'MAINFREEM S.A.'.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

      * Remise de virements du solde de tout compte, au format
      * d'echange banque de la paie mensuelle.
       01 WS-LIGNE-REMISE-ENTETE.
          05 VEN-TYPE        PIC X(2) VALUE '01'.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VEN-EMETTEUR    PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VEN-PERIODE     PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VEN-DATE-EXEC   PIC 9(8).
          05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-LIGNE-VIREMENT.
          05 VIR-TYPE        PIC X(2) VALUE '02'.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-MATRICULE   PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-NOM-COMPLET PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-MONTANT-NET PIC 9(8)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-IBAN        PIC X(27).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-DATE-VALEUR PIC 9(8).

       01 WS-LIGNE-VIREMENT-SUSPENDU.
          05 VSU-MATRICULE   PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VSU-NOM-COMPLET PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VSU-MONTANT-NET PIC 9(8)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VSU-IBAN        PIC X(27).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VSU-MOTIF       PIC X(24).

       01 WS-LIGNE-VIREMENT-TOTAL.
          05 VTO-TYPE        PIC X(2) VALUE '03'.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VTO-NB-VIREMENTS PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VTO-MONTANT-TOTAL PIC 9(10)V99.
          05 FILLER          PIC X(69) VALUE SPACES.

      * Ligne de resultat de paie, lue par EX15D-COMPTA.
       01 WS-LIGNE-PAIE.
          05 LPA-MATRICULE  PIC X(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-NOM-COMPLET PIC X(36).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-BRUT       PIC ZZZZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-PRIME      PIC ZZZZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-CHARGES    PIC ZZZZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-NET        PIC ZZZZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-PATRONAL   PIC ZZZZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 LPA-COUT       PIC ZZZZZ9.99.

       01 WS-NB-EMPLOYES-LUS  PIC 9(6) VALUE 0.
       01 WS-NB-SOLDES        PIC 9(4) VALUE 0.
       01 WS-NB-EN-ATTENTE    PIC 9(4) VALUE 0.
       01 WS-NB-INCONNUS      PIC 9(4) VALUE 0.
       01 WS-NB-VIREMENTS     PIC 9(6) VALUE 0.
       01 WS-NB-VIR-SUSPENDUS PIC 9(4) VALUE 0.
       01 WS-NB-RESTES-DUS    PIC 9(4) VALUE 0.
       01 WS-TOTAL-VIREMENTS  PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-BRUT       PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE-JOUR.
           DISPLAY '================================'.
           DISPLAY '  Solde de tout compte'.
           DISPLAY '================================'.

           PERFORM CONTROLER-VERROU-PAIE.
           PERFORM CHARGER-SORTIES.
           IF WS-NB-SORTIES = 0
               DISPLAY 'Aucune sortie a solder'
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN
               PERFORM ECRIRE-JOURNAL-EXEC
               STOP RUN
           END-IF.
           PERFORM CHARGER-INDEX-BULLETINS.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-TAUX-IMPOT.
           PERFORM CHARGER-CONGES.
           PERFORM CHARGER-PRETS.
           PERFORM CHARGER-ACOMPTES.
           PERFORM CHARGER-DETTES.
           PERFORM CHARGER-CUMULS.

           PERFORM OUVRIR-SORTIES-SOLDE.
           PERFORM TRAITER-MAITRE.
           PERFORM FERMER-SORTIES-SOLDE.
           PERFORM LISTER-SORTIES-EN-ATTENTE.

           IF WS-NB-SOLDES > 0
               PERFORM SAUVEGARDER-CONGES
               PERFORM SAUVEGARDER-PRETS
               PERFORM SAUVEGARDER-ACOMPTES
               PERFORM SAUVEGARDER-DETTES
               PERFORM SAUVEGARDER-CUMULS
               PERFORM REECRIRE-FILE-SORTIES
           END-IF.

           PERFORM AFFICHER-BILAN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN.
           PERFORM ECRIRE-JOURNAL-EXEC.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Les registres relus ici sont reecrits par la paie mensuelle :
      * pas de solde pendant la branche paie.
       CONTROLER-VERROU-PAIE.
           OPEN INPUT FIC-VERROU-PAIE.
           IF WS-STATUT-VERROU NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-VERROU-PAIE
               AT END
                   CLOSE FIC-VERROU-PAIE
               NOT AT END
                   CLOSE FIC-VERROU-PAIE
                   DISPLAY '*** Paie verrouillee par ' VRL-PROGRAMME
                           ' depuis le ' VRL-DATE ' ' VRL-HEURE
                           ' : solde de tout compte refuse - '
                           'reessayer apres la liberation du verrou '
                           '***'
                   STOP RUN 8
           END-READ.

      *---------------------------------------------------------------
       CHARGER-SORTIES.
           MOVE 0 TO WS-NB-SORTIES.
           OPEN INPUT FIC-SORTIES.
           IF WS-STATUT-SORTIES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SORTIES NOT = '00'
               READ FIC-SORTIES
                   AT END MOVE '10' TO WS-STATUT-SORTIES
                   NOT AT END
      * La file est reecrite en fin de run : la tronquer perdrait
      * des sorties a solder.
                       IF WS-NB-SORTIES >= WS-MAX-SORTIES
                           DISPLAY '*** FIC-SORTIES-A-SOLDER.dat : '
                                   'capacite de ' WS-MAX-SORTIES
                                   ' sorties depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-SORTIES
                       MOVE SOR-MATRICULE
                           TO WS-STS-MATRICULE(WS-NB-SORTIES)
                       MOVE SOR-DATE-SORTIE
                           TO WS-STS-DATE-SORTIE(WS-NB-SORTIES)
                       MOVE SOR-MOTIF TO WS-STS-MOTIF(WS-NB-SORTIES)
                       MOVE SOR-DATE-SAISIE
                           TO WS-STS-DATE-SAISIE(WS-NB-SORTIES)
                       MOVE 'N' TO WS-STS-MOIS-PAYE(WS-NB-SORTIES)
                       MOVE SPACE TO WS-STS-ETAT(WS-NB-SORTIES)
               END-READ
           END-PERFORM.
           CLOSE FIC-SORTIES.
           DISPLAY 'Sorties en file : ' WS-NB-SORTIES.

      *---------------------------------------------------------------
      * Un bulletin archive pour le mois de sortie signifie que la
      * paie mensuelle a deja paye ce mois en entier : le solde ne
      * le repaie pas.
       CHARGER-INDEX-BULLETINS.
           OPEN INPUT FIC-INDEX-BULLETINS.
           IF WS-STATUT-INDEX-BUL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-INDEX-BUL NOT = '00'
               READ FIC-INDEX-BULLETINS
                   AT END MOVE '10' TO WS-STATUT-INDEX-BUL
                   NOT AT END PERFORM MARQUER-MOIS-PAYE
               END-READ
           END-PERFORM.
           CLOSE FIC-INDEX-BULLETINS.

      *---------------------------------------------------------------
       MARQUER-MOIS-PAYE.
           PERFORM VARYING WS-IDX-STS FROM 1 BY 1
                   UNTIL WS-IDX-STS > WS-NB-SORTIES
               IF WS-STS-MATRICULE(WS-IDX-STS) = IXB-MATRICULE
                       AND WS-STS-DATE-SORTIE(WS-IDX-STS)(1:6)
                           = IXB-PERIODE
                   SET STS-MOIS-PAYE(WS-IDX-STS) TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       IF WS-NB-CONTRATS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CONTRATS.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' contrats depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CTR-MATRICULE TO
                           WS-CTR-MATRICULE(WS-NB-CONTRATS)
                       MOVE CTR-TYPE TO
                           WS-CTR-TYPE(WS-NB-CONTRATS)
                       MOVE CTR-POURCENT TO
                           WS-CTR-POURCENT(WS-NB-CONTRATS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
       CHARGER-TAUX-IMPOT.
           MOVE 0 TO WS-NB-IMPOTS.
           OPEN INPUT FIC-TAUX-IMPOT.
           IF WS-STATUT-IMPOT NOT = '00'
               DISPLAY 'FIC-TAUX-IMPOT.dat absent, aucun prelevement '
                       'a la source sur les soldes'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-IMPOT NOT = '00'
               READ FIC-TAUX-IMPOT
                   AT END MOVE '10' TO WS-STATUT-IMPOT
                   NOT AT END
                       IF IMP-MATRICULE = 'DEFAUT'
                           MOVE IMP-TAUX TO WS-TAUX-IMPOT-DEFAUT
                       ELSE
                           IF WS-NB-IMPOTS >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-TAUX-IMPOT.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' taux depassee - solde '
                                       'arrete ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-IMPOTS
                           MOVE IMP-MATRICULE TO
                               WS-IMP-MATRICULE(WS-NB-IMPOTS)
                           MOVE IMP-TAUX TO
                               WS-IMP-TAUX(WS-NB-IMPOTS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TAUX-IMPOT.

      *---------------------------------------------------------------
       CHARGER-CONGES.
           MOVE 0 TO WS-NB-CONGES.
           OPEN INPUT FIC-CONGES.
           IF WS-STATUT-CONGES NOT = '00'
               DISPLAY 'FIC-CONGES.dat absent, seuls les droits du '
                       'mois de sortie sont indemnises'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONGES NOT = '00'
               READ FIC-CONGES
                   AT END MOVE '10' TO WS-STATUT-CONGES
                   NOT AT END
                       IF WS-NB-CONGES >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CONGES.dat : capacite de '
                                   WS-MAX-EMPLOYES ' compteurs '
                                   'depassee - solde arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CONGES
                       MOVE ENR-CONGE TO WS-CONGE-LIGNE(WS-NB-CONGES)
               END-READ
           END-PERFORM.
           CLOSE FIC-CONGES.

      *---------------------------------------------------------------
       CHARGER-PRETS.
           MOVE 0 TO WS-NB-PRETS.
           OPEN INPUT FIC-PRETS.
           IF WS-STATUT-PRETS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PRETS NOT = '00'
               READ FIC-PRETS
                   AT END MOVE '10' TO WS-STATUT-PRETS
                   NOT AT END
                       IF WS-NB-PRETS >= WS-MAX-PRETS
                           DISPLAY '*** FIC-PRETS-ENCOURS.dat : '
                                   'capacite de ' WS-MAX-PRETS
                                   ' prets depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-PRETS
                       MOVE PRT-MATRICULE TO
                           WS-PRT-MATRICULE(WS-NB-PRETS)
                       MOVE PRT-DATE-OCTROI TO WS-PRT-DATE(WS-NB-PRETS)
                       MOVE PRT-CAPITAL TO WS-PRT-CAPITAL(WS-NB-PRETS)
                       MOVE PRT-NB-ECHEANCES TO
                           WS-PRT-NB-ECH(WS-NB-PRETS)
                       MOVE PRT-PERIODE-DEBUT TO
                           WS-PRT-PER-DEBUT(WS-NB-PRETS)
                       MOVE PRT-ECHEANCE TO
                           WS-PRT-ECHEANCE(WS-NB-PRETS)
                       MOVE PRT-SOLDE TO WS-PRT-SOLDE(WS-NB-PRETS)
               END-READ
           END-PERFORM.
           CLOSE FIC-PRETS.

      *---------------------------------------------------------------
       CHARGER-ACOMPTES.
           MOVE 0 TO WS-NB-ACOMPTES.
           OPEN INPUT FIC-ACOMPTES.
           IF WS-STATUT-ACOMPTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ACOMPTES NOT = '00'
               READ FIC-ACOMPTES
                   AT END MOVE '10' TO WS-STATUT-ACOMPTES
                   NOT AT END
                       IF WS-NB-ACOMPTES >= WS-MAX-ACOMPTES
                           DISPLAY '*** FIC-ACOMPTES-ENCOURS.dat : '
                                   'capacite de ' WS-MAX-ACOMPTES
                                   ' acomptes depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-ACOMPTES
                       MOVE ACO-MATRICULE TO
                           WS-ACO-MATRICULE(WS-NB-ACOMPTES)
                       MOVE ACO-DATE TO WS-ACO-DATE(WS-NB-ACOMPTES)
                       MOVE ACO-MONTANT TO
                           WS-ACO-MONTANT(WS-NB-ACOMPTES)
                       MOVE ACO-SOLDE TO WS-ACO-SOLDE(WS-NB-ACOMPTES)
               END-READ
           END-PERFORM.
           CLOSE FIC-ACOMPTES.

      *---------------------------------------------------------------
       CHARGER-DETTES.
           MOVE 0 TO WS-NB-DETTES.
           OPEN INPUT FIC-DETTES.
           IF WS-STATUT-DETTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DETTES NOT = '00'
               READ FIC-DETTES
                   AT END MOVE '10' TO WS-STATUT-DETTES
                   NOT AT END
                       IF WS-NB-DETTES >= WS-MAX-DETTES
                           DISPLAY '*** FIC-DETTES-SALARIES.dat : '
                                   'capacite de ' WS-MAX-DETTES
                                   ' dettes depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-DETTES
                       MOVE DET-MATRICULE TO
                           WS-DET-MATRICULE(WS-NB-DETTES)
                       MOVE DET-PERIODE-ORIGINE TO
                           WS-DET-PERIODE(WS-NB-DETTES)
                       MOVE DET-MOTIF TO WS-DET-MOTIF(WS-NB-DETTES)
                       MOVE DET-SOLDE TO WS-DET-SOLDE(WS-NB-DETTES)
               END-READ
           END-PERFORM.
           CLOSE FIC-DETTES.

      *---------------------------------------------------------------
       CHARGER-CUMULS.
           MOVE 0 TO WS-NB-CUMULS.
           OPEN INPUT FIC-CUMULS.
           IF WS-STATUT-CUMULS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUMULS NOT = '00'
               READ FIC-CUMULS
                   AT END MOVE '10' TO WS-STATUT-CUMULS
                   NOT AT END
                       IF WS-NB-CUMULS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CUMULS-EX15.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' cumuls depassee - solde '
                                   'arrete ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CUMULS
                       MOVE ENR-CUMUL TO WS-CUMUL-EMPLOYE(WS-NB-CUMULS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS.

      *---------------------------------------------------------------
       OUVRIR-SORTIES-SOLDE.
           OPEN OUTPUT FIC-PAIE.
           OPEN OUTPUT FIC-VIREMENTS-SUSP.
           OPEN OUTPUT FIC-DOCUMENTS.
           OPEN OUTPUT FIC-VIREMENTS.
           MOVE WS-NOM-EMPLOYEUR TO VEN-EMETTEUR.
           MOVE WS-PERIODE-JOUR  TO VEN-PERIODE.
           MOVE WS-DATE-JOUR     TO VEN-DATE-EXEC.
           MOVE WS-LIGNE-REMISE-ENTETE TO ENR-VIREMENT.
           WRITE ENR-VIREMENT.

      *---------------------------------------------------------------
       FERMER-SORTIES-SOLDE.
           MOVE WS-NB-VIREMENTS    TO VTO-NB-VIREMENTS.
           MOVE WS-TOTAL-VIREMENTS TO VTO-MONTANT-TOTAL.
           MOVE WS-LIGNE-VIREMENT-TOTAL TO ENR-VIREMENT.
           WRITE ENR-VIREMENT.
           CLOSE FIC-VIREMENTS.
           CLOSE FIC-PAIE.
           CLOSE FIC-VIREMENTS-SUSP.
           CLOSE FIC-DOCUMENTS.

      *---------------------------------------------------------------
      * Un passage de l'extrait du maitre : chaque employe en file
      * dont la sortie est echue est solde.
       TRAITER-MAITRE.
           OPEN INPUT FIC-EMPLOYES.
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY '*** FIC-EMPLOYES.dat introuvable (statut '
                       WS-STATUT-EMPLOYES ') - lancer EX07M '
                       'd''abord ***'
               STOP RUN 8
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-EMPLOYES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF EMP-MATRICULE NOT = '*ENTET'
                       AND EMP-MATRICULE NOT = '*FIN**'
                   ADD 1 TO WS-NB-EMPLOYES-LUS
                   PERFORM CHERCHER-SORTIE
                   IF WS-IDX-STS-TROUVE > 0
                       PERFORM SOLDER-EMPLOYE
                   END-IF
               END-IF
               READ FIC-EMPLOYES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-EMPLOYES.

      *---------------------------------------------------------------
       CHERCHER-SORTIE.
           MOVE 0 TO WS-IDX-STS-TROUVE.
           PERFORM VARYING WS-IDX-STS FROM 1 BY 1
                   UNTIL WS-IDX-STS > WS-NB-SORTIES
               IF WS-STS-MATRICULE(WS-IDX-STS) = EMP-MATRICULE
                       AND NOT STS-SOLDEE(WS-IDX-STS)
                       AND WS-STS-DATE-SORTIE(WS-IDX-STS)
                           NOT > WS-DATE-JOUR
                   SET WS-IDX-STS-TROUVE TO WS-IDX-STS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Solde de tout compte d'un employe : dernier mois, indemnite
      * de conges, impot, recuperations, paiement et documents.
       SOLDER-EMPLOYE.
           MOVE WS-STS-DATE-SORTIE(WS-IDX-STS-TROUVE)
               TO WS-DATE-SORTIE-W.
           MOVE WS-DATE-SORTIE-W(1:6) TO WS-PERIODE-SORTIE.
           MOVE EMP-MATRICULE  TO EMP-MATRICULE-W.
           MOVE EMP-NOM        TO EMP-NOM-W.
           MOVE EMP-PRENOM     TO EMP-PRENOM-W.
           MOVE EMP-ANCIENNETE TO EMP-ANCIENNETE-W.
           MOVE 0              TO EMP-HEURES-SUP-W.
           MOVE EMP-IBAN       TO EMP-IBAN-W.
           MOVE SPACES TO WS-NOM-COMPLET-W.
           STRING EMP-PRENOM-W DELIMITED SPACE
                  ' '          DELIMITED SIZE
                  EMP-NOM-W    DELIMITED SPACE
                  INTO WS-NOM-COMPLET-W.

      * Anciennete arretee a la date de sortie.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-SORTIE-W
               BY REFERENCE EMP-ANCIENNETE-W
               BY REFERENCE WS-RETOUR-ANC.

           PERFORM APPLIQUER-CONTRAT.
           PERFORM PRORATISER-DERNIER-MOIS.
           CALL 'EX15-CALCSAL' USING WS-EMPLOYE WS-PAIE
                                     TAB-COTISATIONS.
           MOVE PAI-BRUT TO WS-BRUT-SALAIRE-W.
           PERFORM CALCULER-INDEMNITE-CONGES.
           IF WS-INDEMNITE-CONGES > 0
               ADD WS-INDEMNITE-CONGES TO PAI-BRUT
               PERFORM RECALCULER-COTISATIONS
           END-IF.
           PERFORM CALCULER-CHARGES-PATRONALES.
           PERFORM CALCULER-IMPOT.

           MOVE 0 TO WS-RESTE-DU-W.
           PERFORM RECUPERER-DETTES.
           PERFORM RECUPERER-ACOMPTES.
           PERFORM RECUPERER-PRETS.
           IF WS-RESTE-DU-W > 0
               ADD 1 TO WS-NB-RESTES-DUS
               MOVE 4 TO WS-CODE-RETOUR
               DISPLAY EMP-MATRICULE-W ' : ' WS-RESTE-DU-W
                       ' EUR restent dus apres solde (registres)'
           END-IF.

           PERFORM CUMULER-SOLDE.
           PERFORM ECRIRE-RESULTAT-PAIE.
           IF WS-NET-APRES-IMPOT > 0
               PERFORM ECRIRE-VIREMENT
           END-IF.
           PERFORM ECRIRE-DOCUMENTS-SORTIE.

           SET STS-SOLDEE(WS-IDX-STS-TROUVE) TO TRUE.
           ADD 1 TO WS-NB-SOLDES.
           ADD PAI-BRUT TO WS-TOTAL-BRUT.
           DISPLAY EMP-MATRICULE-W ' : solde de tout compte au '
                   WS-DATE-SORTIE-W ', brut ' PAI-BRUT ', net verse '
                   WS-NET-APRES-IMPOT ' EUR'.

      *---------------------------------------------------------------
      * Salaire du contrat : pourcentage de temps de travail de
      * FIC-CONTRATS.dat, temps plein si absent ou a zero.
       APPLIQUER-CONTRAT.
           MOVE 'CDI' TO WS-TYPE-CONTRAT-W.
           MOVE 100 TO WS-POURCENT-W.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
                   UNTIL WS-IDX-CTR > WS-NB-CONTRATS
               IF WS-CTR-MATRICULE(WS-IDX-CTR) = EMP-MATRICULE-W
                   MOVE WS-CTR-TYPE(WS-IDX-CTR) TO WS-TYPE-CONTRAT-W
                   IF WS-CTR-POURCENT(WS-IDX-CTR) > 0
                       MOVE WS-CTR-POURCENT(WS-IDX-CTR)
                           TO WS-POURCENT-W
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-SALAIRE-CONTRAT ROUNDED =
               EMP-SALAIRE * WS-POURCENT-W / 100.

      *---------------------------------------------------------------
      * Jours calendaires de presence du mois de sortie (du 1er, ou
      * de l'embauche si elle tombe dans le mois, au jour de sortie
      * inclus) rapportes aux jours du mois.
       PRORATISER-DERNIER-MOIS.
           COMPUTE WS-DATE-DEBUT-MOIS =
               WS-SOR-ANNEE * 10000 + WS-SOR-MOIS * 100 + 1.
           IF WS-SOR-MOIS = 12
               COMPUTE WS-DATE-MOIS-SUIVANT =
                   (WS-SOR-ANNEE + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-MOIS-SUIVANT =
                   WS-DATE-DEBUT-MOIS + 100
           END-IF.
           COMPUTE WS-JOURS-MOIS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS-SUIVANT)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-MOIS).
           MOVE WS-DATE-DEBUT-MOIS TO WS-DATE-DEBUT-PRESENCE.
           IF EMP-DATE-EMBAUCHE NUMERIC
                   AND EMP-DATE-EMBAUCHE > WS-DATE-DEBUT-MOIS
                   AND EMP-DATE-EMBAUCHE NOT > WS-DATE-SORTIE-W
               MOVE EMP-DATE-EMBAUCHE TO WS-DATE-DEBUT-PRESENCE
           END-IF.
           COMPUTE WS-JOURS-PRESENCE =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SORTIE-W)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-PRESENCE)
               + 1.

           IF STS-MOIS-PAYE(WS-IDX-STS-TROUVE)
               MOVE 0 TO EMP-SALAIRE-W
               DISPLAY EMP-MATRICULE-W ' : mois de sortie '
                       WS-PERIODE-SORTIE ' deja paye par la paie '
                       'mensuelle, pas de dernier salaire'
           ELSE
               COMPUTE EMP-SALAIRE-W ROUNDED =
                   WS-SALAIRE-CONTRAT * WS-JOURS-PRESENCE
                   / WS-JOURS-MOIS
           END-IF.

      *---------------------------------------------------------------
      * Indemnite compensatrice : tout le solde de conges du
      * matricule. La periode de reference bascule au 1er juin comme
      * dans la paie mensuelle ; le mois de sortie acquiert ses
      * droits au prorata de la presence s'il n'a pas deja ete
      * impute. Maintien du salaire du contrat compare au dixieme
      * du brut de reference de chaque periode, le plus favorable
      * est verse ; le compteur est ensuite remis a zero.
       CALCULER-INDEMNITE-CONGES.
           MOVE 0 TO WS-JOURS-CP-SOLDES.
           MOVE 0 TO WS-MAINTIEN-CONGES.
           MOVE 0 TO WS-DIXIEME-CONGES.
           MOVE 0 TO WS-INDEMNITE-CONGES.
           IF WS-SOR-MOIS < 6
               COMPUTE WS-ANNEE-REF-SORTIE = WS-SOR-ANNEE - 1
           ELSE
               MOVE WS-SOR-ANNEE TO WS-ANNEE-REF-SORTIE
           END-IF.

           MOVE 0 TO WS-IDX-CGE-TROUVE.
           PERFORM VARYING WS-IDX-CGE FROM 1 BY 1
                   UNTIL WS-IDX-CGE > WS-NB-CONGES
               IF WS-CGE-MATRICULE(WS-IDX-CGE) = EMP-MATRICULE-W
                   SET WS-IDX-CGE-TROUVE TO WS-IDX-CGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CGE-TROUVE = 0
               IF WS-NB-CONGES >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-CONGES.dat : capacite de '
                           WS-MAX-EMPLOYES ' compteurs depassee - '
                           'solde arrete ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CONGES
               MOVE WS-NB-CONGES TO WS-IDX-CGE-TROUVE
               MOVE EMP-MATRICULE-W
                   TO WS-CGE-MATRICULE(WS-IDX-CGE-TROUVE)
               MOVE WS-ANNEE-REF-SORTIE
                   TO WS-CGE-ANNEE-REF(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE)
           END-IF.

           IF WS-CGE-ANNEE-REF(WS-IDX-CGE-TROUVE)
                   < WS-ANNEE-REF-SORTIE
               COMPUTE WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE) =
                   WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
                   - WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
                   + WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               MOVE WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
                   TO WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
               MOVE WS-ANNEE-REF-SORTIE
                   TO WS-CGE-ANNEE-REF(WS-IDX-CGE-TROUVE)
           END-IF.

           IF WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
                   < WS-PERIODE-SORTIE
               COMPUTE WS-ACQUIS-MOIS-W ROUNDED =
                   WS-ACQUIS-MENSUEL * WS-JOURS-PRESENCE
                   / WS-JOURS-MOIS
               IF WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
                       + WS-ACQUIS-MOIS-W > WS-ACQUIS-MAX-ANNUEL
                   MOVE WS-ACQUIS-MAX-ANNUEL
                       TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               ELSE
                   ADD WS-ACQUIS-MOIS-W
                       TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               END-IF
               ADD WS-BRUT-SALAIRE-W
                   TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
           END-IF.

           COMPUTE WS-RESTE-N1-W =
               WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
               - WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE).
           COMPUTE WS-JOURS-CP-SOLDES =
               WS-RESTE-N1-W + WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE).

           IF WS-JOURS-CP-SOLDES > 0
               COMPUTE WS-MAINTIEN-CONGES ROUNDED =
                   WS-SALAIRE-CONTRAT * WS-JOURS-CP-SOLDES
                   * WS-HEURES-PAR-JOUR / WS-DUREE-LEGALE-MENS
               IF WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE) > 0
                   COMPUTE WS-DIXIEME-CONGES ROUNDED =
                       WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE)
                       * WS-TAUX-DIXIEME * WS-RESTE-N1-W
                       / WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
               END-IF
               IF WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE) > 0
                   COMPUTE WS-DIXIEME-CONGES ROUNDED =
                       WS-DIXIEME-CONGES
                       + WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
                       * WS-TAUX-DIXIEME
               END-IF
               IF WS-DIXIEME-CONGES > WS-MAINTIEN-CONGES
                   MOVE WS-DIXIEME-CONGES TO WS-INDEMNITE-CONGES
               ELSE
                   MOVE WS-MAINTIEN-CONGES TO WS-INDEMNITE-CONGES
               END-IF
               DISPLAY EMP-MATRICULE-W ' : ' WS-JOURS-CP-SOLDES
                       ' jour(s) de conges indemnises '
                       WS-INDEMNITE-CONGES ' EUR'
           END-IF.

           MOVE 0 TO WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE).
           MOVE 0 TO WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE).
           MOVE 0 TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE).
           MOVE 0 TO WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE).
           MOVE 0 TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE).
           MOVE WS-PERIODE-SORTIE
               TO WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE).
           MOVE 0 TO WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE).

      *---------------------------------------------------------------
      * Cotisations salariales recalculees ligne a ligne sur le brut
      * final (indemnite de conges comprise), avec le plafond rendu
      * par EX15-CALCSAL - meme calcul que la paie mensuelle.
       RECALCULER-COTISATIONS.
           CALL 'EX15-COTISATIONS' USING PAI-BRUT PAI-PLAFOND-SS
                                         TAB-COTISATIONS.
           MOVE COT-TOTAL-SALARIAL TO PAI-CHARGES.
           COMPUTE PAI-NET = PAI-BRUT - PAI-CHARGES.
           IF PAI-BRUT > 0
               COMPUTE PAI-TAUX-CHARGES ROUNDED =
                   PAI-CHARGES / PAI-BRUT
           END-IF.

      *---------------------------------------------------------------
      * Charges patronales recalculees sur le brut final (indemnite
      * de conges comprise), avec le plafond et les taux rendus par
      * EX15-CALCSAL - meme calcul que la paie mensuelle.
       CALCULER-CHARGES-PATRONALES.
           IF PAI-BRUT > PAI-PLAFOND-SS
               COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                   PAI-PLAFOND-SS * PAI-TAUX-PATRONAL-TA
                   + (PAI-BRUT - PAI-PLAFOND-SS)
                       * PAI-TAUX-PATRONAL-TB
           ELSE
               COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                   PAI-BRUT * PAI-TAUX-PATRONAL-TA
           END-IF.
           COMPUTE PAI-COUT-EMPLOYEUR =
               PAI-BRUT + PAI-CHARGES-PATRONALES.

      *---------------------------------------------------------------
      * Taux du salarie, sinon taux par defaut ; a chaque niveau la
      * valeur du registre central (code IMPOT-TAUX, cle matricule ou
      * DEFAUT) en vigueur au premier jour du mois de sortie prime
      * sur FIC-TAUX-IMPOT.dat. Le taux s'applique au net imposable
      * (CSG non deductible et CRDS comprises), comme en paie.
       CALCULER-IMPOT.
           MOVE WS-TAUX-IMPOT-DEFAUT TO WS-TAUX-IMPOT-W.
           MOVE 'IMPOT-TAUX' TO WS-LEC-CODE.
           MOVE 'DEFAUT' TO WS-LEC-CLE.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-DEBUT-MOIS WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-IMPOT-W
           END-IF.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > WS-NB-IMPOTS
               IF WS-IMP-MATRICULE(WS-IDX-IMP) = EMP-MATRICULE-W
                   MOVE WS-IMP-TAUX(WS-IDX-IMP) TO WS-TAUX-IMPOT-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE EMP-MATRICULE-W TO WS-LEC-CLE.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-DEBUT-MOIS WS-LEC-VALEUR
                                      WS-LEC-RETOUR.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-IMPOT-W
           END-IF.
           MOVE PAI-NET TO WS-NET-IMPOSABLE.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-CODE(COT-IDX) = 'CSGN' OR 'CRDS'
                   ADD COT-MONTANT(COT-IDX) TO WS-NET-IMPOSABLE
               END-IF
           END-PERFORM.
           COMPUTE WS-IMPOT-W ROUNDED =
               WS-NET-IMPOSABLE * WS-TAUX-IMPOT-W.
           COMPUTE WS-NET-APRES-IMPOT = PAI-NET - WS-IMPOT-W.

      *---------------------------------------------------------------
      * Recuperations dans l'ordre de la paie mensuelle (dettes,
      * acomptes, prets), chacune pour tout son solde et dans la
      * limite du net restant ; le reliquat reste au registre.
       RECUPERER-DETTES.
           MOVE 0 TO WS-RETENUE-DETTE.
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NB-DETTES
               IF WS-DET-MATRICULE(WS-IDX-DET) = EMP-MATRICULE-W
                       AND WS-DET-SOLDE(WS-IDX-DET) > 0
                   MOVE WS-DET-SOLDE(WS-IDX-DET) TO WS-RETENUE-LIGNE
                   IF WS-RETENUE-LIGNE > WS-NET-APRES-IMPOT
                       MOVE WS-NET-APRES-IMPOT TO WS-RETENUE-LIGNE
                   END-IF
                   ADD WS-RETENUE-LIGNE TO WS-RETENUE-DETTE
                   SUBTRACT WS-RETENUE-LIGNE FROM WS-NET-APRES-IMPOT
                   SUBTRACT WS-RETENUE-LIGNE
                       FROM WS-DET-SOLDE(WS-IDX-DET)
                   ADD WS-DET-SOLDE(WS-IDX-DET) TO WS-RESTE-DU-W
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       RECUPERER-ACOMPTES.
           MOVE 0 TO WS-RETENUE-ACOMPTE.
           PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                   UNTIL WS-IDX-ACO > WS-NB-ACOMPTES
               IF WS-ACO-MATRICULE(WS-IDX-ACO) = EMP-MATRICULE-W
                       AND WS-ACO-SOLDE(WS-IDX-ACO) > 0
                   MOVE WS-ACO-SOLDE(WS-IDX-ACO) TO WS-RETENUE-LIGNE
                   IF WS-RETENUE-LIGNE > WS-NET-APRES-IMPOT
                       MOVE WS-NET-APRES-IMPOT TO WS-RETENUE-LIGNE
                   END-IF
                   ADD WS-RETENUE-LIGNE TO WS-RETENUE-ACOMPTE
                   SUBTRACT WS-RETENUE-LIGNE FROM WS-NET-APRES-IMPOT
                   SUBTRACT WS-RETENUE-LIGNE
                       FROM WS-ACO-SOLDE(WS-IDX-ACO)
                   ADD WS-ACO-SOLDE(WS-IDX-ACO) TO WS-RESTE-DU-W
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Le contrat prend fin : le pret est exigible pour tout son
      * solde, quelle que soit sa periode de debut.
       RECUPERER-PRETS.
           MOVE 0 TO WS-RETENUE-PRET.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PRETS
               IF WS-PRT-MATRICULE(WS-IDX-PRT) = EMP-MATRICULE-W
                       AND WS-PRT-SOLDE(WS-IDX-PRT) > 0
                   MOVE WS-PRT-SOLDE(WS-IDX-PRT) TO WS-RETENUE-LIGNE
                   IF WS-RETENUE-LIGNE > WS-NET-APRES-IMPOT
                       MOVE WS-NET-APRES-IMPOT TO WS-RETENUE-LIGNE
                   END-IF
                   ADD WS-RETENUE-LIGNE TO WS-RETENUE-PRET
                   SUBTRACT WS-RETENUE-LIGNE FROM WS-NET-APRES-IMPOT
                   SUBTRACT WS-RETENUE-LIGNE
                       FROM WS-PRT-SOLDE(WS-IDX-PRT)
                   ADD WS-PRT-SOLDE(WS-IDX-PRT) TO WS-RESTE-DU-W
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Le solde entre aux cumuls de l'annee de sortie (releve
      * annuel, attestation employeur) ; le brut de l'annee avant
      * solde est garde pour l'attestation.
       CUMULER-SOLDE.
           MOVE 0 TO WS-BRUT-ANNEE-W.
           MOVE 0 TO WS-NB-PERIODES-ANNEE.
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
                   UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
               IF WS-CUM-MATRICULE(WS-IDX-CUMUL) = EMP-MATRICULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CUMUL > WS-NB-CUMULS
               IF WS-NB-CUMULS >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-CUMULS-EX15.dat : capacite de '
                           WS-MAX-EMPLOYES ' cumuls depassee - '
                           'solde arrete ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CUMULS
               SET WS-IDX-CUMUL TO WS-NB-CUMULS
               MOVE EMP-MATRICULE-W TO WS-CUM-MATRICULE(WS-IDX-CUMUL)
               MOVE WS-SOR-ANNEE TO WS-CUM-ANNEE(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-BRUT(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-CHARGES(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-NET(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-PRIME(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-NB-PERIODES(WS-IDX-CUMUL)
           END-IF.
           IF WS-CUM-ANNEE(WS-IDX-CUMUL) NOT = WS-SOR-ANNEE
               MOVE WS-SOR-ANNEE TO WS-CUM-ANNEE(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-BRUT(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-CHARGES(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-NET(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-PRIME(WS-IDX-CUMUL)
               MOVE 0 TO WS-CUM-NB-PERIODES(WS-IDX-CUMUL)
           END-IF.
           MOVE WS-CUM-BRUT(WS-IDX-CUMUL) TO WS-BRUT-ANNEE-W.
           MOVE WS-CUM-NB-PERIODES(WS-IDX-CUMUL)
               TO WS-NB-PERIODES-ANNEE.
           MOVE EMP-SALAIRE TO WS-CUM-DERNIER-SALAIRE(WS-IDX-CUMUL).
           ADD PAI-BRUT    TO WS-CUM-BRUT(WS-IDX-CUMUL).
           ADD PAI-CHARGES TO WS-CUM-CHARGES(WS-IDX-CUMUL).
           ADD PAI-NET     TO WS-CUM-NET(WS-IDX-CUMUL).
           ADD PAI-PRIME   TO WS-CUM-PRIME(WS-IDX-CUMUL).
           IF NOT STS-MOIS-PAYE(WS-IDX-STS-TROUVE)
               ADD 1 TO WS-CUM-NB-PERIODES(WS-IDX-CUMUL)
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-RESULTAT-PAIE.
           MOVE EMP-MATRICULE-W  TO LPA-MATRICULE.
           MOVE WS-NOM-COMPLET-W TO LPA-NOM-COMPLET.
           MOVE PAI-BRUT    TO LPA-BRUT.
           MOVE PAI-PRIME   TO LPA-PRIME.
           MOVE PAI-CHARGES TO LPA-CHARGES.
           MOVE PAI-NET     TO LPA-NET.
           MOVE PAI-CHARGES-PATRONALES TO LPA-PATRONAL.
           MOVE PAI-COUT-EMPLOYEUR     TO LPA-COUT.
           MOVE WS-LIGNE-PAIE TO ENR-PAIE.
           WRITE ENR-PAIE.

      *---------------------------------------------------------------
      * IBAN verifie avant emission, comme la paie mensuelle : un
      * IBAN refuse part en virement suspendu pour la tresorerie.
       ECRIRE-VIREMENT.
           CALL 'EX15-VALIBAN' USING BY REFERENCE EMP-IBAN-W
                                     BY REFERENCE WS-RETOUR-IBAN.
           IF WS-RETOUR-IBAN = 0
               MOVE EMP-MATRICULE-W    TO VIR-MATRICULE
               MOVE WS-NOM-COMPLET-W   TO VIR-NOM-COMPLET
               MOVE WS-NET-APRES-IMPOT TO VIR-MONTANT-NET
               MOVE EMP-IBAN-W         TO VIR-IBAN
               MOVE WS-DATE-JOUR       TO VIR-DATE-VALEUR
               MOVE WS-LIGNE-VIREMENT TO ENR-VIREMENT
               WRITE ENR-VIREMENT
               ADD 1 TO WS-NB-VIREMENTS
               ADD WS-NET-APRES-IMPOT TO WS-TOTAL-VIREMENTS
           ELSE
               IF WS-RETOUR-IBAN = 4
                   MOVE 'IBAN STRUCTURE INVALIDE' TO WS-MOTIF-IBAN
               ELSE
                   MOVE 'IBAN CLE 97 INVALIDE' TO WS-MOTIF-IBAN
               END-IF
               MOVE EMP-MATRICULE-W    TO VSU-MATRICULE
               MOVE WS-NOM-COMPLET-W   TO VSU-NOM-COMPLET
               MOVE WS-NET-APRES-IMPOT TO VSU-MONTANT-NET
               MOVE EMP-IBAN-W         TO VSU-IBAN
               MOVE WS-MOTIF-IBAN      TO VSU-MOTIF
               MOVE WS-LIGNE-VIREMENT-SUSPENDU
                   TO ENR-VIREMENT-SUSPENDU
               WRITE ENR-VIREMENT-SUSPENDU
               ADD 1 TO WS-NB-VIR-SUSPENDUS
               MOVE 4 TO WS-CODE-RETOUR
               DISPLAY EMP-MATRICULE-W ' : virement de solde '
                       'suspendu (' WS-MOTIF-IBAN ')'
           END-IF.

      *---------------------------------------------------------------
      * Les trois documents remis au salarie a sa sortie, a la
      * suite dans FIC-DOCUMENTS-SORTIE.txt.
       ECRIRE-DOCUMENTS-SORTIE.
           MOVE WS-DATE-SORTIE-W TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDITEE TO WS-DATE-SORTIE-EDIT.
           MOVE WS-DATE-DEBUT-PRESENCE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDITEE TO WS-DATE-DEBUT-EDIT.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDITEE TO WS-DATE-JOUR-EDIT.
           MOVE EMP-DATE-EMBAUCHE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDITEE TO WS-DATE-EMBAUCHE-EDIT.
           MOVE EMP-DATE-NAISSANCE TO WS-DATE-A-EDITER.
           PERFORM EDITER-DATE.
           MOVE WS-DATE-EDITEE TO WS-DATE-NAISSANCE-EDIT.
           PERFORM TRADUIRE-MOTIF-SORTIE.

           PERFORM ECRIRE-RECU-SOLDE.
           PERFORM ECRIRE-CERTIFICAT-TRAVAIL.
           PERFORM ECRIRE-ATTESTATION-EMPLOYEUR.

      *---------------------------------------------------------------
       ECRIRE-RECU-SOLDE.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE '        RECU POUR SOLDE DE TOUT COMPTE' TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Employeur : ' WS-NOM-EMPLOYEUR
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Salarie   : ' WS-NOM-COMPLET-W
                  ' matricule ' EMP-MATRICULE-W
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Sortie le : ' WS-DATE-SORTIE-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.

           MOVE SPACES TO WS-LIGNE.
           IF STS-MOIS-PAYE(WS-IDX-STS-TROUVE)
               STRING 'Salaire du mois de sortie : deja verse '
                      'par la paie mensuelle'
                   DELIMITED SIZE INTO WS-LIGNE
           ELSE
               MOVE WS-BRUT-SALAIRE-W TO WS-MONTANT-EDIT
               STRING 'Salaire du ' WS-DATE-DEBUT-EDIT ' au '
                      WS-DATE-SORTIE-EDIT '  : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-JOURS-CP-SOLDES TO WS-JOURS-EDIT.
           MOVE WS-INDEMNITE-CONGES TO WS-MONTANT-EDIT.
           STRING 'Indemnite de conges payes (' WS-JOURS-EDIT
                  ' j) : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE PAI-BRUT TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Total brut                           : '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE PAI-CHARGES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Cotisations salariales               : '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-BASE(COT-IDX) > 0
                   MOVE COT-MONTANT(COT-IDX) TO WS-MONTANT-EDIT
                   MOVE SPACES TO WS-LIGNE
                   STRING '  ' COT-LIBELLE(COT-IDX) ' '
                          COT-ORGANISME(COT-IDX) ': '
                          WS-MONTANT-EDIT ' EUR'
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-DOCUMENT
               END-IF
           END-PERFORM.
           MOVE WS-NET-IMPOSABLE TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Net imposable                        : '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-IMPOT-W TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Impot preleve a la source            : '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           IF WS-RETENUE-DETTE > 0
               MOVE WS-RETENUE-DETTE TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Dettes anterieures recuperees        : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF.
           IF WS-RETENUE-ACOMPTE > 0
               MOVE WS-RETENUE-ACOMPTE TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Acomptes recuperes                   : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF.
           IF WS-RETENUE-PRET > 0
               MOVE WS-RETENUE-PRET TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Prets d''entreprise rembourses        : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF.
           MOVE WS-NET-APRES-IMPOT TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'NET VERSE PAR VIREMENT               : '
                  WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           IF WS-RESTE-DU-W > 0
               MOVE WS-RESTE-DU-W TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Reste du par le salarie apres solde  : '
                      WS-MONTANT-EDIT ' EUR'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-DOCUMENT
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE 'Le present recu peut etre denonce dans les six mois '
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE 'qui suivent sa signature.' TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Fait le ' WS-DATE-JOUR-EDIT
                  '          Signature du salarie :'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.

      *---------------------------------------------------------------
       ECRIRE-CERTIFICAT-TRAVAIL.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE '        CERTIFICAT DE TRAVAIL' TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-NOM-EMPLOYEUR DELIMITED '  '
                  ' certifie avoir employe' DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING '  ' WS-NOM-COMPLET-W ' matricule '
                  EMP-MATRICULE-W
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'du ' WS-DATE-EMBAUCHE-EDIT ' au '
                  WS-DATE-SORTIE-EDIT
                  ', en dernier lieu au grade ' EMP-GRADE
                  ', departement ' EMP-DEPARTEMENT '.'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE 'Le salarie nous quitte libre de tout engagement.'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Fait le ' WS-DATE-JOUR-EDIT
                  ' pour servir et valoir ce que de droit.'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.

      *---------------------------------------------------------------
      * Attestation destinee a l'assurance chomage : identite,
      * periode d'emploi, motif de la rupture, salaires de l'annee
      * de sortie et sommes versees au solde.
       ECRIRE-ATTESTATION-EMPLOYEUR.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE '        ATTESTATION EMPLOYEUR' TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE ALL '=' TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Employeur          : ' WS-NOM-EMPLOYEUR
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Salarie            : ' WS-NOM-COMPLET-W
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Matricule          : ' EMP-MATRICULE-W
                  '   ne(e) le ' WS-DATE-NAISSANCE-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Emploi             : du ' WS-DATE-EMBAUCHE-EDIT
                  ' au ' WS-DATE-SORTIE-EDIT ' (contrat '
                  WS-TYPE-CONTRAT-W ', ' WS-POURCENT-W ' %)'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Motif de la rupture: ' WS-LIBELLE-MOTIF
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-SALAIRE-CONTRAT TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Salaire mensuel    : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-BRUT-ANNEE-W TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Brut ' WS-SOR-ANNEE ' avant solde : '
                  WS-MONTANT-EDIT ' EUR sur ' WS-NB-PERIODES-ANNEE
                  ' paie(s)'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-BRUT-SALAIRE-W TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Dernier salaire    : ' WS-MONTANT-EDIT
                  ' EUR (' WS-JOURS-PRESENCE ' j / '
                  WS-JOURS-MOIS ' j)'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-INDEMNITE-CONGES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Indemnite conges   : ' WS-MONTANT-EDIT ' EUR'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Fait le ' WS-DATE-JOUR-EDIT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DOCUMENT.

      *---------------------------------------------------------------
       TRADUIRE-MOTIF-SORTIE.
           EVALUATE WS-STS-MOTIF(WS-IDX-STS-TROUVE)
               WHEN 'DM'
                   MOVE 'DEMISSION' TO WS-LIBELLE-MOTIF
               WHEN 'LC'
                   MOVE 'LICENCIEMENT' TO WS-LIBELLE-MOTIF
               WHEN 'RC'
                   MOVE 'RUPTURE CONVENTIONNELLE'
                       TO WS-LIBELLE-MOTIF
               WHEN 'FC'
                   MOVE 'FIN DE CONTRAT A DUREE DETERMINEE'
                       TO WS-LIBELLE-MOTIF
               WHEN 'RT'
                   MOVE 'DEPART EN RETRAITE' TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE 'NON RENSEIGNE (VOIR DOSSIER RH)'
                       TO WS-LIBELLE-MOTIF
           END-EVALUATE.

      *---------------------------------------------------------------
       EDITER-DATE.
           IF WS-DATE-A-EDITER NOT NUMERIC OR WS-DATE-A-EDITER = 0
               MOVE 0 TO WS-DED-JOUR WS-DED-MOIS WS-DED-ANNEE
           ELSE
               MOVE WS-DAE-JOUR  TO WS-DED-JOUR
               MOVE WS-DAE-MOIS  TO WS-DED-MOIS
               MOVE WS-DAE-ANNEE TO WS-DED-ANNEE
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-DOCUMENT.
           MOVE WS-LIGNE TO ENR-DOCUMENT.
           WRITE ENR-DOCUMENT.

      *---------------------------------------------------------------
       LISTER-SORTIES-EN-ATTENTE.
           PERFORM VARYING WS-IDX-STS FROM 1 BY 1
                   UNTIL WS-IDX-STS > WS-NB-SORTIES
               IF NOT STS-SOLDEE(WS-IDX-STS)
                   IF WS-STS-DATE-SORTIE(WS-IDX-STS) > WS-DATE-JOUR
                       ADD 1 TO WS-NB-EN-ATTENTE
                       DISPLAY WS-STS-MATRICULE(WS-IDX-STS)
                               ' : sortie au '
                               WS-STS-DATE-SORTIE(WS-IDX-STS)
                               ' non echue, reste en file'
                   ELSE
                       ADD 1 TO WS-NB-INCONNUS
                       DISPLAY '*** ' WS-STS-MATRICULE(WS-IDX-STS)
                               ' : absent de FIC-EMPLOYES.dat, '
                               'solde impossible - reste en file ***'
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-INCONNUS > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

      *---------------------------------------------------------------
       SAUVEGARDER-CONGES.
           OPEN OUTPUT FIC-CONGES.
           PERFORM VARYING WS-IDX-CGE FROM 1 BY 1
                   UNTIL WS-IDX-CGE > WS-NB-CONGES
               MOVE WS-CONGE-LIGNE(WS-IDX-CGE) TO ENR-CONGE
               WRITE ENR-CONGE
           END-PERFORM.
           CLOSE FIC-CONGES.

      *---------------------------------------------------------------
       SAUVEGARDER-PRETS.
           IF WS-NB-PRETS = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-PRETS.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL WS-IDX-PRT > WS-NB-PRETS
               IF WS-PRT-SOLDE(WS-IDX-PRT) > 0
                   MOVE WS-PRT-MATRICULE(WS-IDX-PRT) TO PRT-MATRICULE
                   MOVE WS-PRT-DATE(WS-IDX-PRT) TO PRT-DATE-OCTROI
                   MOVE WS-PRT-CAPITAL(WS-IDX-PRT) TO PRT-CAPITAL
                   MOVE WS-PRT-NB-ECH(WS-IDX-PRT) TO PRT-NB-ECHEANCES
                   MOVE WS-PRT-PER-DEBUT(WS-IDX-PRT)
                       TO PRT-PERIODE-DEBUT
                   MOVE WS-PRT-ECHEANCE(WS-IDX-PRT) TO PRT-ECHEANCE
                   MOVE WS-PRT-SOLDE(WS-IDX-PRT) TO PRT-SOLDE
                   WRITE ENR-PRET
               END-IF
           END-PERFORM.
           CLOSE FIC-PRETS.

      *---------------------------------------------------------------
       SAUVEGARDER-ACOMPTES.
           IF WS-NB-ACOMPTES = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-ACOMPTES.
           PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                   UNTIL WS-IDX-ACO > WS-NB-ACOMPTES
               IF WS-ACO-SOLDE(WS-IDX-ACO) > 0
                   MOVE WS-ACO-MATRICULE(WS-IDX-ACO) TO ACO-MATRICULE
                   MOVE WS-ACO-DATE(WS-IDX-ACO)    TO ACO-DATE
                   MOVE WS-ACO-MONTANT(WS-IDX-ACO) TO ACO-MONTANT
                   MOVE WS-ACO-SOLDE(WS-IDX-ACO)   TO ACO-SOLDE
                   WRITE ENR-ACOMPTE
               END-IF
           END-PERFORM.
           CLOSE FIC-ACOMPTES.

      *---------------------------------------------------------------
       SAUVEGARDER-DETTES.
           IF WS-NB-DETTES = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-DETTES.
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NB-DETTES
               IF WS-DET-SOLDE(WS-IDX-DET) > 0
                   MOVE WS-DET-MATRICULE(WS-IDX-DET) TO DET-MATRICULE
                   MOVE WS-DET-PERIODE(WS-IDX-DET)
                       TO DET-PERIODE-ORIGINE
                   MOVE WS-DET-MOTIF(WS-IDX-DET) TO DET-MOTIF
                   MOVE WS-DET-SOLDE(WS-IDX-DET) TO DET-SOLDE
                   WRITE ENR-DETTE
               END-IF
           END-PERFORM.
           CLOSE FIC-DETTES.

      *---------------------------------------------------------------
       SAUVEGARDER-CUMULS.
           OPEN OUTPUT FIC-CUMULS.
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
                   UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
               MOVE WS-CUMUL-EMPLOYE(WS-IDX-CUMUL) TO ENR-CUMUL
               WRITE ENR-CUMUL
           END-PERFORM.
           CLOSE FIC-CUMULS.

      *---------------------------------------------------------------
      * La file ne garde que les sorties non soldees.
       REECRIRE-FILE-SORTIES.
           OPEN OUTPUT FIC-SORTIES.
           PERFORM VARYING WS-IDX-STS FROM 1 BY 1
                   UNTIL WS-IDX-STS > WS-NB-SORTIES
               IF NOT STS-SOLDEE(WS-IDX-STS)
                   MOVE WS-STS-MATRICULE(WS-IDX-STS) TO SOR-MATRICULE
                   MOVE WS-STS-DATE-SORTIE(WS-IDX-STS)
                       TO SOR-DATE-SORTIE
                   MOVE WS-STS-MOTIF(WS-IDX-STS) TO SOR-MOTIF
                   MOVE WS-STS-DATE-SAISIE(WS-IDX-STS)
                       TO SOR-DATE-SAISIE
                   WRITE ENR-SORTIE
               END-IF
           END-PERFORM.
           CLOSE FIC-SORTIES.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           DISPLAY '================================'.
           DISPLAY 'Sorties en file      : ' WS-NB-SORTIES.
           DISPLAY 'Soldes calcules      : ' WS-NB-SOLDES
                   ' (brut total ' WS-TOTAL-BRUT ' EUR)'.
           DISPLAY 'Virements emis       : ' WS-NB-VIREMENTS
                   ' pour ' WS-TOTAL-VIREMENTS ' EUR'.
           DISPLAY 'Virements suspendus  : ' WS-NB-VIR-SUSPENDUS.
           DISPLAY 'Restes dus apres solde: ' WS-NB-RESTES-DUS.
           DISPLAY 'Sorties non echues   : ' WS-NB-EN-ATTENTE.
           DISPLAY 'Matricules inconnus  : ' WS-NB-INCONNUS.
           DISPLAY 'Documents de sortie dans FIC-DOCUMENTS-SORTIE.txt,'
                   ' comptabiliser par EX15D-COMPTA en mode S'.
           DISPLAY '================================'.

      *---------------------------------------------------------------
       ECRIRE-JOURNAL-EXEC.
           OPEN EXTEND FIC-RUNLOG.
           IF WS-STATUT-RUNLOG NOT = '00'
               OPEN OUTPUT FIC-RUNLOG
           END-IF.
           MOVE WS-DATE-JOUR   TO JEX-DATE.
           MOVE WS-HEURE-DEBUT TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-FIN   TO JEX-HEURE-FIN.
           MOVE 'EX15V-SOLDE'  TO JEX-PROGRAMME.
           MOVE WS-NB-SORTIES  TO JEX-NB-LUS.
           MOVE WS-NB-SOLDES   TO JEX-NB-TRAITES.
           MOVE WS-NB-INCONNUS TO JEX-NB-REJETES.
           MOVE 0 TO JEX-DUREE-SECONDES.
           MOVE WS-CODE-RETOUR TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.
