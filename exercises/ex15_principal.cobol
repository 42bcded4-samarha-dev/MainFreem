      *===============================================================
      * Exercice 15 - Architecture modulaire : CALL
      * Niveau : Expert
      * Compiler les 7 fichiers dans cet ordre :
      *   cobc -c ex15_validemp.cobol -o ex15_validemp.o
      *   cobc -c ex15_cotisations.cobol -o ex15_cotisations.o
      *   cobc -c ex15_calcsal.cobol  -o ex15_calcsal.o
      *        -I ../copybooks
      *   cobc -c ex15_valiban.cobol  -o ex15_valiban.o
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex15_principal.cobol ex15_validemp.o ex15_calcsal.o
      *        ex15_cotisations.o ex15_valiban.o ex15_anciennete.o
      *        ex35_lecparam.o
      *        -I ../copybooks
      * Executer : ./ex15_principal
      * Entree  : FIC-EMPLOYES.dat (fichier maitre, meme format que
      *           EX07/EX08 - COPY EMPREC)
      *           FIC-PRIMES-EXCEPTION.dat (cycle exceptionnel E :
      *           prime par matricule, en brut ou en net garanti,
      *           consommee en fin de run)
      *           FIC-TITRES-RESTAURANT.dat (titres-restaurant du
      *           mois commandes par EX15X-TITRES-RESTAURANT : part
      *           salariale retenue sur le net)
      *           FIC-ADHESIONS-PEE.dat (versement mensuel au plan
      *           d'epargne d'entreprise par matricule, avec dates de
      *           debut et de fin)
      *           FIC-PARAM-ABONDEMENT.dat (tranches et taux de
      *           l'abondement, plafond legal annuel, code du plan ;
      *           valeurs par defaut si absent)
      *           FIC-SMIC.dat (taux horaire minimum legal par date
      *           d'effet ; valeurs par defaut si absent)
      *           FIC-AVANTAGES-NATURE.dat (avantages en nature par
      *           matricule, COPY AVNREC : soumis a cotisations et
      *           au prelevement a la source, puis retires du net)
      *           FIC-ADHESIONS-MUTUELLE.dat (formule de mutuelle,
      *           ayants droit et dispenses par matricule, COPY
      *           MUTREC)
      *           FIC-TARIF-MUTUELLE.dat (cotisation mensuelle et
      *           taux de prise en charge employeur par formule,
      *           code du contrat ; valeurs par defaut si absent)
      * Sortie  : FIC-PAIE-RESULTATS.txt (un enregistrement par
      *           employe paye ce mois)
      *           FIC-BULLETINS.txt (bulletin de paie imprimable,
      *           FIC-CUMULS-EX15.dat (cumuls annuels par employe,
      *           relu et reecrit en totalite a chaque passage pour
      *           alimenter le cumul brut/charges/net/prime de l'annee)
      *           FIC-CONGES.dat (compteur de conges payes par
      *           employe : acquisition mensuelle, jours de type C
      *           du fichier des absences, bascule au 1er juin ;
      *           soldes imprimes sur le bulletin)
      *           FIC-IJSS-A-RECEVOIR.dat (IJSS attendues de la CPAM
      *           au titre de la subrogation, par matricule et
      *           periode, rapprochees par EX15W-RAPPROCHEMENT-IJSS)
      *           FIC-HISTO-ABSENCES.dat (journal des absences par
      *           employe et periode, COPY ABSHREC, alimente par la
      *           paie mensuelle)
      *           FIC-HISTO-HEURES-SUP.dat (journal des heures
      *           supplementaires payees par employe et periode,
      *           COPY HSUPREC, alimente par la paie mensuelle)
      *           FIC-HISTO-PAIE.dat (historique de paie par
      *           employe, periode et element du bulletin, COPY
      *           PAIEHREC, verse a la publication des sorties)
      *           FIC-EPARGNE-PEE.dat (versements et abondement de
      *           l'annee par adherent, COPY PEEREC)
      *           FIC-CUMULS-AVANTAGES.dat (avantages en nature de
      *           l'annee par beneficiaire, COPY AVCREC)
      *           FIC-REMISE-PEE.txt (remise mensuelle au teneur de
      *           comptes du plan : en-tete, une ligne par adherent,
      *           fin)
      *           FIC-REMISE-MUTUELLE.txt (bordereau mensuel des
      *           adhesions et cotisations a l'organisme assureur :
      *           en-tete, une ligne par adherent, fin)
      *           FIC-AUGMENT-SMIC.dat (augmentations de rattrapage
      *           au minimum legal, format FIC-AUGMENT-INDIV.dat, a
      *           reprendre par EX08B-AUGMENT-INDIV apres revue RH)
      * Les registres par employe (absences, contrats, pointages,
      * rappels, commissions, acomptes, saisies, prets, dettes) sont
      * tries par matricule et lus au pas du maitre, sans limite de
      * volume ; ceux qui evoluent sont reecrits dans l'ordre des
      * matricules.
      * Code retour : 8 = paie arretee, notamment si le maitre n'est
      *               pas trie par matricule ou si une table en
      *               memoire est pleine : aucun enregistrement n'est
      *               plus ignore faute de place
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15-PRINCIPAL.
           SELECT FIC-ABSENCES ASSIGN TO 'FIC-ABSENCES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ABSENCES.
           SELECT WRK-ABSENCES ASSIGN TO 'WRK-EX15-ABSENCES.tmp'.
           SELECT FIC-ABSENCES-TRI ASSIGN TO WS-NOM-TRI-ABSENCES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-ABSENCES.
           SELECT FIC-PARAM-MALADIE ASSIGN TO 'FIC-PARAM-MALADIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-MAL.
           SELECT FIC-IJSS ASSIGN TO WS-NOM-FIC-IJSS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-IJSS.
           SELECT FIC-HEURES ASSIGN TO 'FIC-HEURES-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HEURES.
           SELECT WRK-HEURES ASSIGN TO 'WRK-EX15-HEURES.tmp'.
           SELECT FIC-HEURES-TRI ASSIGN TO WS-NOM-TRI-HEURES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-HEURES.
           SELECT FIC-RAPPELS ASSIGN TO WS-NOM-FIC-RAPPELS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPELS.
           SELECT WRK-RAPPELS ASSIGN TO 'WRK-EX15-RAPPELS.tmp'.
           SELECT FIC-RAPPELS-TRI ASSIGN TO WS-NOM-TRI-RAPPELS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-RAPPELS.
           SELECT FIC-RAPPELS-NOUV ASSIGN TO WS-NOM-NOUV-RAPPELS
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TYPE-CYCLE ASSIGN TO 'FIC-TYPE-CYCLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CYCLE.
           SELECT FIC-COMMISSIONS ASSIGN TO 'FIC-COMMISSIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMMISSIONS.
           SELECT WRK-COMMISSIONS ASSIGN TO 'WRK-EX15-COMMISSIONS.tmp'.
           SELECT FIC-COMMISSIONS-TRI ASSIGN TO WS-NOM-TRI-COMMISSIONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-COMMISSIONS.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
               FILE STATUS IS WS-STATUT-ETABS.
           SELECT FIC-VIREMENTS-ETAB ASSIGN TO WS-NOM-FIC-VIR-ETAB
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-VIR-ETAB-TRAV ASSIGN TO WS-NOM-TRAV-VIR-ETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VIR-TRAV.
           SELECT FIC-COORDONNEES ASSIGN TO 'FIC-COORDONNEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COORDONNEES.
               ASSIGN TO WS-NOM-FIC-DEM-ACO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEM-ACOMPTES.
           SELECT WRK-DEM-ACOMPTES ASSIGN TO 'WRK-EX15-DEMACO.tmp'.
           SELECT FIC-DEM-ACOMPTES-TRI ASSIGN TO WS-NOM-TRI-DEM-ACO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-DEM-ACO.
           SELECT FIC-DEM-ACOMPTES-NOUV ASSIGN TO WS-NOM-NOUV-DEM-ACO
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-PARAM-ACOMPTES
               ASSIGN TO 'FIC-PARAM-ACOMPTES.dat'
               ORGANIZATION IS SEQUENTIAL
           SELECT FIC-ACOMPTES ASSIGN TO WS-NOM-FIC-ACOMPTES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACOMPTES.
           SELECT WRK-ACOMPTES ASSIGN TO 'WRK-EX15-ACOMPTES.tmp'.
           SELECT FIC-ACOMPTES-TRI ASSIGN TO WS-NOM-TRI-ACOMPTES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-ACOMPTES.
           SELECT FIC-ACOMPTES-NOUV ASSIGN TO WS-NOM-NOUV-ACOMPTES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-SAISIES ASSIGN TO WS-NOM-FIC-SAISIES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SAISIES.
           SELECT WRK-SAISIES ASSIGN TO 'WRK-EX15-SAISIES.tmp'.
           SELECT FIC-SAISIES-TRI ASSIGN TO WS-NOM-TRI-SAISIES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-SAISIES.
           SELECT FIC-SAISIES-NOUV ASSIGN TO WS-NOM-NOUV-SAISIES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-PRETS ASSIGN TO WS-NOM-FIC-PRETS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRETS.
           SELECT WRK-PRETS ASSIGN TO 'WRK-EX15-PRETS.tmp'.
           SELECT FIC-PRETS-TRI ASSIGN TO WS-NOM-TRI-PRETS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-PRETS.
           SELECT FIC-PRETS-NOUV ASSIGN TO WS-NOM-NOUV-PRETS
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-SOLDES-ANTICIPES
               ASSIGN TO WS-NOM-FIC-ANTICIPES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANTICIPES.
           SELECT WRK-ANTICIPES ASSIGN TO 'WRK-EX15-ANTICIPES.tmp'.
           SELECT FIC-ANTICIPES-TRI ASSIGN TO WS-NOM-TRI-ANTICIPES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-ANTICIPES.
           SELECT FIC-ANTICIPES-NOUV ASSIGN TO WS-NOM-NOUV-ANTICIPES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CONTRATS ASSIGN TO 'FIC-CONTRATS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTRATS.
           SELECT WRK-CONTRATS ASSIGN TO 'WRK-EX15-CONTRATS.tmp'.
           SELECT FIC-CONTRATS-TRI ASSIGN TO WS-NOM-TRI-CONTRATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-CONTRATS.
           SELECT FIC-DETTES ASSIGN TO WS-NOM-FIC-DETTES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DETTES.
           SELECT WRK-DETTES ASSIGN TO 'WRK-EX15-DETTES.tmp'.
           SELECT FIC-DETTES-TRI ASSIGN TO WS-NOM-TRI-DETTES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TRI-DETTES.
           SELECT FIC-DETTES-NOUV ASSIGN TO WS-NOM-NOUV-DETTES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CONTROLE-DETTES
               ASSIGN TO WS-NOM-FIC-CTL-DETTES
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CONGES ASSIGN TO WS-NOM-FIC-CONGES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FIC-SMIC ASSIGN TO 'FIC-SMIC.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SMIC.
           SELECT FIC-AUGMENT-SMIC ASSIGN TO WS-NOM-FIC-AUGMENT-SMIC
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-ADHESIONS-PEE ASSIGN TO 'FIC-ADHESIONS-PEE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ADHESIONS.
           SELECT FIC-PARAM-ABONDEMENT
               ASSIGN TO 'FIC-PARAM-ABONDEMENT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-ABD.
           SELECT FIC-EPARGNE-PEE ASSIGN TO WS-NOM-FIC-EPARGNE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-EPARGNE.
           SELECT FIC-REMISE-PEE ASSIGN TO WS-NOM-FIC-REMISE-PEE
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-PRIMES-EXC ASSIGN TO WS-NOM-FIC-PRIMES-EXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRIMES-EXC.
           SELECT FIC-TITRES ASSIGN TO 'FIC-TITRES-RESTAURANT.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TITRES.
           SELECT FIC-AVANTAGES ASSIGN TO 'FIC-AVANTAGES-NATURE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AVANTAGES.
           SELECT FIC-CUMULS-AVANTAGES ASSIGN TO WS-NOM-FIC-CUM-AVN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUM-AVN.
           SELECT FIC-ADHESIONS-MUT
               ASSIGN TO 'FIC-ADHESIONS-MUTUELLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MUTUELLE.
           SELECT FIC-TARIF-MUT ASSIGN TO 'FIC-TARIF-MUTUELLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-TARIF-MUT.
           SELECT FIC-REMISE-MUT ASSIGN TO WS-NOM-FIC-REMISE-MUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-NOTES-FRAIS ASSIGN TO WS-NOM-FIC-NOTES-FRAIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FRAIS.
           SELECT FIC-CUMULS ASSIGN TO WS-NOM-FIC-CUMULS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FIC-HISTO-ABS ASSIGN TO WS-NOM-FIC-HISTO-ABS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-ABS.
           SELECT FIC-HISTO-HSUP ASSIGN TO WS-NOM-FIC-HISTO-HSUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-HSUP.
           SELECT FIC-HISTO-PAIE-RUN ASSIGN TO WS-NOM-FIC-HISTO-RUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-RUN.
           SELECT FIC-HISTO-PAIE ASSIGN TO WS-NOM-FIC-HISTO-PAIE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-PAIE.
           SELECT FIC-AUDIT ASSIGN TO WS-NOM-FIC-AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       01  ENR-REGISTRE       PIC X(80).

      * Extrait de declaration des charges sociales pour les
      * organismes collecteurs, en format fixe ingerable : un
      * enregistrement D par employe et par ligne de cotisation
      * salariale (matricule, brut, base de la ligne, taux, montant,
      * code et organisme de la ligne), une section A par ligne de
      * cotisation, un enregistrement T de total rapproche de la
      * somme des charges de FIC-PAIE-RESULTATS.txt.
       FD  FIC-DECLARATION LABEL RECORDS ARE STANDARD.
       01  ENR-DECLARATION.
           05 DCL-TYPE          PIC X.
           05 DCL-MATRICULE     PIC X(6).
           05 DCL-BRUT          PIC 9(10)V99.
           05 DCL-BASE          PIC 9(10)V99.
           05 DCL-TAUX          PIC 9V9999.
           05 DCL-MONTANT       PIC 9(10)V99.
           05 DCL-CODE          PIC X(4).
           05 DCL-ORGANISME     PIC X(10).

      * Taux de prelevement a la source transmis par l'administration
      * fiscale, par matricule ; l'enregistrement au matricule
      * Releve mensuel des absences (matricule, type, jours) : les
      * jours de type N (absence non remuneree) reduisent le salaire
      * de base au prorata de la duree legale mensuelle avant calcul
      * de la prime et des charges ; les jours de maladie (type M
      * pour un nouvel arret, soumis aux delais de carence, type P
      * pour la prolongation d'un arret du mois precedent, sans
      * nouvelle carence ; jours calendaires) sont retenus en
      * trentiemes puis indemnises par le maintien de salaire et
      * les IJSS subrogees ; les autres types sont portes sur le
      * bulletin a titre d'information.
       FD  FIC-ABSENCES LABEL RECORDS ARE STANDARD.
       01  ENR-ABSENCE           PIC X(9).

      * Les registres par matricule (absences, pointage, rappels,
      * commissions, acomptes, saisies, prets, contrats, dettes) sont
      * tries par matricule au chargement puis lus en parallele du
      * maitre, qui est dans le meme ordre : aucun plafond de lignes
      * en memoire. Le fichier trie porte le detail de
      * l'enregistrement ; un registre reecrit en fin de run est
      * reconstitue au fil du passage dans son fichier .EN-COURS.
       SD  WRK-ABSENCES.
       01  WRK-ENR-ABSENCE.
           05 WRK-ABS-MATRICULE PIC X(6).
           05 FILLER            PIC X(3).

       FD  FIC-ABSENCES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-ABSENCE-TRI.
           05 ABS-MATRICULE     PIC X(6).
           05 ABS-TYPE          PIC X.
              88 ABS-NON-PAYEE   VALUE 'N'.
              88 ABS-MALADIE     VALUE 'M'.
              88 ABS-PROLONGATION VALUE 'P'.
           05 ABS-JOURS         PIC 9(2).

      * Regles de maintien de salaire en maladie de l'accord
      * d'entreprise, revisees sans recompilation : carences CPAM et
      * employeur (jours), anciennete minimale (annees), taux de la
      * premiere et de la seconde periode de maintien, duree de
      * chaque periode (base, plus un pas par tranche de 5 ans
      * d'anciennete au-dela de la premiere annee, plafond), taux
      * des IJSS sur le salaire journalier de base et IJSS maximale
      * par jour. Fichier absent : valeurs de repli de WORKING.
       FD  FIC-PARAM-MALADIE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-MALADIE.
           05 PMA-CARENCE-SS      PIC 9(2).
           05 PMA-CARENCE-EMPLOYEUR PIC 9(2).
           05 PMA-ANCIENNETE-MIN  PIC 9(2).
           05 PMA-TAUX-1          PIC 9V999.
           05 PMA-TAUX-2          PIC 9V999.
           05 PMA-JOURS-BASE      PIC 9(3).
           05 PMA-JOURS-PAS       PIC 9(3).
           05 PMA-JOURS-MAX       PIC 9(3).
           05 PMA-TAUX-IJSS       PIC 9V999.
           05 PMA-IJSS-MAX-JOUR   PIC 9(3)V99.

      * IJSS a recevoir par matricule et periode, relues et
      * reecrites en totalite a chaque paie mensuelle.
       FD  FIC-IJSS LABEL RECORDS ARE STANDARD.
       COPY IJSSREC.

      * Pointage mensuel charge par EX15E-CHARGE-HEURES : les heures
      * supplementaires payees sont celles de la periode en cours
      * dans ce fichier, et non plus EMP-HEURES-SUP du maitre (zero
      * heure pour un employe sans pointage).
       FD  FIC-HEURES LABEL RECORDS ARE STANDARD.
       01  ENR-HEURES            PIC X(17).

       SD  WRK-HEURES.
       01  WRK-ENR-HEURES.
           05 WRK-HRS-MATRICULE PIC X(6).
           05 WRK-HRS-PERIODE   PIC 9(6).
           05 FILLER            PIC X(5).

       FD  FIC-HEURES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-HEURES-TRI.
           05 HRS-MATRICULE     PIC X(6).
           05 HRS-PERIODE       PIC 9(6).
           05 HRS-HEURES        PIC 9(3)V99.
      * le fichier est reecrit avec les seuls rappels non consommes
      * (matricule absent de la paie de ce mois).
       FD  FIC-RAPPELS LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPEL            PIC X(24).

       SD  WRK-RAPPELS.
       01  WRK-ENR-RAPPEL.
           05 WRK-RAP-MATRICULE PIC X(6).
           05 FILLER            PIC X(18).

       FD  FIC-RAPPELS-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPEL-TRI.
           05 RAP-MATRICULE      PIC X(6).
           05 RAP-DATE-CHANGEMENT PIC 9(8).
           05 RAP-MONTANT        PIC 9(8)V99.

       FD  FIC-RAPPELS-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPEL-NOUV       PIC X(24).

      * Type de cycle de paie pilote par l'ordonnanceur : N (ou
      * fichier absent) = cycle mensuel standard, T = 13e mois (un
      * salaire de base en plus, sans heures sup ni prime), E = prime
      * cumuls de ventes : ajoutees au brut de la periode en cours
      * avec leur propre ligne de bulletin.
       FD  FIC-COMMISSIONS LABEL RECORDS ARE STANDARD.
       01  ENR-COMMISSION        PIC X(22).

       SD  WRK-COMMISSIONS.
       01  WRK-ENR-COMMISSION.
           05 WRK-COM-MATRICULE PIC X(6).
           05 WRK-COM-PERIODE   PIC 9(6).
           05 FILLER            PIC X(10).

       FD  FIC-COMMISSIONS-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-COMMISSION-TRI.
           05 COM-MATRICULE     PIC X(6).
           05 COM-PERIODE       PIC 9(6).
           05 COM-MONTANT       PIC 9(8)V99.
       FD  FIC-VIREMENTS-ETAB LABEL RECORDS ARE STANDARD.
       01  ENR-VIREMENT-ETAB  PIC X(92).

      * Virements emis du run avec leur etablissement, relus pour
      * chaque entite du referentiel par les extraits et le registre.
       FD  FIC-VIR-ETAB-TRAV LABEL RECORDS ARE STANDARD.
       01  ENR-VIR-ETAB-TRAV.
           05 VET-ETAB          PIC X(2).
           05 VET-LIGNE         PIC X(92).
           05 VET-NET           PIC 9(8)V99.

      * Coordonnees postales des employes (tenues par
      * EX07H-COORDONNEES) : le bloc d'adresse s'imprime sur chaque
      * bulletin ; un employe sans coordonnees garde un bulletin
      * configurable (FIC-PARAM-ACOMPTES.dat, defaut 30 %) du net
      * attendu calcule par EX15-CALCSAL.
       FD  FIC-DEMANDES-ACOMPTES LABEL RECORDS ARE STANDARD.
       01  ENR-DEMANDE-ACOMPTE   PIC X(22).

       SD  WRK-DEM-ACOMPTES.
       01  WRK-ENR-DEM-ACOMPTE.
           05 WRK-DAC-MATRICULE PIC X(6).
           05 FILLER            PIC X(16).

       FD  FIC-DEM-ACOMPTES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-DEMANDE-ACOMPTE-TRI.
           05 DAC-MATRICULE     PIC X(6).
           05 DAC-DATE          PIC 9(8).
           05 DAC-MONTANT       PIC 9(6)V99.

       FD  FIC-DEM-ACOMPTES-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-DEMANDE-ACOMPTE-NOUV PIC X(22).

       FD  FIC-PARAM-ACOMPTES LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-ACOMPTES.
           05 PAC-PART-MAX      PIC 9V99.
      * suivantes (dans la limite du net du mois) et reecrit en fin
      * de run avec les seuls soldes non apures.
       FD  FIC-ACOMPTES LABEL RECORDS ARE STANDARD.
       01  ENR-ACOMPTE           PIC X(30).

       SD  WRK-ACOMPTES.
       01  WRK-ENR-ACOMPTE.
           05 WRK-ACO-MATRICULE PIC X(6).
           05 FILLER            PIC X(24).

       FD  FIC-ACOMPTES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-ACOMPTE-TRI.
           05 ACO-MATRICULE     PIC X(6).
           05 ACO-DATE          PIC 9(8).
           05 ACO-MONTANT       PIC 9(6)V99.
           05 ACO-SOLDE         PIC 9(6)V99.

       FD  FIC-ACOMPTES-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-ACOMPTE-NOUV      PIC X(30).

      * Saisies sur salaire notifiees par les huissiers (matricule,
      * reference du creancier, montant total du, solde restant,
      * date de notification) : la quotite saisissable du net est
      * solde decroit de periode en periode et le fichier est
      * reecrit en fin de run avec les seules saisies non soldees.
       FD  FIC-SAISIES LABEL RECORDS ARE STANDARD.
       01  ENR-SAISIE            PIC X(46).

       SD  WRK-SAISIES.
       01  WRK-ENR-SAISIE.
           05 WRK-SAI-MATRICULE PIC X(6).
           05 FILLER            PIC X(40).

       FD  FIC-SAISIES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-SAISIE-TRI.
           05 SAI-MATRICULE     PIC X(6).
           05 SAI-REFERENCE     PIC X(12).
           05 SAI-MONTANT-TOTAL PIC 9(8)V99.
           05 SAI-SOLDE         PIC 9(8)V99.
           05 SAI-DATE-DEBUT    PIC 9(8).

       FD  FIC-SAISIES-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-SAISIE-NOUV       PIC X(46).

      * Prets d'entreprise accordes par la RH (matricule, date
      * d'octroi, capital prete, nombre d'echeances, periode de la
      * premiere echeance, montant de l'echeance mensuelle, solde
      * run avec les seuls prets non soldes - meme mecanique que le
      * registre des acomptes.
       FD  FIC-PRETS LABEL RECORDS ARE STANDARD.
       01  ENR-PRET              PIC X(51).

       SD  WRK-PRETS.
       01  WRK-ENR-PRET.
           05 WRK-PRT-MATRICULE PIC X(6).
           05 FILLER            PIC X(45).

       FD  FIC-PRETS-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-PRET-TRI.
           05 PRT-MATRICULE     PIC X(6).
           05 PRT-DATE-OCTROI   PIC 9(8).
           05 PRT-CAPITAL       PIC 9(8)V99.
           05 PRT-ECHEANCE      PIC 9(6)V99.
           05 PRT-SOLDE         PIC 9(8)V99.

       FD  FIC-PRETS-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-PRET-NOUV         PIC X(51).

      * Demandes de remboursement anticipe : l'employe demande a
      * solder son pret en une fois, le solde entier est retenu sur
      * la paie du mois (dans la limite du net, le reliquat repart
      * au registre). Fichier vide apres consommation.
       FD  FIC-SOLDES-ANTICIPES LABEL RECORDS ARE STANDARD.
       01  ENR-SOLDE-ANTICIPE    PIC X(14).

       SD  WRK-ANTICIPES.
       01  WRK-ENR-ANTICIPE.
           05 WRK-ANT-MATRICULE PIC X(6).
           05 FILLER            PIC X(8).

       FD  FIC-ANTICIPES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-SOLDE-ANTICIPE-TRI.
           05 ANT-MATRICULE     PIC X(6).
           05 ANT-DATE          PIC 9(8).

       FD  FIC-ANTICIPES-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-SOLDE-ANTICIPE-NOUV PIC X(14).

      * Conditions contractuelles par matricule (type de contrat
      * CDI/CDD/INT, pourcentage de temps de travail, date de fin
      * pour les contrats a duree determinee) : le salaire de base
      * plein. Les fins de CDD proches sont signalees par
      * EX15K-ALERTES-CDD.
       FD  FIC-CONTRATS LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT           PIC X(20).

       SD  WRK-CONTRATS.
       01  WRK-ENR-CONTRAT.
           05 WRK-CTR-MATRICULE PIC X(6).
           05 FILLER            PIC X(14).

       FD  FIC-CONTRATS-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-CONTRAT-TRI.
           05 CTR-MATRICULE     PIC X(6).
           05 CTR-TYPE          PIC X(3).
           05 CTR-POURCENT      PIC 9(3).
      * service paie (motif libre), et le reecrit en fin de run avec
      * les seuls soldes non apures.
       FD  FIC-DETTES LABEL RECORDS ARE STANDARD.
       01  ENR-DETTE             PIC X(34).

       SD  WRK-DETTES.
       01  WRK-ENR-DETTE.
           05 WRK-DET-MATRICULE PIC X(6).
           05 FILLER            PIC X(28).

       FD  FIC-DETTES-TRI LABEL RECORDS ARE STANDARD.
       01  ENR-DETTE-TRI.
           05 DET-MATRICULE     PIC X(6).
           05 DET-PERIODE-ORIGINE PIC 9(6).
           05 DET-MOTIF         PIC X(12).
           05 DET-SOLDE         PIC 9(8)V99.

       FD  FIC-DETTES-NOUV LABEL RECORDS ARE STANDARD.
       01  ENR-DETTE-NOUV        PIC X(34).

      * Rapport de controle des employes plafonnes : un employe dont
      * les retenues du mois ont ete ecretees pour ne pas rendre le
      * net negatif y figure avec le montant reporte, pour que la
       FD  FIC-CONTROLE-DETTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-DETTE   PIC X(80).

      * Compteur de conges payes par matricule, relu et reecrit en
      * totalite a chaque paie mensuelle.
       FD  FIC-CONGES LABEL RECORDS ARE STANDARD.
       COPY CONGEREC.

      * Minimum legal : taux horaire brut en vigueur a partir de la
      * date d'effet (AAAAMMJJ), une ligne par revalorisation.
       FD  FIC-SMIC LABEL RECORDS ARE STANDARD.
       01  ENR-SMIC.
           05 SMC-DATE-EFFET    PIC 9(8).
           05 SMC-TAUX-HORAIRE  PIC 9(3)V99.

      * Rattrapage au minimum : meme enregistrement que
      * FIC-AUGMENT-INDIV.dat (type M, nouveau salaire du maitre a
      * temps plein, a la date d'effet de la revalorisation).
       FD  FIC-AUGMENT-SMIC LABEL RECORDS ARE STANDARD.
       01  ENR-AUGMENT-SMIC.
           05 AUG-MATRICULE     PIC X(6).
           05 AUG-DATE-EFFET    PIC 9(8).
           05 AUG-TYPE          PIC X.
           05 AUG-SALAIRE-NOUV  PIC 9(6).
           05 AUG-TAUX          PIC 9V999.

      * Adhesions au plan d'epargne d'entreprise : versement mensuel
      * retenu sur le net de la date de debut a la date de fin
      * (AAAAMMJJ, 0 = sans fin), au mois pres.
       FD  FIC-ADHESIONS-PEE LABEL RECORDS ARE STANDARD.
       01  ENR-ADHESION-PEE.
           05 ADP-MATRICULE     PIC X(6).
           05 ADP-MONTANT-MENSUEL PIC 9(5)V99.
           05 ADP-DATE-DEBUT    PIC 9(8).
           05 ADP-DATE-FIN      PIC 9(8).

      * Regle d'abondement : T = tranche (borne haute des versements
      * de l'annee, taux d'abondement sur la tranche), L = plafond
      * legal annuel de l'abondement par salarie. Le code du plan
      * est pris sur la premiere ligne qui le porte.
       FD  FIC-PARAM-ABONDEMENT LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-ABONDEMENT.
           05 PAB-TYPE          PIC X.
              88 PAB-TRANCHE     VALUE 'T'.
              88 PAB-PLAFOND     VALUE 'L'.
           05 PAB-MONTANT       PIC 9(6)V99.
           05 PAB-TAUX          PIC 9V999.
           05 PAB-CODE-PLAN     PIC X(10).

      * Cumuls de l'annee par adherent, relus et reecrits en
      * totalite a chaque paie mensuelle.
       FD  FIC-EPARGNE-PEE LABEL RECORDS ARE STANDARD.
       COPY PEEREC.

       FD  FIC-REMISE-PEE LABEL RECORDS ARE STANDARD.
       01  ENR-REMISE-PEE       PIC X(80).

      * Primes du cycle exceptionnel (E) par matricule : nature B =
      * montant brut, N = net a payer garanti apres cotisations et
      * prelevement a la source, dont EX15-CALCSAL retrouve le brut
      * par calcul inverse, I = interessement verse en especes
      * (EX15Y-INTERESSEMENT), soumis a la seule CSG/CRDS cote
      * salarie et au forfait social cote employeur. Un matricule
      * absent du fichier recoit la
      * prime du cycle (FIC-TYPE-CYCLE.dat). Fichier consomme en fin
      * de run, comme les notes de frais.
       FD  FIC-PRIMES-EXC LABEL RECORDS ARE STANDARD.
       01  ENR-PRIME-EXC.
           05 PEX-MATRICULE     PIC X(6).
           05 PEX-NATURE        PIC X.
              88 PEX-NETTE       VALUE 'N'.
              88 PEX-BRUTE       VALUE 'B'.
           05 PEX-MONTANT       PIC 9(6)V99.

      * Titres-restaurant de la periode, un enregistrement par
      * beneficiaire : la part salariale est retenue sur le net, la
      * part patronale est comptabilisee par EX15D-COMPTA. Fichier
      * recree par chaque commande mensuelle, non consomme : une
      * reprise de la periode retient la meme part.
       FD  FIC-TITRES LABEL RECORDS ARE STANDARD.
       COPY TITREREC.

      * Avantages en nature accordes, tenus par les RH, et leur
      * cumul de l'annee par beneficiaire, relu et reecrit en
      * totalite a chaque paie mensuelle comme l'epargne salariale.
       FD  FIC-AVANTAGES LABEL RECORDS ARE STANDARD.
       COPY AVNREC.

       FD  FIC-CUMULS-AVANTAGES LABEL RECORDS ARE STANDARD.
       COPY AVCREC.

      * Adhesions a la mutuelle d'entreprise, tenues par les RH, et
      * grille de l'assureur : cotisation mensuelle par formule et
      * taux pris en charge par l'employeur. Le code du contrat est
      * pris sur la premiere ligne qui le porte.
       FD  FIC-ADHESIONS-MUT LABEL RECORDS ARE STANDARD.
       COPY MUTREC.

       FD  FIC-TARIF-MUT LABEL RECORDS ARE STANDARD.
       01  ENR-TARIF-MUTUELLE.
           05 TMU-FORMULE       PIC X.
           05 TMU-COTISATION    PIC 9(4)V99.
           05 TMU-TAUX-PATRONAL PIC 9V999.
           05 TMU-CODE-CONTRAT  PIC X(10).

       FD  FIC-REMISE-MUT LABEL RECORDS ARE STANDARD.
       01  ENR-REMISE-MUT       PIC X(80).

      * Notes de frais du mois (matricule, categorie, montant, date
      * de la demande) : les frais rembourses sont non imposables,
      * ils s'ajoutent au net apres charges, impot et retenues sans
       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  FIC-HISTO-ABS LABEL RECORDS ARE STANDARD.
       COPY ABSHREC.

       FD  FIC-HISTO-HSUP LABEL RECORDS ARE STANDARD.
       COPY HSUPREC.

      * Lignes d'historique de paie du run, en chantier jusqu'a la
      * publication des sorties, puis versees a la suite de
      * FIC-HISTO-PAIE.dat.
       FD  FIC-HISTO-PAIE-RUN LABEL RECORDS ARE STANDARD.
       COPY PAIEHREC.

       FD  FIC-HISTO-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-HISTO-PAIE-PUBLIE PIC X(52).

       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

           VALUE 'FIC-DETTES-SALARIES.dat'.
       01 WS-NOM-FIC-NOTES-FRAIS PIC X(52)
           VALUE 'FIC-NOTES-FRAIS.dat'.
       01 WS-NOM-FIC-PRIMES-EXC PIC X(52)
           VALUE 'FIC-PRIMES-EXCEPTION.dat'.
       01 WS-NOM-FIC-CONGES   PIC X(52) VALUE 'FIC-CONGES.dat'.
       01 WS-NOM-FIC-EPARGNE  PIC X(52) VALUE 'FIC-EPARGNE-PEE.dat'.
       01 WS-NOM-FIC-CUM-AVN  PIC X(52)
           VALUE 'FIC-CUMULS-AVANTAGES.dat'.
       01 WS-NOM-FIC-IJSS     PIC X(52)
           VALUE 'FIC-IJSS-A-RECEVOIR.dat'.
       01 WS-NOM-FIC-FRAIS-REJ PIC X(52)
           VALUE 'FIC-FRAIS-REJETES.txt'.
       01 WS-NOM-FIC-DOUBLONS PIC X(52)
           VALUE 'FIC-CONTROLE-DETTES.txt'.
       01 WS-NOM-FIC-AUDIT    PIC X(52)
           VALUE 'FIC-AUDIT-SALAIRES.dat'.
       01 WS-NOM-FIC-HISTO-ABS PIC X(52)
           VALUE 'FIC-HISTO-ABSENCES.dat'.
       01 WS-NOM-FIC-HISTO-HSUP PIC X(52)
           VALUE 'FIC-HISTO-HEURES-SUP.dat'.
       01 WS-NOM-FIC-HISTO-PAIE PIC X(52)
           VALUE 'FIC-HISTO-PAIE.dat'.
       01 WS-NOM-FIC-HISTO-RUN PIC X(52) VALUE SPACES.
       01 WS-NOM-FIC-RUNLOG   PIC X(52) VALUE 'FIC-RUNLOG.dat'.
       01 WS-NOM-FIC-CATALOGUE PIC X(52)
           VALUE 'FIC-CATALOGUE-GENERATIONS.dat'.
       01 WS-MATRICULE-CHERCHE PIC X(6) VALUE SPACES.
       01 WS-MAT-PARTITION    PIC X VALUE 'N'.
          88 MATRICULE-DANS-PARTITION VALUE 'O'.
       01 WS-NB-ANT-LUS       PIC 9(6) VALUE 0.

      * Registres par matricule tries puis lus en parallele du
      * maitre : fichiers tries et registres reconstitues (noms
      * suffixes en partition), cle de l'enregistrement courant de
      * chaque registre (HIGH-VALUES en fin de fichier), dernier
      * matricule du maitre rapproche.
       01 WS-NOM-TRI-ABSENCES PIC X(52)
           VALUE 'TRI-EX15-ABSENCES.tmp'.
       01 WS-NOM-TRI-HEURES   PIC X(52)
           VALUE 'TRI-EX15-HEURES.tmp'.
       01 WS-NOM-TRI-RAPPELS  PIC X(52)
           VALUE 'TRI-EX15-RAPPELS.tmp'.
       01 WS-NOM-TRI-COMMISSIONS PIC X(52)
           VALUE 'TRI-EX15-COMMISSIONS.tmp'.
       01 WS-NOM-TRI-DEM-ACO  PIC X(52)
           VALUE 'TRI-EX15-DEMACO.tmp'.
       01 WS-NOM-TRI-ACOMPTES PIC X(52)
           VALUE 'TRI-EX15-ACOMPTES.tmp'.
       01 WS-NOM-TRI-SAISIES  PIC X(52)
           VALUE 'TRI-EX15-SAISIES.tmp'.
       01 WS-NOM-TRI-PRETS    PIC X(52)
           VALUE 'TRI-EX15-PRETS.tmp'.
       01 WS-NOM-TRI-ANTICIPES PIC X(52)
           VALUE 'TRI-EX15-ANTICIPES.tmp'.
       01 WS-NOM-TRI-CONTRATS PIC X(52)
           VALUE 'TRI-EX15-CONTRATS.tmp'.
       01 WS-NOM-TRI-DETTES   PIC X(52)
           VALUE 'TRI-EX15-DETTES.tmp'.
       01 WS-NOM-TRAV-VIR-ETAB PIC X(52)
           VALUE 'TRI-EX15-VIR-ETAB.tmp'.
       01 WS-NOM-NOUV-RAPPELS PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-DEM-ACO PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-ACOMPTES PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-SAISIES PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-PRETS   PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-ANTICIPES PIC X(52) VALUE SPACES.
       01 WS-NOM-NOUV-DETTES  PIC X(52) VALUE SPACES.
       01 WS-STATUT-TRI-ABSENCES PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-HEURES PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-RAPPELS PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-COMMISSIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-DEM-ACO PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-ACOMPTES PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-SAISIES PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-PRETS PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-ANTICIPES PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-CONTRATS PIC X(2) VALUE '00'.
       01 WS-STATUT-TRI-DETTES PIC X(2) VALUE '00'.
       01 WS-STATUT-VIR-TRAV  PIC X(2) VALUE '00'.
       01 WS-CLE-ABSENCE      PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-POINTAGE     PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-RAPPEL       PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-COMMISSION   PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-DEM-ACOMPTE  PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-ACOMPTE      PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-SAISIE       PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-PRET         PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-ANTICIPE     PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-CONTRAT      PIC X(6) VALUE HIGH-VALUES.
       01 WS-CLE-DETTE        PIC X(6) VALUE HIGH-VALUES.
       01 WS-MATRICULE-PREC   PIC X(6) VALUE LOW-VALUES.
       01 WS-MATRICULE-SYNC   PIC X(6) VALUE LOW-VALUES.

      * Coordonnees chargees en table pour le bloc d'adresse des
      * bulletins.
           VALUE 'FIC-DECLARATION-CHARGES.dat'.
       01 WS-NOM-FIC-REMISE   PIC X(52)
           VALUE 'FIC-REMISE-IMPOT.txt'.
       01 WS-NOM-FIC-REMISE-PEE PIC X(52)
           VALUE 'FIC-REMISE-PEE.txt'.
       01 WS-NOM-FIC-REMISE-MUT PIC X(52)
           VALUE 'FIC-REMISE-MUTUELLE.txt'.
       01 WS-NOM-FIC-AUGMENT-SMIC PIC X(52)
           VALUE 'FIC-AUGMENT-SMIC.dat'.
       01 WS-NOM-FIC-SUSPENDUS PIC X(52)
           VALUE 'FIC-VIREMENTS-SUSPENDUS.txt'.
       01 WS-NOM-FIC-LETTRES  PIC X(52)
       01 WS-TOTAL-BORDEREAU  PIC 9(10)V99 VALUE 0.
       01 WS-BORDEREAU-EDIT   PIC ZZZZZZZZ9.99.

      * Agregat de la declaration de charges par ligne de
      * cotisation (une ligne par code du parametrage COTISREC).
       01 WS-TABLE-DECL-TAUX.
          05 WS-DECL-LIGNE OCCURS 12 TIMES
                  INDEXED BY WS-IDX-DCL.
             10 WS-DCL-CODE    PIC X(4).
             10 WS-DCL-ORGANISME PIC X(10).
             10 WS-DCL-TAUX    PIC 9V9999.
             10 WS-DCL-NB      PIC 9(4).
             10 WS-DCL-BASE    PIC 9(12)V99.
             10 WS-DCL-MONTANT PIC 9(12)V99.
       01 WS-IMPOT-W          PIC 9(8)V99 VALUE 0.
       01 WS-NET-APRES-IMPOT  PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-IMPOT      PIC 9(10)V99 VALUE 0.
      * Assiette du prelevement : net plus CSG non deductible et CRDS.
       01 WS-NET-IMPOSABLE    PIC 9(8)V99 VALUE 0.
      * Absences du mois. La duree legale mensuelle et la duree d'une
      * journee sont les memes valeurs que WS-DUREE-LEGALE-MENS dans
      * EX15-CALCSAL (151.67 h pour 35 h hebdomadaires).
       01 WS-STATUT-ABSENCES  PIC X(2) VALUE '00'.
       01 WS-ABSENCES-CHARGES PIC X VALUE 'N'.
          88 ABSENCES-CHARGES VALUE 'O'.
       01 WS-NB-ABSENCES      PIC 9(6) VALUE 0.
       01 WS-DUREE-LEGALE-MENS PIC 9(3)V99 VALUE 151.67.
       01 WS-HEURES-PAR-JOUR  PIC 9V99 VALUE 7.00.
       01 WS-JOURS-ABSENCE-W  PIC 9(3) VALUE 0.
       01 WS-RETENUE-ABSENCE  PIC 9(8)V99 VALUE 0.
       01 WS-NB-EMP-ABSENTS   PIC 9(4) VALUE 0.

      * Maladie : regles de maintien (valeurs de repli si
      * FIC-PARAM-MALADIE.dat est absent : carence CPAM 3 jours,
      * carence employeur 3 jours, un an d'anciennete, 90 % puis
      * 66,7 % pendant 30 jours chacun plus 10 jours par tranche de
      * 5 ans, 90 jours au plus, IJSS a 50 % du salaire journalier
      * de base dans la limite de 41,47 EUR par jour).
       01 WS-STATUT-PARAM-MAL PIC X(2) VALUE '00'.
       01 WS-PARAM-MALADIE.
          05 WS-MAL-CARENCE-SS    PIC 9(2) VALUE 3.
          05 WS-MAL-CARENCE-EMP   PIC 9(2) VALUE 3.
          05 WS-MAL-ANCIENNETE-MIN PIC 9(2) VALUE 1.
          05 WS-MAL-TAUX-1        PIC 9V999 VALUE 0.900.
          05 WS-MAL-TAUX-2        PIC 9V999 VALUE 0.667.
          05 WS-MAL-JOURS-BASE    PIC 9(3) VALUE 30.
          05 WS-MAL-JOURS-PAS     PIC 9(3) VALUE 10.
          05 WS-MAL-JOURS-MAX     PIC 9(3) VALUE 90.
          05 WS-MAL-TAUX-IJSS     PIC 9V999 VALUE 0.500.
          05 WS-MAL-IJSS-MAX-JOUR PIC 9(3)V99 VALUE 41.47.
       01 WS-JOURS-TRENTIEME  PIC 9(2) VALUE 30.
       01 WS-JOURS-TRIMESTRE  PIC 9(2)V99 VALUE 91.25.
      * Arrets du mois de l'employe courant.
       01 WS-JOURS-MALADIE-W  PIC 9(3) VALUE 0.
       01 WS-JOURS-IJSS-W     PIC 9(3) VALUE 0.
       01 WS-JOURS-MAL-EMP-W  PIC 9(3) VALUE 0.
       01 WS-NB-ARRETS-W      PIC 9(2) VALUE 0.
       01 WS-JOURS-CARENCE-W  PIC 9(3) VALUE 0.
      * Droits a maintien sur 12 mois glissants et maintien du mois.
       01 WS-DROITS-MAINTIEN  PIC 9(3) VALUE 0.
       01 WS-JOURS-CONSOMMES  PIC 9(4) VALUE 0.
       01 WS-RESTE-TAUX-1     PIC 9(4) VALUE 0.
       01 WS-RESTE-TAUX-2     PIC 9(4) VALUE 0.
       01 WS-JOURS-TAUX-1     PIC 9(3) VALUE 0.
       01 WS-JOURS-TAUX-2     PIC 9(3) VALUE 0.
       01 WS-JOURS-IJSS-SUBRO PIC 9(3) VALUE 0.
       01 WS-SALAIRE-JOUR-MAL PIC 9(6)V9999 VALUE 0.
       01 WS-IJSS-JOUR        PIC 9(3)V99 VALUE 0.
       01 WS-RETENUE-MALADIE  PIC 9(8)V99 VALUE 0.
       01 WS-GARANTIE-MALADIE PIC 9(8)V99 VALUE 0.
       01 WS-IJSS-SUBROGEES   PIC 9(8)V99 VALUE 0.
       01 WS-COMPLEMENT-MALADIE PIC 9(8)V99 VALUE 0.
       01 WS-PERIODE-12-MOIS  PIC 9(6) VALUE 0.
       01 WS-TAUX-EDIT-1      PIC ZZ9.9.
       01 WS-TAUX-EDIT-2      PIC ZZ9.9.
       01 WS-NB-EMP-MALADES   PIC 9(4) VALUE 0.
       01 WS-TOTAL-IJSS       PIC 9(10)V99 VALUE 0.
      * Registre des IJSS a recevoir (COPY IJSSREC).
       01 WS-STATUT-IJSS      PIC X(2) VALUE '00'.
       01 WS-TABLE-IJSS.
          05 WS-IJSS-LIGNE OCCURS 5000 TIMES
                  INDEXED BY WS-IDX-IJS.
             10 WS-IJS-MATRICULE   PIC X(6).
             10 WS-IJS-PERIODE     PIC 9(6).
             10 WS-IJS-JOURS-ARRET PIC 9(3).
             10 WS-IJS-JOURS-IJSS  PIC 9(3).
             10 WS-IJS-JOURS-MAINTIEN PIC 9(3).
             10 WS-IJS-MONTANT-ATTENDU PIC 9(8)V99.
             10 WS-IJS-MONTANT-RECU PIC 9(8)V99.
             10 WS-IJS-DATE-CONSTAT PIC 9(8).
             10 WS-IJS-DATE-PAIEMENT PIC 9(8).
             10 WS-IJS-STATUT      PIC X.
       01 WS-NB-IJSS          PIC 9(4) VALUE 0.
       01 WS-MAX-IJSS         PIC 9(4) VALUE 5000.
       01 WS-IDX-IJS-TROUVE   PIC 9(4) VALUE 0.

      * Conges payes : compteur par matricule (meme disposition que
      * ENR-CONGE), jours de type C du mois, indemnite du bulletin
      * courant. L'indemnite retenue est la plus favorable du
      * maintien de salaire et du dixieme du brut de la periode de
      * reference close, rapporte aux jours acquis sur cette
      * periode : l'ecart eventuel est verse en complement au brut.
       01 WS-STATUT-CONGES    PIC X(2) VALUE '00'.
       01 WS-TABLE-CONGES.
          05 WS-CONGE-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CGE.
             10 WS-CGE-MATRICULE PIC X(6).
             10 WS-CGE-ANNEE-REF PIC 9(4).
             10 WS-CGE-ACQUIS-N1 PIC 9(3)V99.
             10 WS-CGE-PRIS-N1   PIC 9(3)V99.
             10 WS-CGE-ACQUIS-N  PIC 9(3)V99.
             10 WS-CGE-BRUT-REF-N1 PIC 9(8)V99.
             10 WS-CGE-BRUT-REF-N  PIC 9(8)V99.
             10 WS-CGE-DERNIERE-PER PIC 9(6).
             10 WS-CGE-PRIS-PER  PIC 9(3)V99.
       01 WS-NB-CONGES        PIC 9(4) VALUE 0.
       01 WS-IDX-CGE-TROUVE   PIC 9(4) VALUE 0.
       01 WS-ACQUIS-MENSUEL   PIC 9V99 VALUE 2.50.
       01 WS-ACQUIS-MAX-ANNUEL PIC 9(2)V99 VALUE 30.00.
       01 WS-JOURS-OUVRES-MOIS PIC 9(2) VALUE 22.
       01 WS-TAUX-DIXIEME     PIC 9V999 VALUE 0.100.
       01 WS-ANNEE-REF-COURANTE PIC 9(4) VALUE 0.
       01 WS-JOURS-CONGES-W   PIC 9(3) VALUE 0.
       01 WS-SOLDE-CONGES-W   PIC 9(3)V99 VALUE 0.
       01 WS-JOURS-CP-IMPUTES PIC 9(3)V99 VALUE 0.
       01 WS-JOURS-HORS-SOLDE-W PIC 9(3)V99 VALUE 0.
       01 WS-RETENUE-HORS-SOLDE PIC 9(8)V99 VALUE 0.
       01 WS-CP-JOURS-EDIT    PIC ZZ9.99.
       01 WS-CP-PRIS-EDIT     PIC ZZ9.99.
       01 WS-CP-SOLDE-EDIT    PIC ZZ9.99.
       01 WS-ACQUIS-MOIS-W    PIC 9(3)V99 VALUE 0.
       01 WS-MAINTIEN-CONGES  PIC 9(8)V99 VALUE 0.
       01 WS-DIXIEME-CONGES   PIC 9(8)V99 VALUE 0.
       01 WS-COMPLEMENT-CONGES PIC 9(8)V99 VALUE 0.
       01 WS-CONGES-DEJA-IMPUTES PIC X VALUE 'N'.
          88 CONGES-DEJA-IMPUTES VALUE 'O'.
       01 WS-NB-EMP-CONGES    PIC 9(4) VALUE 0.
       01 WS-NB-COMPLEMENTS-CP PIC 9(4) VALUE 0.
       01 WS-NB-BASCULES-CP   PIC 9(4) VALUE 0.

      * Anciennete deduite de la date d'embauche a la fin du mois de
      * paie (jour 31 quel que soit le mois : seule la comparaison
      * mois-jour avec l'anniversaire d'embauche compte).
       01 WS-DATE-REF-ANCIENNETE PIC 9(8) VALUE 0.
      * Premier jour de la periode de paie : date de reference du
      * minimum legal et du registre central des parametres.
       01 WS-DATE-DEBUT-PERIODE PIC 9(8) VALUE 0.
       01 WS-LEC-CODE         PIC X(20).
       01 WS-LEC-CLE          PIC X(10).
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.
       01 WS-NB-ANC-SANS-DATE PIC 9(4) VALUE 0.

      * Rappels de salaire a payer ce mois.
       01 WS-STATUT-RAPPELS   PIC X(2) VALUE '00'.
       01 WS-NB-RAPPELS       PIC 9(6) VALUE 0.
       01 WS-RAPPEL-W         PIC 9(8)V99 VALUE 0.
       01 WS-NB-RAPPELS-PAYES PIC 9(4) VALUE 0.

      * Commissions de vente de la periode en cours.
       01 WS-STATUT-COMMISSIONS PIC X(2) VALUE '00'.
       01 WS-NB-COMMISSIONS   PIC 9(6) VALUE 0.
       01 WS-COMMISSION-W     PIC 9(8)V99 VALUE 0.
       01 WS-NB-COMMISSIONS-PAYEES PIC 9(4) VALUE 0.

       01 WS-STATUT-PAR-ACOMPTES PIC X(2) VALUE '00'.
       01 WS-STATUT-ACOMPTES  PIC X(2) VALUE '00'.
       01 WS-PART-MAX-ACOMPTE PIC 9V99 VALUE 0.30.
       01 WS-NB-DEM-ACOMPTES  PIC 9(6) VALUE 0.
       01 WS-NB-ACOMPTES      PIC 9(6) VALUE 0.
      * Acompte accorde ce mois, inscrit au registre reconstitue a
      * la suite des lignes deja en cours du matricule.
       01 WS-ACOMPTE-ACCORDE.
          05 WS-ACA-MATRICULE PIC X(6).
          05 WS-ACA-DATE      PIC 9(8).
          05 WS-ACA-MONTANT   PIC 9(6)V99.
          05 WS-ACA-SOLDE     PIC 9(6)V99.
       01 WS-SOLDE-ACO-W      PIC 9(6)V99 VALUE 0.
       01 WS-RETENUE-ACOMPTE  PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-LIGNE    PIC 9(6)V99 VALUE 0.
       01 WS-PLAFOND-ACOMPTE  PIC 9(8)V99 VALUE 0.
       01 WS-NB-ACO-ACCORDES  PIC 9(5) VALUE 0.
       01 WS-NB-ACO-REFUSES   PIC 9(5) VALUE 0.
       01 WS-NB-ACO-RETENUS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACO-RETENUS PIC 9(10)V99 VALUE 0.

      * Saisies sur salaire : registre des saisies en cours, bareme
      * derniere tranche saisissable en totalite), retenue du
      * bulletin courant.
       01 WS-STATUT-SAISIES   PIC X(2) VALUE '00'.
       01 WS-NB-SAISIES       PIC 9(6) VALUE 0.
       01 WS-BAREME-SAISIE-VALEURS.
          05 FILLER PIC X(12) VALUE '000325000050'.
          05 FILLER PIC X(12) VALUE '000640000100'.
       01 WS-RETENUE-SAI-LIGNE PIC 9(8)V99 VALUE 0.
       01 WS-REFERENCE-SAISIE PIC X(12) VALUE SPACES.
       01 WS-SOLDE-SAISIE-W   PIC 9(8)V99 VALUE 0.
       01 WS-NB-SAI-RETENUES  PIC 9(5) VALUE 0.
       01 WS-NB-SAI-SOLDEES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-SAISIES    PIC 9(10)V99 VALUE 0.

      * Prets d'entreprise : registre des prets en cours, demandes
      * courant.
       01 WS-STATUT-PRETS     PIC X(2) VALUE '00'.
       01 WS-STATUT-ANTICIPES PIC X(2) VALUE '00'.
       01 WS-NB-PRETS         PIC 9(6) VALUE 0.
       01 WS-PRET-ANTICIPE    PIC X VALUE 'N'.
          88 PRET-ANTICIPE    VALUE 'O'.
       01 WS-RETENUE-PRET     PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-PRT-LIGNE PIC 9(8)V99 VALUE 0.
       01 WS-SOLDE-PRET-W     PIC 9(8)V99 VALUE 0.
       01 WS-NB-PRT-RETENUS   PIC 9(5) VALUE 0.
       01 WS-NB-PRT-SOLDES    PIC 9(5) VALUE 0.
       01 WS-NB-ANTICIPES     PIC 9(5) VALUE 0.
       01 WS-TOTAL-PRETS      PIC 9(10)V99 VALUE 0.

      * Contrats : referentiel des conditions contractuelles,
       01 WS-STATUT-CONTRATS  PIC X(2) VALUE '00'.
       01 WS-CONTRATS-CHARGES PIC X VALUE 'N'.
          88 CONTRATS-CHARGES VALUE 'O'.
       01 WS-NB-CONTRATS      PIC 9(6) VALUE 0.
       01 WS-TYPE-CONTRAT-W   PIC X(3) VALUE 'CDI'.
       01 WS-POURCENT-W       PIC 9(3) VALUE 100.
       01 WS-NB-TEMPS-PARTIELS PIC 9(4) VALUE 0.
      * Minimum legal par date d'effet (repli : revalorisations de
      * 2024) et valeur en vigueur au premier jour de la periode.
       01 WS-STATUT-SMIC      PIC X(2) VALUE '00'.
       01 WS-DEF-SMIC.
          05 FILLER PIC X(13) VALUE '2024010101165'.
          05 FILLER PIC X(13) VALUE '2024110101188'.
          05 FILLER PIC X(234) VALUE ALL '0'.
       01 WS-TABLE-SMIC REDEFINES WS-DEF-SMIC.
          05 WS-SMC-LIGNE OCCURS 20 TIMES
                  INDEXED BY WS-IDX-SMC.
             10 WS-SMC-DATE-EFFET PIC 9(8).
             10 WS-SMC-TAUX       PIC 9(3)V99.
       01 WS-NB-SMIC          PIC 9(2) VALUE 2.
       01 WS-SMIC-DATE-EFFET  PIC 9(8) VALUE 0.
       01 WS-SMIC-TAUX        PIC 9(3)V99 VALUE 0.
       01 WS-SMIC-MENSUEL     PIC 9(6)V99 VALUE 0.
       01 WS-SMIC-SALAIRE-CIBLE PIC 9(6) VALUE 0.
       01 WS-SMIC-HEURES-W    PIC 9(3)V99 VALUE 0.
       01 WS-SMIC-TAUX-PAYE-W PIC 9(3)V99 VALUE 0.
       01 WS-NB-SOUS-SMIC     PIC 9(4) VALUE 0.

      * Dettes reportees : registre des dettes en cours, plafond du
      * net (retenues ecretees) et montant reporte de l'employe en
      * cours, compte des employes plafonnes du mois pour le
      * rapport de controle.
       01 WS-STATUT-DETTES    PIC X(2) VALUE '00'.
       01 WS-NB-DETTES        PIC 9(6) VALUE 0.
       01 WS-RETENUE-DETTE    PIC 9(8)V99 VALUE 0.
       01 WS-RETENUE-DET-LIGNE PIC 9(8)V99 VALUE 0.
       01 WS-MOTIF-DETTE-W    PIC X(12) VALUE SPACES.
       01 WS-NET-PLAFONNE     PIC X VALUE 'N'.
          88 NET-PLAFONNE     VALUE 'O'.
       01 WS-REPORTE-W        PIC 9(8)V99 VALUE 0.
       01 WS-NB-DET-RETENUES  PIC 9(5) VALUE 0.
       01 WS-NB-DET-SOLDEES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-DETTES     PIC 9(10)V99 VALUE 0.
       01 WS-NB-PLAFONNES     PIC 9(5) VALUE 0.
       01 WS-TOTAL-REPORTE    PIC 9(10)V99 VALUE 0.

      * Notes de frais : plafonds par categorie, notes acceptees du
             10 WS-NDF-CATEGORIE PIC X(4).
             10 WS-NDF-MONTANT   PIC 9(6)V99.
       01 WS-NB-FRAIS         PIC 9(3) VALUE 0.
      * Primes exceptionnelles par matricule (cycle E).
       01 WS-STATUT-PRIMES-EXC PIC X(2) VALUE '00'.
       01 WS-TABLE-PRIMES-EXC.
          05 WS-PEX-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-PEX.
             10 WS-PEX-MATRICULE PIC X(6).
             10 WS-PEX-NATURE    PIC X.
             10 WS-PEX-MONTANT   PIC 9(6)V99.
       01 WS-NB-PRIMES-EXC    PIC 9(4) VALUE 0.
       01 WS-IDX-PEX-TROUVE   PIC 9(4) VALUE 0.
       01 WS-NB-PRIMES-NETTES PIC 9(4) VALUE 0.
      * Interessement en especes : cotisations salariales reduites
      * a la CSG/CRDS, forfait social a la charge de l'employeur.
       01 WS-PRIME-INTERESSEMENT PIC X VALUE 'N'.
          88 PRIME-INTERESSEMENT VALUE 'O'.
       01 WS-TAUX-FORFAIT-SOCIAL PIC 9V999 VALUE 0.200.
       01 WS-NB-INTERESSEMENTS PIC 9(4) VALUE 0.
       01 WS-TOTAL-INTERESSEMENT PIC 9(10)V99 VALUE 0.
       01 WS-STATUT-HISTO-ABS PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-HSUP PIC X(2) VALUE '00'.
      * Historique de paie par element : elements du brut que
      * EX15-CALCSAL ne rend pas separement, ligne en cours et
      * compte des lignes versees a la publication.
       01 WS-STATUT-HISTO-RUN PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-PAIE PIC X(2) VALUE '00'.
       01 WS-BASE-HISTO-W     PIC 9(8)V99 VALUE 0.
       01 WS-RETENUES-HISTO-W PIC 9(8)V99 VALUE 0.
       01 WS-HEURES-SUP-HISTO-W PIC 9(8)V99 VALUE 0.
       01 WS-ELEMENT-HISTO    PIC X(8) VALUE SPACES.
       01 WS-NATURE-HISTO     PIC X VALUE SPACE.
       01 WS-MONTANT-HISTO    PIC 9(8)V99 VALUE 0.
       01 WS-NB-LIGNES-HISTO  PIC 9(7) VALUE 0.
      * Titres-restaurant de la periode (part salariale).
       01 WS-STATUT-TITRES    PIC X(2) VALUE '00'.
       01 WS-TABLE-TITRES.
          05 WS-TTR-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-TTR.
             10 WS-TTR-MATRICULE PIC X(6).
             10 WS-TTR-NB-TITRES PIC 9(3).
             10 WS-TTR-PART-SALARIALE PIC 9(6)V99.
       01 WS-NB-TITRES        PIC 9(4) VALUE 0.
       01 WS-NB-TITRES-W      PIC 9(3) VALUE 0.
       01 WS-RETENUE-TITRES   PIC 9(8)V99 VALUE 0.
       01 WS-NB-TTR-RETENUS   PIC 9(4) VALUE 0.
       01 WS-TOTAL-TITRES     PIC 9(10)V99 VALUE 0.
      * Avantages en nature : declarations, valeur du mois de chaque
      * avantage du salarie en cours, cumuls de l'annee.
       01 WS-STATUT-AVANTAGES PIC X(2) VALUE '00'.
       01 WS-TABLE-AVANTAGES.
          05 WS-AVN-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-AVN.
             10 WS-AVN-MATRICULE PIC X(6).
             10 WS-AVN-TYPE      PIC X(4).
             10 WS-AVN-METHODE   PIC X.
             10 WS-AVN-MONTANT   PIC 9(7)V99.
             10 WS-AVN-TAUX      PIC 9V9999.
             10 WS-AVN-DEBUT     PIC 9(6).
             10 WS-AVN-FIN       PIC 9(6).
             10 WS-AVN-VALEUR-W  PIC 9(6)V99.
       01 WS-NB-AVANTAGES     PIC 9(4) VALUE 0.
       01 WS-AVANTAGES-W      PIC 9(6)V99 VALUE 0.
       01 WS-AVANTAGES-DEDUITS PIC 9(6)V99 VALUE 0.
       01 WS-LIBELLE-AVN-W    PIC X(10) VALUE SPACES.
       01 WS-STATUT-CUM-AVN   PIC X(2) VALUE '00'.
       01 WS-TABLE-CUM-AVN.
          05 WS-AVC-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-AVC.
             10 WS-AVC-MATRICULE PIC X(6).
             10 WS-AVC-ANNEE     PIC 9(4).
             10 WS-AVC-MONTANT-ANNEE PIC 9(7)V99.
             10 WS-AVC-DERNIERE-PER PIC 9(6).
             10 WS-AVC-MONTANT-PERIODE PIC 9(6)V99.
       01 WS-NB-CUM-AVN       PIC 9(4) VALUE 0.
       01 WS-IDX-AVC-TROUVE   PIC 9(4) VALUE 0.
       01 WS-NB-AVN-APPLIQUES PIC 9(4) VALUE 0.
       01 WS-TOTAL-AVANTAGES  PIC 9(10)V99 VALUE 0.
       01 WS-STATUT-MUTUELLE  PIC X(2) VALUE '00'.
       01 WS-TABLE-MUTUELLE.
          05 WS-MUT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-MUT.
             10 WS-MUT-MATRICULE PIC X(6).
             10 WS-MUT-FORMULE   PIC X.
             10 WS-MUT-AYANTS    PIC 9(2).
             10 WS-MUT-PER-ADHESION PIC 9(6).
             10 WS-MUT-DISPENSE  PIC X(2).
             10 WS-MUT-FIN-DISPENSE PIC 9(8).
       01 WS-NB-MUTUELLE      PIC 9(4) VALUE 0.
       01 WS-STATUT-TARIF-MUT PIC X(2) VALUE '00'.
      * Grille de repli : formule, cotisation mensuelle, taux de
      * prise en charge employeur.
       01 WS-DEF-TARIF-MUT.
          05 FILLER PIC X(11) VALUE 'I0060000500'.
          05 FILLER PIC X(11) VALUE 'C0110000500'.
          05 FILLER PIC X(11) VALUE 'F0150000500'.
       01 WS-TABLE-TARIF-MUT REDEFINES WS-DEF-TARIF-MUT.
          05 WS-TMU-LIGNE OCCURS 3 TIMES
                  INDEXED BY WS-IDX-TMU.
             10 WS-TMU-FORMULE   PIC X.
             10 WS-TMU-COTISATION PIC 9(4)V99.
             10 WS-TMU-TAUX-PATRONAL PIC 9V999.
       01 WS-CODE-CONTRAT-MUT PIC X(10) VALUE 'MUT-MAINF'.
       01 WS-MUT-FORMULE-W    PIC X VALUE SPACE.
       01 WS-MUT-AYANTS-W     PIC 9(2) VALUE 0.
       01 WS-MUT-DISPENSE-W   PIC X(2) VALUE SPACES.
       01 WS-MUT-STATUT-W     PIC X VALUE SPACE.
          88 MUT-ADHESION-VOLONTAIRE VALUE 'A'.
          88 MUT-AFFILIE-OFFICE VALUE 'O'.
       01 WS-MUT-COTISATION-W PIC 9(4)V99 VALUE 0.
       01 WS-MUT-PART-SAL     PIC 9(4)V99 VALUE 0.
       01 WS-MUT-PART-PAT     PIC 9(4)V99 VALUE 0.
       01 WS-RETENUE-MUTUELLE PIC 9(4)V99 VALUE 0.
       01 WS-NB-MUT-ADHERENTS PIC 9(4) VALUE 0.
       01 WS-NB-MUT-DISPENSES PIC 9(4) VALUE 0.
       01 WS-NB-MUT-OFFICE    PIC 9(4) VALUE 0.
       01 WS-TOTAL-MUT-SAL    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-MUT-PAT    PIC 9(9)V99 VALUE 0.
      * Bordereau de l'organisme assureur : enregistrements de 80
      * caracteres, montants en numerique fixe, comme la remise du
      * plan d'epargne.
       01 WS-RMU-ENTETE.
          05 RMU-TYPE-E       PIC X VALUE 'E'.
          05 RMU-CODE-CONTRAT PIC X(10).
          05 RMU-PERIODE      PIC 9(6).
          05 RMU-DATE         PIC 9(8).
          05 RMU-RAISON-SOCIALE PIC X(30) VALUE 'MAINFREEM S.A.'.
          05 FILLER           PIC X(25) VALUE SPACES.
       01 WS-RMU-DETAIL.
          05 RMD-TYPE-D       PIC X VALUE 'D'.
          05 RMD-MATRICULE    PIC X(6).
          05 RMD-NOM          PIC X(20).
          05 RMD-PRENOM       PIC X(15).
          05 RMD-FORMULE      PIC X.
          05 RMD-AYANTS       PIC 9(2).
          05 RMD-STATUT       PIC X.
          05 RMD-COTISATION   PIC 9(4)V99.
          05 RMD-PART-SAL     PIC 9(4)V99.
          05 RMD-PART-PAT     PIC 9(4)V99.
          05 FILLER           PIC X(16) VALUE SPACES.
       01 WS-RMU-FIN.
          05 RMF-TYPE-F       PIC X VALUE 'F'.
          05 RMF-NB-LIGNES    PIC 9(6).
          05 RMF-PART-SAL     PIC 9(9)V99.
          05 RMF-PART-PAT     PIC 9(9)V99.
          05 FILLER           PIC X(51) VALUE SPACES.
      * Plan d'epargne d'entreprise : adhesions, regle d'abondement
      * (repli : 100 % jusqu'a 500 EUR verses dans l'annee, 50 % de
      * 500 a 1500 EUR, plafond legal de 8 % du PASS) et cumuls de
      * l'annee par adherent.
       01 WS-STATUT-ADHESIONS PIC X(2) VALUE '00'.
       01 WS-TABLE-ADHESIONS.
          05 WS-ADP-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-ADP.
             10 WS-ADP-MATRICULE PIC X(6).
             10 WS-ADP-MONTANT   PIC 9(5)V99.
             10 WS-ADP-PER-DEBUT PIC 9(6).
             10 WS-ADP-PER-FIN   PIC 9(6).
       01 WS-NB-ADHESIONS     PIC 9(4) VALUE 0.
       01 WS-STATUT-PARAM-ABD PIC X(2) VALUE '00'.
       01 WS-DEF-TRANCHES-ABD.
          05 FILLER PIC X(12) VALUE '000500001000'.
          05 FILLER PIC X(12) VALUE '001500000500'.
          05 FILLER PIC X(36) VALUE ALL '0'.
       01 WS-TABLE-TRANCHES-ABD REDEFINES WS-DEF-TRANCHES-ABD.
          05 WS-ABD-LIGNE OCCURS 5 TIMES
                  INDEXED BY WS-IDX-ABD.
             10 WS-ABD-BORNE     PIC 9(6)V99.
             10 WS-ABD-TAUX      PIC 9V999.
       01 WS-NB-TRANCHES-ABD  PIC 9 VALUE 2.
       01 WS-NB-TRANCHES-LUES PIC 9 VALUE 0.
       01 WS-PLAFOND-ABONDEMENT PIC 9(6)V99 VALUE 3844.80.
       01 WS-CODE-PLAN-PEE    PIC X(10) VALUE 'PEE-MAINF'.
       01 WS-STATUT-EPARGNE   PIC X(2) VALUE '00'.
       01 WS-TABLE-EPARGNE.
          05 WS-PEC-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-PEC.
             10 WS-PEC-MATRICULE PIC X(6).
             10 WS-PEC-ANNEE     PIC 9(4).
             10 WS-PEC-VERSE-ANNEE PIC 9(6)V99.
             10 WS-PEC-ABONDE-ANNEE PIC 9(6)V99.
             10 WS-PEC-DERNIERE-PER PIC 9(6).
             10 WS-PEC-VERSE-PERIODE PIC 9(5)V99.
             10 WS-PEC-ABONDE-PERIODE PIC 9(5)V99.
       01 WS-NB-EPARGNE       PIC 9(4) VALUE 0.
       01 WS-IDX-PEC-TROUVE   PIC 9(4) VALUE 0.
       01 WS-MONTANT-PEE-W    PIC 9(5)V99 VALUE 0.
       01 WS-VERSEMENT-PEE    PIC 9(5)V99 VALUE 0.
       01 WS-ABONDEMENT-PEE   PIC 9(5)V99 VALUE 0.
       01 WS-VERSE-CUMUL-W    PIC 9(6)V99 VALUE 0.
       01 WS-ABONDEMENT-CIBLE PIC 9(6)V99 VALUE 0.
       01 WS-BORNE-PREC-W     PIC 9(6)V99 VALUE 0.
       01 WS-NB-VERSEMENTS-PEE PIC 9(4) VALUE 0.
       01 WS-NB-PEE-ECRETES   PIC 9(4) VALUE 0.
       01 WS-TOTAL-PEE        PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-ABONDEMENT PIC 9(10)V99 VALUE 0.
      * Format d'echange du teneur de comptes : enregistrements de
      * 80 caracteres, montants en numerique fixe.
       01 WS-RPE-ENTETE.
          05 RPE-TYPE-E       PIC X VALUE 'E'.
          05 RPE-CODE-PLAN    PIC X(10).
          05 RPE-PERIODE      PIC 9(6).
          05 RPE-DATE         PIC 9(8).
          05 RPE-RAISON-SOCIALE PIC X(30) VALUE 'MAINFREEM S.A.'.
          05 FILLER           PIC X(25) VALUE SPACES.
       01 WS-RPE-DETAIL.
          05 RPD-TYPE-D       PIC X VALUE 'D'.
          05 RPD-MATRICULE    PIC X(6).
          05 RPD-NOM          PIC X(20).
          05 RPD-PRENOM       PIC X(15).
          05 RPD-VERSEMENT    PIC 9(5)V99.
          05 RPD-ABONDEMENT   PIC 9(5)V99.
          05 RPD-VERSE-ANNEE  PIC 9(6)V99.
          05 RPD-ABONDE-ANNEE PIC 9(6)V99.
          05 FILLER           PIC X(8) VALUE SPACES.
       01 WS-RPE-FIN.
          05 RPF-TYPE-F       PIC X VALUE 'F'.
          05 RPF-NB-LIGNES    PIC 9(6).
          05 RPF-VERSEMENTS   PIC 9(9)V99.
          05 RPF-ABONDEMENT   PIC 9(9)V99.
          05 FILLER           PIC X(51) VALUE SPACES.
       01 WS-PLAFOND-FRAIS-W  PIC 9(6)V99 VALUE 0.
       01 WS-PLAFOND-CONNU    PIC X VALUE 'N'.
          88 PLAFOND-CONNU    VALUE 'O'.
       01 WS-STATUT-HEURES    PIC X(2) VALUE '00'.
       01 WS-POINTAGE-CHARGE  PIC X VALUE 'N'.
          88 POINTAGE-CHARGE  VALUE 'O'.
       01 WS-NB-POINTAGES     PIC 9(6) VALUE 0.
       01 WS-PERIODE-POINTAGE PIC 9(6) VALUE 0.
       01 WS-NB-HORS-PERIODE  PIC 9(6) VALUE 0.

       01 WS-TABLE-REMISES.
          05 WS-REMISE-LIGNE OCCURS 20 TIMES
          05 PAI-PLAFOND-SS PIC 9(6)V99.
          05 PAI-TAUX-PATRONAL-TA PIC 9V999.
          05 PAI-TAUX-PATRONAL-TB PIC 9V999.
          05 PAI-MODE-CALCUL PIC X VALUE SPACE.
          05 PAI-NET-CIBLE  PIC 9(8)V99 VALUE 0.
          05 PAI-TAUX-IMPOT PIC 9V999 VALUE 0.
          05 PAI-ECART-NET  PIC S9(6)V99 VALUE 0.

      * Detail des cotisations salariales du bulletin courant, rendu
      * par EX15-CALCSAL et recalcule par EX15-COTISATIONS apres un
      * ajout au brut.
       COPY COTISREC.
       01 WS-COT-BASE-EDIT    PIC ZZZZZZZ9.99.
       01 WS-COT-TAUX-EDIT    PIC 9.9999.
       01 WS-COT-MONTANT-EDIT PIC ZZZZZZZ9.99.

       01 WS-LIGNE-PAIE.
          05 LPA-MATRICULE  PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VIR-DATE-VALEUR PIC 9(8).

      * Etablissements : referentiel relu a la demande (premier
      * etablissement garde pour les orphelins, dernier code trouve
      * garde pour les employes suivants du meme etablissement),
      * etablissement de l'employe en cours, virements du run
      * ventiles par etablissement dans un fichier de travail et
      * totaux par etablissement pour le registre.
       01 WS-STATUT-ETABS     PIC X(2) VALUE '00'.
       01 WS-NOM-FIC-VIR-ETAB PIC X(52) VALUE SPACES.
       01 WS-NB-ETABS         PIC 9(6) VALUE 0.
       01 WS-ETB-PREMIER-CODE PIC X(2) VALUE SPACES.
       01 WS-ETB-PREMIER-NOM  PIC X(30) VALUE SPACES.
       01 WS-ETB-CACHE-CODE   PIC X(2) VALUE HIGH-VALUES.
       01 WS-ETB-CACHE-NOM    PIC X(30) VALUE SPACES.
       01 WS-ETAB-CONNU       PIC X VALUE 'N'.
          88 ETAB-CONNU       VALUE 'O'.
       01 WS-ETABLISSEMENT-W  PIC X(2) VALUE '01'.
       01 WS-NB-ETAB-ORPHELINS PIC 9(4) VALUE 0.
       01 WS-NOM-ETAB-W       PIC X(30) VALUE 'MAINFREEM S.A.'.

       01 WS-FIN-VIR-TRAV     PIC X VALUE 'N'.
          88 VIR-TRAV-TERMINE VALUE 'O'.
       01 WS-TOTAL-ETAB       PIC 9(10)V99 VALUE 0.
       01 WS-NB-VIR-UN-ETAB   PIC 9(6) VALUE 0.

       01 WS-LIGNE-VIREMENT-SUSPENDU.
          05 VSU-MATRICULE   PIC X(6).
           PERFORM CHARGER-TYPE-CYCLE.
           PERFORM LIRE-PARAM-PARTITION.
           PERFORM PREPARER-NOMS-STAGING.
           PERFORM PREPARER-NOMS-REGISTRES.
           PERFORM LIRE-PARAM-PERIODE.
           COMPUTE WS-DATE-REF-ANCIENNETE = WS-PERIODE-PARAM * 100 + 31.
           COMPUTE WS-DATE-DEBUT-PERIODE = WS-PERIODE-PARAM * 100 + 1.
           PERFORM CONTROLER-PERIODE.

           PERFORM CALCULER-DATE-VALEUR.
           PERFORM DETECTER-DOUBLONS.
           PERFORM CHARGER-TAUX-IMPOT.
           PERFORM CHARGER-ABSENCES.
           PERFORM CHARGER-PARAM-MALADIE.
           PERFORM CHARGER-IJSS.
           PERFORM CHARGER-CONGES.
           PERFORM CHARGER-POINTAGES.
           PERFORM CHARGER-RAPPELS.
           PERFORM CHARGER-COMMISSIONS.
           PERFORM CHARGER-ETABLISSEMENTS.
           PERFORM CHARGER-CONTRATS.
           PERFORM CHARGER-SMIC.
           PERFORM CHARGER-MODES-PAIEMENT.
           PERFORM CHARGER-COORDONNEES.
           PERFORM CHARGER-ACOMPTES.
           PERFORM CHARGER-PRETS.
           PERFORM CHARGER-DETTES.
           PERFORM CHARGER-NOTES-FRAIS.
           PERFORM CHARGER-PRIMES-EXCEPTION.
           PERFORM CHARGER-TITRES-RESTAURANT.
           PERFORM CHARGER-PARAM-ABONDEMENT.
           PERFORM CHARGER-ADHESIONS-PEE.
           PERFORM CHARGER-EPARGNE-PEE.
           PERFORM CHARGER-AVANTAGES-NATURE.
           PERFORM CHARGER-CUMULS-AVANTAGES.
           PERFORM CHARGER-TARIF-MUTUELLE.
           PERFORM CHARGER-ADHESIONS-MUTUELLE.
           PERFORM CHARGER-DEPARTEMENTS.
           PERFORM CHARGER-CUMULS.
           PERFORM OUVERTURE-FICHIERS.
           PERFORM LECTURE-PREMIERE.
           PERFORM TRAITEMENT-EMPLOYE UNTIL FIC-TERMINE.
           PERFORM VERIFIER-ENTETE-FIN.
           PERFORM TERMINER-REGISTRES.
           PERFORM SAUVEGARDER-CUMULS.
           PERFORM REECRIRE-RAPPELS.
           PERFORM SAUVEGARDER-ACOMPTES.
           PERFORM SAUVEGARDER-SAISIES.
           PERFORM SAUVEGARDER-PRETS.
           PERFORM SAUVEGARDER-DETTES.
           PERFORM SAUVEGARDER-CONGES.
           PERFORM SAUVEGARDER-IJSS.
           PERFORM SAUVEGARDER-EPARGNE-PEE.
           PERFORM SAUVEGARDER-CUMULS-AVANTAGES.
           PERFORM VIDER-NOTES-FRAIS.
           PERFORM VIDER-PRIMES-EXCEPTION.
           PERFORM ECRIRE-VIREMENTS-ETABLISSEMENTS.
           PERFORM ECRIRE-REGISTRE-PAIE.
           PERFORM ECRIRE-DECLARATION-AGREGATS.
           PERFORM ECRIRE-REMISE-IMPOT.
           PERFORM ECRIRE-RAPPORT-ORPHELINS.
           PERFORM ECRIRE-CONTROLE-DETTES.
           PERFORM SUPPRIMER-FICHIERS-TRAVAIL.
           PERFORM FERMETURE-FICHIERS.
           PERFORM AFFICHER-BILAN.
           PERFORM PUBLIER-SORTIES.
           STRING 'FIC-DETTES-SALARIES' WS-SUFFIXE-PARTITION
                  '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-DETTES.
      * Fichiers tries et de travail propres au slot.
           MOVE SPACES TO WS-NOM-TRI-ABSENCES.
           STRING 'TRI-EX15-ABSENCES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-ABSENCES.
           MOVE SPACES TO WS-NOM-TRI-HEURES.
           STRING 'TRI-EX15-HEURES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-HEURES.
           MOVE SPACES TO WS-NOM-TRI-RAPPELS.
           STRING 'TRI-EX15-RAPPELS' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-RAPPELS.
           MOVE SPACES TO WS-NOM-TRI-COMMISSIONS.
           STRING 'TRI-EX15-COMMISSIONS' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-COMMISSIONS.
           MOVE SPACES TO WS-NOM-TRI-DEM-ACO.
           STRING 'TRI-EX15-DEMACO' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-DEM-ACO.
           MOVE SPACES TO WS-NOM-TRI-ACOMPTES.
           STRING 'TRI-EX15-ACOMPTES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-ACOMPTES.
           MOVE SPACES TO WS-NOM-TRI-SAISIES.
           STRING 'TRI-EX15-SAISIES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-SAISIES.
           MOVE SPACES TO WS-NOM-TRI-PRETS.
           STRING 'TRI-EX15-PRETS' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-PRETS.
           MOVE SPACES TO WS-NOM-TRI-ANTICIPES.
           STRING 'TRI-EX15-ANTICIPES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-ANTICIPES.
           MOVE SPACES TO WS-NOM-TRI-CONTRATS.
           STRING 'TRI-EX15-CONTRATS' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-CONTRATS.
           MOVE SPACES TO WS-NOM-TRI-DETTES.
           STRING 'TRI-EX15-DETTES' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRI-DETTES.
           MOVE SPACES TO WS-NOM-TRAV-VIR-ETAB.
           STRING 'TRI-EX15-VIR-ETAB' WS-SUFFIXE-PARTITION '.tmp'
               DELIMITED SIZE INTO WS-NOM-TRAV-VIR-ETAB.
           MOVE SPACES TO WS-NOM-FIC-NOTES-FRAIS.
           STRING 'FIC-NOTES-FRAIS' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-NOTES-FRAIS.
           MOVE SPACES TO WS-NOM-FIC-PRIMES-EXC.
           STRING 'FIC-PRIMES-EXCEPTION' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-PRIMES-EXC.
           MOVE SPACES TO WS-NOM-FIC-CONGES.
           STRING 'FIC-CONGES' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-CONGES.
           MOVE SPACES TO WS-NOM-FIC-EPARGNE.
           STRING 'FIC-EPARGNE-PEE' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-EPARGNE.
           MOVE SPACES TO WS-NOM-FIC-CUM-AVN.
           STRING 'FIC-CUMULS-AVANTAGES' WS-SUFFIXE-PARTITION
                  '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-CUM-AVN.
           MOVE SPACES TO WS-NOM-FIC-IJSS.
           STRING 'FIC-IJSS-A-RECEVOIR' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-IJSS.
           MOVE SPACES TO WS-NOM-FIC-FRAIS-REJ.
           STRING 'FIC-FRAIS-REJETES' WS-SUFFIXE-PARTITION '.txt'
               DELIMITED SIZE INTO WS-NOM-FIC-FRAIS-REJ.
           MOVE SPACES TO WS-NOM-FIC-AUDIT.
           STRING 'FIC-AUDIT-SALAIRES' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-AUDIT.
           MOVE SPACES TO WS-NOM-FIC-HISTO-ABS.
           STRING 'FIC-HISTO-ABSENCES' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-HISTO-ABS.
           MOVE SPACES TO WS-NOM-FIC-HISTO-HSUP.
           STRING 'FIC-HISTO-HEURES-SUP' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-HISTO-HSUP.
           MOVE SPACES TO WS-NOM-FIC-HISTO-PAIE.
           STRING 'FIC-HISTO-PAIE' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-HISTO-PAIE.
           MOVE SPACES TO WS-NOM-FIC-RUNLOG.
           STRING 'FIC-RUNLOG' WS-SUFFIXE-PARTITION '.dat'
               DELIMITED SIZE INTO WS-NOM-FIC-RUNLOG.
           MOVE WS-NOM-FIC-REMISE TO WS-NOM-FINAL-W.
           PERFORM SUFFIXER-PARTITION.
           MOVE WS-NOM-FINAL-W TO WS-NOM-FIC-REMISE.
           MOVE WS-NOM-FIC-REMISE-PEE TO WS-NOM-FINAL-W.
           PERFORM SUFFIXER-PARTITION.
           MOVE WS-NOM-FINAL-W TO WS-NOM-FIC-REMISE-PEE.
           MOVE WS-NOM-FIC-REMISE-MUT TO WS-NOM-FINAL-W.
           PERFORM SUFFIXER-PARTITION.
           MOVE WS-NOM-FINAL-W TO WS-NOM-FIC-REMISE-MUT.
           MOVE WS-NOM-FIC-AUGMENT-SMIC TO WS-NOM-FINAL-W.
           PERFORM SUFFIXER-PARTITION.
           MOVE WS-NOM-FINAL-W TO WS-NOM-FIC-AUGMENT-SMIC.
           MOVE WS-NOM-FIC-SUSPENDUS TO WS-NOM-FINAL-W.
           PERFORM SUFFIXER-PARTITION.
           MOVE WS-NOM-FINAL-W TO WS-NOM-FIC-SUSPENDUS.
           MOVE WS-NOM-FIC-BORDEREAU TO WS-NOM-FINAL-W.
           PERFORM METTRE-EN-CHANTIER.
           MOVE WS-NOM-STAGING-W TO WS-NOM-FIC-BORDEREAU.
      * Les remises du plan d'epargne et de la mutuelle ne sont
      * produites que par la paie mensuelle : un cycle special ne
      * remplace pas celles du mois.
           IF CYCLE-NORMAL
               MOVE WS-NOM-FIC-REMISE-PEE TO WS-NOM-FINAL-W
               PERFORM METTRE-EN-CHANTIER
               MOVE WS-NOM-STAGING-W TO WS-NOM-FIC-REMISE-PEE
               MOVE WS-NOM-FIC-REMISE-MUT TO WS-NOM-FINAL-W
               PERFORM METTRE-EN-CHANTIER
               MOVE WS-NOM-STAGING-W TO WS-NOM-FIC-REMISE-MUT
               MOVE WS-NOM-FIC-AUGMENT-SMIC TO WS-NOM-FINAL-W
               PERFORM METTRE-EN-CHANTIER
               MOVE WS-NOM-STAGING-W TO WS-NOM-FIC-AUGMENT-SMIC
           END-IF.

      *---------------------------------------------------------------
      * Registres reecrits en fin de run : chacun est reconstitue au
      * fil du passage dans <registre>.EN-COURS, qui ne remplace le
      * registre qu'apres le dernier employe (voir les paragraphes
      * de sauvegarde). Un run arrete en cours laisse le registre
      * d'origine intact pour la relance.
       PREPARER-NOMS-REGISTRES.
           MOVE SPACES TO WS-NOM-NOUV-RAPPELS.
           STRING FUNCTION TRIM(WS-NOM-FIC-RAPPELS) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-RAPPELS.
           MOVE SPACES TO WS-NOM-NOUV-DEM-ACO.
           STRING FUNCTION TRIM(WS-NOM-FIC-DEM-ACO) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-DEM-ACO.
           MOVE SPACES TO WS-NOM-NOUV-ACOMPTES.
           STRING FUNCTION TRIM(WS-NOM-FIC-ACOMPTES) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-ACOMPTES.
           MOVE SPACES TO WS-NOM-NOUV-SAISIES.
           STRING FUNCTION TRIM(WS-NOM-FIC-SAISIES) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-SAISIES.
           MOVE SPACES TO WS-NOM-NOUV-PRETS.
           STRING FUNCTION TRIM(WS-NOM-FIC-PRETS) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-PRETS.
           MOVE SPACES TO WS-NOM-NOUV-ANTICIPES.
           STRING FUNCTION TRIM(WS-NOM-FIC-ANTICIPES) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-ANTICIPES.
           MOVE SPACES TO WS-NOM-NOUV-DETTES.
           STRING FUNCTION TRIM(WS-NOM-FIC-DETTES) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-NOUV-DETTES.

      *---------------------------------------------------------------
       METTRE-EN-CHANTIER.
                   ' remise(s) bancaire(s) retenue(s) jusqu''au '
                   'visa du controle des variations (EX15T puis '
                   'EX15U-LIBERATION)'.
           PERFORM VERSER-HISTO-PAIE.

      *---------------------------------------------------------------
      * L'historique de paie ne recoit les lignes du run qu'une fois
      * les sorties publiees : le chantier est verse a la suite de
      * l'historique puis supprime. Un run arrete avant (ecart de
      * rapprochement, publication impossible) laisse son chantier
      * pour analyse et l'historique intact.
       VERSER-HISTO-PAIE.
           OPEN INPUT FIC-HISTO-PAIE-RUN.
           IF WS-STATUT-HISTO-RUN NOT = '00'
               DISPLAY '*** ' FUNCTION TRIM(WS-NOM-FIC-HISTO-RUN)
                       ' illisible : historique de paie non '
                       'alimente ***'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FIC-HISTO-PAIE.
           IF WS-STATUT-HISTO-PAIE NOT = '00'
               OPEN OUTPUT FIC-HISTO-PAIE
           END-IF.
           MOVE 0 TO WS-NB-LIGNES-HISTO.
           PERFORM UNTIL WS-STATUT-HISTO-RUN NOT = '00'
               READ FIC-HISTO-PAIE-RUN
                   AT END MOVE '10' TO WS-STATUT-HISTO-RUN
                   NOT AT END
                       MOVE ENR-HISTO-PAIE TO ENR-HISTO-PAIE-PUBLIE
                       WRITE ENR-HISTO-PAIE-PUBLIE
                       ADD 1 TO WS-NB-LIGNES-HISTO
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-PAIE-RUN.
           CLOSE FIC-HISTO-PAIE.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-FIC-HISTO-RUN
               RETURNING WS-RETOUR-RENAME.
           DISPLAY 'Historique de paie : ' WS-NB-LIGNES-HISTO
                   ' ligne(s) versee(s) a '
                   FUNCTION TRIM(WS-NOM-FIC-HISTO-PAIE).

      *---------------------------------------------------------------
      * Les bulletins publies de la periode partent en copie dans
                   READ FIC-CALENDRIER
                       AT END MOVE '10' TO WS-STATUT-CALENDRIER
                       NOT AT END
                           IF WS-NB-FERIES NOT < WS-MAX-FERIES
                               DISPLAY '*** FIC-CALENDRIER.dat : '
                                       'capacite de ' WS-MAX-FERIES
                                       ' jours feries depassee - '
                                       'paie arretee ***'
                               STOP RUN 8
                           END-IF
                           IF WS-NB-FERIES < WS-MAX-FERIES
                               ADD 1 TO WS-NB-FERIES
                               MOVE CAL-DATE TO
           PERFORM UNTIL PREPASS-TERMINE
               IF EMP-MATRICULE NOT = '*ENTET'
                       AND EMP-MATRICULE NOT = '*FIN**'
      * Les registres par matricule sont lus en parallele du maitre :
      * un maitre hors ordre leur ferait sauter des lignes.
                   IF EMP-MATRICULE < WS-MATRICULE-PREC
                       DISPLAY '*** FIC-EMPLOYES.dat : maitre non trie '
                               'par matricule (' EMP-MATRICULE
                               ' apres ' WS-MATRICULE-PREC
                               ') - paie arretee ***'
                       STOP RUN 8
                   END-IF
                   MOVE EMP-MATRICULE TO WS-MATRICULE-PREC
                   PERFORM VERIFIER-MATRICULE
               END-IF
               READ FIC-EMPLOYES

           CLOSE FIC-EMPLOYES.
           CLOSE FIC-DOUBLONS.
           MOVE LOW-VALUES TO WS-MATRICULE-PREC.

           IF WS-NB-MATRICULES-DOUBLONS > 0
               DISPLAY WS-NB-MATRICULES-DOUBLONS

           IF MATRICULE-TROUVE
               IF WS-NB-MATRICULES-DOUBLONS >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-EMPLOYES.dat : capacite de '
                           WS-MAX-EMPLOYES ' doublons depassee - '
                           'paie arretee ***'
                   STOP RUN 8
               ELSE
                   ADD 1 TO WS-NB-MATRICULES-DOUBLONS
                   MOVE EMP-MATRICULE TO
               END-IF
           ELSE
               IF WS-NB-MATRICULES-VUS >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-EMPLOYES.dat : capacite de '
                           WS-MAX-EMPLOYES ' matricules depassee - '
                           'paie arretee ***'
                   STOP RUN 8
               ELSE
                   ADD 1 TO WS-NB-MATRICULES-VUS
                   MOVE EMP-MATRICULE TO
           OPEN OUTPUT FIC-DECLARATION.
           PERFORM OUVRIR-JOURNAL-AUDIT.
           PERFORM OUVRIR-JOURNAL-EXEC.
           PERFORM OUVRIR-HISTO-PAIE.
           IF CYCLE-NORMAL
               PERFORM OUVRIR-HISTO-ABSENCES
               PERFORM OUVRIR-REMISE-PEE
               PERFORM OUVRIR-REMISE-MUTUELLE
               OPEN OUTPUT FIC-AUGMENT-SMIC
           END-IF.
           STRING WS-MOIS-SYS '/' WS-ANNEE-SYS
               DELIMITED SIZE INTO WS-PERIODE-PAIE.
      * Rapport de controle des dettes : les employes plafonnes y
      * sont ecrits au fil de la paie, le total en fin de run.
           OPEN OUTPUT FIC-CONTROLE-DETTES.
           MOVE SPACES TO ENR-CONTROLE-DETTE.
           STRING '=== CONTROLE DES RETENUES PLAFONNEES - PERIODE '
                  WS-PERIODE-PAIE ' ==='
               DELIMITED SIZE INTO ENR-CONTROLE-DETTE.
           WRITE ENR-CONTROLE-DETTE.
      * Virements du run par etablissement, relus pour les extraits
      * d'entite et le registre.
           OPEN OUTPUT FIC-VIR-ETAB-TRAV.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-AUDIT.
               OPEN OUTPUT FIC-AUDIT
           END-IF.

      *---------------------------------------------------------------
       OUVRIR-HISTO-ABSENCES.
           OPEN EXTEND FIC-HISTO-ABS.
           IF WS-STATUT-HISTO-ABS NOT = '00'
               OPEN OUTPUT FIC-HISTO-ABS
           END-IF.
           OPEN EXTEND FIC-HISTO-HSUP.
           IF WS-STATUT-HISTO-HSUP NOT = '00'
               OPEN OUTPUT FIC-HISTO-HSUP
           END-IF.

      *---------------------------------------------------------------
      * Chantier de l'historique de paie : nom de l'historique (de
      * la partition en mode partition) suivi de .EN-COURS, refait
      * a chaque run.
       OUVRIR-HISTO-PAIE.
           MOVE SPACES TO WS-NOM-FIC-HISTO-RUN.
           STRING FUNCTION TRIM(WS-NOM-FIC-HISTO-PAIE) '.EN-COURS'
               DELIMITED SIZE INTO WS-NOM-FIC-HISTO-RUN.
           OPEN OUTPUT FIC-HISTO-PAIE-RUN.

      *---------------------------------------------------------------
       OUVRIR-REMISE-PEE.
           OPEN OUTPUT FIC-REMISE-PEE.
           MOVE WS-CODE-PLAN-PEE TO RPE-CODE-PLAN.
           MOVE WS-PERIODE-PARAM TO RPE-PERIODE.
           MOVE WS-DATE-SYS TO RPE-DATE.
           WRITE ENR-REMISE-PEE FROM WS-RPE-ENTETE.

      *---------------------------------------------------------------
       FERMER-REMISE-PEE.
           MOVE WS-NB-VERSEMENTS-PEE TO RPF-NB-LIGNES.
           MOVE WS-TOTAL-PEE TO RPF-VERSEMENTS.
           MOVE WS-TOTAL-ABONDEMENT TO RPF-ABONDEMENT.
           WRITE ENR-REMISE-PEE FROM WS-RPE-FIN.
           CLOSE FIC-REMISE-PEE.

      *---------------------------------------------------------------
       OUVRIR-REMISE-MUTUELLE.
           OPEN OUTPUT FIC-REMISE-MUT.
           MOVE WS-CODE-CONTRAT-MUT TO RMU-CODE-CONTRAT.
           MOVE WS-PERIODE-PARAM TO RMU-PERIODE.
           MOVE WS-DATE-SYS TO RMU-DATE.
           WRITE ENR-REMISE-MUT FROM WS-RMU-ENTETE.

      *---------------------------------------------------------------
       FERMER-REMISE-MUTUELLE.
           MOVE WS-NB-MUT-ADHERENTS TO RMF-NB-LIGNES.
           MOVE WS-TOTAL-MUT-SAL TO RMF-PART-SAL.
           MOVE WS-TOTAL-MUT-PAT TO RMF-PART-PAT.
           WRITE ENR-REMISE-MUT FROM WS-RMU-FIN.
           CLOSE FIC-REMISE-MUT.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-EXEC.
           OPEN EXTEND FIC-RUNLOG.
               PERFORM LECTURE-SUIVANTE-MAITRE
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-MATRICULE TO WS-MATRICULE-SYNC.
           PERFORM SYNCHRONISER-REGISTRES.
           ADD 1 TO WS-NB-LUS.
           ADD 1 TO WS-NB-DONNEES.
           COMPUTE WS-HASH-SALAIRES = FUNCTION MOD(
               MOVE EMP-SALAIRE      TO EMP-SALAIRE-W
               MOVE EMP-SALAIRE      TO WS-SALAIRE-MAITRE-W
               MOVE EMP-ANCIENNETE   TO EMP-ANCIENNETE-W
               PERFORM DERIVER-ANCIENNETE
               PERFORM DETERMINER-HEURES-SUP
               MOVE EMP-IBAN         TO EMP-IBAN-W

               IF WS-RETOUR = 0
                   PERFORM APPLIQUER-CONTRAT
                   IF CYCLE-NORMAL
                       PERFORM CONTROLER-SMIC
                       PERFORM APPLIQUER-ABSENCES
                       PERFORM JOURNALISER-ABSENCES
                   ELSE
                       MOVE 0 TO EMP-HEURES-SUP-W
                   END-IF
                   CALL 'EX15-CALCSAL' USING BY REFERENCE WS-EMPLOYE
                                             BY REFERENCE WS-PAIE
                                         BY REFERENCE TAB-COTISATIONS
                   IF CYCLE-NORMAL
                       PERFORM RELEVER-BASE-HEURES-SUP
                       PERFORM APPLIQUER-RAPPEL
                       PERFORM APPLIQUER-COMMISSION
                       PERFORM APPLIQUER-INDEMNITE-CONGES
                       PERFORM APPLIQUER-MAINTIEN-MALADIE
                       PERFORM APPLIQUER-AVANTAGES-NATURE
                       PERFORM APPLIQUER-MUTUELLE
                       PERFORM VERSER-IJSS-SUBROGEES
                   ELSE
                       PERFORM CALCULER-PAIE-CYCLE-SPECIAL
                   END-IF
                   PERFORM CALCULER-CHARGES-PATRONALES
                   PERFORM CALCULER-IMPOT
                   IF CYCLE-NORMAL
                       PERFORM DEDUIRE-AVANTAGES-NATURE
                   END-IF
                   PERFORM TRAITER-SAISIES
                   IF CYCLE-NORMAL
                       PERFORM TRAITER-DETTES
                       PERFORM TRAITER-ACOMPTES
                       PERFORM TRAITER-PRETS
                       PERFORM RETENIR-TITRES-RESTAURANT
                       PERFORM RETENIR-MUTUELLE
                       PERFORM RETENIR-VERSEMENT-PEE
                       PERFORM SIGNALER-PLAFONNEMENT
                       PERFORM REMBOURSER-FRAIS
                   END-IF
                   PERFORM CUMULER-PAIE
                   IF CYCLE-NORMAL
                       PERFORM ACQUERIR-CONGES
                   END-IF
                   PERFORM CUMULER-REGISTRE
                   PERFORM AFFICHER-RESULTAT
                   PERFORM ECRIRE-RESULTAT-PAIE
                   PERFORM JOURNALISER-ELEMENTS-PAIE
                   PERFORM ECRIRE-DECLARATION-EMPLOYE
                   PERFORM IMPRIMER-BULLETIN
                   PERFORM ECRIRE-VIREMENT
                       WS-NB-DONNEES ' enregistrement(s)'
           END-IF.

      *---------------------------------------------------------------
      * Rapprochement des registres tries avec le maitre : chaque
      * registre avance jusqu'au matricule lu. Les lignes des
      * matricules passes (absents du maitre, exclus ou non payes)
      * sont sautees ; celles des registres reecrits sont recopiees
      * telles quelles dans le registre reconstitue (soldes non
      * apures seulement), les demandes du mois ne l'etant qu'en
      * partition pour les matricules d'une autre partition.
       SYNCHRONISER-REGISTRES.
           PERFORM UNTIL WS-CLE-ABSENCE NOT < WS-MATRICULE-SYNC
               PERFORM LIRE-ABSENCE-TRIEE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-POINTAGE NOT < WS-MATRICULE-SYNC
               PERFORM LIRE-POINTAGE-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-COMMISSION NOT < WS-MATRICULE-SYNC
               PERFORM LIRE-COMMISSION-TRIEE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-CONTRAT NOT < WS-MATRICULE-SYNC
               PERFORM LIRE-CONTRAT-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-RAPPEL NOT < WS-MATRICULE-SYNC
               WRITE ENR-RAPPEL-NOUV FROM ENR-RAPPEL-TRI
               PERFORM LIRE-RAPPEL-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-ACOMPTE NOT < WS-MATRICULE-SYNC
               IF ACO-SOLDE > 0
                   WRITE ENR-ACOMPTE-NOUV FROM ENR-ACOMPTE-TRI
               END-IF
               PERFORM LIRE-ACOMPTE-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-SAISIE NOT < WS-MATRICULE-SYNC
               IF SAI-SOLDE > 0
                   WRITE ENR-SAISIE-NOUV FROM ENR-SAISIE-TRI
               END-IF
               PERFORM LIRE-SAISIE-TRIEE
           END-PERFORM.
      * Demande de remboursement anticipe d'un matricule non paye :
      * gardee en partition pour le run de sa partition, sinon
      * signalee si le matricule n'a pas de pret en cours.
           PERFORM UNTIL WS-CLE-ANTICIPE NOT < WS-MATRICULE-SYNC
               IF MODE-PARTITION
                       AND WS-CLE-ANTICIPE NOT = WS-MATRICULE-PREC
                   MOVE WS-DATE-JOUR-8 TO ANT-DATE
                   WRITE ENR-SOLDE-ANTICIPE-NOUV
                       FROM ENR-SOLDE-ANTICIPE-TRI
               ELSE
                   PERFORM RECOPIER-PRETS-ANTICIPE
               END-IF
               PERFORM LIRE-ANTICIPE-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-PRET NOT < WS-MATRICULE-SYNC
               IF PRT-SOLDE > 0
                   WRITE ENR-PRET-NOUV FROM ENR-PRET-TRI
               END-IF
               PERFORM LIRE-PRET-TRIE
           END-PERFORM.
           PERFORM UNTIL WS-CLE-DETTE NOT < WS-MATRICULE-SYNC
               IF DET-SOLDE > 0
                   WRITE ENR-DETTE-NOUV FROM ENR-DETTE-TRI
               END-IF
               PERFORM LIRE-DETTE-TRIEE
           END-PERFORM.
      * Le matricule precedent du maitre a eu ses demandes traitees
      * (ou est exclu) : seules celles des matricules jamais vus
      * dans ce maitre sont gardees pour le run de leur partition.
           PERFORM UNTIL WS-CLE-DEM-ACOMPTE NOT < WS-MATRICULE-SYNC
               IF MODE-PARTITION
                       AND WS-CLE-DEM-ACOMPTE NOT = WS-MATRICULE-PREC
                   WRITE ENR-DEMANDE-ACOMPTE-NOUV
                       FROM ENR-DEMANDE-ACOMPTE-TRI
               END-IF
               PERFORM LIRE-DEM-ACOMPTE-TRIEE
           END-PERFORM.
           MOVE WS-MATRICULE-SYNC TO WS-MATRICULE-PREC.

      *---------------------------------------------------------------
      * Les prets precedant le matricule de la demande passent au
      * registre reconstitue ; la demande sans pret est signalee.
       RECOPIER-PRETS-ANTICIPE.
           PERFORM UNTIL WS-CLE-PRET NOT < WS-CLE-ANTICIPE
               IF PRT-SOLDE > 0
                   WRITE ENR-PRET-NOUV FROM ENR-PRET-TRI
               END-IF
               PERFORM LIRE-PRET-TRIE
           END-PERFORM.
           IF WS-CLE-PRET NOT = WS-CLE-ANTICIPE
               DISPLAY WS-CLE-ANTICIPE ' : demande de remboursement '
                       'anticipe sans pret en cours, ignoree'
           END-IF.

      *---------------------------------------------------------------
      * Fin du maitre : les lignes restantes des registres (apres le
      * dernier matricule) passent comme les autres, puis les
      * fichiers tries et les registres reconstitues sont fermes.
       TERMINER-REGISTRES.
           MOVE HIGH-VALUES TO WS-MATRICULE-SYNC.
           PERFORM SYNCHRONISER-REGISTRES.
           CLOSE FIC-ABSENCES-TRI.
           CLOSE FIC-HEURES-TRI.
           CLOSE FIC-COMMISSIONS-TRI.
           CLOSE FIC-CONTRATS-TRI.
           CLOSE FIC-RAPPELS-TRI.
           CLOSE FIC-RAPPELS-NOUV.
           CLOSE FIC-DEM-ACOMPTES-TRI.
           CLOSE FIC-DEM-ACOMPTES-NOUV.
           CLOSE FIC-ACOMPTES-TRI.
           CLOSE FIC-ACOMPTES-NOUV.
           CLOSE FIC-SAISIES-TRI.
           CLOSE FIC-SAISIES-NOUV.
           CLOSE FIC-PRETS-TRI.
           CLOSE FIC-PRETS-NOUV.
           CLOSE FIC-ANTICIPES-TRI.
           CLOSE FIC-ANTICIPES-NOUV.
           CLOSE FIC-DETTES-TRI.
           CLOSE FIC-DETTES-NOUV.

      *---------------------------------------------------------------
      * Le registre reconstitue (WS-NOM-STAGING-W) remplace le
      * registre d'origine (WS-NOM-FINAL-W).
       REMPLACER-REGISTRE.
           CALL 'CBL_RENAME_FILE'
               USING WS-NOM-STAGING-W WS-NOM-FINAL-W
               RETURNING WS-RETOUR-RENAME.
           IF WS-RETOUR-RENAME NOT = 0
               DISPLAY '*** Mise a jour de '
                       FUNCTION TRIM(WS-NOM-FINAL-W)
                       ' impossible (code ' WS-RETOUR-RENAME
                       ') - paie arretee ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Fichiers tries et virements de travail du run, inutiles une
      * fois les registres et les extraits ecrits.
       SUPPRIMER-FICHIERS-TRAVAIL.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-ABSENCES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-HEURES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-COMMISSIONS
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-CONTRATS
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-RAPPELS
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-DEM-ACO
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-ACOMPTES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-SAISIES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-PRETS
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-ANTICIPES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRI-DETTES
               RETURNING WS-RETOUR-RENAME.
           CALL 'CBL_DELETE_FILE' USING WS-NOM-TRAV-VIR-ETAB
               RETURNING WS-RETOUR-RENAME.

      *---------------------------------------------------------------
      * Les charges patronales sont recalculees ici sur le brut
      * final du bulletin (rappel, commission ou element de cycle
      * special compris), avec le plafond et les taux de tranches
      * rendus par EX15-CALCSAL - meme calcul que le sous-programme.
      * La part employeur de la mutuelle s'y ajoute (nulle hors paie
      * mensuelle ou sans adhesion).
       CALCULER-CHARGES-PATRONALES.
           IF PRIME-INTERESSEMENT
               COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                   PAI-BRUT * WS-TAUX-FORFAIT-SOCIAL
           ELSE
               IF PAI-BRUT > PAI-PLAFOND-SS
                   COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                       PAI-PLAFOND-SS * PAI-TAUX-PATRONAL-TA
                       + (PAI-BRUT - PAI-PLAFOND-SS)
                           * PAI-TAUX-PATRONAL-TB
               ELSE
                   COMPUTE PAI-CHARGES-PATRONALES ROUNDED =
                       PAI-BRUT * PAI-TAUX-PATRONAL-TA
               END-IF
           END-IF.
           ADD WS-MUT-PART-PAT TO PAI-CHARGES-PATRONALES.
           COMPUTE PAI-COUT-EMPLOYEUR =
               PAI-BRUT + PAI-CHARGES-PATRONALES.

      *---------------------------------------------------------------
      * Apres un ajout au brut (rappel, commission, complement de
      * conges, cycle special), les cotisations salariales sont
      * recalculees ligne a ligne sur le nouveau brut, avec le meme
      * plafond que les tranches patronales : chaque ligne garde sa
      * propre assiette et son propre plafond.
       RECALCULER-COTISATIONS.
           CALL 'EX15-COTISATIONS' USING BY REFERENCE PAI-BRUT
                                         BY REFERENCE PAI-PLAFOND-SS
                                         BY REFERENCE TAB-COTISATIONS.
           MOVE COT-TOTAL-SALARIAL TO PAI-CHARGES.
           COMPUTE PAI-NET = PAI-BRUT - PAI-CHARGES.
           IF PAI-BRUT > 0
               COMPUTE PAI-TAUX-CHARGES ROUNDED =
                   PAI-CHARGES / PAI-BRUT
           END-IF.

      *---------------------------------------------------------------
       TRADUIRE-CODE-RETOUR.
           MOVE 'Code retour inconnu' TO WS-LIBELLE-CODE-RETOUR.
           WRITE ENR-PAIE.
           ADD PAI-CHARGES TO WS-TOTAL-CHARGES-RESULTATS.

      *---------------------------------------------------------------
      * Elements du brut que EX15-CALCSAL ne rend pas separement,
      * releves juste apres son appel : base du mois avant les
      * retenues d'absence (sans solde, conges hors solde,
      * maladie), et montant des heures supplementaires - brut du
      * sous-programme moins base retenue et prime d'anciennete.
       RELEVER-BASE-HEURES-SUP.
           COMPUTE WS-RETENUES-HISTO-W = WS-RETENUE-ABSENCE
               + WS-RETENUE-HORS-SOLDE + WS-RETENUE-MALADIE.
           COMPUTE WS-BASE-HISTO-W =
               EMP-SALAIRE-W + WS-RETENUES-HISTO-W.
           MOVE 0 TO WS-HEURES-SUP-HISTO-W.
           IF PAI-BRUT > EMP-SALAIRE-W + PAI-PRIME
               COMPUTE WS-HEURES-SUP-HISTO-W =
                   PAI-BRUT - EMP-SALAIRE-W - PAI-PRIME
           END-IF.

      *---------------------------------------------------------------
      * Historique de paie : une ligne par element non nul du
      * bulletin, dans l'ordre du bulletin (COPY PAIEHREC). Brut,
      * net a payer et cout employeur sont toujours ecrits.
       JOURNALISER-ELEMENTS-PAIE.
           MOVE EMP-MATRICULE-W TO HPA-MATRICULE.
           MOVE WS-PERIODE-PARAM TO HPA-PERIODE.
           MOVE WS-TYPE-CYCLE TO HPA-TYPE-CYCLE.
           MOVE WS-DATE-JOUR-8 TO HPA-DATE-PAIE.
           MOVE WS-HEURE-DEBUT TO HPA-HEURE-PAIE.
           MOVE WS-DEPARTEMENT-W TO HPA-DEPARTEMENT.
           MOVE WS-ETABLISSEMENT-W TO HPA-ETABLISSEMENT.
           IF CYCLE-NORMAL
               MOVE 'G' TO WS-NATURE-HISTO
               MOVE 'SALBASE' TO WS-ELEMENT-HISTO
               MOVE WS-BASE-HISTO-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'R' TO WS-NATURE-HISTO
               MOVE 'ABSENCES' TO WS-ELEMENT-HISTO
               MOVE WS-RETENUES-HISTO-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'G' TO WS-NATURE-HISTO
               MOVE 'HEURESUP' TO WS-ELEMENT-HISTO
               MOVE WS-HEURES-SUP-HISTO-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'PRIMEANC' TO WS-ELEMENT-HISTO
               MOVE PAI-PRIME TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'RAPPEL' TO WS-ELEMENT-HISTO
               MOVE WS-RAPPEL-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'COMMISS' TO WS-ELEMENT-HISTO
               MOVE WS-COMMISSION-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'COMPLCP' TO WS-ELEMENT-HISTO
               MOVE WS-COMPLEMENT-CONGES TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'MAINTMAL' TO WS-ELEMENT-HISTO
               MOVE WS-COMPLEMENT-MALADIE TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
               MOVE 'AVANTNAT' TO WS-ELEMENT-HISTO
               MOVE WS-AVANTAGES-W TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           ELSE
               MOVE 'G' TO WS-NATURE-HISTO
               MOVE 'PRIMCYCL' TO WS-ELEMENT-HISTO
               MOVE PAI-BRUT TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           END-IF.
           MOVE 'T' TO WS-NATURE-HISTO.
           MOVE 'BRUT' TO WS-ELEMENT-HISTO.
           MOVE PAI-BRUT TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-LIGNE-HISTO.

           MOVE 'R' TO WS-NATURE-HISTO.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               MOVE SPACES TO WS-ELEMENT-HISTO
               STRING 'C-' COT-CODE(COT-IDX)
                   DELIMITED SIZE INTO WS-ELEMENT-HISTO
               MOVE COT-MONTANT(COT-IDX) TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           END-PERFORM.
           MOVE 'T' TO WS-NATURE-HISTO.
           MOVE 'COTISSAL' TO WS-ELEMENT-HISTO.
           MOVE PAI-CHARGES TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           IF CYCLE-NORMAL
               MOVE 'A' TO WS-NATURE-HISTO
               MOVE 'IJSSSUBR' TO WS-ELEMENT-HISTO
               MOVE WS-IJSS-SUBROGEES TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           END-IF.
           MOVE 'T' TO WS-NATURE-HISTO.
           MOVE 'NETIMPOS' TO WS-ELEMENT-HISTO.
           MOVE WS-NET-IMPOSABLE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.

           MOVE 'R' TO WS-NATURE-HISTO.
           MOVE 'IMPOT' TO WS-ELEMENT-HISTO.
           MOVE WS-IMPOT-W TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           IF CYCLE-NORMAL
               MOVE 'AVNDEDUI' TO WS-ELEMENT-HISTO
               MOVE WS-AVANTAGES-DEDUITS TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           END-IF.
           MOVE 'SAISIE' TO WS-ELEMENT-HISTO.
           MOVE WS-RETENUE-SAISIE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'DETTE' TO WS-ELEMENT-HISTO.
           MOVE WS-RETENUE-DETTE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'ACOMPTE' TO WS-ELEMENT-HISTO.
           MOVE WS-RETENUE-ACOMPTE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'PRET' TO WS-ELEMENT-HISTO.
           MOVE WS-RETENUE-PRET TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'TITRES' TO WS-ELEMENT-HISTO.
           MOVE WS-RETENUE-TITRES TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           IF CYCLE-NORMAL
               MOVE 'MUTUELLE' TO WS-ELEMENT-HISTO
               MOVE WS-RETENUE-MUTUELLE TO WS-MONTANT-HISTO
               PERFORM ECRIRE-ELEMENT-HISTO
           END-IF.
           MOVE 'PEE' TO WS-ELEMENT-HISTO.
           MOVE WS-VERSEMENT-PEE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'A' TO WS-NATURE-HISTO.
           MOVE 'FRAIS' TO WS-ELEMENT-HISTO.
           MOVE WS-REMB-FRAIS-W TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'T' TO WS-NATURE-HISTO.
           MOVE 'NETPAYE' TO WS-ELEMENT-HISTO.
           MOVE WS-NET-APRES-IMPOT TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-LIGNE-HISTO.

           MOVE 'P' TO WS-NATURE-HISTO.
           MOVE 'CHARGPAT' TO WS-ELEMENT-HISTO.
           MOVE PAI-CHARGES-PATRONALES TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'ABONDPEE' TO WS-ELEMENT-HISTO.
           MOVE WS-ABONDEMENT-PEE TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-ELEMENT-HISTO.
           MOVE 'T' TO WS-NATURE-HISTO.
           MOVE 'COUTEMPL' TO WS-ELEMENT-HISTO.
           MOVE PAI-COUT-EMPLOYEUR TO WS-MONTANT-HISTO.
           PERFORM ECRIRE-LIGNE-HISTO.

      *---------------------------------------------------------------
       ECRIRE-ELEMENT-HISTO.
           IF WS-MONTANT-HISTO = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM ECRIRE-LIGNE-HISTO.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-HISTO.
           MOVE WS-ELEMENT-HISTO TO HPA-ELEMENT.
           MOVE WS-NATURE-HISTO TO HPA-NATURE.
           MOVE WS-MONTANT-HISTO TO HPA-MONTANT.
           WRITE ENR-HISTO-PAIE.

      *---------------------------------------------------------------
      * L'IBAN est verifie (structure et cle modulo 97) avant toute
      * emission : un employe dont l'IBAN est refuse reste paye sur

               MOVE WS-LIGNE-VIREMENT TO ENR-VIREMENT
               WRITE ENR-VIREMENT
               MOVE WS-ETABLISSEMENT-W TO VET-ETAB
               MOVE WS-LIGNE-VIREMENT  TO VET-LIGNE
               MOVE WS-NET-APRES-IMPOT TO VET-NET
               WRITE ENR-VIR-ETAB-TRAV

               ADD 1 TO WS-NB-VIREMENTS
               ADD WS-NET-APRES-IMPOT TO WS-TOTAL-VIREMENTS
                   READ FIC-MODES
                       AT END MOVE '10' TO WS-STATUT-MODES
                       NOT AT END
                           IF WS-NB-MODES NOT < WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-MODES-PAIEMENT.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' modes depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           IF WS-NB-MODES < WS-MAX-EMPLOYES
                               ADD 1 TO WS-NB-MODES
                               MOVE MOD-MATRICULE TO
                   READ FIC-COORDONNEES
                       AT END MOVE '10' TO WS-STATUT-COORDONNEES
                       NOT AT END
                           IF WS-NB-COORDONNEES NOT < WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-COORDONNEES.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' adresses depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           IF WS-NB-COORDONNEES < WS-MAX-EMPLOYES
                               ADD 1 TO WS-NB-COORDONNEES
                               MOVE CRD-MATRICULE TO

      *---------------------------------------------------------------
       IMPRIMER-BULLETIN.
           IF WS-NB-PAYES NOT < WS-MAX-EMPLOYES
               DISPLAY '*** Bulletins : capacite de '
                       WS-MAX-EMPLOYES ' employes payes depassee - '
                       'paie arretee ***'
               STOP RUN 8
           END-IF.
           IF WS-NB-PAYES < WS-MAX-EMPLOYES
               ADD 1 TO WS-NB-PAYES
               MOVE EMP-MATRICULE-W TO WS-PAY-MATRICULE(WS-NB-PAYES)
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF CYCLE-EXCEPTION AND WS-IDX-PEX-TROUVE > 0
               MOVE SPACES TO ENR-BULLETIN
               IF WS-PEX-NATURE(WS-IDX-PEX-TROUVE) = 'N'
                   STRING 'Prime nette garantie : '
                          WS-PEX-MONTANT(WS-IDX-PEX-TROUVE)
                          ' EUR apres impot (brut recalcule)'
                       DELIMITED SIZE INTO ENR-BULLETIN
               ELSE
                   IF WS-PEX-NATURE(WS-IDX-PEX-TROUVE) = 'I'
                       STRING 'Interessement        : '
                              WS-PEX-MONTANT(WS-IDX-PEX-TROUVE)
                              ' EUR (CSG/CRDS seules)'
                           DELIMITED SIZE INTO ENR-BULLETIN
                   ELSE
                       STRING 'Prime individuelle   : '
                              WS-PEX-MONTANT(WS-IDX-PEX-TROUVE)
                              ' EUR brut'
                           DELIMITED SIZE INTO ENR-BULLETIN
                   END-IF
               END-IF
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           MOVE '================================================'
               TO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF WS-JOURS-MALADIE-W > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Maladie   : ' WS-JOURS-MALADIE-W
                      ' jour(s) d''arret, retenue '
                      WS-RETENUE-MALADIE ' EUR'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               COMPUTE WS-TAUX-EDIT-1 = WS-MAL-TAUX-1 * 100
               COMPUTE WS-TAUX-EDIT-2 = WS-MAL-TAUX-2 * 100
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Maintien  : ' WS-JOURS-TAUX-1 ' j a'
                      WS-TAUX-EDIT-1 ' %, ' WS-JOURS-TAUX-2 ' j a'
                      WS-TAUX-EDIT-2 ' %, garantie '
                      WS-GARANTIE-MALADIE ' EUR'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF WS-JOURS-AUTRES-W > 0
               STRING 'Absences  : ' WS-JOURS-AUTRES-W
                      ' jour(s) (type ' WS-TYPE-ABSENCE-W
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-JOURS-CONGES-W > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Conges payes : ' WS-JOURS-CONGES-W
                      ' jour(s), maintien ' WS-MAINTIEN-CONGES
                      ' / dixieme ' WS-DIXIEME-CONGES
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               IF WS-RETENUE-HORS-SOLDE > 0
                   MOVE WS-JOURS-HORS-SOLDE-W TO WS-CP-JOURS-EDIT
                   MOVE SPACES TO ENR-BULLETIN
                   STRING 'Conges hors solde : ' WS-CP-JOURS-EDIT
                          ' jour(s), retenue ' WS-RETENUE-HORS-SOLDE
                          ' EUR'
                       DELIMITED SIZE INTO ENR-BULLETIN
                   WRITE ENR-BULLETIN
               END-IF
           END-IF.
           MOVE '------------------------------------------------'
               TO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-COMPLEMENT-CONGES > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Complement CP    : ' WS-COMPLEMENT-CONGES
                      ' EUR (regle du dixieme)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-COMPLEMENT-MALADIE > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Maintien maladie : ' WS-COMPLEMENT-MALADIE
                      ' EUR (complement employeur)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-AVANTAGES-W > 0
               PERFORM IMPRIMER-AVANTAGES-NATURE
           END-IF.
           PERFORM IMPRIMER-COTISATIONS.
           STRING 'Charges sociales : ' PAI-CHARGES ' EUR'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           IF CYCLE-NORMAL AND WS-IJSS-SUBROGEES > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'IJSS subrogees   : ' WS-IJSS-SUBROGEES
                      ' EUR (' WS-JOURS-IJSS-SUBRO ' j, non soumises)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           STRING 'Net avant impot  : ' PAI-NET ' EUR'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           STRING 'Net imposable    : ' WS-NET-IMPOSABLE ' EUR'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           STRING 'Impot source (' WS-TAUX-IMPOT-W ') : ' WS-IMPOT-W
                  ' EUR'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           IF CYCLE-NORMAL AND WS-AVANTAGES-DEDUITS > 0
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Avantages nature : ' WS-AVANTAGES-DEDUITS
                      ' EUR (fournis en nature, deduits)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           IF WS-RETENUE-SAISIE > 0
               STRING 'Saisie-arret     : ' WS-RETENUE-SAISIE
                      ' EUR (ref ' WS-REFERENCE-SAISIE ')'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           IF WS-RETENUE-TITRES > 0
               STRING 'Titres-restau.   : ' WS-RETENUE-TITRES
                      ' EUR (' WS-NB-TITRES-W ' titres, part '
                      'salariale)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-MUT-FORMULE-W NOT = SPACE
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Mutuelle         : ' WS-RETENUE-MUTUELLE
                      ' EUR (formule ' WS-MUT-FORMULE-W
                      ', part employeur ' WS-MUT-PART-PAT ' EUR)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           IF CYCLE-NORMAL AND WS-MUT-DISPENSE-W NOT = SPACES
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Mutuelle         : dispense d''adhesion ('
                      WS-MUT-DISPENSE-W ')'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           IF WS-VERSEMENT-PEE > 0 OR WS-ABONDEMENT-PEE > 0
               STRING 'Versement PEE    : ' WS-VERSEMENT-PEE
                      ' EUR (abondement employeur '
                      WS-ABONDEMENT-PEE ' EUR)'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE SPACES TO ENR-BULLETIN
           END-IF.
           IF WS-REMB-FRAIS-W > 0
               STRING 'Remb. frais      : ' WS-REMB-FRAIS-W
                      ' EUR (non imposable)'
                  ' EUR'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           IF CYCLE-NORMAL AND WS-IDX-CGE-TROUVE > 0
               MOVE WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
                   TO WS-CP-JOURS-EDIT
               MOVE WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
                   TO WS-CP-PRIS-EDIT
               COMPUTE WS-CP-SOLDE-EDIT =
                   WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
                   - WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Conges N-1 : acquis ' WS-CP-JOURS-EDIT
                      '  pris ' WS-CP-PRIS-EDIT
                      '  restant ' WS-CP-SOLDE-EDIT ' j'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
               MOVE WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
                   TO WS-CP-JOURS-EDIT
               MOVE SPACES TO ENR-BULLETIN
               STRING 'Conges N   : en cours d''acquisition '
                      WS-CP-JOURS-EDIT ' j (depuis le 01/06/'
                      WS-CGE-ANNEE-REF(WS-IDX-CGE-TROUVE) ')'
                   DELIMITED SIZE INTO ENR-BULLETIN
               WRITE ENR-BULLETIN
           END-IF.
           MOVE '================================================'
               TO ENR-BULLETIN.
           WRITE ENR-BULLETIN.

      *---------------------------------------------------------------
      * Detail des cotisations salariales : une ligne par cotisation
      * ayant une assiette ce mois (libelle, organisme collecteur,
      * base apres plafond, taux, montant) ; le total suit sur la
      * ligne 'Charges sociales'.
       IMPRIMER-COTISATIONS.
           MOVE SPACES TO ENR-BULLETIN.
           STRING 'Cotisations salariales     Organisme         Base'
                  '   Taux     Montant'
               DELIMITED SIZE INTO ENR-BULLETIN.
           WRITE ENR-BULLETIN.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-BASE(COT-IDX) > 0
                   MOVE COT-BASE(COT-IDX)    TO WS-COT-BASE-EDIT
                   MOVE COT-TAUX(COT-IDX)    TO WS-COT-TAUX-EDIT
                   MOVE COT-MONTANT(COT-IDX) TO WS-COT-MONTANT-EDIT
                   MOVE SPACES TO ENR-BULLETIN
                   STRING '  ' COT-LIBELLE(COT-IDX) ' '
                          COT-ORGANISME(COT-IDX) ' '
                          WS-COT-BASE-EDIT ' ' WS-COT-TAUX-EDIT ' '
                          WS-COT-MONTANT-EDIT
                       DELIMITED SIZE INTO ENR-BULLETIN
                   WRITE ENR-BULLETIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO ENR-BULLETIN.

      *---------------------------------------------------------------
       CHARGER-CUMULS.
           MOVE 0 TO WS-NB-CUMULS.
               END-READ
               PERFORM UNTIL CUMULS-TERMINES
                   IF WS-NB-CUMULS >= WS-MAX-EMPLOYES
                       DISPLAY '*** FIC-CUMULS-EX15.dat : capacite de '
                               WS-MAX-EMPLOYES ' cumuls depassee - '
                               'paie arretee ***'
                       STOP RUN 8
                   ELSE
                       ADD 1 TO WS-NB-CUMULS
                       MOVE ENR-CUMUL TO WS-CUMUL-EMPLOYE(WS-NB-CUMULS)

           IF WS-IDX-CUMUL-TROUVE = 0
               IF WS-NB-CUMULS >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-CUMULS-EX15.dat : capacite de '
                           WS-MAX-EMPLOYES ' cumuls depassee - '
                           'paie arretee ***'
                   STOP RUN 8
               ELSE
                   SET CUMUL-EST-NOUVEAU TO TRUE
                   ADD 1 TO WS-NB-CUMULS
               END-READ
               PERFORM UNTIL WS-STATUT-DEPARTEMENTS NOT = '00'
                   IF WS-NB-DEPT-REF >= WS-MAX-DEPARTEMENTS
                       DISPLAY '*** FIC-DEPARTEMENTS.dat : capacite '
                               'de ' WS-MAX-DEPARTEMENTS ' codes '
                               'depassee - paie arretee ***'
                       STOP RUN 8
                   ELSE
                       ADD 1 TO WS-NB-DEPT-REF
                       MOVE DEP-CODE TO WS-DEPT-CODE(WS-NB-DEPT-REF)
               END-IF
           END-PERFORM.
           IF WS-NB-ORPHELINS >= WS-MAX-DEPARTEMENTS
               DISPLAY '*** Rapport orphelins : capacite de '
                       WS-MAX-DEPARTEMENTS ' codes depassee - '
                       'paie arretee ***'
               STOP RUN 8
           ELSE
               ADD 1 TO WS-NB-ORPHELINS
               MOVE EMP-DEPARTEMENT TO WS-ORPH-CODE(WS-NB-ORPHELINS)
      *---------------------------------------------------------------
       CHARGER-ABSENCES.
           MOVE 0 TO WS-NB-ABSENCES.
           SORT WRK-ABSENCES
               ON ASCENDING KEY WRK-ABS-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-ABSENCES
               GIVING FIC-ABSENCES-TRI.
           IF ABSENCES-CHARGES
               DISPLAY 'Absences du mois chargees : ' WS-NB-ABSENCES
           ELSE
               DISPLAY 'FIC-ABSENCES.dat absent, mois complet paye '
                       'pour tous'
           END-IF.
           OPEN INPUT FIC-ABSENCES-TRI.
           PERFORM LIRE-ABSENCE-TRIEE.

      *---------------------------------------------------------------
       LIBERER-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF WS-STATUT-ABSENCES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET ABSENCES-CHARGES TO TRUE.
           PERFORM UNTIL WS-STATUT-ABSENCES NOT = '00'
               READ FIC-ABSENCES
                   AT END MOVE '10' TO WS-STATUT-ABSENCES
                   NOT AT END
                       ADD 1 TO WS-NB-ABSENCES
                       RELEASE WRK-ENR-ABSENCE FROM ENR-ABSENCE
               END-READ
           END-PERFORM.
           CLOSE FIC-ABSENCES.

      *---------------------------------------------------------------
       LIRE-ABSENCE-TRIEE.
           READ FIC-ABSENCES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-ABSENCE
               NOT AT END MOVE ABS-MATRICULE TO WS-CLE-ABSENCE
           END-READ.

      *---------------------------------------------------------------
      * Les jours non remuneres reduisent le salaire de base au
      * prorata de la duree legale mensuelle, avant le calcul de la
      * prime et des charges par EX15-CALCSAL.
      * Toutes les lignes d'absence du matricule sont cumulees : les
      * jours sans solde (type N) d'une part, les conges payes (type
      * C) imputes sur le compteur de conges, les jours de maladie
      * (types M et P) retenus puis indemnises (voir
      * CALCULER-MALADIE), les jours des autres types d'autre part
      * (portes au bulletin a titre informatif, le type affiche
      * etant celui de la derniere ligne lue).
       APPLIQUER-ABSENCES.
           MOVE 0 TO WS-JOURS-ABSENCE-W.
           MOVE 0 TO WS-JOURS-CONGES-W.
           MOVE 0 TO WS-JOURS-AUTRES-W.
           MOVE 0 TO WS-JOURS-MALADIE-W.
           MOVE 0 TO WS-JOURS-IJSS-W.
           MOVE 0 TO WS-JOURS-MAL-EMP-W.
           MOVE 0 TO WS-NB-ARRETS-W.
           MOVE SPACE TO WS-TYPE-ABSENCE-W.
           MOVE 0 TO WS-RETENUE-ABSENCE.
           PERFORM UNTIL WS-CLE-ABSENCE NOT = EMP-MATRICULE-W
               EVALUATE ABS-TYPE
                   WHEN 'N'
                       ADD ABS-JOURS TO WS-JOURS-ABSENCE-W
                   WHEN 'C'
                       ADD ABS-JOURS TO WS-JOURS-CONGES-W
                   WHEN 'M'
                   WHEN 'P'
                       PERFORM CUMULER-ARRET-MALADIE
                   WHEN OTHER
                       ADD ABS-JOURS TO WS-JOURS-AUTRES-W
                       MOVE ABS-TYPE TO WS-TYPE-ABSENCE-W
               END-EVALUATE
               PERFORM LIRE-ABSENCE-TRIEE
           END-PERFORM.

           PERFORM IMPUTER-CONGES.
           PERFORM CALCULER-MALADIE.

           IF WS-JOURS-ABSENCE-W > 0 OR WS-JOURS-AUTRES-W > 0
                   OR WS-JOURS-CONGES-W > 0 OR WS-JOURS-MALADIE-W > 0
               ADD 1 TO WS-NB-EMP-ABSENTS
           END-IF.
           IF WS-JOURS-ABSENCE-W > 0
                       ' jour(s) sans solde, retenue '
                       WS-RETENUE-ABSENCE ' EUR'
           END-IF.
           IF WS-RETENUE-HORS-SOLDE > 0
               SUBTRACT WS-RETENUE-HORS-SOLDE FROM EMP-SALAIRE-W
           END-IF.
           IF WS-RETENUE-MALADIE > EMP-SALAIRE-W
               MOVE EMP-SALAIRE-W TO WS-RETENUE-MALADIE
           END-IF.
           IF WS-RETENUE-MALADIE > 0
               SUBTRACT WS-RETENUE-MALADIE FROM EMP-SALAIRE-W
           END-IF.

      *---------------------------------------------------------------
      * Historique : les jours du mois par nature et les heures
      * supplementaires payees, pour chaque employe paye (zero
      * compris, une reprise remplacant ainsi les valeurs d'un
      * premier passage).
       JOURNALISER-ABSENCES.
           MOVE EMP-MATRICULE-W TO ABH-MATRICULE.
           MOVE WS-PERIODE-PARAM TO ABH-PERIODE.
           MOVE WS-DATE-SYS TO ABH-DATE-PAIE.
           MOVE WS-JOURS-ABSENCE-W TO ABH-JOURS-SANS-SOLDE.
           MOVE WS-JOURS-CONGES-W TO ABH-JOURS-CONGES.
           MOVE WS-JOURS-MALADIE-W TO ABH-JOURS-MALADIE.
           MOVE WS-JOURS-AUTRES-W TO ABH-JOURS-AUTRES.
           WRITE ENR-HISTO-ABSENCE.
           MOVE EMP-MATRICULE-W TO HSH-MATRICULE.
           MOVE WS-PERIODE-PARAM TO HSH-PERIODE.
           MOVE WS-DATE-SYS TO HSH-DATE-PAIE.
           MOVE EMP-HEURES-SUP-W TO HSH-HEURES.
           WRITE ENR-HISTO-HEURES-SUP.

      *---------------------------------------------------------------
      * Une ligne d'arret : type M = nouvel arret, les carences CPAM
      * et employeur s'imputent sur ses premiers jours ; type P =
      * prolongation d'un arret deja en cours, indemnisee des le
      * premier jour.
       CUMULER-ARRET-MALADIE.
           ADD ABS-JOURS TO WS-JOURS-MALADIE-W.
           IF ABS-TYPE = 'P'
               ADD ABS-JOURS TO WS-JOURS-IJSS-W
               ADD ABS-JOURS TO WS-JOURS-MAL-EMP-W
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ARRETS-W.
           IF ABS-JOURS > WS-MAL-CARENCE-SS
               COMPUTE WS-JOURS-IJSS-W = WS-JOURS-IJSS-W
                   + ABS-JOURS - WS-MAL-CARENCE-SS
           END-IF.
           IF ABS-JOURS > WS-MAL-CARENCE-EMP
               COMPUTE WS-JOURS-MAL-EMP-W = WS-JOURS-MAL-EMP-W
                   + ABS-JOURS - WS-MAL-CARENCE-EMP
           END-IF.

      *---------------------------------------------------------------
      * Maladie du mois : les jours d'arret sont retenus en
      * trentiemes du salaire du contrat ; l'employeur garantit
      * ensuite, apres sa carence et si l'anciennete est atteinte,
      * le taux 1 puis le taux 2 du salaire journalier, chacun
      * pendant une duree qui croit avec l'anciennete et s'apprecie
      * sur 12 mois glissants (jours de maintien deja payes, lus
      * dans le registre des IJSS). Les IJSS des jours maintenus
      * sont percues par l'employeur (subrogation) : elles sont
      * versees au net et attendues de la CPAM, le complement
      * employeur (garantie moins IJSS) passe au brut. Hors
      * maintien, la CPAM paie les IJSS directement au salarie.
       CALCULER-MALADIE.
           MOVE 0 TO WS-RETENUE-MALADIE.
           MOVE 0 TO WS-GARANTIE-MALADIE.
           MOVE 0 TO WS-IJSS-SUBROGEES.
           MOVE 0 TO WS-COMPLEMENT-MALADIE.
           MOVE 0 TO WS-JOURS-TAUX-1.
           MOVE 0 TO WS-JOURS-TAUX-2.
           MOVE 0 TO WS-JOURS-IJSS-SUBRO.
           IF WS-JOURS-MALADIE-W = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-EMP-MALADES.
           IF WS-JOURS-MALADIE-W > WS-JOURS-TRENTIEME
               MOVE WS-JOURS-TRENTIEME TO WS-JOURS-MALADIE-W
           END-IF.
           COMPUTE WS-SALAIRE-JOUR-MAL ROUNDED =
               EMP-SALAIRE-W / WS-JOURS-TRENTIEME.
           COMPUTE WS-RETENUE-MALADIE ROUNDED =
               WS-SALAIRE-JOUR-MAL * WS-JOURS-MALADIE-W.
           COMPUTE WS-IJSS-JOUR ROUNDED =
               EMP-SALAIRE-W * 3 / WS-JOURS-TRIMESTRE
               * WS-MAL-TAUX-IJSS.
           IF WS-IJSS-JOUR > WS-MAL-IJSS-MAX-JOUR
               MOVE WS-MAL-IJSS-MAX-JOUR TO WS-IJSS-JOUR
           END-IF.

           IF EMP-ANCIENNETE-W >= WS-MAL-ANCIENNETE-MIN
                   AND WS-MAL-ANCIENNETE-MIN > 0
               PERFORM DECOMPTER-DROITS-MAINTIEN
           END-IF.

           COMPUTE WS-GARANTIE-MALADIE ROUNDED =
               WS-SALAIRE-JOUR-MAL
               * (WS-JOURS-TAUX-1 * WS-MAL-TAUX-1
                  + WS-JOURS-TAUX-2 * WS-MAL-TAUX-2).
           IF WS-JOURS-IJSS-W > WS-JOURS-TAUX-1 + WS-JOURS-TAUX-2
               COMPUTE WS-JOURS-IJSS-SUBRO =
                   WS-JOURS-TAUX-1 + WS-JOURS-TAUX-2
           ELSE
               MOVE WS-JOURS-IJSS-W TO WS-JOURS-IJSS-SUBRO
           END-IF.
           COMPUTE WS-IJSS-SUBROGEES ROUNDED =
               WS-IJSS-JOUR * WS-JOURS-IJSS-SUBRO.
           IF WS-GARANTIE-MALADIE > WS-IJSS-SUBROGEES
               COMPUTE WS-COMPLEMENT-MALADIE =
                   WS-GARANTIE-MALADIE - WS-IJSS-SUBROGEES
           END-IF.
           DISPLAY EMP-MATRICULE-W ' : ' WS-JOURS-MALADIE-W
                   ' jour(s) de maladie, retenue '
                   WS-RETENUE-MALADIE ' EUR, maintien '
                   WS-GARANTIE-MALADIE ' EUR dont IJSS '
                   WS-IJSS-SUBROGEES ' EUR'.

      *---------------------------------------------------------------
      * Droits de l'employe : duree de chaque periode de maintien
      * selon l'anciennete, diminuee des jours deja maintenus sur
      * les 12 periodes precedentes (la periode en cours est exclue,
      * une relance du mois ne se decompte pas elle-meme).
       DECOMPTER-DROITS-MAINTIEN.
           COMPUTE WS-DROITS-MAINTIEN = WS-MAL-JOURS-BASE
               + WS-MAL-JOURS-PAS
                 * ((EMP-ANCIENNETE-W - WS-MAL-ANCIENNETE-MIN) / 5).
           IF WS-DROITS-MAINTIEN > WS-MAL-JOURS-MAX
               MOVE WS-MAL-JOURS-MAX TO WS-DROITS-MAINTIEN
           END-IF.
           COMPUTE WS-PERIODE-12-MOIS = WS-PERIODE-PARAM - 100.
           MOVE 0 TO WS-JOURS-CONSOMMES.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               IF WS-IJS-MATRICULE(WS-IDX-IJS) = EMP-MATRICULE-W
                       AND WS-IJS-PERIODE(WS-IDX-IJS)
                           > WS-PERIODE-12-MOIS
                       AND WS-IJS-PERIODE(WS-IDX-IJS)
                           < WS-PERIODE-PARAM
                   ADD WS-IJS-JOURS-MAINTIEN(WS-IDX-IJS)
                       TO WS-JOURS-CONSOMMES
               END-IF
           END-PERFORM.

           IF WS-JOURS-CONSOMMES < WS-DROITS-MAINTIEN
               COMPUTE WS-RESTE-TAUX-1 =
                   WS-DROITS-MAINTIEN - WS-JOURS-CONSOMMES
               MOVE WS-DROITS-MAINTIEN TO WS-RESTE-TAUX-2
           ELSE
               MOVE 0 TO WS-RESTE-TAUX-1
               IF WS-JOURS-CONSOMMES < WS-DROITS-MAINTIEN * 2
                   COMPUTE WS-RESTE-TAUX-2 =
                       WS-DROITS-MAINTIEN * 2 - WS-JOURS-CONSOMMES
               ELSE
                   MOVE 0 TO WS-RESTE-TAUX-2
               END-IF
           END-IF.

           IF WS-JOURS-MAL-EMP-W > WS-JOURS-MALADIE-W
               MOVE WS-JOURS-MALADIE-W TO WS-JOURS-MAL-EMP-W
           END-IF.
           IF WS-JOURS-MAL-EMP-W > WS-RESTE-TAUX-1
               MOVE WS-RESTE-TAUX-1 TO WS-JOURS-TAUX-1
           ELSE
               MOVE WS-JOURS-MAL-EMP-W TO WS-JOURS-TAUX-1
           END-IF.
           IF WS-JOURS-MAL-EMP-W - WS-JOURS-TAUX-1 > WS-RESTE-TAUX-2
               MOVE WS-RESTE-TAUX-2 TO WS-JOURS-TAUX-2
           ELSE
               COMPUTE WS-JOURS-TAUX-2 =
                   WS-JOURS-MAL-EMP-W - WS-JOURS-TAUX-1
           END-IF.

      *---------------------------------------------------------------
      * Apres EX15-CALCSAL : le complement employeur est ajoute au
      * brut et soumis a cotisations comme un rappel ; les IJSS
      * subrogees sont inscrites au registre des IJSS a recevoir de
      * la CPAM et versees au net par VERSER-IJSS-SUBROGEES.
       APPLIQUER-MAINTIEN-MALADIE.
           IF WS-JOURS-MALADIE-W = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMPLEMENT-MALADIE > 0
               ADD WS-COMPLEMENT-MALADIE TO PAI-BRUT
               PERFORM RECALCULER-COTISATIONS
           END-IF.
           ADD WS-IJSS-SUBROGEES TO WS-TOTAL-IJSS.
           IF WS-JOURS-TAUX-1 + WS-JOURS-TAUX-2 > 0
               PERFORM INSCRIRE-IJSS
           END-IF.

      *---------------------------------------------------------------
      * Les IJSS subrogees s'ajoutent au net sans passer par le
      * brut. Ajout fait apres le dernier recalcul des cotisations
      * (avantages en nature, mutuelle), qui repart de brut moins
      * charges et ecraserait le net.
       VERSER-IJSS-SUBROGEES.
           ADD WS-IJSS-SUBROGEES TO PAI-NET.

      *---------------------------------------------------------------
      * Une ligne par matricule et periode : une relance de la
      * periode remplace les jours et le montant attendu mais garde
      * ce que la CPAM a deja verse.
       INSCRIRE-IJSS.
           MOVE 0 TO WS-IDX-IJS-TROUVE.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               IF WS-IJS-MATRICULE(WS-IDX-IJS) = EMP-MATRICULE-W
                       AND WS-IJS-PERIODE(WS-IDX-IJS)
                           = WS-PERIODE-PARAM
                   SET WS-IDX-IJS-TROUVE TO WS-IDX-IJS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-IJS-TROUVE = 0
               IF WS-NB-IJSS >= WS-MAX-IJSS
                   DISPLAY '*** FIC-IJSS-A-RECEVOIR.dat : capacite de '
                           WS-MAX-IJSS ' lignes depassee - paie '
                           'arretee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-IJSS
               MOVE WS-NB-IJSS TO WS-IDX-IJS-TROUVE
               MOVE EMP-MATRICULE-W
                   TO WS-IJS-MATRICULE(WS-IDX-IJS-TROUVE)
               MOVE WS-PERIODE-PARAM
                   TO WS-IJS-PERIODE(WS-IDX-IJS-TROUVE)
               MOVE 0 TO WS-IJS-MONTANT-RECU(WS-IDX-IJS-TROUVE)
               MOVE 0 TO WS-IJS-DATE-PAIEMENT(WS-IDX-IJS-TROUVE)
           END-IF.
           MOVE WS-JOURS-MALADIE-W
               TO WS-IJS-JOURS-ARRET(WS-IDX-IJS-TROUVE).
           MOVE WS-JOURS-IJSS-SUBRO
               TO WS-IJS-JOURS-IJSS(WS-IDX-IJS-TROUVE).
           COMPUTE WS-IJS-JOURS-MAINTIEN(WS-IDX-IJS-TROUVE) =
               WS-JOURS-TAUX-1 + WS-JOURS-TAUX-2.
           MOVE WS-IJSS-SUBROGEES
               TO WS-IJS-MONTANT-ATTENDU(WS-IDX-IJS-TROUVE).
           MOVE WS-DATE-SYS TO WS-IJS-DATE-CONSTAT(WS-IDX-IJS-TROUVE).
           EVALUATE TRUE
               WHEN WS-IJS-MONTANT-RECU(WS-IDX-IJS-TROUVE)
                       >= WS-IJSS-SUBROGEES
                   MOVE 'S' TO WS-IJS-STATUT(WS-IDX-IJS-TROUVE)
               WHEN WS-IJS-MONTANT-RECU(WS-IDX-IJS-TROUVE) > 0
                   MOVE 'P' TO WS-IJS-STATUT(WS-IDX-IJS-TROUVE)
               WHEN OTHER
                   MOVE 'A' TO WS-IJS-STATUT(WS-IDX-IJS-TROUVE)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Compteur de conges du matricule : recherche (creation a sa
      * premiere paie), bascule de la periode de reference au 1er
      * juin avec report du solde non pris, puis imputation des
      * jours de type C du mois sur le solde de la periode close.
      * Les jours pris au-dela du solde sont des conges non acquis :
      * ils sont retenus comme des jours sans solde. Les montants
      * sont evalues sur le salaire du contrat, avant les retenues
      * d'absence du mois.
       IMPUTER-CONGES.
           MOVE 0 TO WS-JOURS-HORS-SOLDE-W.
           MOVE 0 TO WS-RETENUE-HORS-SOLDE.
           MOVE 0 TO WS-MAINTIEN-CONGES.
           MOVE 0 TO WS-DIXIEME-CONGES.
           MOVE 0 TO WS-COMPLEMENT-CONGES.
           MOVE 'N' TO WS-CONGES-DEJA-IMPUTES.
           MOVE 0 TO WS-IDX-CGE-TROUVE.
           PERFORM VARYING WS-IDX-CGE FROM 1 BY 1
                   UNTIL WS-IDX-CGE > WS-NB-CONGES
               IF WS-CGE-MATRICULE(WS-IDX-CGE) = EMP-MATRICULE-W
                   SET WS-IDX-CGE-TROUVE TO WS-IDX-CGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-IDX-CGE-TROUVE = 0
      * Le compteur est reecrit en fin de run : arret plutot que de
      * perdre des droits acquis, comme le registre des prets.
               IF WS-NB-CONGES >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-CONGES.dat : capacite de '
                           WS-MAX-EMPLOYES ' compteurs depassee - '
                           'paie arretee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CONGES
               MOVE WS-NB-CONGES TO WS-IDX-CGE-TROUVE
               MOVE EMP-MATRICULE-W
                   TO WS-CGE-MATRICULE(WS-IDX-CGE-TROUVE)
               MOVE WS-ANNEE-REF-COURANTE
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
                   < WS-ANNEE-REF-COURANTE
               COMPUTE WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE) =
                   WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
                   - WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
                   + WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
               MOVE WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
                   TO WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE)
               MOVE 0 TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE)
               MOVE WS-ANNEE-REF-COURANTE
                   TO WS-CGE-ANNEE-REF(WS-IDX-CGE-TROUVE)
               ADD 1 TO WS-NB-BASCULES-CP
               DISPLAY EMP-MATRICULE-W ' : nouvelle periode de '
                       'reference des conges, solde N-1 porte a '
                       WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE) ' jour(s)'
           END-IF.

      * Relance d'une periode deja imputee (reprise) : l'acquisition
      * du mois est deja au compteur. Les jours imputes au premier
      * passage sont retires du pris N-1 : le decompte repart du
      * solde d'avant cette paie et remplace l'imputation. Une
      * periode plus ancienne que la derniere imputee n'est plus
      * decomptee, seule l'indemnite est recalculee.
           IF WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
                   NOT < WS-PERIODE-PARAM
               SET CONGES-DEJA-IMPUTES TO TRUE
           END-IF.
           IF WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
                   = WS-PERIODE-PARAM
               SUBTRACT WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE)
                   FROM WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE)
           END-IF.
           IF WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
                   NOT > WS-PERIODE-PARAM
               MOVE 0 TO WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE)
           END-IF.
           IF WS-JOURS-CONGES-W = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-EMP-CONGES.
           IF WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE)
                   > WS-PERIODE-PARAM
               MOVE WS-JOURS-CONGES-W TO WS-JOURS-CP-IMPUTES
           ELSE
               PERFORM DECOMPTER-CONGES-PRIS
           END-IF.

      * Indemnite : maintien du salaire des jours pris, comparee au
      * dixieme du brut de la periode de reference close rapporte
      * aux jours acquis sur cette periode.
           COMPUTE WS-MAINTIEN-CONGES ROUNDED =
               EMP-SALAIRE-W * WS-JOURS-CP-IMPUTES
               * WS-HEURES-PAR-JOUR / WS-DUREE-LEGALE-MENS.
           IF WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE) > 0
               COMPUTE WS-DIXIEME-CONGES ROUNDED =
                   WS-CGE-BRUT-REF-N1(WS-IDX-CGE-TROUVE)
                   * WS-TAUX-DIXIEME * WS-JOURS-CP-IMPUTES
                   / WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
           END-IF.
           IF WS-DIXIEME-CONGES > WS-MAINTIEN-CONGES
               COMPUTE WS-COMPLEMENT-CONGES =
                   WS-DIXIEME-CONGES - WS-MAINTIEN-CONGES
           END-IF.

      *---------------------------------------------------------------
      * Imputation des jours pris du mois sur le solde N-1.
       DECOMPTER-CONGES-PRIS.
           COMPUTE WS-SOLDE-CONGES-W =
               WS-CGE-ACQUIS-N1(WS-IDX-CGE-TROUVE)
               - WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE).
           IF WS-JOURS-CONGES-W > WS-SOLDE-CONGES-W
               COMPUTE WS-JOURS-HORS-SOLDE-W =
                   WS-JOURS-CONGES-W - WS-SOLDE-CONGES-W
               MOVE WS-SOLDE-CONGES-W TO WS-JOURS-CP-IMPUTES
               COMPUTE WS-RETENUE-HORS-SOLDE ROUNDED =
                   EMP-SALAIRE-W * WS-JOURS-HORS-SOLDE-W
                   * WS-HEURES-PAR-JOUR / WS-DUREE-LEGALE-MENS
               DISPLAY EMP-MATRICULE-W ' : ' WS-JOURS-HORS-SOLDE-W
                       ' jour(s) de conges au-dela du solde, '
                       'retenue ' WS-RETENUE-HORS-SOLDE ' EUR'
           ELSE
               MOVE WS-JOURS-CONGES-W TO WS-JOURS-CP-IMPUTES
           END-IF.
           ADD WS-JOURS-CP-IMPUTES
               TO WS-CGE-PRIS-N1(WS-IDX-CGE-TROUVE).
           MOVE WS-JOURS-CP-IMPUTES
               TO WS-CGE-PRIS-PER(WS-IDX-CGE-TROUVE).

      *---------------------------------------------------------------
      * Le salaire de base maintenu paie deja les jours de conges ;
      * si la regle du dixieme est plus favorable, l'ecart est ajoute
      * au brut et soumis a charges comme un rappel.
       APPLIQUER-INDEMNITE-CONGES.
           IF WS-COMPLEMENT-CONGES > 0
               ADD 1 TO WS-NB-COMPLEMENTS-CP
               ADD WS-COMPLEMENT-CONGES TO PAI-BRUT
               PERFORM RECALCULER-COTISATIONS
               DISPLAY EMP-MATRICULE-W ' : complement d''indemnite '
                       'de conges (dixieme) ' WS-COMPLEMENT-CONGES
                       ' EUR'
           END-IF.

      *---------------------------------------------------------------
      * Acquisition du mois : 2,5 jours ouvrables par mois de
      * travail, reduits au prorata des jours sans solde, dans la
      * limite de 30 jours par periode de reference. Le brut du
      * bulletin alimente l'assiette du dixieme de la periode en
      * cours.
       ACQUERIR-CONGES.
           IF WS-IDX-CGE-TROUVE = 0 OR CONGES-DEJA-IMPUTES
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOURS-ABSENCE-W NOT < WS-JOURS-OUVRES-MOIS
               MOVE 0 TO WS-ACQUIS-MOIS-W
           ELSE
               COMPUTE WS-ACQUIS-MOIS-W ROUNDED =
                   WS-ACQUIS-MENSUEL
                   * (WS-JOURS-OUVRES-MOIS - WS-JOURS-ABSENCE-W)
                   / WS-JOURS-OUVRES-MOIS
           END-IF.
           IF WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE) + WS-ACQUIS-MOIS-W
                   > WS-ACQUIS-MAX-ANNUEL
               MOVE WS-ACQUIS-MAX-ANNUEL
                   TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
           ELSE
               ADD WS-ACQUIS-MOIS-W
                   TO WS-CGE-ACQUIS-N(WS-IDX-CGE-TROUVE)
           END-IF.
           ADD PAI-BRUT TO WS-CGE-BRUT-REF-N(WS-IDX-CGE-TROUVE).
           MOVE WS-PERIODE-PARAM
               TO WS-CGE-DERNIERE-PER(WS-IDX-CGE-TROUVE).

      *---------------------------------------------------------------
      * Compteur de conges : fichier absent au premier passage, tous
      * les compteurs partent a zero. La periode de reference en
      * cours commence au 1er juin de l'annee de paie (de l'annee
      * precedente pour une paie de janvier a mai).
       CHARGER-CONGES.
           IF WS-PER-MOIS < 6
               COMPUTE WS-ANNEE-REF-COURANTE = WS-PER-ANNEE - 1
           ELSE
               MOVE WS-PER-ANNEE TO WS-ANNEE-REF-COURANTE
           END-IF.
           MOVE 0 TO WS-NB-CONGES.
           OPEN INPUT FIC-CONGES.
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-STATUT-CONGES NOT = '00'
                   READ FIC-CONGES
                       AT END MOVE '10' TO WS-STATUT-CONGES
                       NOT AT END
                           IF WS-NB-CONGES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-CONGES.dat : '
                                       'capacite de ' WS-MAX-EMPLOYES
                                       ' compteurs depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-CONGES
                           MOVE ENR-CONGE
                               TO WS-CONGE-LIGNE(WS-NB-CONGES)
                   END-READ
               END-PERFORM
               CLOSE FIC-CONGES
               DISPLAY 'Compteurs de conges charges : ' WS-NB-CONGES
           ELSE
               DISPLAY 'FIC-CONGES.dat absent, compteurs de conges '
                       'ouverts a zero'
           END-IF.

      *---------------------------------------------------------------
      * Les cycles speciaux ne touchent pas aux conges : le compteur
      * n'est reecrit qu'apres la paie mensuelle.
       SAUVEGARDER-CONGES.
           IF NOT CYCLE-NORMAL OR WS-NB-CONGES = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-CONGES.
           PERFORM VARYING WS-IDX-CGE FROM 1 BY 1
                   UNTIL WS-IDX-CGE > WS-NB-CONGES
               MOVE WS-CONGE-LIGNE(WS-IDX-CGE) TO ENR-CONGE
               WRITE ENR-CONGE
           END-PERFORM.
           CLOSE FIC-CONGES.

      *---------------------------------------------------------------
       CHARGER-PARAM-MALADIE.
           OPEN INPUT FIC-PARAM-MALADIE.
           IF WS-STATUT-PARAM-MAL = '00'
               READ FIC-PARAM-MALADIE
                   NOT AT END
                       MOVE ENR-PARAM-MALADIE TO WS-PARAM-MALADIE
               END-READ
               CLOSE FIC-PARAM-MALADIE
           END-IF.

      *---------------------------------------------------------------
      * Registre des IJSS : fichier absent au premier arret, aucun
      * jour de maintien deja consomme.
       CHARGER-IJSS.
           MOVE 0 TO WS-NB-IJSS.
           OPEN INPUT FIC-IJSS.
           IF WS-STATUT-IJSS = '00'
               PERFORM UNTIL WS-STATUT-IJSS NOT = '00'
                   READ FIC-IJSS
                       AT END MOVE '10' TO WS-STATUT-IJSS
                       NOT AT END
                           IF WS-NB-IJSS >= WS-MAX-IJSS
                               DISPLAY '*** FIC-IJSS-A-RECEVOIR.dat'
                                       ' : capacite de ' WS-MAX-IJSS
                                       ' lignes depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-IJSS
                           MOVE ENR-IJSS TO WS-IJSS-LIGNE(WS-NB-IJSS)
                   END-READ
               END-PERFORM
               CLOSE FIC-IJSS
           END-IF.

      *---------------------------------------------------------------
      * Reecrit apres la paie mensuelle seulement, comme le compteur
      * de conges.
       SAUVEGARDER-IJSS.
           IF NOT CYCLE-NORMAL OR WS-NB-IJSS = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-IJSS.
           PERFORM VARYING WS-IDX-IJS FROM 1 BY 1
                   UNTIL WS-IDX-IJS > WS-NB-IJSS
               MOVE WS-IJSS-LIGNE(WS-IDX-IJS) TO ENR-IJSS
               WRITE ENR-IJSS
           END-PERFORM.
           CLOSE FIC-IJSS.

      *---------------------------------------------------------------
      * Les cycles speciaux ne versent rien au plan : les cumuls ne
      * sont reecrits qu'apres la paie mensuelle.
       SAUVEGARDER-EPARGNE-PEE.
           IF NOT CYCLE-NORMAL OR WS-NB-EPARGNE = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-EPARGNE-PEE.
           PERFORM VARYING WS-IDX-PEC FROM 1 BY 1
                   UNTIL WS-IDX-PEC > WS-NB-EPARGNE
               MOVE WS-PEC-LIGNE(WS-IDX-PEC) TO ENR-EPARGNE-PEE
               WRITE ENR-EPARGNE-PEE
           END-PERFORM.
           CLOSE FIC-EPARGNE-PEE.

      *---------------------------------------------------------------
      * Pointage de la periode en cours : seules les lignes de la
           COMPUTE WS-PERIODE-POINTAGE =
               WS-ANNEE-SYS * 100 + WS-MOIS-SYS.
           MOVE 0 TO WS-NB-POINTAGES.
           SORT WRK-HEURES
               ON ASCENDING KEY WRK-HRS-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-POINTAGES
               GIVING FIC-HEURES-TRI.
           IF POINTAGE-CHARGE
               DISPLAY 'Pointages de la periode ' WS-PERIODE-POINTAGE
                       ' : ' WS-NB-POINTAGES ' ('
                       WS-NB-HORS-PERIODE ' hors periode ignore(s))'
                       'supplementaire payee ce mois (lancer '
                       'EX15E-CHARGE-HEURES)'
           END-IF.
           OPEN INPUT FIC-HEURES-TRI.
           PERFORM LIRE-POINTAGE-TRIE.

      *---------------------------------------------------------------
      * Seules les lignes de la periode passent au tri.
       LIBERER-POINTAGES.
           OPEN INPUT FIC-HEURES.
           IF WS-STATUT-HEURES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET POINTAGE-CHARGE TO TRUE.
           PERFORM UNTIL WS-STATUT-HEURES NOT = '00'
               READ FIC-HEURES
                   AT END MOVE '10' TO WS-STATUT-HEURES
                   NOT AT END
                       MOVE ENR-HEURES TO WRK-ENR-HEURES
                       IF WRK-HRS-PERIODE NOT = WS-PERIODE-POINTAGE
                           ADD 1 TO WS-NB-HORS-PERIODE
                       ELSE
                           ADD 1 TO WS-NB-POINTAGES
                           RELEASE WRK-ENR-HEURES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HEURES.

      *---------------------------------------------------------------
       LIRE-POINTAGE-TRIE.
           READ FIC-HEURES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-POINTAGE
               NOT AT END MOVE HRS-MATRICULE TO WS-CLE-POINTAGE
           END-READ.

      *---------------------------------------------------------------
      * Anciennete deduite de la date d'embauche du maitre a la fin
      * du mois de paie : c'est elle qui est validee, qui determine
      * la tranche de prime dans EX15-CALCSAL et qui est imprimee.
      * Un maitre sans date d'embauche (reprise non faite) garde
      * l'anciennete portee ; une date invalide est signalee.
       DERIVER-ANCIENNETE.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE EMP-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-REF-ANCIENNETE
               BY REFERENCE EMP-ANCIENNETE-W
               BY REFERENCE WS-RETOUR-ANC.
           EVALUATE WS-RETOUR-ANC
               WHEN 4
                   ADD 1 TO WS-NB-ANC-SANS-DATE
               WHEN 8
                   ADD 1 TO WS-NB-ANC-SANS-DATE
                   DISPLAY EMP-MATRICULE ' : date d''embauche '
                           'invalide (' EMP-DATE-EMBAUCHE ') - '
                           'anciennete du maitre conservee'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Les heures supplementaires viennent du pointage de la
      * pointage est paye a zero heure supplementaire.
       DETERMINER-HEURES-SUP.
           MOVE 0 TO EMP-HEURES-SUP-W.
           IF WS-CLE-POINTAGE = EMP-MATRICULE
               MOVE HRS-HEURES TO EMP-HEURES-SUP-W
           END-IF.

      *---------------------------------------------------------------
      * Periode explicite de l'ordonnanceur : elle remplace la
                   READ FIC-CONTROLE-PERIODES
                       AT END MOVE '10' TO WS-STATUT-CTL-PER
                       NOT AT END
                           IF WS-NB-PERIODES NOT < WS-MAX-PERIODES
                               DISPLAY '*** FIC-CONTROLE-PERIODES.dat'
                                       ' : capacite de ' WS-MAX-PERIODES
                                       ' periodes depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           IF WS-NB-PERIODES < WS-MAX-PERIODES
                               ADD 1 TO WS-NB-PERIODES
                               MOVE PER-PERIODE TO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT PERIODE-TROUVEE
                   AND WS-NB-PERIODES NOT < WS-MAX-PERIODES
               DISPLAY '*** FIC-CONTROLE-PERIODES.dat : '
                       'capacite de ' WS-MAX-PERIODES
                       ' periodes depassee - paie arretee ***'
               STOP RUN 8
           END-IF.
           IF NOT PERIODE-TROUVEE
                   AND WS-NB-PERIODES < WS-MAX-PERIODES
               ADD 1 TO WS-NB-PERIODES

      *---------------------------------------------------------------
       CHARGER-ETABLISSEMENTS.
      * Le referentiel n'est pas tenu en memoire : seul le premier
      * etablissement (rattachement des orphelins) est retenu, les
      * autres sont relus a la demande (DETERMINER-ETABLISSEMENT).
           MOVE 0 TO WS-NB-ETABS.
           OPEN INPUT FIC-ETABLISSEMENTS.
           IF WS-STATUT-ETABS = '00'
                   READ FIC-ETABLISSEMENTS
                       AT END MOVE '10' TO WS-STATUT-ETABS
                       NOT AT END
                           ADD 1 TO WS-NB-ETABS
                           IF WS-NB-ETABS = 1
                               MOVE ETB-CODE TO WS-ETB-PREMIER-CODE
                               MOVE ETB-NOM  TO WS-ETB-PREMIER-NOM
                           END-IF
                   END-READ
               END-PERFORM
           IF WS-NB-ETABS = 0
               EXIT PARAGRAPH
           END-IF.
      * Le dernier etablissement trouve est garde : le maitre etant
      * le plus souvent groupe par entite, le referentiel n'est relu
      * qu'au changement de code.
           IF WS-ETABLISSEMENT-W = WS-ETB-CACHE-CODE
               MOVE WS-ETB-CACHE-NOM TO WS-NOM-ETAB-W
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-ETABLISSEMENT.
           IF ETAB-CONNU
               MOVE WS-ETB-CACHE-NOM TO WS-NOM-ETAB-W
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ETAB-ORPHELINS.
           DISPLAY EMP-MATRICULE-W ' : etablissement inconnu ('
                   WS-ETABLISSEMENT-W ') rattache a '
                   WS-ETB-PREMIER-CODE ' - a corriger dans le maitre'.
           MOVE WS-ETB-PREMIER-CODE TO WS-ETABLISSEMENT-W.
           MOVE WS-ETB-PREMIER-NOM  TO WS-NOM-ETAB-W.

      *---------------------------------------------------------------
      * Relecture du referentiel pour le code WS-ETABLISSEMENT-W ;
      * trouve, le code et son nom entrent dans le cache.
       CHERCHER-ETABLISSEMENT.
           MOVE 'N' TO WS-ETAB-CONNU.
           OPEN INPUT FIC-ETABLISSEMENTS.
           PERFORM UNTIL WS-STATUT-ETABS NOT = '00' OR ETAB-CONNU
               READ FIC-ETABLISSEMENTS
                   AT END MOVE '10' TO WS-STATUT-ETABS
                   NOT AT END
                       IF ETB-CODE = WS-ETABLISSEMENT-W
                           SET ETAB-CONNU TO TRUE
                           MOVE ETB-CODE TO WS-ETB-CACHE-CODE
                           MOVE ETB-NOM  TO WS-ETB-CACHE-NOM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ETABLISSEMENTS.

      *---------------------------------------------------------------
       CHARGER-TYPE-CYCLE.
      * Cycle special : la paie se limite a l'element du cycle (un
      * salaire de base pour le 13e mois, la prime decidee pour le
      * cycle exceptionnel), sans heures sup ni prime d'anciennete ;
      * les cotisations sont recalculees ligne a ligne sur ce brut.
      * Une prime du fichier des primes exceptionnelles remplace
      * celle du cycle pour son matricule.
       CALCULER-PAIE-CYCLE-SPECIAL.
           MOVE 0 TO WS-IDX-PEX-TROUVE.
           MOVE 'N' TO WS-PRIME-INTERESSEMENT.
           EVALUATE TRUE
               WHEN CYCLE-TREIZIEME
                   MOVE EMP-SALAIRE-W TO PAI-BRUT
               WHEN CYCLE-EXCEPTION
                   PERFORM CHERCHER-PRIME-EXCEPTION
                   EVALUATE TRUE
                       WHEN WS-IDX-PEX-TROUVE = 0
                           PERFORM APPLIQUER-PRIME-CYCLE
                       WHEN WS-PEX-NATURE(WS-IDX-PEX-TROUVE) = 'N'
                           PERFORM CALCULER-PRIME-NETTE
                       WHEN WS-PEX-NATURE(WS-IDX-PEX-TROUVE) = 'I'
                           SET PRIME-INTERESSEMENT TO TRUE
                           MOVE WS-PEX-MONTANT(WS-IDX-PEX-TROUVE)
                               TO PAI-BRUT
                       WHEN OTHER
                           MOVE WS-PEX-MONTANT(WS-IDX-PEX-TROUVE)
                               TO PAI-BRUT
                   END-EVALUATE
           END-EVALUATE.
           MOVE 0 TO PAI-PRIME.
           PERFORM RECALCULER-COTISATIONS.
           IF PRIME-INTERESSEMENT
               PERFORM LIMITER-COTISATIONS-CSG
           END-IF.

      *---------------------------------------------------------------
      * Interessement : seules les lignes CSG et CRDS restent dues
      * par le salarie, les autres lignes sont mises a zero.
       LIMITER-COTISATIONS-CSG.
           MOVE 0 TO COT-TOTAL-SALARIAL.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-CODE(COT-IDX)(1:3) = 'CSG'
                       OR COT-CODE(COT-IDX) = 'CRDS'
                   ADD COT-MONTANT(COT-IDX) TO COT-TOTAL-SALARIAL
               ELSE
                   MOVE 0 TO COT-BASE(COT-IDX)
                   MOVE 0 TO COT-MONTANT(COT-IDX)
               END-IF
           END-PERFORM.
           MOVE COT-TOTAL-SALARIAL TO PAI-CHARGES.
           COMPUTE PAI-NET = PAI-BRUT - PAI-CHARGES.
           IF PAI-BRUT > 0
               COMPUTE PAI-TAUX-CHARGES ROUNDED =
                   PAI-CHARGES / PAI-BRUT
           END-IF.
           ADD 1 TO WS-NB-INTERESSEMENTS.
           ADD PAI-BRUT TO WS-TOTAL-INTERESSEMENT.

      *---------------------------------------------------------------
       APPLIQUER-PRIME-CYCLE.
           IF CYCLE-POURCENTAGE
               COMPUTE PAI-BRUT ROUNDED =
                   EMP-SALAIRE-W * WS-TAUX-CYCLE
           ELSE
               MOVE WS-MONTANT-CYCLE TO PAI-BRUT
           END-IF.

      *---------------------------------------------------------------
       CHERCHER-PRIME-EXCEPTION.
           MOVE 0 TO WS-IDX-PEX-TROUVE.
           PERFORM VARYING WS-IDX-PEX FROM 1 BY 1
                   UNTIL WS-IDX-PEX > WS-NB-PRIMES-EXC
               IF WS-PEX-MATRICULE(WS-IDX-PEX) = EMP-MATRICULE-W
                   SET WS-IDX-PEX-TROUVE TO WS-IDX-PEX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Prime promise en net : EX15-CALCSAL recherche le brut dont
      * le net apres cotisations et prelevement a la source (taux
      * de l'employe) atteint le montant promis.
       CALCULER-PRIME-NETTE.
           PERFORM DETERMINER-TAUX-IMPOT.
           MOVE 'B' TO PAI-MODE-CALCUL.
           MOVE WS-PEX-MONTANT(WS-IDX-PEX-TROUVE) TO PAI-NET-CIBLE.
           MOVE WS-TAUX-IMPOT-W TO PAI-TAUX-IMPOT.
           CALL 'EX15-CALCSAL' USING BY REFERENCE WS-EMPLOYE
                                     BY REFERENCE WS-PAIE
                                     BY REFERENCE TAB-COTISATIONS.
           MOVE SPACE TO PAI-MODE-CALCUL.
           ADD 1 TO WS-NB-PRIMES-NETTES.
           DISPLAY EMP-MATRICULE-W ' : prime nette garantie '
                   PAI-NET-CIBLE ' EUR, brut calcule ' PAI-BRUT
                   ' EUR'.
           IF PAI-ECART-NET < 0
               DISPLAY '*** ' EMP-MATRICULE-W ' : net garanti hors '
                       'd''atteinte, ecart ' PAI-ECART-NET ' EUR ***'
           END-IF.

      *---------------------------------------------------------------
       CHARGER-PRIMES-EXCEPTION.
           MOVE 0 TO WS-NB-PRIMES-EXC.
           IF NOT CYCLE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-PRIMES-EXC.
           IF WS-STATUT-PRIMES-EXC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PRIMES-EXC NOT = '00'
               READ FIC-PRIMES-EXC
                   AT END MOVE '10' TO WS-STATUT-PRIMES-EXC
                   NOT AT END
                       IF WS-NB-PRIMES-EXC >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-PRIMES-EXCEPTION.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' primes depassee - paie '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-PRIMES-EXC
                       MOVE PEX-MATRICULE TO
                           WS-PEX-MATRICULE(WS-NB-PRIMES-EXC)
                       MOVE PEX-NATURE TO
                           WS-PEX-NATURE(WS-NB-PRIMES-EXC)
                       MOVE PEX-MONTANT TO
                           WS-PEX-MONTANT(WS-NB-PRIMES-EXC)
               END-READ
           END-PERFORM.
           CLOSE FIC-PRIMES-EXC.
           DISPLAY 'Primes exceptionnelles individuelles : '
                   WS-NB-PRIMES-EXC.

      *---------------------------------------------------------------
      * Primes payees : le fichier est vide en fin de cycle E ; en
      * partition, les primes des autres partitions y restent.
       VIDER-PRIMES-EXCEPTION.
           IF NOT CYCLE-EXCEPTION OR WS-NB-PRIMES-EXC = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-PRIMES-EXC.
           IF MODE-PARTITION
               PERFORM VARYING WS-IDX-PEX FROM 1 BY 1
                       UNTIL WS-IDX-PEX > WS-NB-PRIMES-EXC
                   MOVE WS-PEX-MATRICULE(WS-IDX-PEX)
                       TO WS-MATRICULE-CHERCHE
                   PERFORM CHERCHER-MATRICULE-PARTITION
                   IF NOT MATRICULE-DANS-PARTITION
                       MOVE WS-PEX-MATRICULE(WS-IDX-PEX)
                           TO PEX-MATRICULE
                       MOVE WS-PEX-NATURE(WS-IDX-PEX) TO PEX-NATURE
                       MOVE WS-PEX-MONTANT(WS-IDX-PEX) TO PEX-MONTANT
                       WRITE ENR-PRIME-EXC
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FIC-PRIMES-EXC.

      *---------------------------------------------------------------
      * Seules les lignes de la periode payee sont retenues : une
      * commande d'un autre mois restee en place ne se retient pas.
       CHARGER-TITRES-RESTAURANT.
           MOVE 0 TO WS-NB-TITRES.
           OPEN INPUT FIC-TITRES.
           IF WS-STATUT-TITRES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-TITRES NOT = '00'
               READ FIC-TITRES
                   AT END MOVE '10' TO WS-STATUT-TITRES
                   NOT AT END
                       IF TTR-PERIODE = WS-PERIODE-PARAM
                           IF WS-NB-TITRES >= WS-MAX-EMPLOYES
                               DISPLAY '*** FIC-TITRES-RESTAURANT'
                                       '.dat : capacite de '
                                       WS-MAX-EMPLOYES ' lignes '
                                       'depassee ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-TITRES
                           MOVE TTR-MATRICULE
                               TO WS-TTR-MATRICULE(WS-NB-TITRES)
                           MOVE TTR-NB-TITRES
                               TO WS-TTR-NB-TITRES(WS-NB-TITRES)
                           MOVE TTR-PART-SALARIALE
                               TO WS-TTR-PART-SALARIALE(WS-NB-TITRES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-TITRES.
           DISPLAY 'Titres-restaurant de la periode : ' WS-NB-TITRES
                   ' beneficiaire(s)'.

      *---------------------------------------------------------------
      * Part salariale des titres du mois retenue sur le net apres
      * impot, comme une echeance de pret ; ecretee au net restant
      * (le net ne devient jamais negatif).
       RETENIR-TITRES-RESTAURANT.
           MOVE 0 TO WS-RETENUE-TITRES.
           MOVE 0 TO WS-NB-TITRES-W.
           PERFORM VARYING WS-IDX-TTR FROM 1 BY 1
                   UNTIL WS-IDX-TTR > WS-NB-TITRES
               IF WS-TTR-MATRICULE(WS-IDX-TTR) = EMP-MATRICULE-W
                   ADD WS-TTR-NB-TITRES(WS-IDX-TTR) TO WS-NB-TITRES-W
                   ADD WS-TTR-PART-SALARIALE(WS-IDX-TTR)
                       TO WS-RETENUE-TITRES
               END-IF
           END-PERFORM.
           IF WS-RETENUE-TITRES = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETENUE-TITRES > WS-NET-APRES-IMPOT
               SET NET-PLAFONNE TO TRUE
               COMPUTE WS-REPORTE-W = WS-REPORTE-W
                   + WS-RETENUE-TITRES - WS-NET-APRES-IMPOT
               MOVE WS-NET-APRES-IMPOT TO WS-RETENUE-TITRES
           END-IF.
           ADD 1 TO WS-NB-TTR-RETENUS.
           ADD WS-RETENUE-TITRES TO WS-TOTAL-TITRES.
           SUBTRACT WS-RETENUE-TITRES FROM WS-NET-APRES-IMPOT.
           DISPLAY EMP-MATRICULE-W ' : titres-restaurant, part '
                   'salariale ' WS-RETENUE-TITRES ' EUR retenue sur '
                   'le net'.

      *---------------------------------------------------------------
      * Grille de l'assureur : une ligne du fichier remplace la
      * cotisation et le taux employeur de sa formule dans la grille
      * de repli ; une formule inconnue est ignoree.
       CHARGER-TARIF-MUTUELLE.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-TARIF-MUT.
           IF WS-STATUT-TARIF-MUT NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-TARIF-MUT NOT = '00'
               READ FIC-TARIF-MUT
                   AT END MOVE '10' TO WS-STATUT-TARIF-MUT
                   NOT AT END
                       PERFORM RANGER-TARIF-MUTUELLE
               END-READ
           END-PERFORM.
           CLOSE FIC-TARIF-MUT.

      *---------------------------------------------------------------
       RANGER-TARIF-MUTUELLE.
           IF TMU-CODE-CONTRAT NOT = SPACES
                   AND WS-CODE-CONTRAT-MUT = 'MUT-MAINF'
               MOVE TMU-CODE-CONTRAT TO WS-CODE-CONTRAT-MUT
           END-IF.
           PERFORM VARYING WS-IDX-TMU FROM 1 BY 1
                   UNTIL WS-IDX-TMU > 3
               IF WS-TMU-FORMULE(WS-IDX-TMU) = TMU-FORMULE
                   MOVE TMU-COTISATION
                       TO WS-TMU-COTISATION(WS-IDX-TMU)
                   MOVE TMU-TAUX-PATRONAL
                       TO WS-TMU-TAUX-PATRONAL(WS-IDX-TMU)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           DISPLAY 'FIC-TARIF-MUTUELLE.dat : formule ' TMU-FORMULE
                   ' inconnue ignoree'.

      *---------------------------------------------------------------
      * Adhesions a la mutuelle ; la date d'effet est ramenee a la
      * periode AAAAMM, la fin de dispense reste au jour pres.
       CHARGER-ADHESIONS-MUTUELLE.
           MOVE 0 TO WS-NB-MUTUELLE.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-ADHESIONS-MUT.
           IF WS-STATUT-MUTUELLE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-MUTUELLE NOT = '00'
               READ FIC-ADHESIONS-MUT
                   AT END MOVE '10' TO WS-STATUT-MUTUELLE
                   NOT AT END
                       IF WS-NB-MUTUELLE >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-ADHESIONS-MUTUELLE.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' adhesions depassee - paie '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-MUTUELLE
                       SET WS-IDX-MUT TO WS-NB-MUTUELLE
                       MOVE MUT-MATRICULE
                           TO WS-MUT-MATRICULE(WS-IDX-MUT)
                       MOVE MUT-FORMULE TO WS-MUT-FORMULE(WS-IDX-MUT)
                       MOVE MUT-NB-AYANTS-DROIT
                           TO WS-MUT-AYANTS(WS-IDX-MUT)
                       MOVE MUT-DATE-ADHESION(1:6)
                           TO WS-MUT-PER-ADHESION(WS-IDX-MUT)
                       MOVE MUT-DISPENSE TO WS-MUT-DISPENSE(WS-IDX-MUT)
                       MOVE MUT-FIN-DISPENSE
                           TO WS-MUT-FIN-DISPENSE(WS-IDX-MUT)
               END-READ
           END-PERFORM.
           CLOSE FIC-ADHESIONS-MUT.
           DISPLAY 'Adhesions mutuelle declarees : ' WS-NB-MUTUELLE.

      *---------------------------------------------------------------
      * Situation du salarie au regard de la mutuelle pour le mois :
      * sans enregistrement ou avant la date d'effet, rien ; dispense
      * en cours de validite (fin a zero ou pas avant le mois), pas
      * de cotisation ; dispense echue, affiliation d'office a la
      * formule declaree. La cotisation de la formule est partagee
      * selon le taux employeur de la grille : la part employeur
      * rejoint les charges patronales, la part salariale est
      * retenue sur le net par RETENIR-MUTUELLE.
       APPLIQUER-MUTUELLE.
           MOVE SPACE TO WS-MUT-FORMULE-W.
           MOVE SPACE TO WS-MUT-STATUT-W.
           MOVE SPACES TO WS-MUT-DISPENSE-W.
           MOVE 0 TO WS-MUT-AYANTS-W.
           MOVE 0 TO WS-MUT-COTISATION-W.
           MOVE 0 TO WS-MUT-PART-SAL.
           MOVE 0 TO WS-MUT-PART-PAT.
           PERFORM VARYING WS-IDX-MUT FROM 1 BY 1
                   UNTIL WS-IDX-MUT > WS-NB-MUTUELLE
               IF WS-MUT-MATRICULE(WS-IDX-MUT) = EMP-MATRICULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MUT > WS-NB-MUTUELLE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MUT-PER-ADHESION(WS-IDX-MUT) > WS-PERIODE-PARAM
               EXIT PARAGRAPH
           END-IF.
           SET MUT-ADHESION-VOLONTAIRE TO TRUE.
           IF WS-MUT-DISPENSE(WS-IDX-MUT) NOT = SPACES
               IF WS-MUT-FIN-DISPENSE(WS-IDX-MUT) = 0
                   OR WS-MUT-FIN-DISPENSE(WS-IDX-MUT)(1:6)
                       NOT < WS-PERIODE-PARAM
                   MOVE SPACE TO WS-MUT-STATUT-W
                   MOVE WS-MUT-DISPENSE(WS-IDX-MUT)
                       TO WS-MUT-DISPENSE-W
                   ADD 1 TO WS-NB-MUT-DISPENSES
                   EXIT PARAGRAPH
               END-IF
               SET MUT-AFFILIE-OFFICE TO TRUE
               ADD 1 TO WS-NB-MUT-OFFICE
               DISPLAY EMP-MATRICULE-W ' : dispense de mutuelle '
                       WS-MUT-DISPENSE(WS-IDX-MUT) ' echue le '
                       WS-MUT-FIN-DISPENSE(WS-IDX-MUT)
                       ' - affiliation d''office'
           END-IF.
           MOVE WS-MUT-FORMULE(WS-IDX-MUT) TO WS-MUT-FORMULE-W.
           MOVE WS-MUT-AYANTS(WS-IDX-MUT) TO WS-MUT-AYANTS-W.
           PERFORM VARYING WS-IDX-TMU FROM 1 BY 1
                   UNTIL WS-IDX-TMU > 3
               IF WS-TMU-FORMULE(WS-IDX-TMU) = WS-MUT-FORMULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-TMU > 3
               DISPLAY EMP-MATRICULE-W ' : formule de mutuelle '
                       WS-MUT-FORMULE-W ' inconnue - formule I '
                       'appliquee'
               MOVE 'I' TO WS-MUT-FORMULE-W
               SET WS-IDX-TMU TO 1
           END-IF.
           MOVE WS-TMU-COTISATION(WS-IDX-TMU) TO WS-MUT-COTISATION-W.
           COMPUTE WS-MUT-PART-PAT ROUNDED =
               WS-MUT-COTISATION-W * WS-TMU-TAUX-PATRONAL(WS-IDX-TMU).
           COMPUTE WS-MUT-PART-SAL =
               WS-MUT-COTISATION-W - WS-MUT-PART-PAT.

      *---------------------------------------------------------------
      * Part salariale de la mutuelle retenue sur le net apres
      * impot, ecretee au net restant comme les titres-restaurant ;
      * le bordereau de l'assureur porte la cotisation entiere.
       RETENIR-MUTUELLE.
           MOVE 0 TO WS-RETENUE-MUTUELLE.
           IF WS-MUT-FORMULE-W = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MUT-PART-SAL TO WS-RETENUE-MUTUELLE.
           IF WS-RETENUE-MUTUELLE > WS-NET-APRES-IMPOT
               SET NET-PLAFONNE TO TRUE
               COMPUTE WS-REPORTE-W = WS-REPORTE-W
                   + WS-RETENUE-MUTUELLE - WS-NET-APRES-IMPOT
               MOVE WS-NET-APRES-IMPOT TO WS-RETENUE-MUTUELLE
           END-IF.
           SUBTRACT WS-RETENUE-MUTUELLE FROM WS-NET-APRES-IMPOT.
           ADD 1 TO WS-NB-MUT-ADHERENTS.
           ADD WS-MUT-PART-SAL TO WS-TOTAL-MUT-SAL.
           ADD WS-MUT-PART-PAT TO WS-TOTAL-MUT-PAT.
           MOVE EMP-MATRICULE-W TO RMD-MATRICULE.
           MOVE EMP-NOM-W TO RMD-NOM.
           MOVE EMP-PRENOM-W TO RMD-PRENOM.
           MOVE WS-MUT-FORMULE-W TO RMD-FORMULE.
           MOVE WS-MUT-AYANTS-W TO RMD-AYANTS.
           MOVE WS-MUT-STATUT-W TO RMD-STATUT.
           MOVE WS-MUT-COTISATION-W TO RMD-COTISATION.
           MOVE WS-MUT-PART-SAL TO RMD-PART-SAL.
           MOVE WS-MUT-PART-PAT TO RMD-PART-PAT.
           WRITE ENR-REMISE-MUT FROM WS-RMU-DETAIL.

      *---------------------------------------------------------------
      * Avantages en nature declares par les RH ; les dates sont
      * ramenees a la periode AAAAMM pour le controle du mois.
       CHARGER-AVANTAGES-NATURE.
           MOVE 0 TO WS-NB-AVANTAGES.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-AVANTAGES.
           IF WS-STATUT-AVANTAGES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-AVANTAGES NOT = '00'
               READ FIC-AVANTAGES
                   AT END MOVE '10' TO WS-STATUT-AVANTAGES
                   NOT AT END
                       IF WS-NB-AVANTAGES >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-AVANTAGES-NATURE.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' avantages depassee - paie '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-AVANTAGES
                       SET WS-IDX-AVN TO WS-NB-AVANTAGES
                       MOVE AVN-MATRICULE
                           TO WS-AVN-MATRICULE(WS-IDX-AVN)
                       MOVE AVN-TYPE TO WS-AVN-TYPE(WS-IDX-AVN)
                       MOVE AVN-METHODE TO WS-AVN-METHODE(WS-IDX-AVN)
                       MOVE AVN-MONTANT TO WS-AVN-MONTANT(WS-IDX-AVN)
                       MOVE AVN-TAUX TO WS-AVN-TAUX(WS-IDX-AVN)
                       MOVE AVN-DATE-DEBUT(1:6)
                           TO WS-AVN-DEBUT(WS-IDX-AVN)
                       MOVE AVN-DATE-FIN(1:6) TO WS-AVN-FIN(WS-IDX-AVN)
                       MOVE 0 TO WS-AVN-VALEUR-W(WS-IDX-AVN)
               END-READ
           END-PERFORM.
           CLOSE FIC-AVANTAGES.
           DISPLAY 'Avantages en nature declares : ' WS-NB-AVANTAGES.

      *---------------------------------------------------------------
       CHARGER-CUMULS-AVANTAGES.
           MOVE 0 TO WS-NB-CUM-AVN.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-CUMULS-AVANTAGES.
           IF WS-STATUT-CUM-AVN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CUM-AVN NOT = '00'
               READ FIC-CUMULS-AVANTAGES
                   AT END MOVE '10' TO WS-STATUT-CUM-AVN
                   NOT AT END
                       IF WS-NB-CUM-AVN >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-CUMULS-AVANTAGES.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' beneficiaires depassee - paie '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CUM-AVN
                       MOVE ENR-CUMUL-AVANTAGE
                           TO WS-AVC-LIGNE(WS-NB-CUM-AVN)
               END-READ
           END-PERFORM.
           CLOSE FIC-CUMULS-AVANTAGES.

      *---------------------------------------------------------------
      * Valeur du mois de chaque avantage en cours sur la periode,
      * ajoutee au brut comme un rappel ou une commission :
      * cotisations salariales recalculees, charges patronales et
      * prelevement a la source calcules ensuite sur ce brut.
       APPLIQUER-AVANTAGES-NATURE.
           MOVE 0 TO WS-AVANTAGES-W.
           MOVE 0 TO WS-AVANTAGES-DEDUITS.
           PERFORM VARYING WS-IDX-AVN FROM 1 BY 1
                   UNTIL WS-IDX-AVN > WS-NB-AVANTAGES
               IF WS-AVN-MATRICULE(WS-IDX-AVN) = EMP-MATRICULE-W
                   MOVE 0 TO WS-AVN-VALEUR-W(WS-IDX-AVN)
                   IF WS-AVN-DEBUT(WS-IDX-AVN)
                           NOT > WS-PERIODE-PARAM
                       AND (WS-AVN-FIN(WS-IDX-AVN) = 0
                           OR WS-AVN-FIN(WS-IDX-AVN)
                               NOT < WS-PERIODE-PARAM)
                       IF WS-AVN-METHODE(WS-IDX-AVN) = 'P'
                           COMPUTE WS-AVN-VALEUR-W(WS-IDX-AVN)
                               ROUNDED =
                               WS-AVN-MONTANT(WS-IDX-AVN)
                               * WS-AVN-TAUX(WS-IDX-AVN) / 12
                       ELSE
                           MOVE WS-AVN-MONTANT(WS-IDX-AVN)
                               TO WS-AVN-VALEUR-W(WS-IDX-AVN)
                       END-IF
                       ADD WS-AVN-VALEUR-W(WS-IDX-AVN)
                           TO WS-AVANTAGES-W
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CUMULER-AVANTAGES-NATURE.
           IF WS-AVANTAGES-W = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-AVN-APPLIQUES.
           ADD WS-AVANTAGES-W TO WS-TOTAL-AVANTAGES.
           ADD WS-AVANTAGES-W TO PAI-BRUT.
           PERFORM RECALCULER-COTISATIONS.
           DISPLAY EMP-MATRICULE-W ' : avantages en nature '
                   WS-AVANTAGES-W ' EUR ajoutes a l''assiette'.

      *---------------------------------------------------------------
      * Cumul de l'annee du beneficiaire ; une reprise de la meme
      * periode retire d'abord le montant deja cumule.
       CUMULER-AVANTAGES-NATURE.
           MOVE 0 TO WS-IDX-AVC-TROUVE.
           PERFORM VARYING WS-IDX-AVC FROM 1 BY 1
                   UNTIL WS-IDX-AVC > WS-NB-CUM-AVN
               IF WS-AVC-MATRICULE(WS-IDX-AVC) = EMP-MATRICULE-W
                   SET WS-IDX-AVC-TROUVE TO WS-IDX-AVC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AVANTAGES-W = 0 AND WS-IDX-AVC-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-IDX-AVC-TROUVE = 0
               IF WS-NB-CUM-AVN >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-CUMULS-AVANTAGES.dat : capacite '
                           'de ' WS-MAX-EMPLOYES ' beneficiaires '
                           'depassee - paie arretee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CUM-AVN
               MOVE WS-NB-CUM-AVN TO WS-IDX-AVC-TROUVE
               MOVE EMP-MATRICULE-W
                   TO WS-AVC-MATRICULE(WS-IDX-AVC-TROUVE)
               MOVE WS-PER-ANNEE TO WS-AVC-ANNEE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-MONTANT-ANNEE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-DERNIERE-PER(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-MONTANT-PERIODE(WS-IDX-AVC-TROUVE)
           END-IF.
           IF WS-AVC-ANNEE(WS-IDX-AVC-TROUVE) < WS-PER-ANNEE
               MOVE WS-PER-ANNEE TO WS-AVC-ANNEE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-MONTANT-ANNEE(WS-IDX-AVC-TROUVE)
               MOVE 0 TO WS-AVC-MONTANT-PERIODE(WS-IDX-AVC-TROUVE)
           END-IF.
           IF WS-AVC-DERNIERE-PER(WS-IDX-AVC-TROUVE) = WS-PERIODE-PARAM
               SUBTRACT WS-AVC-MONTANT-PERIODE(WS-IDX-AVC-TROUVE)
                   FROM WS-AVC-MONTANT-ANNEE(WS-IDX-AVC-TROUVE)
           END-IF.
           ADD WS-AVANTAGES-W
               TO WS-AVC-MONTANT-ANNEE(WS-IDX-AVC-TROUVE).
           MOVE WS-AVANTAGES-W
               TO WS-AVC-MONTANT-PERIODE(WS-IDX-AVC-TROUVE).
           MOVE WS-PERIODE-PARAM
               TO WS-AVC-DERNIERE-PER(WS-IDX-AVC-TROUVE).

      *---------------------------------------------------------------
      * L'avantage a ete fourni en nature : il sort du net apres le
      * prelevement a la source et avant toute autre retenue, pour
      * qu'aucun especes ne soit verse a ce titre. Ecrete au net
      * disponible.
       DEDUIRE-AVANTAGES-NATURE.
           MOVE WS-AVANTAGES-W TO WS-AVANTAGES-DEDUITS.
           IF WS-AVANTAGES-DEDUITS = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AVANTAGES-DEDUITS > WS-NET-APRES-IMPOT
               MOVE WS-NET-APRES-IMPOT TO WS-AVANTAGES-DEDUITS
               DISPLAY EMP-MATRICULE-W ' : avantages en nature '
                       'deduits ecretes a ' WS-AVANTAGES-DEDUITS
                       ' EUR (net insuffisant)'
           END-IF.
           SUBTRACT WS-AVANTAGES-DEDUITS FROM WS-NET-APRES-IMPOT.

      *---------------------------------------------------------------
      * Une ligne de bulletin par avantage du mois.
       IMPRIMER-AVANTAGES-NATURE.
           PERFORM VARYING WS-IDX-AVN FROM 1 BY 1
                   UNTIL WS-IDX-AVN > WS-NB-AVANTAGES
               IF WS-AVN-MATRICULE(WS-IDX-AVN) = EMP-MATRICULE-W
                       AND WS-AVN-VALEUR-W(WS-IDX-AVN) > 0
                   EVALUATE WS-AVN-TYPE(WS-IDX-AVN)
                       WHEN 'VEHI'
                           MOVE 'vehicule' TO WS-LIBELLE-AVN-W
                       WHEN 'LOGT'
                           MOVE 'logement' TO WS-LIBELLE-AVN-W
                       WHEN 'TELE'
                           MOVE 'telephone' TO WS-LIBELLE-AVN-W
                       WHEN OTHER
                           MOVE WS-AVN-TYPE(WS-IDX-AVN)
                               TO WS-LIBELLE-AVN-W
                   END-EVALUATE
                   MOVE SPACES TO ENR-BULLETIN
                   STRING 'Avantage nature  : '
                          WS-AVN-VALEUR-W(WS-IDX-AVN) ' EUR ('
                          FUNCTION TRIM(WS-LIBELLE-AVN-W) ')'
                       DELIMITED SIZE INTO ENR-BULLETIN
                   WRITE ENR-BULLETIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO ENR-BULLETIN.

      *---------------------------------------------------------------
       SAUVEGARDER-CUMULS-AVANTAGES.
           IF NOT CYCLE-NORMAL OR WS-NB-CUM-AVN = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-CUMULS-AVANTAGES.
           PERFORM VARYING WS-IDX-AVC FROM 1 BY 1
                   UNTIL WS-IDX-AVC > WS-NB-CUM-AVN
               MOVE WS-AVC-LIGNE(WS-IDX-AVC) TO ENR-CUMUL-AVANTAGE
               WRITE ENR-CUMUL-AVANTAGE
           END-PERFORM.
           CLOSE FIC-CUMULS-AVANTAGES.

      *---------------------------------------------------------------
      * Regle d'abondement : le fichier remplace les tranches de
      * repli des qu'il en porte une ; une tranche dont la borne ne
      * croit pas est ignoree ; au-dela de 5 tranches la paie est
      * arretee.
       CHARGER-PARAM-ABONDEMENT.
           OPEN INPUT FIC-PARAM-ABONDEMENT.
           IF WS-STATUT-PARAM-ABD NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-TRANCHES-LUES.
           PERFORM UNTIL WS-STATUT-PARAM-ABD NOT = '00'
               READ FIC-PARAM-ABONDEMENT
                   AT END MOVE '10' TO WS-STATUT-PARAM-ABD
                   NOT AT END
                       PERFORM RANGER-PARAM-ABONDEMENT
               END-READ
           END-PERFORM.
           CLOSE FIC-PARAM-ABONDEMENT.
           IF WS-NB-TRANCHES-LUES > 0
               MOVE WS-NB-TRANCHES-LUES TO WS-NB-TRANCHES-ABD
           END-IF.

      *---------------------------------------------------------------
       RANGER-PARAM-ABONDEMENT.
           IF PAB-CODE-PLAN NOT = SPACES
                   AND WS-CODE-PLAN-PEE = 'PEE-MAINF'
               MOVE PAB-CODE-PLAN TO WS-CODE-PLAN-PEE
           END-IF.
           EVALUATE TRUE
               WHEN PAB-PLAFOND
                   MOVE PAB-MONTANT TO WS-PLAFOND-ABONDEMENT
               WHEN PAB-TRANCHE
                   IF WS-NB-TRANCHES-LUES >= 5
                       DISPLAY '*** FIC-PARAM-ABONDEMENT.dat : '
                               'capacite de 5 tranches depassee - '
                               'paie arretee ***'
                       STOP RUN 8
                   ELSE
                       IF WS-NB-TRANCHES-LUES > 0
                           AND PAB-MONTANT NOT >
                               WS-ABD-BORNE(WS-NB-TRANCHES-LUES)
                           DISPLAY 'FIC-PARAM-ABONDEMENT.dat : '
                                   'tranche ' PAB-MONTANT
                                   ' non croissante ignoree'
                       ELSE
                           ADD 1 TO WS-NB-TRANCHES-LUES
                           MOVE PAB-MONTANT TO
                               WS-ABD-BORNE(WS-NB-TRANCHES-LUES)
                           MOVE PAB-TAUX TO
                               WS-ABD-TAUX(WS-NB-TRANCHES-LUES)
                       END-IF
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Adhesions ramenees au mois : periode de debut et de fin
      * (0 = adhesion sans fin).
       CHARGER-ADHESIONS-PEE.
           MOVE 0 TO WS-NB-ADHESIONS.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-ADHESIONS-PEE.
           IF WS-STATUT-ADHESIONS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ADHESIONS NOT = '00'
               READ FIC-ADHESIONS-PEE
                   AT END MOVE '10' TO WS-STATUT-ADHESIONS
                   NOT AT END
                       IF WS-NB-ADHESIONS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-ADHESIONS-PEE.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' adhesions depassee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-ADHESIONS
                       MOVE ADP-MATRICULE
                           TO WS-ADP-MATRICULE(WS-NB-ADHESIONS)
                       MOVE ADP-MONTANT-MENSUEL
                           TO WS-ADP-MONTANT(WS-NB-ADHESIONS)
                       COMPUTE WS-ADP-PER-DEBUT(WS-NB-ADHESIONS) =
                           ADP-DATE-DEBUT / 100
                       COMPUTE WS-ADP-PER-FIN(WS-NB-ADHESIONS) =
                           ADP-DATE-FIN / 100
               END-READ
           END-PERFORM.
           CLOSE FIC-ADHESIONS-PEE.
           DISPLAY 'Adhesions au plan d''epargne : ' WS-NB-ADHESIONS.

      *---------------------------------------------------------------
       CHARGER-EPARGNE-PEE.
           MOVE 0 TO WS-NB-EPARGNE.
           IF NOT CYCLE-NORMAL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-EPARGNE-PEE.
           IF WS-STATUT-EPARGNE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-EPARGNE NOT = '00'
               READ FIC-EPARGNE-PEE
                   AT END MOVE '10' TO WS-STATUT-EPARGNE
                   NOT AT END
                       IF WS-NB-EPARGNE >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-EPARGNE-PEE.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' adherents depassee - paie '
                                   'arretee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-EPARGNE
                       MOVE ENR-EPARGNE-PEE
                           TO WS-PEC-LIGNE(WS-NB-EPARGNE)
               END-READ
           END-PERFORM.
           CLOSE FIC-EPARGNE-PEE.

      *---------------------------------------------------------------
      * Versement au plan d'epargne retenu sur le net apres impot et
      * autres retenues, ecrete au net restant (la part ecretee
      * n'est pas reportee : elle n'est simplement pas versee).
      * L'abondement est recalcule sur les versements de l'annee,
      * tranche par tranche, puis plafonne : la part du mois est
      * l'ecart avec l'abondement deja verse.
       RETENIR-VERSEMENT-PEE.
           MOVE 0 TO WS-VERSEMENT-PEE.
           MOVE 0 TO WS-ABONDEMENT-PEE.
           MOVE 0 TO WS-MONTANT-PEE-W.
           PERFORM VARYING WS-IDX-ADP FROM 1 BY 1
                   UNTIL WS-IDX-ADP > WS-NB-ADHESIONS
               IF WS-ADP-MATRICULE(WS-IDX-ADP) = EMP-MATRICULE-W
                       AND WS-ADP-PER-DEBUT(WS-IDX-ADP)
                           NOT > WS-PERIODE-PARAM
                       AND (WS-ADP-PER-FIN(WS-IDX-ADP) = 0
                           OR WS-ADP-PER-FIN(WS-IDX-ADP)
                               NOT < WS-PERIODE-PARAM)
                   MOVE WS-ADP-MONTANT(WS-IDX-ADP) TO WS-MONTANT-PEE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-IDX-PEC-TROUVE.
           PERFORM VARYING WS-IDX-PEC FROM 1 BY 1
                   UNTIL WS-IDX-PEC > WS-NB-EPARGNE
               IF WS-PEC-MATRICULE(WS-IDX-PEC) = EMP-MATRICULE-W
                   SET WS-IDX-PEC-TROUVE TO WS-IDX-PEC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MONTANT-PEE-W = 0 AND WS-IDX-PEC-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDX-PEC-TROUVE = 0
               IF WS-NB-EPARGNE >= WS-MAX-EMPLOYES
                   DISPLAY '*** FIC-EPARGNE-PEE.dat : capacite de '
                           WS-MAX-EMPLOYES ' adherents depassee - '
                           'paie arretee ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-EPARGNE
               MOVE WS-NB-EPARGNE TO WS-IDX-PEC-TROUVE
               MOVE EMP-MATRICULE-W
                   TO WS-PEC-MATRICULE(WS-IDX-PEC-TROUVE)
               MOVE WS-PER-ANNEE TO WS-PEC-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-DERNIERE-PER(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-VERSE-PERIODE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-ABONDE-PERIODE(WS-IDX-PEC-TROUVE)
           END-IF.
           IF WS-PEC-ANNEE(WS-IDX-PEC-TROUVE) < WS-PER-ANNEE
               MOVE WS-PER-ANNEE TO WS-PEC-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-VERSE-PERIODE(WS-IDX-PEC-TROUVE)
               MOVE 0 TO WS-PEC-ABONDE-PERIODE(WS-IDX-PEC-TROUVE)
           END-IF.
      * Reprise d'une periode deja cumulee : ses montants sortent des
      * cumuls avant d'etre recalcules.
           IF WS-PEC-DERNIERE-PER(WS-IDX-PEC-TROUVE) = WS-PERIODE-PARAM
               SUBTRACT WS-PEC-VERSE-PERIODE(WS-IDX-PEC-TROUVE)
                   FROM WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE)
               SUBTRACT WS-PEC-ABONDE-PERIODE(WS-IDX-PEC-TROUVE)
                   FROM WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
           END-IF.
           MOVE 0 TO WS-PEC-VERSE-PERIODE(WS-IDX-PEC-TROUVE).
           MOVE 0 TO WS-PEC-ABONDE-PERIODE(WS-IDX-PEC-TROUVE).
           MOVE WS-PERIODE-PARAM
               TO WS-PEC-DERNIERE-PER(WS-IDX-PEC-TROUVE).
           IF WS-MONTANT-PEE-W = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MONTANT-PEE-W TO WS-VERSEMENT-PEE.
           IF WS-VERSEMENT-PEE > WS-NET-APRES-IMPOT
               MOVE WS-NET-APRES-IMPOT TO WS-VERSEMENT-PEE
               ADD 1 TO WS-NB-PEE-ECRETES
               DISPLAY EMP-MATRICULE-W ' : versement PEE ecrete a '
                       WS-VERSEMENT-PEE ' EUR (net insuffisant)'
           END-IF.
           COMPUTE WS-VERSE-CUMUL-W =
               WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE)
               + WS-VERSEMENT-PEE.
           PERFORM CALCULER-ABONDEMENT-CIBLE.
           IF WS-ABONDEMENT-CIBLE
                   > WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
               COMPUTE WS-ABONDEMENT-PEE =
                   WS-ABONDEMENT-CIBLE
                   - WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
           END-IF.

           MOVE WS-VERSE-CUMUL-W
               TO WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE).
           ADD WS-ABONDEMENT-PEE
               TO WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE).
           MOVE WS-VERSEMENT-PEE
               TO WS-PEC-VERSE-PERIODE(WS-IDX-PEC-TROUVE).
           MOVE WS-ABONDEMENT-PEE
               TO WS-PEC-ABONDE-PERIODE(WS-IDX-PEC-TROUVE).
           SUBTRACT WS-VERSEMENT-PEE FROM WS-NET-APRES-IMPOT.
           IF WS-VERSEMENT-PEE = 0 AND WS-ABONDEMENT-PEE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-VERSEMENTS-PEE.
           ADD WS-VERSEMENT-PEE TO WS-TOTAL-PEE.
           ADD WS-ABONDEMENT-PEE TO WS-TOTAL-ABONDEMENT.
           MOVE EMP-MATRICULE-W TO RPD-MATRICULE.
           MOVE EMP-NOM-W TO RPD-NOM.
           MOVE EMP-PRENOM-W TO RPD-PRENOM.
           MOVE WS-VERSEMENT-PEE TO RPD-VERSEMENT.
           MOVE WS-ABONDEMENT-PEE TO RPD-ABONDEMENT.
           MOVE WS-PEC-VERSE-ANNEE(WS-IDX-PEC-TROUVE)
               TO RPD-VERSE-ANNEE.
           MOVE WS-PEC-ABONDE-ANNEE(WS-IDX-PEC-TROUVE)
               TO RPD-ABONDE-ANNEE.
           WRITE ENR-REMISE-PEE FROM WS-RPE-DETAIL.

      *---------------------------------------------------------------
      * Abondement du aux versements de l'annee WS-VERSE-CUMUL-W :
      * chaque tranche est abondee a son taux sur la part des
      * versements qui y tombe, le tout dans la limite du plafond
      * legal annuel.
       CALCULER-ABONDEMENT-CIBLE.
           MOVE 0 TO WS-ABONDEMENT-CIBLE.
           MOVE 0 TO WS-BORNE-PREC-W.
           PERFORM VARYING WS-IDX-ABD FROM 1 BY 1
                   UNTIL WS-IDX-ABD > WS-NB-TRANCHES-ABD
               IF WS-VERSE-CUMUL-W > WS-BORNE-PREC-W
                   IF WS-VERSE-CUMUL-W < WS-ABD-BORNE(WS-IDX-ABD)
                       COMPUTE WS-ABONDEMENT-CIBLE ROUNDED =
                           WS-ABONDEMENT-CIBLE
                           + (WS-VERSE-CUMUL-W - WS-BORNE-PREC-W)
                               * WS-ABD-TAUX(WS-IDX-ABD)
                   ELSE
                       COMPUTE WS-ABONDEMENT-CIBLE ROUNDED =
                           WS-ABONDEMENT-CIBLE
                           + (WS-ABD-BORNE(WS-IDX-ABD)
                               - WS-BORNE-PREC-W)
                               * WS-ABD-TAUX(WS-IDX-ABD)
                   END-IF
               END-IF
               MOVE WS-ABD-BORNE(WS-IDX-ABD) TO WS-BORNE-PREC-W
           END-PERFORM.
           IF WS-ABONDEMENT-CIBLE > WS-PLAFOND-ABONDEMENT
               MOVE WS-PLAFOND-ABONDEMENT TO WS-ABONDEMENT-CIBLE
           END-IF.

      *---------------------------------------------------------------
       CHARGER-RAPPELS.
           MOVE 0 TO WS-NB-RAPPELS.
           SORT WRK-RAPPELS
               ON ASCENDING KEY WRK-RAP-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-RAPPELS
               GIVING FIC-RAPPELS-TRI.
           IF WS-NB-RAPPELS > 0
               DISPLAY 'Rappels de salaire a payer : '
                       WS-NB-RAPPELS
           END-IF.
           OPEN INPUT FIC-RAPPELS-TRI.
           OPEN OUTPUT FIC-RAPPELS-NOUV.
           PERFORM LIRE-RAPPEL-TRIE.

      *---------------------------------------------------------------
       LIBERER-RAPPELS.
           OPEN INPUT FIC-RAPPELS.
           IF WS-STATUT-RAPPELS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-RAPPELS NOT = '00'
               READ FIC-RAPPELS
                   AT END MOVE '10' TO WS-STATUT-RAPPELS
                   NOT AT END
                       ADD 1 TO WS-NB-RAPPELS
                       RELEASE WRK-ENR-RAPPEL FROM ENR-RAPPEL
               END-READ
           END-PERFORM.
           CLOSE FIC-RAPPELS.

      *---------------------------------------------------------------
       LIRE-RAPPEL-TRIE.
           READ FIC-RAPPELS-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-RAPPEL
               NOT AT END MOVE RAP-MATRICULE TO WS-CLE-RAPPEL
           END-READ.

      *---------------------------------------------------------------
      * Rappel ajoute au brut avec ses charges, avant le calcul de
      * l'impot a la source, et journalise dans le meme journal
      * d'audit (champ RAPPEL).
       APPLIQUER-RAPPEL.
           MOVE 0 TO WS-RAPPEL-W.
      * Un rappel par bulletin : le rappel paye sort du registre, les
      * suivants du matricule y restent pour la paie suivante.
           IF WS-CLE-RAPPEL = EMP-MATRICULE-W
               MOVE RAP-MONTANT TO WS-RAPPEL-W
               PERFORM LIRE-RAPPEL-TRIE
           END-IF.

           IF WS-RAPPEL-W > 0
               ADD 1 TO WS-NB-RAPPELS-PAYES
               ADD WS-RAPPEL-W TO PAI-BRUT
               PERFORM RECALCULER-COTISATIONS
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HEURE
               MOVE 'EX15-PRINCIPAL' TO AUD-PROGRAMME
               MOVE EMP-MATRICULE-W  TO AUD-MATRICULE
               MOVE 'RAPPEL'         TO AUD-CHAMP
               MOVE 0                TO AUD-VALEUR-AVANT
               MOVE WS-RAPPEL-W      TO AUD-VALEUR-APRES
               MOVE SPACES           TO AUD-OPERATEUR-1
               MOVE SPACES           TO AUD-OPERATEUR-2
      *---------------------------------------------------------------
       REECRIRE-RAPPELS.
           IF WS-NB-RAPPELS > 0
               MOVE WS-NOM-NOUV-RAPPELS TO WS-NOM-STAGING-W
               MOVE WS-NOM-FIC-RAPPELS TO WS-NOM-FINAL-W
               PERFORM REMPLACER-REGISTRE
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-RAPPELS
                   RETURNING WS-RETOUR-RENAME
           END-IF.

      *---------------------------------------------------------------
      * fichier sont ignorees.
       CHARGER-COMMISSIONS.
           MOVE 0 TO WS-NB-COMMISSIONS.
           SORT WRK-COMMISSIONS
               ON ASCENDING KEY WRK-COM-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-COMMISSIONS
               GIVING FIC-COMMISSIONS-TRI.
           IF WS-NB-COMMISSIONS > 0
               DISPLAY 'Commissions de vente a payer : '
                       WS-NB-COMMISSIONS
           END-IF.
           OPEN INPUT FIC-COMMISSIONS-TRI.
           PERFORM LIRE-COMMISSION-TRIEE.

      *---------------------------------------------------------------
       LIBERER-COMMISSIONS.
           OPEN INPUT FIC-COMMISSIONS.
           IF WS-STATUT-COMMISSIONS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-COMMISSIONS NOT = '00'
               READ FIC-COMMISSIONS
                   AT END MOVE '10' TO WS-STATUT-COMMISSIONS
                   NOT AT END
                       MOVE ENR-COMMISSION TO WRK-ENR-COMMISSION
                       IF WRK-COM-PERIODE = WS-PERIODE-POINTAGE
                           ADD 1 TO WS-NB-COMMISSIONS
                           RELEASE WRK-ENR-COMMISSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-COMMISSIONS.

      *---------------------------------------------------------------
       LIRE-COMMISSION-TRIEE.
           READ FIC-COMMISSIONS-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-COMMISSION
               NOT AT END MOVE COM-MATRICULE TO WS-CLE-COMMISSION
           END-READ.

      *---------------------------------------------------------------
      * Commission ajoutee au brut avec ses charges, comme le rappel
      * de salaire, avant l'impot a la source.
       APPLIQUER-COMMISSION.
           MOVE 0 TO WS-COMMISSION-W.
           IF WS-CLE-COMMISSION = EMP-MATRICULE-W
               MOVE COM-MONTANT TO WS-COMMISSION-W
           END-IF.

           IF WS-COMMISSION-W > 0
               ADD 1 TO WS-NB-COMMISSIONS-PAYEES
               ADD WS-COMMISSION-W TO PAI-BRUT
               PERFORM RECALCULER-COTISATIONS
           END-IF.

      *---------------------------------------------------------------
           END-IF.

           MOVE 0 TO WS-NB-DEM-ACOMPTES.
           SORT WRK-DEM-ACOMPTES
               ON ASCENDING KEY WRK-DAC-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-DEM-ACOMPTES
               GIVING FIC-DEM-ACOMPTES-TRI.
           IF WS-NB-DEM-ACOMPTES > 0
               DISPLAY 'Demandes d''acompte du mois : '
                       WS-NB-DEM-ACOMPTES ' (part maximale '
                       WS-PART-MAX-ACOMPTE ' du net attendu)'
           END-IF.

           MOVE 0 TO WS-NB-ACOMPTES.
           SORT WRK-ACOMPTES
               ON ASCENDING KEY WRK-ACO-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-ACOMPTES
               GIVING FIC-ACOMPTES-TRI.
           IF WS-NB-ACOMPTES > 0
               DISPLAY 'Acomptes en cours au registre : '
                       WS-NB-ACOMPTES
           END-IF.
           OPEN INPUT FIC-DEM-ACOMPTES-TRI.
           OPEN OUTPUT FIC-DEM-ACOMPTES-NOUV.
           PERFORM LIRE-DEM-ACOMPTE-TRIEE.
           OPEN INPUT FIC-ACOMPTES-TRI.
           OPEN OUTPUT FIC-ACOMPTES-NOUV.
           PERFORM LIRE-ACOMPTE-TRIE.

      *---------------------------------------------------------------
       LIBERER-DEM-ACOMPTES.
           OPEN INPUT FIC-DEMANDES-ACOMPTES.
           IF WS-STATUT-DEM-ACOMPTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DEM-ACOMPTES NOT = '00'
               READ FIC-DEMANDES-ACOMPTES
                   AT END MOVE '10' TO WS-STATUT-DEM-ACOMPTES
                   NOT AT END
                       ADD 1 TO WS-NB-DEM-ACOMPTES
                       RELEASE WRK-ENR-DEM-ACOMPTE
                           FROM ENR-DEMANDE-ACOMPTE
               END-READ
           END-PERFORM.
           CLOSE FIC-DEMANDES-ACOMPTES.

      *---------------------------------------------------------------
       LIBERER-ACOMPTES.
           OPEN INPUT FIC-ACOMPTES.
           IF WS-STATUT-ACOMPTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ACOMPTES NOT = '00'
               READ FIC-ACOMPTES
                   AT END MOVE '10' TO WS-STATUT-ACOMPTES
                   NOT AT END
                       ADD 1 TO WS-NB-ACOMPTES
                       RELEASE WRK-ENR-ACOMPTE FROM ENR-ACOMPTE
               END-READ
           END-PERFORM.
           CLOSE FIC-ACOMPTES.

      *---------------------------------------------------------------
       LIRE-DEM-ACOMPTE-TRIEE.
           READ FIC-DEM-ACOMPTES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-DEM-ACOMPTE
               NOT AT END MOVE DAC-MATRICULE TO WS-CLE-DEM-ACOMPTE
           END-READ.

      *---------------------------------------------------------------
       LIRE-ACOMPTE-TRIE.
           READ FIC-ACOMPTES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-ACOMPTE
               NOT AT END MOVE ACO-MATRICULE TO WS-CLE-ACOMPTE
           END-READ.

      *---------------------------------------------------------------
      * Acomptes de l'employe en cours : les demandes du mois sont
      * attendu (apres charges) et entrent au registre ; les soldes
      * du registre sont retenus sur le net apres impot, dans la
      * limite du net du mois, et la retenue part sur le bulletin et
      * le virement. Les lignes du registre passent dans le registre
      * reconstitue avec leur nouveau solde, l'acompte accorde a
      * leur suite.
       TRAITER-ACOMPTES.
           COMPUTE WS-PLAFOND-ACOMPTE ROUNDED =
               PAI-NET * WS-PART-MAX-ACOMPTE.
           MOVE 0 TO WS-RETENUE-ACOMPTE.
           PERFORM UNTIL WS-CLE-ACOMPTE NOT = EMP-MATRICULE-W
               IF ACO-SOLDE > 0
                   MOVE ACO-SOLDE TO WS-SOLDE-ACO-W
                   PERFORM RETENIR-SOLDE-ACOMPTE
                   MOVE WS-SOLDE-ACO-W TO ACO-SOLDE
                   IF ACO-SOLDE > 0
                       WRITE ENR-ACOMPTE-NOUV FROM ENR-ACOMPTE-TRI
                   END-IF
               END-IF
               PERFORM LIRE-ACOMPTE-TRIE
           END-PERFORM.

           PERFORM UNTIL WS-CLE-DEM-ACOMPTE NOT = EMP-MATRICULE-W
               IF DAC-MONTANT > WS-PLAFOND-ACOMPTE
                   ADD 1 TO WS-NB-ACO-REFUSES
                   DISPLAY EMP-MATRICULE-W
                           ' : acompte refuse ('
                           DAC-MONTANT
                           ' EUR au-dela de la part autorisee '
                           WS-PLAFOND-ACOMPTE ' EUR)'
               ELSE
                   ADD 1 TO WS-NB-ACO-ACCORDES
                   PERFORM ENREGISTRER-ACOMPTE
               END-IF
               PERFORM LIRE-DEM-ACOMPTE-TRIEE
           END-PERFORM.

           IF WS-RETENUE-ACOMPTE > 0
                       WS-RETENUE-ACOMPTE ' EUR sur le net'
           END-IF.

      *---------------------------------------------------------------
      * Retenue d'un solde d'acompte (WS-SOLDE-ACO-W, diminue de la
      * part retenue) dans la limite du net du mois.
       RETENIR-SOLDE-ACOMPTE.
           MOVE WS-SOLDE-ACO-W TO WS-RETENUE-LIGNE.
           IF WS-RETENUE-ACOMPTE + WS-RETENUE-LIGNE
                   > WS-NET-APRES-IMPOT
      * Plancher du net : la retenue est ecretee et le reliquat
      * reste au registre pour le mois suivant (voir le rapport
      * de controle des dettes).
               SET NET-PLAFONNE TO TRUE
               COMPUTE WS-REPORTE-W = WS-REPORTE-W
                   + WS-RETENUE-ACOMPTE + WS-RETENUE-LIGNE
                   - WS-NET-APRES-IMPOT
               COMPUTE WS-RETENUE-LIGNE = WS-NET-APRES-IMPOT
                   - WS-RETENUE-ACOMPTE
           END-IF.
           IF WS-RETENUE-LIGNE > 0
               ADD WS-RETENUE-LIGNE TO WS-RETENUE-ACOMPTE
               SUBTRACT WS-RETENUE-LIGNE FROM WS-SOLDE-ACO-W
           END-IF.

      *---------------------------------------------------------------
       ENREGISTRER-ACOMPTE.
           MOVE DAC-MATRICULE TO WS-ACA-MATRICULE.
           MOVE DAC-DATE      TO WS-ACA-DATE.
           MOVE DAC-MONTANT   TO WS-ACA-MONTANT.
           MOVE DAC-MONTANT   TO WS-SOLDE-ACO-W.
           DISPLAY EMP-MATRICULE-W ' : acompte accorde '
                   DAC-MONTANT ' EUR (retenu sur cette paie)'.
           IF WS-SOLDE-ACO-W > 0
               PERFORM RETENIR-SOLDE-ACOMPTE
           END-IF.
           MOVE WS-SOLDE-ACO-W TO WS-ACA-SOLDE.
           IF WS-ACA-SOLDE > 0
               WRITE ENR-ACOMPTE-NOUV FROM WS-ACOMPTE-ACCORDE
           END-IF.

      *---------------------------------------------------------------
      * Le registre garde les soldes non apures ; les demandes du
      * mois sont consommees (accordees au registre ou refusees et
      * signalees), le fichier des demandes est vide. Les deux
      * fichiers reconstitues au fil du passage remplacent les
      * fichiers d'origine.
       SAUVEGARDER-ACOMPTES.
      * Les cycles speciaux ne traitent pas les acomptes : le
      * registre et les demandes en attente restent intacts pour la
      * paie mensuelle.
           IF NOT CYCLE-NORMAL
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-ACOMPTES
                   RETURNING WS-RETOUR-RENAME
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-DEM-ACO
                   RETURNING WS-RETOUR-RENAME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOM-NOUV-ACOMPTES TO WS-NOM-STAGING-W.
           MOVE WS-NOM-FIC-ACOMPTES TO WS-NOM-FINAL-W.
           PERFORM REMPLACER-REGISTRE.
      * En partition, les demandes des matricules d'une autre
      * partition (jamais vues dans ce maitre) sont conservees pour
      * le run de leur partition (voir SYNCHRONISER-REGISTRES).
           IF WS-NB-DEM-ACOMPTES > 0
               MOVE WS-NOM-NOUV-DEM-ACO TO WS-NOM-STAGING-W
               MOVE WS-NOM-FIC-DEM-ACO TO WS-NOM-FINAL-W
               PERFORM REMPLACER-REGISTRE
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-DEM-ACO
                   RETURNING WS-RETOUR-RENAME
           END-IF.

      *---------------------------------------------------------------
       CHARGER-SAISIES.
           MOVE 0 TO WS-NB-SAISIES.
           SORT WRK-SAISIES
               ON ASCENDING KEY WRK-SAI-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-SAISIES
               GIVING FIC-SAISIES-TRI.
           IF WS-NB-SAISIES > 0
               DISPLAY 'Saisies sur salaire en cours : '
                       WS-NB-SAISIES
           END-IF.
           OPEN INPUT FIC-SAISIES-TRI.
           OPEN OUTPUT FIC-SAISIES-NOUV.
           PERFORM LIRE-SAISIE-TRIEE.

      *---------------------------------------------------------------
       LIBERER-SAISIES.
           OPEN INPUT FIC-SAISIES.
           IF WS-STATUT-SAISIES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-SAISIES NOT = '00'
               READ FIC-SAISIES
                   AT END MOVE '10' TO WS-STATUT-SAISIES
                   NOT AT END
                       ADD 1 TO WS-NB-SAISIES
                       RELEASE WRK-ENR-SAISIE FROM ENR-SAISIE
               END-READ
           END-PERFORM.
           CLOSE FIC-SAISIES.

      *---------------------------------------------------------------
       LIRE-SAISIE-TRIEE.
           READ FIC-SAISIES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-SAISIE
               NOT AT END MOVE SAI-MATRICULE TO WS-CLE-SAISIE
           END-READ.

      *---------------------------------------------------------------
      * Quotite saisissable du net a payer selon le bareme legal :
           MOVE 0 TO WS-RETENUE-SAISIE.
           MOVE SPACES TO WS-REFERENCE-SAISIE.
           MOVE 0 TO WS-SOLDE-SAISIE-W.
           IF WS-CLE-SAISIE NOT = EMP-MATRICULE-W
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-QUOTITE-SAISISSABLE.
           PERFORM UNTIL WS-CLE-SAISIE NOT = EMP-MATRICULE-W
               IF SAI-SOLDE > 0
                       AND SAI-DATE-DEBUT NOT > WS-DATE-JOUR-8
                   MOVE SAI-SOLDE TO WS-RETENUE-SAI-LIGNE
                   IF WS-RETENUE-SAISIE + WS-RETENUE-SAI-LIGNE
                           > WS-QUOTITE-SAISISSABLE
                       COMPUTE WS-RETENUE-SAI-LIGNE =
                   END-IF
                   IF WS-RETENUE-SAI-LIGNE > 0
                       ADD WS-RETENUE-SAI-LIGNE TO WS-RETENUE-SAISIE
                       SUBTRACT WS-RETENUE-SAI-LIGNE FROM SAI-SOLDE
                       MOVE SAI-REFERENCE TO WS-REFERENCE-SAISIE
                       ADD SAI-SOLDE TO WS-SOLDE-SAISIE-W
                       IF SAI-SOLDE = 0
                           ADD 1 TO WS-NB-SAI-SOLDEES
                           DISPLAY EMP-MATRICULE-W
                                   ' : saisie ' SAI-REFERENCE
                                   ' soldee, retenue arretee'
                       END-IF
                   END-IF
               END-IF
               IF SAI-SOLDE > 0
                   WRITE ENR-SAISIE-NOUV FROM ENR-SAISIE-TRI
               END-IF
               PERFORM LIRE-SAISIE-TRIEE
           END-PERFORM.

           IF WS-RETENUE-SAISIE > 0
      * d'elle-meme.
       SAUVEGARDER-SAISIES.
           IF WS-NB-SAISIES = 0
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-SAISIES
                   RETURNING WS-RETOUR-RENAME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOM-NOUV-SAISIES TO WS-NOM-STAGING-W.
           MOVE WS-NOM-FIC-SAISIES TO WS-NOM-FINAL-W.
           PERFORM REMPLACER-REGISTRE.

      *---------------------------------------------------------------
       CHARGER-PRETS.
           MOVE 0 TO WS-NB-PRETS.
           SORT WRK-PRETS
               ON ASCENDING KEY WRK-PRT-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-PRETS
               GIVING FIC-PRETS-TRI.
           IF WS-NB-PRETS > 0
               DISPLAY 'Prets d''entreprise en cours : '
                       WS-NB-PRETS
           END-IF.
           OPEN INPUT FIC-PRETS-TRI.
           OPEN OUTPUT FIC-PRETS-NOUV.
           PERFORM LIRE-PRET-TRIE.
           PERFORM CHARGER-SOLDES-ANTICIPES.

      *---------------------------------------------------------------
       LIBERER-PRETS.
           OPEN INPUT FIC-PRETS.
           IF WS-STATUT-PRETS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PRETS NOT = '00'
               READ FIC-PRETS
                   AT END MOVE '10' TO WS-STATUT-PRETS
                   NOT AT END
                       ADD 1 TO WS-NB-PRETS
                       RELEASE WRK-ENR-PRET FROM ENR-PRET
               END-READ
           END-PERFORM.
           CLOSE FIC-PRETS.

      *---------------------------------------------------------------
       LIRE-PRET-TRIE.
           READ FIC-PRETS-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-PRET
               NOT AT END MOVE PRT-MATRICULE TO WS-CLE-PRET
           END-READ.

      *---------------------------------------------------------------
      * Les demandes de remboursement anticipe visent les prets du
      * matricule : le solde entier sera retenu ce mois au lieu de
      * la seule echeance (voir TRAITER-PRETS). Demande sans pret en
      * cours : signalee et ignoree.
       CHARGER-SOLDES-ANTICIPES.
           MOVE 0 TO WS-NB-ANT-LUS.
           SORT WRK-ANTICIPES
               ON ASCENDING KEY WRK-ANT-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-ANTICIPES
               GIVING FIC-ANTICIPES-TRI.
           OPEN INPUT FIC-ANTICIPES-TRI.
           OPEN OUTPUT FIC-ANTICIPES-NOUV.
           PERFORM LIRE-ANTICIPE-TRIE.

      *---------------------------------------------------------------
       LIBERER-ANTICIPES.
           OPEN INPUT FIC-SOLDES-ANTICIPES.
           IF WS-STATUT-ANTICIPES NOT = '00'
               EXIT PARAGRAPH
           PERFORM UNTIL WS-STATUT-ANTICIPES NOT = '00'
               READ FIC-SOLDES-ANTICIPES
                   AT END MOVE '10' TO WS-STATUT-ANTICIPES
                   NOT AT END
                       ADD 1 TO WS-NB-ANT-LUS
                       RELEASE WRK-ENR-ANTICIPE FROM ENR-SOLDE-ANTICIPE
               END-READ
           END-PERFORM.
           CLOSE FIC-SOLDES-ANTICIPES.

      *---------------------------------------------------------------
       LIRE-ANTICIPE-TRIE.
           READ FIC-ANTICIPES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-ANTICIPE
               NOT AT END MOVE ANT-MATRICULE TO WS-CLE-ANTICIPE
           END-READ.

      *---------------------------------------------------------------
       MARQUER-PRET-ANTICIPE.
           MOVE 'N' TO WS-PRET-ANTICIPE.
           IF WS-CLE-ANTICIPE NOT = EMP-MATRICULE-W
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CLE-ANTICIPE NOT = EMP-MATRICULE-W
               PERFORM LIRE-ANTICIPE-TRIE
           END-PERFORM.
           IF WS-CLE-PRET = EMP-MATRICULE-W
               SET PRET-ANTICIPE TO TRUE
               ADD 1 TO WS-NB-ANTICIPES
               DISPLAY EMP-MATRICULE-W ' : remboursement anticipe du '
                       'pret demande, solde vise ce mois'
           ELSE
               DISPLAY EMP-MATRICULE-W ' : demande de remboursement '
                       'anticipe sans pret en cours, ignoree'
           END-IF.

       TRAITER-PRETS.
           MOVE 0 TO WS-RETENUE-PRET.
           MOVE 0 TO WS-SOLDE-PRET-W.
           PERFORM MARQUER-PRET-ANTICIPE.
           PERFORM UNTIL WS-CLE-PRET NOT = EMP-MATRICULE-W
               IF PRT-SOLDE > 0
                       AND PRT-PERIODE-DEBUT NOT > WS-PERIODE-PARAM
                   IF PRET-ANTICIPE
                       MOVE PRT-SOLDE TO WS-RETENUE-PRT-LIGNE
                   ELSE
                       MOVE PRT-ECHEANCE TO WS-RETENUE-PRT-LIGNE
                       IF WS-RETENUE-PRT-LIGNE > PRT-SOLDE
                           MOVE PRT-SOLDE TO WS-RETENUE-PRT-LIGNE
                       END-IF
                   END-IF
                   IF WS-RETENUE-PRET + WS-RETENUE-PRT-LIGNE
                   END-IF
                   IF WS-RETENUE-PRT-LIGNE > 0
                       ADD WS-RETENUE-PRT-LIGNE TO WS-RETENUE-PRET
                       SUBTRACT WS-RETENUE-PRT-LIGNE FROM PRT-SOLDE
                       IF PRT-SOLDE = 0
                           ADD 1 TO WS-NB-PRT-SOLDES
                           DISPLAY EMP-MATRICULE-W ' : pret du '
                                   PRT-DATE-OCTROI
                                   ' solde, retenue arretee'
                       END-IF
                   END-IF
                   ADD PRT-SOLDE TO WS-SOLDE-PRET-W
               END-IF
               IF PRT-SOLDE > 0
                   WRITE ENR-PRET-NOUV FROM ENR-PRET-TRI
               END-IF
               PERFORM LIRE-PRET-TRIE
           END-PERFORM.

           IF WS-RETENUE-PRET > 0
      * et demandes restent intacts pour la paie mensuelle.
       SAUVEGARDER-PRETS.
           IF NOT CYCLE-NORMAL
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-PRETS
                   RETURNING WS-RETOUR-RENAME
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-ANTICIPES
                   RETURNING WS-RETOUR-RENAME
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-PRETS > 0
               MOVE WS-NOM-NOUV-PRETS TO WS-NOM-STAGING-W
               MOVE WS-NOM-FIC-PRETS TO WS-NOM-FINAL-W
               PERFORM REMPLACER-REGISTRE
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-PRETS
                   RETURNING WS-RETOUR-RENAME
           END-IF.
           IF WS-NB-ANT-LUS > 0
               MOVE WS-NOM-NOUV-ANTICIPES TO WS-NOM-STAGING-W
               MOVE WS-NOM-FIC-ANTICIPES TO WS-NOM-FINAL-W
               PERFORM REMPLACER-REGISTRE
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-ANTICIPES
                   RETURNING WS-RETOUR-RENAME
           END-IF.

      *---------------------------------------------------------------
      * monde a temps plein, comme avant.
       CHARGER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           SORT WRK-CONTRATS
               ON ASCENDING KEY WRK-CTR-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-CONTRATS
               GIVING FIC-CONTRATS-TRI.
           IF CONTRATS-CHARGES
               DISPLAY 'Conditions contractuelles chargees : '
                       WS-NB-CONTRATS ' contrat(s)'
           ELSE
               DISPLAY 'FIC-CONTRATS.dat absent : tous les employes '
                       'payes a temps plein'
           END-IF.
           OPEN INPUT FIC-CONTRATS-TRI.
           PERFORM LIRE-CONTRAT-TRIE.

      *---------------------------------------------------------------
       LIBERER-CONTRATS.
           OPEN INPUT FIC-CONTRATS.
           IF WS-STATUT-CONTRATS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET CONTRATS-CHARGES TO TRUE.
           PERFORM UNTIL WS-STATUT-CONTRATS NOT = '00'
               READ FIC-CONTRATS
                   AT END MOVE '10' TO WS-STATUT-CONTRATS
                   NOT AT END
                       ADD 1 TO WS-NB-CONTRATS
                       RELEASE WRK-ENR-CONTRAT FROM ENR-CONTRAT
               END-READ
           END-PERFORM.
           CLOSE FIC-CONTRATS.

      *---------------------------------------------------------------
       LIRE-CONTRAT-TRIE.
           READ FIC-CONTRATS-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-CONTRAT
               NOT AT END MOVE CTR-MATRICULE TO WS-CLE-CONTRAT
           END-READ.

      *---------------------------------------------------------------
      * Le salaire de base est pro-rate au pourcentage de temps de
       APPLIQUER-CONTRAT.
           MOVE 'CDI' TO WS-TYPE-CONTRAT-W.
           MOVE 100 TO WS-POURCENT-W.
           IF WS-CLE-CONTRAT = EMP-MATRICULE-W
               MOVE CTR-TYPE TO WS-TYPE-CONTRAT-W
               IF CTR-POURCENT > 0
                   MOVE CTR-POURCENT TO WS-POURCENT-W
               END-IF
           END-IF.
           IF WS-POURCENT-W < 100
               ADD 1 TO WS-NB-TEMPS-PARTIELS
               COMPUTE EMP-SALAIRE-W ROUNDED =
           END-IF.

      *---------------------------------------------------------------
      * Revalorisations du minimum legal : le fichier remplace la
      * table de repli des qu'il porte une ligne. Le taux retenu est
      * celui de la date d'effet la plus recente atteinte au premier
      * jour de la periode payee (une relance ou un passage tardif
      * garde le minimum de sa periode), quel que soit l'ordre du
      * fichier. Le registre central (code SMIC-TAUX-HORAIRE) prime
      * sur le fichier ; sa date d'effet est celle de la ligne du
      * fichier de meme taux, a defaut le premier jour de la
      * periode.
       CHARGER-SMIC.
           OPEN INPUT FIC-SMIC.
           IF WS-STATUT-SMIC = '00'
               MOVE 0 TO WS-NB-SMIC
               PERFORM UNTIL WS-STATUT-SMIC NOT = '00'
                   READ FIC-SMIC
                       AT END MOVE '10' TO WS-STATUT-SMIC
                       NOT AT END
                           IF WS-NB-SMIC < 20
                               ADD 1 TO WS-NB-SMIC
                               MOVE SMC-DATE-EFFET TO
                                   WS-SMC-DATE-EFFET(WS-NB-SMIC)
                               MOVE SMC-TAUX-HORAIRE TO
                                   WS-SMC-TAUX(WS-NB-SMIC)
                           ELSE
                               DISPLAY '*** FIC-SMIC.dat : capacite '
                                       'de 20 revalorisations '
                                       'depassee - paie arretee ***'
                               STOP RUN 8
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-SMIC
           ELSE
               DISPLAY 'FIC-SMIC.dat absent : minimum legal par '
                       'defaut'
           END-IF.
           MOVE 0 TO WS-SMIC-DATE-EFFET.
           MOVE 0 TO WS-SMIC-TAUX.
           PERFORM VARYING WS-IDX-SMC FROM 1 BY 1
                   UNTIL WS-IDX-SMC > WS-NB-SMIC
               IF WS-SMC-DATE-EFFET(WS-IDX-SMC)
                       <= WS-DATE-DEBUT-PERIODE
                   AND WS-SMC-DATE-EFFET(WS-IDX-SMC)
                       > WS-SMIC-DATE-EFFET
                   MOVE WS-SMC-DATE-EFFET(WS-IDX-SMC)
                       TO WS-SMIC-DATE-EFFET
                   MOVE WS-SMC-TAUX(WS-IDX-SMC) TO WS-SMIC-TAUX
               END-IF
           END-PERFORM.
           MOVE 'SMIC-TAUX-HORAIRE' TO WS-LEC-CODE.
           MOVE SPACES TO WS-LEC-CLE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0 AND WS-LEC-VALEUR NOT = WS-SMIC-TAUX
               MOVE WS-LEC-VALEUR TO WS-SMIC-TAUX
               MOVE WS-DATE-DEBUT-PERIODE TO WS-SMIC-DATE-EFFET
               PERFORM VARYING WS-IDX-SMC FROM 1 BY 1
                       UNTIL WS-IDX-SMC > WS-NB-SMIC
                   IF WS-SMC-TAUX(WS-IDX-SMC) = WS-SMIC-TAUX
                       AND WS-SMC-DATE-EFFET(WS-IDX-SMC)
                           <= WS-DATE-DEBUT-PERIODE
                       MOVE WS-SMC-DATE-EFFET(WS-IDX-SMC)
                           TO WS-SMIC-DATE-EFFET
                   END-IF
               END-PERFORM
           END-IF.
      * Minimum mensuel a temps plein et salaire entier du maitre qui
      * l'atteint (le maitre porte des euros ronds).
           COMPUTE WS-SMIC-MENSUEL ROUNDED =
               WS-SMIC-TAUX * WS-DUREE-LEGALE-MENS.
           MOVE WS-SMIC-MENSUEL TO WS-SMIC-SALAIRE-CIBLE.
           IF WS-SMIC-SALAIRE-CIBLE < WS-SMIC-MENSUEL
               ADD 1 TO WS-SMIC-SALAIRE-CIBLE
           END-IF.
           DISPLAY 'Minimum legal en vigueur : ' WS-SMIC-TAUX
                   ' EUR/h depuis le ' WS-SMIC-DATE-EFFET
                   ', soit ' WS-SMIC-MENSUEL ' EUR a temps plein'.

      *---------------------------------------------------------------
      * Taux horaire de la base pro-ratee, rapporte aux heures du
      * contrat (duree legale x pourcentage) : en dessous du minimum
      * en vigueur, l'employe est signale et une augmentation de
      * rattrapage du salaire du maitre (temps plein) est proposee a
      * la date d'effet de la revalorisation. Le mois paye sous le
      * minimum est ensuite regularise par EX15F-RAPPEL une fois
      * l'augmentation appliquee.
       CONTROLER-SMIC.
           IF WS-SMIC-TAUX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SMIC-HEURES-W ROUNDED =
               WS-DUREE-LEGALE-MENS * WS-POURCENT-W / 100.
           IF WS-SMIC-HEURES-W = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SMIC-TAUX-PAYE-W =
               EMP-SALAIRE-W / WS-SMIC-HEURES-W.
           IF WS-SMIC-TAUX-PAYE-W NOT < WS-SMIC-TAUX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-SOUS-SMIC.
           DISPLAY EMP-MATRICULE-W ' : taux horaire '
                   WS-SMIC-TAUX-PAYE-W ' EUR sous le minimum legal '
                   WS-SMIC-TAUX ' EUR (' WS-SMIC-HEURES-W ' h), '
                   'rattrapage a ' WS-SMIC-SALAIRE-CIBLE ' EUR'.
           MOVE EMP-MATRICULE-W TO AUG-MATRICULE.
           MOVE WS-SMIC-DATE-EFFET TO AUG-DATE-EFFET.
           MOVE 'M' TO AUG-TYPE.
           MOVE WS-SMIC-SALAIRE-CIBLE TO AUG-SALAIRE-NOUV.
           MOVE 0 TO AUG-TAUX.
           WRITE ENR-AUGMENT-SMIC.

      *---------------------------------------------------------------
       CHARGER-DETTES.
           MOVE 0 TO WS-NB-DETTES.
           SORT WRK-DETTES
               ON ASCENDING KEY WRK-DET-MATRICULE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LIBERER-DETTES
               GIVING FIC-DETTES-TRI.
           IF WS-NB-DETTES > 0
               DISPLAY 'Dettes de salarie reportees : '
                       WS-NB-DETTES
           END-IF.
           OPEN INPUT FIC-DETTES-TRI.
           OPEN OUTPUT FIC-DETTES-NOUV.
           PERFORM LIRE-DETTE-TRIEE.

      *---------------------------------------------------------------
       LIBERER-DETTES.
           OPEN INPUT FIC-DETTES.
           IF WS-STATUT-DETTES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-DETTES NOT = '00'
               READ FIC-DETTES
                   AT END MOVE '10' TO WS-STATUT-DETTES
                   NOT AT END
                       ADD 1 TO WS-NB-DETTES
                       RELEASE WRK-ENR-DETTE FROM ENR-DETTE
               END-READ
           END-PERFORM.
           CLOSE FIC-DETTES.

      *---------------------------------------------------------------
       LIRE-DETTE-TRIEE.
           READ FIC-DETTES-TRI
               AT END MOVE HIGH-VALUES TO WS-CLE-DETTE
               NOT AT END MOVE DET-MATRICULE TO WS-CLE-DETTE
           END-READ.

      *---------------------------------------------------------------
      * Dettes reportees de l'employe en cours : retenues sur le net
           MOVE 0 TO WS-REPORTE-W.
           MOVE 0 TO WS-RETENUE-DETTE.
           MOVE SPACES TO WS-MOTIF-DETTE-W.
           PERFORM UNTIL WS-CLE-DETTE NOT = EMP-MATRICULE-W
               IF DET-SOLDE > 0
                   MOVE DET-SOLDE TO WS-RETENUE-DET-LIGNE
                   IF WS-RETENUE-DETTE + WS-RETENUE-DET-LIGNE
                           > WS-NET-APRES-IMPOT
                       SET NET-PLAFONNE TO TRUE
                   END-IF
                   IF WS-RETENUE-DET-LIGNE > 0
                       ADD WS-RETENUE-DET-LIGNE TO WS-RETENUE-DETTE
                       SUBTRACT WS-RETENUE-DET-LIGNE FROM DET-SOLDE
                       MOVE DET-MOTIF TO WS-MOTIF-DETTE-W
                       IF DET-SOLDE = 0
                           ADD 1 TO WS-NB-DET-SOLDEES
                       END-IF
                   END-IF
               END-IF
               IF DET-SOLDE > 0
                   WRITE ENR-DETTE-NOUV FROM ENR-DETTE-TRI
               END-IF
               PERFORM LIRE-DETTE-TRIEE
           END-PERFORM.

           IF WS-RETENUE-DETTE > 0
           END-IF.

      *---------------------------------------------------------------
      * L'employe dont une retenue du mois a ete ecretee entre au
      * rapport de controle : la paie voit d'un coup d'oeil qui est
      * en recouvrement et pour combien.
       SIGNALER-PLAFONNEMENT.
           IF NOT NET-PLAFONNE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PLAFONNES.
           ADD WS-REPORTE-W TO WS-TOTAL-REPORTE.
           MOVE SPACES TO ENR-CONTROLE-DETTE.
           STRING EMP-MATRICULE-W
                  ' : retenues ecretees au net disponible, '
                  WS-REPORTE-W ' EUR reportes'
               DELIMITED SIZE INTO ENR-CONTROLE-DETTE.
           WRITE ENR-CONTROLE-DETTE.
           DISPLAY EMP-MATRICULE-W ' : retenues ecretees, '
                   WS-REPORTE-W ' EUR reportes au mois suivant'.

      *---------------------------------------------------------------
       SAUVEGARDER-DETTES.
           IF NOT CYCLE-NORMAL OR WS-NB-DETTES = 0
               CALL 'CBL_DELETE_FILE' USING WS-NOM-NOUV-DETTES
                   RETURNING WS-RETOUR-RENAME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOM-NOUV-DETTES TO WS-NOM-STAGING-W.
           MOVE WS-NOM-FIC-DETTES TO WS-NOM-FINAL-W.
           PERFORM REMPLACER-REGISTRE.

      *---------------------------------------------------------------
       ECRIRE-CONTROLE-DETTES.
           MOVE SPACES TO ENR-CONTROLE-DETTE.
           STRING 'Employes plafonnes : ' WS-NB-PLAFONNES
                  ', total reporte ' WS-TOTAL-REPORTE ' EUR'
                   READ FIC-PLAFONDS-FRAIS
                       AT END MOVE '10' TO WS-STATUT-PLAF-FRAIS
                       NOT AT END
                           IF WS-NB-PLAF-FRAIS NOT < WS-MAX-PLAF-FRAIS
                               DISPLAY '*** FIC-PLAFONDS-FRAIS.dat : '
                                       'capacite de ' WS-MAX-PLAF-FRAIS
                                       ' categories depassee - paie '
                                       'arretee ***'
                               STOP RUN 8
                           END-IF
                           IF WS-NB-PLAF-FRAIS < WS-MAX-PLAF-FRAIS
                               ADD 1 TO WS-NB-PLAF-FRAIS
                               MOVE PLF-CATEGORIE TO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-FRAIS >= WS-MAX-FRAIS
               DISPLAY '*** FIC-NOTES-FRAIS.dat : capacite de '
                       WS-MAX-FRAIS ' notes depassee - paie '
                       'arretee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-FRAIS-ACCEPTES.
           ADD 1 TO WS-NB-FRAIS.
                       MOVE IMP-TAUX TO WS-TAUX-IMPOT-DEFAUT
                   ELSE
                       IF WS-NB-IMPOTS >= WS-MAX-EMPLOYES
                           DISPLAY '*** FIC-TAUX-IMPOT.dat : '
                                   'capacite de ' WS-MAX-EMPLOYES
                                   ' taux depassee - paie arretee ***'
                           STOP RUN 8
                       ELSE
                           ADD 1 TO WS-NB-IMPOTS
                           MOVE IMP-MATRICULE TO
      * Prelevement a la source : applique apres charges, sur le net
      * du calcul de paie. L'employe sans taux transmis recoit le
      * taux par defaut de l'administration.
      * Le taux s'applique au net imposable : net du bulletin plus
      * CSG non deductible et CRDS, retenues sur le net mais non
      * deductibles de l'impot.
       CALCULER-IMPOT.
           PERFORM DETERMINER-TAUX-IMPOT.

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
           ADD WS-IMPOT-W TO WS-TOTAL-IMPOT.
           PERFORM CUMULER-REMISE-IMPOT.

      *---------------------------------------------------------------
      * Taux du salarie, sinon taux par defaut ; a chaque niveau la
      * valeur du registre central (code IMPOT-TAUX, cle matricule ou
      * DEFAUT) en vigueur au premier jour de la periode prime sur
      * FIC-TAUX-IMPOT.dat.
       DETERMINER-TAUX-IMPOT.
           MOVE WS-TAUX-IMPOT-DEFAUT TO WS-TAUX-IMPOT-W.
           MOVE 'IMPOT-TAUX' TO WS-LEC-CODE.
           MOVE 'DEFAUT' TO WS-LEC-CLE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-IMPOT-W
           END-IF.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                   UNTIL WS-IDX-IMP > WS-NB-IMPOTS
               IF WS-IMP-MATRICULE(WS-IDX-IMP) = EMP-MATRICULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE EMP-MATRICULE-W TO WS-LEC-CLE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-IMPOT-W
           END-IF.

      *---------------------------------------------------------------
       LIRE-REGISTRE-PARAMS.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-DEBUT-PERIODE
                                      WS-LEC-VALEUR WS-LEC-RETOUR.

      *---------------------------------------------------------------
       CUMULER-REMISE-IMPOT.
                   UNTIL WS-IDX-REM > WS-NB-REMISES
               IF WS-REM-TAUX(WS-IDX-REM) = WS-TAUX-IMPOT-W
                   ADD 1          TO WS-REM-NB(WS-IDX-REM)
                   ADD WS-NET-IMPOSABLE TO WS-REM-BASE(WS-IDX-REM)
                   ADD WS-IMPOT-W TO WS-REM-MONTANT(WS-IDX-REM)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-REMISES NOT < 20
               DISPLAY '*** Remise du prelevement a la source : '
                       'capacite de 20 taux depassee - paie '
                       'arretee ***'
               STOP RUN 8
           END-IF.
           IF WS-NB-REMISES < 20
               ADD 1 TO WS-NB-REMISES
               MOVE WS-TAUX-IMPOT-W TO WS-REM-TAUX(WS-NB-REMISES)
               MOVE 1          TO WS-REM-NB(WS-NB-REMISES)
               MOVE WS-NET-IMPOSABLE TO WS-REM-BASE(WS-NB-REMISES)
               MOVE WS-IMPOT-W TO WS-REM-MONTANT(WS-NB-REMISES)
           END-IF.

           CLOSE FIC-REMISE-IMPOT.

      *---------------------------------------------------------------
      * Un enregistrement D par ligne de cotisation de l'employe ;
      * les lignes sans assiette (tranche 2 sous le plafond, par
      * exemple) ne sont pas declarees.
       ECRIRE-DECLARATION-EMPLOYE.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-BASE(COT-IDX) > 0
                   MOVE 'D' TO DCL-TYPE
                   MOVE EMP-MATRICULE-W         TO DCL-MATRICULE
                   MOVE PAI-BRUT                TO DCL-BRUT
                   MOVE COT-BASE(COT-IDX)       TO DCL-BASE
                   MOVE COT-TAUX(COT-IDX)       TO DCL-TAUX
                   MOVE COT-MONTANT(COT-IDX)    TO DCL-MONTANT
                   MOVE COT-CODE(COT-IDX)       TO DCL-CODE
                   MOVE COT-ORGANISME(COT-IDX)  TO DCL-ORGANISME
                   WRITE ENR-DECLARATION
                   PERFORM CUMULER-DECL-TAUX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CUMULER-DECL-TAUX.
           PERFORM VARYING WS-IDX-DCL FROM 1 BY 1
                   UNTIL WS-IDX-DCL > WS-NB-DECL-TAUX
               IF WS-DCL-CODE(WS-IDX-DCL) = COT-CODE(COT-IDX)
                   ADD 1 TO WS-DCL-NB(WS-IDX-DCL)
                   ADD COT-BASE(COT-IDX)
                       TO WS-DCL-BASE(WS-IDX-DCL)
                   ADD COT-MONTANT(COT-IDX)
                       TO WS-DCL-MONTANT(WS-IDX-DCL)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-DECL-TAUX NOT < 12
               DISPLAY '*** Declaration des cotisations : '
                       'capacite de 12 taux depassee - paie '
                       'arretee ***'
               STOP RUN 8
           END-IF.
           IF WS-NB-DECL-TAUX < 12
               ADD 1 TO WS-NB-DECL-TAUX
               MOVE COT-CODE(COT-IDX)
                   TO WS-DCL-CODE(WS-NB-DECL-TAUX)
               MOVE COT-ORGANISME(COT-IDX)
                   TO WS-DCL-ORGANISME(WS-NB-DECL-TAUX)
               MOVE COT-TAUX(COT-IDX)
                   TO WS-DCL-TAUX(WS-NB-DECL-TAUX)
               MOVE 1 TO WS-DCL-NB(WS-NB-DECL-TAUX)
               MOVE COT-BASE(COT-IDX)
                   TO WS-DCL-BASE(WS-NB-DECL-TAUX)
               MOVE COT-MONTANT(COT-IDX)
                   TO WS-DCL-MONTANT(WS-NB-DECL-TAUX)
           END-IF.

      *---------------------------------------------------------------
      * Sections d'agregat par ligne de cotisation puis total,
      * rapproche de la somme des charges ecrites dans
      * FIC-PAIE-RESULTATS.txt : les deux sont alimentes ligne a
      * ligne par le meme calcul, tout ecart
      * signale une anomalie de traitement.
       ECRIRE-DECLARATION-AGREGATS.
           MOVE 0 TO WS-TOTAL-DECL-CHARGES.
               MOVE WS-DCL-BASE(WS-IDX-DCL)    TO DCL-BASE
               MOVE WS-DCL-TAUX(WS-IDX-DCL)    TO DCL-TAUX
               MOVE WS-DCL-MONTANT(WS-IDX-DCL) TO DCL-MONTANT
               MOVE WS-DCL-CODE(WS-IDX-DCL)    TO DCL-CODE
               MOVE WS-DCL-ORGANISME(WS-IDX-DCL) TO DCL-ORGANISME
               WRITE ENR-DECLARATION
               ADD WS-DCL-MONTANT(WS-IDX-DCL)
                   TO WS-TOTAL-DECL-CHARGES
           MOVE 0      TO DCL-BASE.
           MOVE 0      TO DCL-TAUX.
           MOVE WS-TOTAL-DECL-CHARGES TO DCL-MONTANT.
           MOVE SPACES TO DCL-CODE.
           MOVE SPACES TO DCL-ORGANISME.
           WRITE ENR-DECLARATION.

           IF WS-TOTAL-DECL-CHARGES
               END-IF
           END-PERFORM.
           IF WS-NB-REGISTRES >= 100
               DISPLAY '*** Registre de paie : capacite de 100 '
                       'departements depassee - paie arretee ***'
               STOP RUN 8
           ELSE
               ADD 1 TO WS-NB-REGISTRES
               MOVE WS-DEPARTEMENT-W
           WRITE ENR-REGISTRE.

      * Totaux du registre par etablissement (net vire par entite).
           IF WS-NB-ETABS > 0
               OPEN INPUT FIC-ETABLISSEMENTS
               PERFORM UNTIL WS-STATUT-ETABS NOT = '00'
                   READ FIC-ETABLISSEMENTS
                       AT END MOVE '10' TO WS-STATUT-ETABS
                       NOT AT END PERFORM TOTALISER-VIREMENTS-ETAB
                   END-READ
               END-PERFORM
               CLOSE FIC-ETABLISSEMENTS
           END-IF.

      * Rapprochement avec l'extrait des virements : le net du
      * registre doit couvrir le TOTAL des virements emis plus les
           WRITE ENR-REGISTRE.
      * Le net du registre est le net avant impot : virements emis +
      * impot preleve + saisies retenues + acomptes retenus +
      * echeances de pret + titres-restaurant + versements au plan
      * d'epargne + suspendus doivent le reconstituer, une fois les
      * frais rembourses (hors assiette) retires des virements.
           IF WS-TOT-REG-NET + WS-TOTAL-FRAIS
                   NOT = WS-TOTAL-VIREMENTS + WS-TOTAL-CHEQUES
                   + WS-TOTAL-IMPOT + WS-TOTAL-SAISIES
                   + WS-TOTAL-ACO-RETENUS + WS-TOTAL-PRETS
                   + WS-TOTAL-DETTES + WS-TOTAL-TITRES
                   + WS-TOTAL-PEE
                   AND WS-NB-VIR-SUSPENDUS = 0
               MOVE '*** ECART REGISTRE / VIREMENTS A EXPLIQUER ***'
                   TO ENR-REGISTRE
           END-IF.
           CLOSE FIC-REGISTRE.

      *---------------------------------------------------------------
      * Ligne du registre pour l'etablissement lu (ENR-ETABLISSEMENT),
      * totalisee sur le fichier de travail des virements du run.
       TOTALISER-VIREMENTS-ETAB.
           MOVE 0 TO WS-TOTAL-ETAB.
           MOVE 0 TO WS-NB-VIR-UN-ETAB.
           OPEN INPUT FIC-VIR-ETAB-TRAV.
           MOVE 'N' TO WS-FIN-VIR-TRAV.
           PERFORM UNTIL VIR-TRAV-TERMINE
               READ FIC-VIR-ETAB-TRAV
                   AT END SET VIR-TRAV-TERMINE TO TRUE
                   NOT AT END
                       IF VET-ETAB = ETB-CODE
                           ADD 1 TO WS-NB-VIR-UN-ETAB
                           ADD VET-NET TO WS-TOTAL-ETAB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-VIR-ETAB-TRAV.
           MOVE SPACES TO ENR-REGISTRE.
           MOVE WS-TOTAL-ETAB TO WS-VIREMENTS-EDIT.
           STRING 'Etablissement ' ETB-CODE ' ('
                  FUNCTION TRIM(ETB-NOM) ') : '
                  WS-NB-VIR-UN-ETAB ' virement(s), '
                  WS-VIREMENTS-EDIT ' EUR'
               DELIMITED SIZE INTO ENR-REGISTRE.
           WRITE ENR-REGISTRE.

      *---------------------------------------------------------------
       ECRIRE-AUDIT-SALAIRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE.
      * l'entite. L'extrait global FIC-VIREMENTS.txt reste produit
      * pour le rapprochement d'ensemble.
       ECRIRE-VIREMENTS-ETABLISSEMENTS.
           CLOSE FIC-VIR-ETAB-TRAV.
      * Une partition couvre un seul etablissement : sa remise
      * principale suffit, pas d'extrait d'entite supplementaire.
           IF MODE-PARTITION
           IF WS-NB-ETABS = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-ETABLISSEMENTS.
           PERFORM UNTIL WS-STATUT-ETABS NOT = '00'
               READ FIC-ETABLISSEMENTS
                   AT END MOVE '10' TO WS-STATUT-ETABS
                   NOT AT END PERFORM ECRIRE-VIREMENTS-UN-ETAB
               END-READ
           END-PERFORM.
           CLOSE FIC-ETABLISSEMENTS.

      *---------------------------------------------------------------
       ECRIRE-VIREMENTS-UN-ETAB.
           MOVE SPACES TO WS-NOM-FINAL-W.
           STRING FUNCTION TRIM(WS-PREFIXE-VIR-ETAB)
                  ETB-CODE '.txt'
               DELIMITED SIZE INTO WS-NOM-FINAL-W.
           PERFORM METTRE-EN-CHANTIER.
           MOVE WS-NOM-STAGING-W TO WS-NOM-FIC-VIR-ETAB.
           OPEN OUTPUT FIC-VIREMENTS-ETAB.
           MOVE ETB-NOM TO VEN-EMETTEUR.
           MOVE WS-PERIODE-PARAM TO VEN-PERIODE.
           MOVE WS-DATE-EXECUTION TO VEN-DATE-EXEC.
           MOVE WS-LIGNE-REMISE-ENTETE TO ENR-VIREMENT-ETAB.

           MOVE 0 TO WS-TOTAL-ETAB.
           MOVE 0 TO WS-NB-VIR-UN-ETAB.
           OPEN INPUT FIC-VIR-ETAB-TRAV.
           MOVE 'N' TO WS-FIN-VIR-TRAV.
           PERFORM UNTIL VIR-TRAV-TERMINE
               READ FIC-VIR-ETAB-TRAV
                   AT END SET VIR-TRAV-TERMINE TO TRUE
                   NOT AT END
                       IF VET-ETAB = ETB-CODE
                           MOVE VET-LIGNE TO ENR-VIREMENT-ETAB
                           WRITE ENR-VIREMENT-ETAB
                           ADD 1 TO WS-NB-VIR-UN-ETAB
                           ADD VET-NET TO WS-TOTAL-ETAB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-VIR-ETAB-TRAV.

           MOVE WS-NB-VIR-UN-ETAB TO VTO-NB-VIREMENTS.
           MOVE WS-TOTAL-ETAB     TO VTO-MONTANT-TOTAL.
           MOVE WS-LIGNE-VIREMENT-TOTAL TO ENR-VIREMENT-ETAB.
           WRITE ENR-VIREMENT-ETAB.
           CLOSE FIC-VIREMENTS-ETAB.
           DISPLAY 'Virements etablissement ' ETB-CODE
                   ' : ' WS-NB-VIR-UN-ETAB ' pour ' WS-TOTAL-ETAB
                   ' EUR (' WS-NOM-FIC-VIR-ETAB ')'.
           MOVE ETB-NOM TO WS-NOM-ETAB-W.
           MOVE WS-NB-VIR-UN-ETAB TO WS-NB-VIR-BORDEREAU.
           MOVE WS-TOTAL-ETAB TO WS-TOTAL-BORDEREAU.
           PERFORM ECRIRE-BLOC-BORDEREAU.
           CLOSE FIC-LETTRES-CHEQUES.
           CLOSE FIC-DECLARATION.
           CLOSE FIC-AUDIT.
           CLOSE FIC-HISTO-PAIE-RUN.
           IF CYCLE-NORMAL
               CLOSE FIC-HISTO-ABS
               CLOSE FIC-HISTO-HSUP
               PERFORM FERMER-REMISE-PEE
               PERFORM FERMER-REMISE-MUTUELLE
               CLOSE FIC-AUGMENT-SMIC
           END-IF.

      *---------------------------------------------------------------
       AFFICHER-BILAN.
           IF ABSENCES-CHARGES
               DISPLAY 'Employes absents  : ' WS-NB-EMP-ABSENTS
           END-IF.
           IF WS-NB-EMP-MALADES > 0
               DISPLAY 'Arrets maladie    : ' WS-NB-EMP-MALADES
                       ' employe(s), IJSS subrogees ' WS-TOTAL-IJSS
                       ' EUR (voir FIC-IJSS-A-RECEVOIR.dat)'
           END-IF.
           IF WS-NB-PRIMES-NETTES > 0
               DISPLAY 'Primes nettes     : ' WS-NB-PRIMES-NETTES
                       ' brut(s) recalcule(s) depuis le net garanti'
           END-IF.
           IF WS-NB-INTERESSEMENTS > 0
               DISPLAY 'Interessement     : ' WS-NB-INTERESSEMENTS
                       ' versement(s), ' WS-TOTAL-INTERESSEMENT
                       ' EUR (forfait social employeur)'
           END-IF.
           IF WS-NB-RAPPELS-PAYES > 0
               DISPLAY 'Rappels payes     : ' WS-NB-RAPPELS-PAYES
           END-IF.
           IF WS-NB-ANC-SANS-DATE > 0
               DISPLAY 'Sans date embauche: ' WS-NB-ANC-SANS-DATE
                       ' employe(s), anciennete du maitre conservee '
                       '(reprise EX07N-REPRISE-DATES a completer)'
           END-IF.
           IF CYCLE-NORMAL AND WS-NB-CONGES > 0
               DISPLAY 'Conges payes      : ' WS-NB-EMP-CONGES
                       ' employe(s) en conge, ' WS-NB-COMPLEMENTS-CP
                       ' complement(s) au dixieme, '
                       WS-NB-BASCULES-CP ' bascule(s) de periode '
                       '(voir FIC-CONGES.dat)'
           END-IF.
           IF WS-NB-COMMISSIONS-PAYEES > 0
               DISPLAY 'Commissions payees: '
                       WS-NB-COMMISSIONS-PAYEES
                       WS-NB-PRT-SOLDES ' pret(s) solde(s) '
                       '(voir FIC-PRETS-ENCOURS.dat)'
           END-IF.
           IF WS-NB-AVN-APPLIQUES > 0
               DISPLAY 'Avantages nature  : ' WS-NB-AVN-APPLIQUES
                       ' bulletin(s), ' WS-TOTAL-AVANTAGES ' EUR '
                       'soumis a cotisations et impot, non verses'
           END-IF.
           IF WS-NB-MUT-ADHERENTS > 0 OR WS-NB-MUT-DISPENSES > 0
               DISPLAY 'Mutuelle          : ' WS-NB-MUT-ADHERENTS
                       ' adherent(s) dont ' WS-NB-MUT-OFFICE
                       ' d''office, ' WS-NB-MUT-DISPENSES
                       ' dispense(s)'
               DISPLAY '                    part salariale '
                       WS-TOTAL-MUT-SAL ' EUR, part employeur '
                       WS-TOTAL-MUT-PAT ' EUR'
           END-IF.
           IF WS-NB-TTR-RETENUS > 0
               DISPLAY 'Titres-restaurant : ' WS-NB-TTR-RETENUS
                       ' bulletin(s), ' WS-TOTAL-TITRES ' EUR de '
                       'part salariale retenue'
           END-IF.
           IF WS-NB-VERSEMENTS-PEE > 0
               DISPLAY 'Epargne salariale : ' WS-NB-VERSEMENTS-PEE
                       ' adherent(s), ' WS-TOTAL-PEE ' EUR verses, '
                       WS-TOTAL-ABONDEMENT ' EUR d''abondement '
                       '(voir FIC-REMISE-PEE.txt)'
               IF WS-NB-PEE-ECRETES > 0
                   DISPLAY '                    dont '
                           WS-NB-PEE-ECRETES ' versement(s) ecrete(s)'
                           ' au net disponible'
               END-IF
           END-IF.
           IF WS-NB-CHEQUES > 0
               DISPLAY 'Lettres-cheques   : ' WS-NB-CHEQUES
                       ' pour ' WS-TOTAL-CHEQUES ' EUR (voir '
               DISPLAY 'Temps partiels    : ' WS-NB-TEMPS-PARTIELS
                       ' employe(s) pro-rate(s) au contrat'
           END-IF.
           IF WS-NB-SOUS-SMIC > 0
               DISPLAY 'Sous le minimum   : ' WS-NB-SOUS-SMIC
                       ' employe(s), rattrapage propose dans '
                       'FIC-AUGMENT-SMIC.dat'
           END-IF.
           IF WS-NB-DET-RETENUES > 0 OR WS-NB-PLAFONNES > 0
               DISPLAY 'Dettes retenues   : ' WS-NB-DET-RETENUES
                       ' bulletin(s), ' WS-TOTAL-DETTES ' EUR, '
