      *===============================================================
      * Exercice 4h - Recours sur notes et recalcul cible
      * Niveau : Avance
      * Un etudiant qui conteste une note apres publication des
      * resultats obtenait une correction a la main dans
      * FIC-NOTES.dat puis un nouveau passage d'EX04 pour toute la
      * promotion. Les recours sont desormais tenus dans le
      * registre FIC-RECOURS.dat (etudiant, matiere, note d'origine,
      * motif, statut, decision, nouvelle note, reviseur) par les
      * mouvements FIC-MOUVEMENTS-RECOURS.dat :
      *   D = depot d'un recours (motif) sur une note existante ;
      *       un seul recours ouvert par etudiant et matiere
      *   A = acceptation (decision, nouvelle note, reviseur)
      *   R = rejet (decision, reviseur), la note est maintenue
      * Date a zero : date du jour. Le registre garde la trace de
      * chaque note corrigee (note d'origine, nouvelle note, qui a
      * decide et quand) ; le rapport FIC-RECOURS-RAPPORT.txt liste
      * chaque mouvement applique ou rejete.
      * Un recours accepte corrige la note dans FIC-NOTES.dat (et
      * dans FIC-NOTES-FUSION.dat si la seconde session est
      * fusionnee) et remet le tampon FIC-NOTES-CONTROLE.dat a jour.
      * Seuls les etudiants concernes sont recalcules, avec les
      * regles d'EX04-CONDITIONS et d'EX04D-CREDITS : moderations
      * en vigueur, moyenne ponderee, defaillance, points de jury,
      * mention et admis
      * (lignes de FIC-MENTIONS.txt), rang en classe
      * (FIC-RANGS-CLASSE.dat, les camarades suivent le nouveau
      * classement) et solde de credits (FIC-CREDITS-ETUDIANTS.dat).
      * Sorties :
      *   FIC-RELEVES-RECOURS.txt : releve reedite des etudiants
      *     concernes, presentation d'EX04B-RELEVE-ETUDIANT ;
      *   FIC-RECOURS-JURY.txt : pour le secretariat du jury, les
      *     etudiants dont la mention ou l'admission change.
      * Controle : FIC-NOTES.dat doit correspondre au tampon
      *           d'EX04F-CONTROLE-NOTES, sinon refus avant toute
      *           correction.
      * Compiler : cobc -x ex04h_recours.cobol -o ex04h_recours
      *            -I ../copybooks
      * Executer : ./ex04h_recours
      * Code retour : 0, 4 si au moins un mouvement est rejete,
      *               1 si FIC-NOTES.dat est absent, 8 si le tampon
      *               de controle ne correspond pas ou si un fichier
      *               deborde sa table (rien n'est alors modifie).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04H-RECOURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-RECOURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-RECOURS ASSIGN TO 'FIC-RECOURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RECOURS.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-NOTES-FUSION ASSIGN TO 'FIC-NOTES-FUSION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FUSION.
           SELECT FIC-MATIERES ASSIGN TO 'FIC-MATIERES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MATIERES.
           SELECT FIC-SEUILS ASSIGN TO 'FIC-SEUILS-MENTION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-SEUILS.
           SELECT FIC-ABSENCES
               ASSIGN TO 'FIC-ABSENCES-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ABSENCES.
           SELECT FIC-MODERATION ASSIGN TO 'FIC-MODERATION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MODERATION.
           SELECT FIC-JURY ASSIGN TO 'FIC-JURY.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-JURY.
           SELECT FIC-MENTIONS ASSIGN TO 'FIC-MENTIONS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MENTIONS.
           SELECT FIC-RANGS ASSIGN TO 'FIC-RANGS-CLASSE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RANGS.
           SELECT FIC-CREDITS ASSIGN TO 'FIC-CREDITS-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CREDITS.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-RECOURS-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-LISTE-JURY ASSIGN TO 'FIC-RECOURS-JURY.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RELEVES ASSIGN TO 'FIC-RELEVES-RECOURS.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mouvement du registre : MRC-TEXTE porte le motif du depot ou
      * la decision motivee ; nouvelle note sur l'acceptation seule.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-RECOURS.
           05 MRC-TYPE          PIC X.
              88 MRC-DEPOT       VALUE 'D'.
              88 MRC-ACCEPTATION VALUE 'A'.
              88 MRC-REJET       VALUE 'R'.
           05 MRC-MATRICULE     PIC X(6).
           05 MRC-MATIERE       PIC X(4).
           05 MRC-TEXTE         PIC X(30).
           05 MRC-NOTE-NOUVELLE PIC X(2).
           05 MRC-NOTE-NUM REDEFINES MRC-NOTE-NOUVELLE PIC 9(2).
           05 MRC-REVISEUR      PIC X(8).
           05 MRC-DATE          PIC 9(8).

      * Registre des recours, reecrit a chaque passage. Statut :
      * O ouvert, A accepte, R rejete. Un recours rejete garde sa
      * note d'origine comme nouvelle note.
       FD  FIC-RECOURS LABEL RECORDS ARE STANDARD.
       01  ENR-RECOURS.
           05 RCS-MATRICULE     PIC X(6).
           05 RCS-MATIERE       PIC X(4).
           05 RCS-NOTE-ORIGINE  PIC 9(2).
           05 RCS-MOTIF         PIC X(30).
           05 RCS-DATE-DEPOT    PIC 9(8).
           05 RCS-STATUT        PIC X.
           05 RCS-DECISION      PIC X(30).
           05 RCS-NOTE-NOUVELLE PIC 9(2).
           05 RCS-REVISEUR      PIC X(8).
           05 RCS-DATE-DECISION PIC 9(8).

       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

       FD  FIC-NOTES-FUSION LABEL RECORDS ARE STANDARD.
       COPY NOTEREC
           REPLACING ==ENR-NOTES== BY ==ENR-NOTES-FUSION==
                     LEADING ==ETU== BY ==FUS==.

      * Meme enregistrement que FIC-MATIERES dans EX04-CONDITIONS
      * (coefficient et credits ECTS).
       FD  FIC-MATIERES LABEL RECORDS ARE STANDARD.
       01  ENR-MATIERE.
           05 MAT-CODE          PIC X(4).
           05 MAT-LIBELLE       PIC X(20).
           05 MAT-COEFFICIENT   PIC 9V9.
           05 MAT-CREDITS       PIC 9(2).

       FD  FIC-SEUILS LABEL RECORDS ARE STANDARD.
       01  ENR-SEUILS.
           05 SEU-TRES-BIEN   PIC 9(2).
           05 SEU-BIEN        PIC 9(2).
           05 SEU-ASSEZ-BIEN  PIC 9(2).
           05 SEU-PASSABLE    PIC 9(2).

      * Meme enregistrement que FIC-ABSENCES dans EX04-CONDITIONS.
       FD  FIC-ABSENCES LABEL RECORDS ARE STANDARD.
       01  ENR-ABSENCE.
           05 ABS-MATRICULE     PIC X(6).
           05 ABS-MATIERE       PIC X(4).
           05 ABS-SESSION       PIC 9.
           05 ABS-JUSTIFIEE     PIC X.

       FD  FIC-MODERATION LABEL RECORDS ARE STANDARD.
       COPY MODEREC.

      * Meme enregistrement que FIC-JURY dans EX04-CONDITIONS.
       FD  FIC-JURY LABEL RECORDS ARE STANDARD.
       01  ENR-JURY.
           05 JUR-MATRICULE     PIC X(6).
           05 JUR-MATIERE       PIC X(4).
           05 JUR-POINTS        PIC 9V99.
           05 JUR-DATE          PIC 9(8).
           05 JUR-MOTIF         PIC X(30).

      * Lignes de synthese et de detail ecrites par EX04-CONDITIONS,
      * relues en bloc (decoupage dans WS-LIGNE-MENTION).
       FD  FIC-MENTIONS LABEL RECORDS ARE STANDARD.
       01  ENR-MENTION          PIC X(35).

      * Meme enregistrement que FIC-RANGS dans EX04-CONDITIONS.
       FD  FIC-RANGS LABEL RECORDS ARE STANDARD.
       01  ENR-RANG.
           05 RNG-MATRICULE     PIC X(6).
           05 RNG-CLASSE        PIC X(3).
           05 RNG-RANG          PIC 9(4).
           05 RNG-EFFECTIF      PIC 9(4).
           05 RNG-MOYENNE       PIC 9(2)V99.

      * Meme enregistrement que FIC-CREDITS dans EX04D-CREDITS.
       FD  FIC-CREDITS LABEL RECORDS ARE STANDARD.
       01  ENR-CREDIT-ETUDIANT.
           05 CRE-MATRICULE     PIC X(6).
           05 CRE-CLASSE        PIC X(3).
           05 CRE-CREDITS       PIC 9(3).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       FD  FIC-LISTE-JURY LABEL RECORDS ARE STANDARD.
       01  ENR-LISTE-JURY       PIC X(80).

       FD  FIC-RELEVES LABEL RECORDS ARE STANDARD.
       01  ENR-RELEVE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-RECOURS   PIC X(2) VALUE '00'.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-STATUT-FUSION    PIC X(2) VALUE '00'.
       01 WS-STATUT-MATIERES  PIC X(2) VALUE '00'.
       01 WS-STATUT-SEUILS    PIC X(2) VALUE '00'.
       01 WS-STATUT-ABSENCES  PIC X(2) VALUE '00'.
       01 WS-STATUT-JURY      PIC X(2) VALUE '00'.
       01 WS-STATUT-MODERATION PIC X(2) VALUE '00'.
       01 WS-STATUT-MENTIONS  PIC X(2) VALUE '00'.
       01 WS-STATUT-RANGS     PIC X(2) VALUE '00'.
       01 WS-STATUT-CREDITS   PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-EFFET       PIC 9(8) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

      * Tampon du controle des notes, reecrit avec le nouveau total
      * des notes apres correction (meme date, meme nombre de
      * lignes, memes exceptions).
       01 WS-CTN-DATE         PIC 9(8) VALUE 0.
       01 WS-CTN-NB-NOTES     PIC 9(6) VALUE 0.
       01 WS-CTN-TOTAL-NOTES  PIC 9(8) VALUE 0.
       01 WS-CTN-NB-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-TOTAL-NOTES      PIC 9(8) VALUE 0.

      * Registre des recours en table, meme disposition que
      * l'enregistrement.
       01 WS-MAX-RECOURS      PIC 9(4) VALUE 2000.
       01 WS-TABLE-RECOURS.
          05 WS-RCS-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-RCS.
             10 WS-RCS-MATRICULE PIC X(6).
             10 WS-RCS-MATIERE   PIC X(4).
             10 WS-RCS-NOTE-ORIGINE PIC 9(2).
             10 WS-RCS-MOTIF     PIC X(30).
             10 WS-RCS-DATE-DEPOT PIC 9(8).
             10 WS-RCS-STATUT    PIC X.
             10 WS-RCS-DECISION  PIC X(30).
             10 WS-RCS-NOTE-NOUVELLE PIC 9(2).
             10 WS-RCS-REVISEUR  PIC X(8).
             10 WS-RCS-DATE-DECISION PIC 9(8).
       01 WS-NB-RECOURS       PIC 9(4) VALUE 0.

      * Notes de premiere session et notes fusionnees en table,
      * reecrites en entier apres correction.
       01 WS-MAX-NOTES        PIC 9(5) VALUE 20000.
       01 WS-TABLE-NOTES.
          05 WS-NOT-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-NOT.
             10 WS-NOT-MATRICULE PIC X(6).
             10 WS-NOT-NOM       PIC X(20).
             10 WS-NOT-NOTE      PIC 9(2).
             10 WS-NOT-MATIERE   PIC X(4).
             10 WS-NOT-CLASSE    PIC X(3).
       01 WS-NB-NOTES         PIC 9(5) VALUE 0.
       01 WS-TABLE-FUSION.
          05 WS-FUS-LIGNE OCCURS 20000 TIMES
                  INDEXED BY WS-IDX-FUS.
             10 WS-FUS-MATRICULE PIC X(6).
             10 WS-FUS-NOM       PIC X(20).
             10 WS-FUS-NOTE      PIC 9(2).
             10 WS-FUS-MATIERE   PIC X(4).
             10 WS-FUS-CLASSE    PIC X(3).
       01 WS-NB-FUSION        PIC 9(5) VALUE 0.
       01 WS-FUSION-PRESENTE  PIC X VALUE 'N'.
          88 FUSION-PRESENTE  VALUE 'O'.

      * Referentiel des matieres : libelle, coefficient (1 pour une
      * matiere absente) et credits (0 pour une matiere absente).
       01 WS-MAX-MATIERES     PIC 9(2) VALUE 50.
       01 WS-TABLE-MATIERES.
          05 WS-MATIERE-LIGNE OCCURS 50 TIMES
                  INDEXED BY WS-IDX-MAT.
             10 WS-MAT-CODE        PIC X(4).
             10 WS-MAT-LIBELLE     PIC X(20).
             10 WS-MAT-COEFFICIENT PIC 9V9.
             10 WS-MAT-CREDITS     PIC 9(2).
       01 WS-NB-MATIERES      PIC 9(2) VALUE 0.
       01 WS-COEFFICIENT-W    PIC 9V9 VALUE 0.
       01 WS-CREDITS-W        PIC 9(2) VALUE 0.
       01 WS-LIBELLE-W        PIC X(20) VALUE SPACES.
       01 WS-MATIERE-W        PIC X(4) VALUE SPACES.

      * Seuils de mention par defaut si FIC-SEUILS-MENTION.dat absent.
       01 WS-SEUIL-TRES-BIEN   PIC 9(2) VALUE 16.
       01 WS-SEUIL-BIEN        PIC 9(2) VALUE 14.
       01 WS-SEUIL-ASSEZ-BIEN  PIC 9(2) VALUE 12.
       01 WS-SEUIL-PASSABLE    PIC 9(2) VALUE 10.

       01 WS-MAX-ABSENCES     PIC 9(4) VALUE 1000.
       01 WS-TABLE-ABSENCES.
          05 WS-ABS-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-ABS.
             10 WS-ABS-MATRICULE PIC X(6).
             10 WS-ABS-MATIERE   PIC X(4).
             10 WS-ABS-SESSION   PIC 9.
             10 WS-ABS-JUSTIFIEE PIC X.
       01 WS-NB-ABSENCES      PIC 9(4) VALUE 0.
       01 WS-DEFAILLANT-W     PIC X VALUE 'N'.
          88 ETUDIANT-DEFAILLANT VALUE 'O'.

       01 WS-MAX-JURY         PIC 9(3) VALUE 200.
       01 WS-TABLE-JURY.
          05 WS-JUR-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-JUR.
             10 WS-JUR-MATRICULE PIC X(6).
             10 WS-JUR-POINTS    PIC 9V99.
             10 WS-JUR-MOTIF     PIC X(30).
       01 WS-NB-JURY          PIC 9(3) VALUE 0.
       01 WS-MOYENNE-AVANT-W  PIC 9(2)V99 VALUE 0.

      * Moderations en vigueur (registre d'EX04J-MODERATION), meme
      * table qu'EX04-CONDITIONS.
       01 WS-MAX-MODERATIONS  PIC 9(3) VALUE 200.
       01 WS-TABLE-MODERATIONS.
          05 WS-MDR-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-MDR.
             10 WS-MDR-CLASSE      PIC X(3).
             10 WS-MDR-MATIERE     PIC X(4).
             10 WS-MDR-TYPE        PIC X.
             10 WS-MDR-VALEUR      PIC S9(2)V99.
       01 WS-NB-MODERATIONS   PIC 9(3) VALUE 0.
       01 WS-NOTE-CALCUL      PIC S9(3)V99 VALUE 0.
       01 WS-NOTE-MODEREE     PIC 9(2)V99 VALUE 0.

      * FIC-MENTIONS.txt ligne a ligne ; WS-LIGNE-MENTION en donne
      * les deux presentations d'EX04 (synthese : '.' de la moyenne
      * en colonne 10 ; detail par matiere).
       01 WS-MAX-MENTIONS     PIC 9(5) VALUE 25000.
       01 WS-TABLE-MENTIONS.
          05 WS-MNT-LIGNE OCCURS 25000 TIMES
                  INDEXED BY WS-IDX-MNT
                  PIC X(35).
       01 WS-NB-MENTIONS      PIC 9(5) VALUE 0.
       01 WS-MENTIONS-PRESENTES PIC X VALUE 'N'.
          88 MENTIONS-PRESENTES VALUE 'O'.
       01 WS-LIGNE-MENTION.
          05 WS-LMN-MATRICULE PIC X(6).
          05 FILLER           PIC X(1).
          05 WS-LMN-MOYENNE   PIC Z9.99.
          05 FILLER           PIC X(1).
          05 WS-LMN-MENTION   PIC X(15).
          05 FILLER           PIC X(1).
          05 WS-LMN-ADMIS     PIC X(3).
          05 FILLER           PIC X(3).
       01 WS-LIGNE-MENTION-DETAIL REDEFINES WS-LIGNE-MENTION.
          05 WS-LMD-MATRICULE PIC X(6).
          05 FILLER           PIC X(1).
          05 WS-LMD-MATIERE   PIC X(4).
          05 FILLER           PIC X(1).
          05 WS-LMD-NOTE      PIC 9(2).
          05 FILLER           PIC X(21).
       01 WS-SOMME-MOYENNES   PIC 9(8)V99 VALUE 0.
       01 WS-NB-MOYENNES      PIC 9(5) VALUE 0.
       01 WS-MOYENNE-PROMO    PIC 9(2)V99 VALUE 0.
       01 WS-MOYENNE-PROMO-EDIT PIC Z9.99.

       01 WS-MAX-RANGS        PIC 9(4) VALUE 1000.
       01 WS-TABLE-RANGS.
          05 WS-RNG-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-RNG WS-IDX-RN2.
             10 WS-RNG-MATRICULE PIC X(6).
             10 WS-RNG-CLASSE    PIC X(3).
             10 WS-RNG-RANG      PIC 9(4).
             10 WS-RNG-EFFECTIF  PIC 9(4).
             10 WS-RNG-MOYENNE   PIC 9(2)V99.
       01 WS-NB-RANGS         PIC 9(4) VALUE 0.
       01 WS-RANGS-PRESENTS   PIC X VALUE 'N'.
          88 RANGS-PRESENTS   VALUE 'O'.
       01 WS-RANG-W           PIC 9(4) VALUE 0.

       01 WS-MAX-CREDITS      PIC 9(4) VALUE 1000.
       01 WS-TABLE-CREDITS.
          05 WS-CRE-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-CRE.
             10 WS-CRE-MATRICULE PIC X(6).
             10 WS-CRE-CLASSE    PIC X(3).
             10 WS-CRE-CREDITS   PIC 9(3).
       01 WS-NB-CREDITS       PIC 9(4) VALUE 0.
       01 WS-CREDITS-PRESENTS PIC X VALUE 'N'.
          88 CREDITS-PRESENTS VALUE 'O'.

      * Etudiants touches par un recours accepte : resultats avant
      * (tels que publies) et apres recalcul, avec la position de
      * leur ligne dans chaque table (0 = absent du fichier).
       01 WS-MAX-CONCERNES    PIC 9(3) VALUE 200.
       01 WS-TABLE-CONCERNES.
          05 WS-CNC-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-CNC.
             10 WS-CNC-MATRICULE     PIC X(6).
             10 WS-CNC-NOM           PIC X(20).
             10 WS-CNC-POS-MENTION   PIC 9(5).
             10 WS-CNC-POS-RANG      PIC 9(4).
             10 WS-CNC-POS-CREDIT    PIC 9(4).
             10 WS-CNC-MOYENNE-AVANT PIC X(5).
             10 WS-CNC-MENTION-AVANT PIC X(15).
             10 WS-CNC-ADMIS-AVANT   PIC X(3).
             10 WS-CNC-RANG-AVANT    PIC 9(4).
             10 WS-CNC-CREDITS-AVANT PIC 9(3).
             10 WS-CNC-MOYENNE-APRES PIC 9(2)V99.
             10 WS-CNC-MENTION-APRES PIC X(15).
             10 WS-CNC-ADMIS-APRES   PIC X(3).
             10 WS-CNC-RANG-APRES    PIC 9(4).
             10 WS-CNC-CREDITS-APRES PIC 9(3).
       01 WS-NB-CONCERNES     PIC 9(3) VALUE 0.

      * Recalcul de l'etudiant en cours.
       01 WS-SOMME-PONDEREE   PIC 9(6)V999 VALUE 0.
       01 WS-SOMME-COEFF      PIC 9(4)V9 VALUE 0.
       01 WS-MOYENNE          PIC 9(2)V99 VALUE 0.
       01 WS-MOYENNE-EDIT     PIC Z9.99.
       01 WS-MENTION          PIC X(15) VALUE SPACES.
       01 WS-ADMIS            PIC X(3) VALUE SPACES.
       01 WS-CREDITS-ACQUIS   PIC 9(3) VALUE 0.

      * Mouvement en cours.
       01 WS-MOTIF-REJET      PIC X(40) VALUE SPACES.
       01 WS-NOTE-AVANT       PIC 9(2) VALUE 0.
       01 WS-NOTE-APRES       PIC 9(2) VALUE 0.

      * Releve : notes de l'etudiant dans l'ordre des matieres.
       01 WS-MATIERE-DERNIERE PIC X(4) VALUE SPACES.
       01 WS-MATIERE-SUIVANTE PIC X(4) VALUE SPACES.
       01 WS-POS-NOTE         PIC 9(5) VALUE 0.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-DEPOTS        PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTES      PIC 9(4) VALUE 0.
       01 WS-NB-NON-FONDES    PIC 9(4) VALUE 0.
       01 WS-NB-REJETS        PIC 9(4) VALUE 0.
       01 WS-NB-OUVERTS       PIC 9(4) VALUE 0.
       01 WS-NB-CHANGEMENTS   PIC 9(3) VALUE 0.
       01 WS-NB-RELEVES       PIC 9(3) VALUE 0.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Recours sur notes'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           PERFORM CHARGER-NOTES.
           PERFORM VERIFIER-CONTROLE-NOTES.
           PERFORM CHARGER-RECOURS.
           PERFORM CHARGER-FUSION.
           PERFORM CHARGER-MENTIONS.
           PERFORM CHARGER-RANGS.
           PERFORM CHARGER-CREDITS.
           PERFORM LIRE-SEUILS.
           PERFORM CHARGER-MATIERES.
           PERFORM CHARGER-ABSENCES.
           PERFORM CHARGER-JURY.
           PERFORM CHARGER-MODERATIONS.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== RECOURS SUR NOTES DU ' WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM APPLIQUER-MOUVEMENTS.

           IF WS-NB-ACCEPTES > 0
               PERFORM RECALCULER-CONCERNES
               PERFORM REECRIRE-NOTES
               PERFORM REECRIRE-RESULTATS
               PERFORM ECRIRE-RECALCUL
               PERFORM ECRIRE-RELEVES
               PERFORM ECRIRE-LISTE-JURY
           END-IF.
           IF WS-NB-MOUVEMENTS > 0
               PERFORM REECRIRE-RECOURS
           END-IF.

           PERFORM VARYING WS-IDX-RCS FROM 1 BY 1
                   UNTIL WS-IDX-RCS > WS-NB-RECOURS
               IF WS-RCS-STATUT(WS-IDX-RCS) = 'O'
                   ADD 1 TO WS-NB-OUVERTS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           STRING 'Lus ' WS-NB-MOUVEMENTS ' mouvement(s), rejetes '
                  WS-NB-REJETS ', recours encore ouverts '
                  WS-NB-OUVERTS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Mouvements lus : ' WS-NB-MOUVEMENTS
                   ' (depots ' WS-NB-DEPOTS
                   ', acceptes ' WS-NB-ACCEPTES
                   ', rejetes sur le fond ' WS-NB-NON-FONDES
                   ', mouvements rejetes ' WS-NB-REJETS ')'.
           DISPLAY 'Recours encore ouverts : ' WS-NB-OUVERTS
                   ' (voir FIC-RECOURS-RAPPORT.txt)'.
           IF WS-NB-ACCEPTES > 0
               DISPLAY 'Etudiants recalcules : ' WS-NB-CONCERNES
                       ', releves reedites : ' WS-NB-RELEVES
                       ' (FIC-RELEVES-RECOURS.txt)'
               DISPLAY 'Changements de mention ou d''admission : '
                       WS-NB-CHANGEMENTS ' (FIC-RECOURS-JURY.txt)'
           END-IF.
           IF WS-NB-REJETS > 0
               STOP RUN 4
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------
      * FIC-NOTES.dat en table ; une table trop petite arreterait la
      * reecriture en perdant des notes : refus avant toute
      * correction.
       CHARGER-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       IF WS-NB-NOTES >= WS-MAX-NOTES
                           DISPLAY '*** Table des notes pleine ('
                                   WS-MAX-NOTES ') : aucun recours '
                                   'traite ***'
                           CLOSE FIC-NOTES
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-NOTES
                       MOVE ENR-NOTES TO WS-NOT-LIGNE(WS-NB-NOTES)
                       ADD ETU-NOTE TO WS-TOTAL-NOTES
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

      *---------------------------------------------------------------
      * FIC-NOTES.dat doit etre celui qu'EX04F-CONTROLE-NOTES a
      * confronte au maitre etudiants : meme nombre de lignes et
      * meme total des notes que le tampon du controle.
       VERIFIER-CONTROLE-NOTES.
           OPEN INPUT FIC-CONTROLE-NOTES.
           IF WS-STATUT-CONTROLE-NOTES NOT = '00'
               DISPLAY 'FIC-NOTES.dat non controle contre le maitre '
                       'etudiants : lancer EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           READ FIC-CONTROLE-NOTES
               AT END MOVE 999999 TO CTN-NB-NOTES
           END-READ.
           CLOSE FIC-CONTROLE-NOTES.
           IF WS-NB-NOTES NOT = CTN-NB-NOTES
                   OR WS-TOTAL-NOTES NOT = CTN-TOTAL-NOTES
               DISPLAY 'FIC-NOTES.dat modifie depuis le controle du '
                       CTN-DATE ' (' WS-NB-NOTES ' ligne(s) pour '
                       CTN-NB-NOTES ' controlee(s)) : relancer '
                       'EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           MOVE CTN-DATE          TO WS-CTN-DATE.
           MOVE CTN-NB-NOTES      TO WS-CTN-NB-NOTES.
           MOVE CTN-TOTAL-NOTES   TO WS-CTN-TOTAL-NOTES.
           MOVE CTN-NB-EXCEPTIONS TO WS-CTN-NB-EXCEPTIONS.

      *---------------------------------------------------------------
       CHARGER-RECOURS.
           OPEN INPUT FIC-RECOURS.
           IF WS-STATUT-RECOURS NOT = '00'
               DISPLAY 'FIC-RECOURS.dat absent : premier passage, '
                       'registre cree'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-RECOURS NOT = '00'
               READ FIC-RECOURS
                   AT END MOVE '10' TO WS-STATUT-RECOURS
                   NOT AT END
                       IF WS-NB-RECOURS >= WS-MAX-RECOURS
                           DISPLAY '*** Registre des recours plein ('
                                   WS-MAX-RECOURS ') : aucun recours '
                                   'traite ***'
                           CLOSE FIC-RECOURS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-RECOURS
                       MOVE ENR-RECOURS TO WS-RCS-LIGNE(WS-NB-RECOURS)
               END-READ
           END-PERFORM.
           CLOSE FIC-RECOURS.
           DISPLAY 'Recours au registre : ' WS-NB-RECOURS.

      *---------------------------------------------------------------
      * Seconde session fusionnee par EX04C-SESSION2 : corrigee avec
      * la premiere session, c'est elle qui compte pour les credits.
       CHARGER-FUSION.
           OPEN INPUT FIC-NOTES-FUSION.
           IF WS-STATUT-FUSION NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET FUSION-PRESENTE TO TRUE.
           PERFORM UNTIL WS-STATUT-FUSION NOT = '00'
               READ FIC-NOTES-FUSION
                   AT END MOVE '10' TO WS-STATUT-FUSION
                   NOT AT END
                       IF WS-NB-FUSION >= WS-MAX-NOTES
                           DISPLAY '*** Table des notes fusionnees '
                                   'pleine : aucun recours traite ***'
                           CLOSE FIC-NOTES-FUSION
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-FUSION
                       MOVE ENR-NOTES-FUSION
                           TO WS-FUS-LIGNE(WS-NB-FUSION)
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES-FUSION.

      *---------------------------------------------------------------
      * Resultats publies par EX04 : absents, les recours corrigent
      * les notes seules et le prochain passage d'EX04 les prendra.
       CHARGER-MENTIONS.
           OPEN INPUT FIC-MENTIONS.
           IF WS-STATUT-MENTIONS NOT = '00'
               DISPLAY 'FIC-MENTIONS.txt absent : resultats non '
                       'publies, notes corrigees sans recalcul'
               EXIT PARAGRAPH
           END-IF.
           SET MENTIONS-PRESENTES TO TRUE.
           PERFORM UNTIL WS-STATUT-MENTIONS NOT = '00'
               READ FIC-MENTIONS
                   AT END MOVE '10' TO WS-STATUT-MENTIONS
                   NOT AT END
                       IF WS-NB-MENTIONS >= WS-MAX-MENTIONS
                           DISPLAY '*** Table des mentions pleine ('
                                   WS-MAX-MENTIONS ') : aucun '
                                   'recours traite ***'
                           CLOSE FIC-MENTIONS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-MENTIONS
                       MOVE ENR-MENTION TO WS-MNT-LIGNE(WS-NB-MENTIONS)
               END-READ
           END-PERFORM.
           CLOSE FIC-MENTIONS.

      *---------------------------------------------------------------
       CHARGER-RANGS.
           OPEN INPUT FIC-RANGS.
           IF WS-STATUT-RANGS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET RANGS-PRESENTS TO TRUE.
           PERFORM UNTIL WS-STATUT-RANGS NOT = '00'
               READ FIC-RANGS
                   AT END MOVE '10' TO WS-STATUT-RANGS
                   NOT AT END
                       IF WS-NB-RANGS >= WS-MAX-RANGS
                           DISPLAY '*** Table des rangs pleine ('
                                   WS-MAX-RANGS ') : aucun recours '
                                   'traite ***'
                           CLOSE FIC-RANGS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-RANGS
                       MOVE ENR-RANG TO WS-RNG-LIGNE(WS-NB-RANGS)
               END-READ
           END-PERFORM.
           CLOSE FIC-RANGS.

      *---------------------------------------------------------------
       CHARGER-CREDITS.
           OPEN INPUT FIC-CREDITS.
           IF WS-STATUT-CREDITS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           SET CREDITS-PRESENTS TO TRUE.
           PERFORM UNTIL WS-STATUT-CREDITS NOT = '00'
               READ FIC-CREDITS
                   AT END MOVE '10' TO WS-STATUT-CREDITS
                   NOT AT END
                       IF WS-NB-CREDITS >= WS-MAX-CREDITS
                           DISPLAY '*** Table des credits pleine ('
                                   WS-MAX-CREDITS ') : aucun recours '
                                   'traite ***'
                           CLOSE FIC-CREDITS
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CREDITS
                       MOVE ENR-CREDIT-ETUDIANT
                           TO WS-CRE-LIGNE(WS-NB-CREDITS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CREDITS.

      *---------------------------------------------------------------
       LIRE-SEUILS.
           OPEN INPUT FIC-SEUILS.
           IF WS-STATUT-SEUILS = '00'
               READ FIC-SEUILS
                   NOT AT END
                       MOVE SEU-TRES-BIEN  TO WS-SEUIL-TRES-BIEN
                       MOVE SEU-BIEN       TO WS-SEUIL-BIEN
                       MOVE SEU-ASSEZ-BIEN TO WS-SEUIL-ASSEZ-BIEN
                       MOVE SEU-PASSABLE   TO WS-SEUIL-PASSABLE
               END-READ
               CLOSE FIC-SEUILS
           END-IF.

      *---------------------------------------------------------------
       CHARGER-MATIERES.
           OPEN INPUT FIC-MATIERES.
           IF WS-STATUT-MATIERES = '00'
               PERFORM UNTIL WS-STATUT-MATIERES NOT = '00'
                   READ FIC-MATIERES
                       AT END MOVE '10' TO WS-STATUT-MATIERES
                       NOT AT END
                           IF WS-NB-MATIERES < WS-MAX-MATIERES
                               ADD 1 TO WS-NB-MATIERES
                               MOVE MAT-CODE
                                   TO WS-MAT-CODE(WS-NB-MATIERES)
                               MOVE MAT-LIBELLE
                                   TO WS-MAT-LIBELLE(WS-NB-MATIERES)
                               MOVE MAT-COEFFICIENT TO
                                   WS-MAT-COEFFICIENT(WS-NB-MATIERES)
                               MOVE MAT-CREDITS
                                   TO WS-MAT-CREDITS(WS-NB-MATIERES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-MATIERES
           END-IF.

      *---------------------------------------------------------------
       CHARGER-ABSENCES.
           OPEN INPUT FIC-ABSENCES.
           IF WS-STATUT-ABSENCES = '00'
               PERFORM UNTIL WS-STATUT-ABSENCES NOT = '00'
                   READ FIC-ABSENCES
                       AT END MOVE '10' TO WS-STATUT-ABSENCES
                       NOT AT END
                           IF WS-NB-ABSENCES < WS-MAX-ABSENCES
                               ADD 1 TO WS-NB-ABSENCES
                               MOVE ABS-MATRICULE TO
                                   WS-ABS-MATRICULE(WS-NB-ABSENCES)
                               MOVE ABS-MATIERE TO
                                   WS-ABS-MATIERE(WS-NB-ABSENCES)
                               MOVE ABS-SESSION TO
                                   WS-ABS-SESSION(WS-NB-ABSENCES)
                               MOVE ABS-JUSTIFIEE TO
                                   WS-ABS-JUSTIFIEE(WS-NB-ABSENCES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-ABSENCES
           END-IF.

      *---------------------------------------------------------------
       CHARGER-JURY.
           OPEN INPUT FIC-JURY.
           IF WS-STATUT-JURY = '00'
               PERFORM UNTIL WS-STATUT-JURY NOT = '00'
                   READ FIC-JURY
                       AT END MOVE '10' TO WS-STATUT-JURY
                       NOT AT END
                           IF WS-NB-JURY < WS-MAX-JURY
                               ADD 1 TO WS-NB-JURY
                               MOVE JUR-MATRICULE TO
                                   WS-JUR-MATRICULE(WS-NB-JURY)
                               MOVE JUR-POINTS TO
                                   WS-JUR-POINTS(WS-NB-JURY)
                               MOVE JUR-MOTIF TO
                                   WS-JUR-MOTIF(WS-NB-JURY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIC-JURY
           END-IF.

      *---------------------------------------------------------------
      * Moderations en vigueur ; une table trop petite fausserait le
      * recalcul : refus avant toute correction.
       CHARGER-MODERATIONS.
           OPEN INPUT FIC-MODERATION.
           IF WS-STATUT-MODERATION NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-MODERATION NOT = '00'
               READ FIC-MODERATION
                   AT END MOVE '10' TO WS-STATUT-MODERATION
                   NOT AT END
                       IF MOD-EN-VIGUEUR
                           IF WS-NB-MODERATIONS >= WS-MAX-MODERATIONS
                               DISPLAY '*** Plus de '
                                       WS-MAX-MODERATIONS
                                       ' moderations en vigueur : '
                                       'aucun recours traite ***'
                               STOP RUN 8
                           END-IF
                           ADD 1 TO WS-NB-MODERATIONS
                           MOVE MOD-CLASSE
                               TO WS-MDR-CLASSE(WS-NB-MODERATIONS)
                           MOVE MOD-MATIERE
                               TO WS-MDR-MATIERE(WS-NB-MODERATIONS)
                           MOVE MOD-TYPE
                               TO WS-MDR-TYPE(WS-NB-MODERATIONS)
                           MOVE MOD-VALEUR
                               TO WS-MDR-VALEUR(WS-NB-MODERATIONS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MODERATION.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
       APPLIQUER-MOUVEMENTS.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               DISPLAY 'FIC-MOUVEMENTS-RECOURS.dat absent, aucun '
                       'mouvement ce passage'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-MOUVEMENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-MOUVEMENTS
               PERFORM APPLIQUER-UN-MOUVEMENT
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
      * Mouvements consommes : le fichier est vide.
           OPEN OUTPUT FIC-MOUVEMENTS.
           CLOSE FIC-MOUVEMENTS.

      *---------------------------------------------------------------
      * Chaque mouvement est applique ou rejete avec son motif ; le
      * rapport garde la trace des deux.
       APPLIQUER-UN-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF MRC-DATE NUMERIC AND MRC-DATE > 0
               MOVE MRC-DATE TO WS-DATE-EFFET
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           END-IF.
           EVALUATE TRUE
               WHEN MRC-DEPOT
                   PERFORM DEPOSER-RECOURS
               WHEN MRC-ACCEPTATION
                   PERFORM ACCEPTER-RECOURS
               WHEN MRC-REJET
                   PERFORM REJETER-RECOURS
               WHEN OTHER
                   STRING 'type de mouvement inconnu (' MRC-TYPE ')'
                       DELIMITED SIZE INTO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               STRING MRC-TYPE ' ' MRC-MATRICULE ' ' MRC-MATIERE
                      ' REJETE : ' WS-MOTIF-REJET
                   DELIMITED SIZE INTO WS-LIGNE
               DISPLAY MRC-MATRICULE ' ' MRC-MATIERE ' : '
                       FUNCTION TRIM(WS-MOTIF-REJET)
                       ', mouvement rejete'
           END-IF.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
       CHERCHER-NOTE.
           PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                   UNTIL WS-IDX-NOT > WS-NB-NOTES
               IF WS-NOT-MATRICULE(WS-IDX-NOT) = MRC-MATRICULE
                       AND WS-NOT-MATIERE(WS-IDX-NOT) = MRC-MATIERE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CHERCHER-RECOURS-OUVERT.
           PERFORM VARYING WS-IDX-RCS FROM 1 BY 1
                   UNTIL WS-IDX-RCS > WS-NB-RECOURS
               IF WS-RCS-MATRICULE(WS-IDX-RCS) = MRC-MATRICULE
                       AND WS-RCS-MATIERE(WS-IDX-RCS) = MRC-MATIERE
                       AND WS-RCS-STATUT(WS-IDX-RCS) = 'O'
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Depot : la note contestee doit exister, la note d'origine
      * du registre est celle de FIC-NOTES.dat au depot.
       DEPOSER-RECOURS.
           PERFORM CHERCHER-NOTE.
           IF WS-IDX-NOT > WS-NB-NOTES
               MOVE 'note absente de FIC-NOTES.dat'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF MRC-TEXTE = SPACES
               MOVE 'motif du recours absent' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-RECOURS-OUVERT.
           IF WS-IDX-RCS NOT > WS-NB-RECOURS
               STRING 'recours deja ouvert depuis le '
                      WS-RCS-DATE-DEPOT(WS-IDX-RCS)
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-RECOURS >= WS-MAX-RECOURS
               MOVE 'registre des recours plein' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RECOURS.
           SET WS-IDX-RCS TO WS-NB-RECOURS.
           MOVE MRC-MATRICULE TO WS-RCS-MATRICULE(WS-IDX-RCS).
           MOVE MRC-MATIERE   TO WS-RCS-MATIERE(WS-IDX-RCS).
           MOVE WS-NOT-NOTE(WS-IDX-NOT)
               TO WS-RCS-NOTE-ORIGINE(WS-IDX-RCS).
           MOVE MRC-TEXTE     TO WS-RCS-MOTIF(WS-IDX-RCS).
           MOVE WS-DATE-EFFET TO WS-RCS-DATE-DEPOT(WS-IDX-RCS).
           MOVE 'O'           TO WS-RCS-STATUT(WS-IDX-RCS).
           MOVE SPACES        TO WS-RCS-DECISION(WS-IDX-RCS).
           MOVE 0             TO WS-RCS-NOTE-NOUVELLE(WS-IDX-RCS).
           MOVE SPACES        TO WS-RCS-REVISEUR(WS-IDX-RCS).
           MOVE 0             TO WS-RCS-DATE-DECISION(WS-IDX-RCS).
           ADD 1 TO WS-NB-DEPOTS.
           STRING 'D ' MRC-MATRICULE ' ' MRC-MATIERE ' depose le '
                  WS-DATE-EFFET ', note ' WS-NOT-NOTE(WS-IDX-NOT)
                  ' : ' MRC-TEXTE
               DELIMITED SIZE INTO WS-LIGNE.

      *---------------------------------------------------------------
      * Controles communs a l'acceptation et au rejet : un recours
      * ouvert, un reviseur nomme et une decision motivee.
       CONTROLER-DECISION.
           PERFORM CHERCHER-RECOURS-OUVERT.
           IF WS-IDX-RCS > WS-NB-RECOURS
               MOVE 'aucun recours ouvert sur cette note'
                   TO WS-MOTIF-REJET
           ELSE IF MRC-REVISEUR = SPACES
               MOVE 'reviseur absent' TO WS-MOTIF-REJET
           ELSE IF MRC-TEXTE = SPACES
               MOVE 'decision non motivee' TO WS-MOTIF-REJET
           END-IF.

      *---------------------------------------------------------------
      * Acceptation : la note est corrigee en table (premiere
      * session, fusion, detail de FIC-MENTIONS.txt) et l'etudiant
      * part au recalcul.
       ACCEPTER-RECOURS.
           PERFORM CONTROLER-DECISION.
           IF WS-MOTIF-REJET NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF MRC-NOTE-NOUVELLE NOT NUMERIC OR MRC-NOTE-NUM > 20
               MOVE 'nouvelle note invalide' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-NOTE.
           IF WS-IDX-NOT > WS-NB-NOTES
               MOVE 'note absente de FIC-NOTES.dat'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM RETENIR-CONCERNE.
           IF WS-MOTIF-REJET NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOT-NOTE(WS-IDX-NOT) TO WS-NOTE-AVANT.
           MOVE MRC-NOTE-NUM TO WS-NOTE-APRES.
           MOVE 'A'           TO WS-RCS-STATUT(WS-IDX-RCS).
           MOVE MRC-TEXTE     TO WS-RCS-DECISION(WS-IDX-RCS).
           MOVE WS-NOTE-APRES TO WS-RCS-NOTE-NOUVELLE(WS-IDX-RCS).
           MOVE MRC-REVISEUR  TO WS-RCS-REVISEUR(WS-IDX-RCS).
           MOVE WS-DATE-EFFET TO WS-RCS-DATE-DECISION(WS-IDX-RCS).
           COMPUTE WS-TOTAL-NOTES = WS-TOTAL-NOTES - WS-NOTE-AVANT
               + WS-NOTE-APRES.
           MOVE WS-NOTE-APRES TO WS-NOT-NOTE(WS-IDX-NOT).
           PERFORM CORRIGER-FUSION.
           PERFORM CORRIGER-DETAIL-MENTION.
           ADD 1 TO WS-NB-ACCEPTES.
           STRING 'A ' MRC-MATRICULE ' ' MRC-MATIERE ' accepte : '
                  WS-NOTE-AVANT ' > ' WS-NOTE-APRES ' par '
                  MRC-REVISEUR ' - ' MRC-TEXTE
               DELIMITED SIZE INTO WS-LIGNE.
           DISPLAY MRC-MATRICULE ' ' MRC-MATIERE ' : recours accepte, '
                   'note ' WS-NOTE-AVANT ' > ' WS-NOTE-APRES.

      *---------------------------------------------------------------
       REJETER-RECOURS.
           PERFORM CONTROLER-DECISION.
           IF WS-MOTIF-REJET NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R'           TO WS-RCS-STATUT(WS-IDX-RCS).
           MOVE MRC-TEXTE     TO WS-RCS-DECISION(WS-IDX-RCS).
           MOVE WS-RCS-NOTE-ORIGINE(WS-IDX-RCS)
               TO WS-RCS-NOTE-NOUVELLE(WS-IDX-RCS).
           MOVE MRC-REVISEUR  TO WS-RCS-REVISEUR(WS-IDX-RCS).
           MOVE WS-DATE-EFFET TO WS-RCS-DATE-DECISION(WS-IDX-RCS).
           ADD 1 TO WS-NB-NON-FONDES.
           STRING 'R ' MRC-MATRICULE ' ' MRC-MATIERE ' rejete, note '
                  WS-RCS-NOTE-ORIGINE(WS-IDX-RCS) ' maintenue par '
                  MRC-REVISEUR ' - ' MRC-TEXTE
               DELIMITED SIZE INTO WS-LIGNE.

      *---------------------------------------------------------------
      * L'etudiant entre dans la table des concernes au premier
      * recours accepte, avec ses resultats tels que publies.
       RETENIR-CONCERNE.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               IF WS-CNC-MATRICULE(WS-IDX-CNC) = MRC-MATRICULE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-CONCERNES >= WS-MAX-CONCERNES
               MOVE 'trop d''etudiants a recalculer ce passage'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CONCERNES.
           SET WS-IDX-CNC TO WS-NB-CONCERNES.
           INITIALIZE WS-CNC-LIGNE(WS-IDX-CNC).
           MOVE MRC-MATRICULE TO WS-CNC-MATRICULE(WS-IDX-CNC).
           MOVE WS-NOT-NOM(WS-IDX-NOT) TO WS-CNC-NOM(WS-IDX-CNC).
           PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                   UNTIL WS-IDX-MNT > WS-NB-MENTIONS
               MOVE WS-MNT-LIGNE(WS-IDX-MNT) TO WS-LIGNE-MENTION
               IF WS-LMN-MATRICULE = MRC-MATRICULE
                       AND WS-LIGNE-MENTION(10:1) = '.'
                   SET WS-CNC-POS-MENTION(WS-IDX-CNC) TO WS-IDX-MNT
                   MOVE WS-LIGNE-MENTION(8:5)
                       TO WS-CNC-MOYENNE-AVANT(WS-IDX-CNC)
                   MOVE WS-LMN-MENTION
                       TO WS-CNC-MENTION-AVANT(WS-IDX-CNC)
                   MOVE WS-LMN-ADMIS TO WS-CNC-ADMIS-AVANT(WS-IDX-CNC)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RNG FROM 1 BY 1
                   UNTIL WS-IDX-RNG > WS-NB-RANGS
               IF WS-RNG-MATRICULE(WS-IDX-RNG) = MRC-MATRICULE
                   SET WS-CNC-POS-RANG(WS-IDX-CNC) TO WS-IDX-RNG
                   MOVE WS-RNG-RANG(WS-IDX-RNG)
                       TO WS-CNC-RANG-AVANT(WS-IDX-CNC)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                   UNTIL WS-IDX-CRE > WS-NB-CREDITS
               IF WS-CRE-MATRICULE(WS-IDX-CRE) = MRC-MATRICULE
                   SET WS-CNC-POS-CREDIT(WS-IDX-CNC) TO WS-IDX-CRE
                   MOVE WS-CRE-CREDITS(WS-IDX-CRE)
                       TO WS-CNC-CREDITS-AVANT(WS-IDX-CNC)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Fusion : la note retenue venait de la premiere session si
      * elle vaut la note d'origine, elle est alors remplacee ;
      * sinon (rattrapage meilleur) la nouvelle note ne la remplace
      * que si elle est superieure.
       CORRIGER-FUSION.
           PERFORM VARYING WS-IDX-FUS FROM 1 BY 1
                   UNTIL WS-IDX-FUS > WS-NB-FUSION
               IF WS-FUS-MATRICULE(WS-IDX-FUS) = MRC-MATRICULE
                       AND WS-FUS-MATIERE(WS-IDX-FUS) = MRC-MATIERE
                   IF WS-FUS-NOTE(WS-IDX-FUS) = WS-NOTE-AVANT
                           OR WS-FUS-NOTE(WS-IDX-FUS) < WS-NOTE-APRES
                       MOVE WS-NOTE-APRES TO WS-FUS-NOTE(WS-IDX-FUS)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       CORRIGER-DETAIL-MENTION.
           PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                   UNTIL WS-IDX-MNT > WS-NB-MENTIONS
               MOVE WS-MNT-LIGNE(WS-IDX-MNT) TO WS-LIGNE-MENTION
               IF WS-LMD-MATRICULE = MRC-MATRICULE
                       AND WS-LMD-MATIERE = MRC-MATIERE
                       AND WS-LIGNE-MENTION(10:1) NOT = '.'
                   MOVE WS-NOTE-APRES TO WS-LMD-NOTE
                   MOVE WS-LIGNE-MENTION TO WS-MNT-LIGNE(WS-IDX-MNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Recalcul des seuls etudiants concernes, puis rang de leurs
      * classes et moyenne de promotion pour les releves.
       RECALCULER-CONCERNES.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               PERFORM RECALCULER-UN-ETUDIANT
               PERFORM RECALCULER-CREDITS
           END-PERFORM.
           PERFORM RECALCULER-RANGS.
           PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                   UNTIL WS-IDX-MNT > WS-NB-MENTIONS
               IF WS-MNT-LIGNE(WS-IDX-MNT)(10:1) = '.'
                   ADD 1 TO WS-NB-MOYENNES
                   ADD FUNCTION NUMVAL(WS-MNT-LIGNE(WS-IDX-MNT)(8:5))
                       TO WS-SOMME-MOYENNES
               END-IF
           END-PERFORM.
           IF WS-NB-MOYENNES > 0
               COMPUTE WS-MOYENNE-PROMO ROUNDED =
                   WS-SOMME-MOYENNES / WS-NB-MOYENNES
           END-IF.

      *---------------------------------------------------------------
      * Memes regles qu'EX04-CONDITIONS : moyenne ponderee par les
      * coefficients, defaillance sur absence injustifiee de
      * premiere session, points de jury plafonnes a 20, seuils de
      * mention ; la ligne de synthese de FIC-MENTIONS.txt suit.
       RECALCULER-UN-ETUDIANT.
           MOVE 0 TO WS-SOMME-PONDEREE WS-SOMME-COEFF WS-MOYENNE.
           PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                   UNTIL WS-IDX-NOT > WS-NB-NOTES
               IF WS-NOT-MATRICULE(WS-IDX-NOT)
                       = WS-CNC-MATRICULE(WS-IDX-CNC)
                   MOVE WS-NOT-MATIERE(WS-IDX-NOT) TO WS-MATIERE-W
                   PERFORM CHERCHER-MATIERE
                   PERFORM MODERER-NOTE
                   COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
                       + WS-NOTE-MODEREE * WS-COEFFICIENT-W
                   ADD WS-COEFFICIENT-W TO WS-SOMME-COEFF
               END-IF
           END-PERFORM.
           IF WS-SOMME-COEFF > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME-PONDEREE / WS-SOMME-COEFF
           END-IF.

           PERFORM VERIFIER-DEFAILLANCE.
           IF ETUDIANT-DEFAILLANT
               MOVE 'Defaillant' TO WS-MENTION
               MOVE 'NON' TO WS-ADMIS
           ELSE
               PERFORM VARYING WS-IDX-JUR FROM 1 BY 1
                       UNTIL WS-IDX-JUR > WS-NB-JURY
                   IF WS-JUR-MATRICULE(WS-IDX-JUR)
                           = WS-CNC-MATRICULE(WS-IDX-CNC)
                       COMPUTE WS-MOYENNE = WS-MOYENNE
                           + WS-JUR-POINTS(WS-IDX-JUR)
                       IF WS-MOYENNE > 20
                           MOVE 20 TO WS-MOYENNE
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-MOYENNE >= WS-SEUIL-TRES-BIEN
                       MOVE 'Tres Bien'    TO WS-MENTION
                   WHEN WS-MOYENNE >= WS-SEUIL-BIEN
                       MOVE 'Bien'         TO WS-MENTION
                   WHEN WS-MOYENNE >= WS-SEUIL-ASSEZ-BIEN
                       MOVE 'Assez Bien'   TO WS-MENTION
                   WHEN WS-MOYENNE >= WS-SEUIL-PASSABLE
                       MOVE 'Passable'     TO WS-MENTION
                   WHEN OTHER
                       MOVE 'Insuffisant'  TO WS-MENTION
               END-EVALUATE
               IF WS-MOYENNE >= WS-SEUIL-PASSABLE
                   MOVE 'OUI' TO WS-ADMIS
               ELSE
                   MOVE 'NON' TO WS-ADMIS
               END-IF
           END-IF.
           MOVE WS-MOYENNE TO WS-CNC-MOYENNE-APRES(WS-IDX-CNC).
           MOVE WS-MENTION TO WS-CNC-MENTION-APRES(WS-IDX-CNC).
           MOVE WS-ADMIS   TO WS-CNC-ADMIS-APRES(WS-IDX-CNC).

           IF WS-CNC-POS-MENTION(WS-IDX-CNC) > 0
               SET WS-IDX-MNT TO WS-CNC-POS-MENTION(WS-IDX-CNC)
               MOVE WS-MNT-LIGNE(WS-IDX-MNT) TO WS-LIGNE-MENTION
               MOVE WS-MOYENNE TO WS-LMN-MOYENNE
               MOVE WS-MENTION TO WS-LMN-MENTION
               MOVE WS-ADMIS   TO WS-LMN-ADMIS
               MOVE WS-LIGNE-MENTION TO WS-MNT-LIGNE(WS-IDX-MNT)
           END-IF.

      *---------------------------------------------------------------
      * Meme regle que MODERER-NOTE d'EX04-CONDITIONS, sur la note
      * WS-IDX-NOT de la table.
       MODERER-NOTE.
           MOVE WS-NOT-NOTE(WS-IDX-NOT) TO WS-NOTE-MODEREE.
           PERFORM VARYING WS-IDX-MDR FROM 1 BY 1
                   UNTIL WS-IDX-MDR > WS-NB-MODERATIONS
               IF WS-MDR-CLASSE(WS-IDX-MDR) = WS-NOT-CLASSE(WS-IDX-NOT)
                       AND WS-MDR-MATIERE(WS-IDX-MDR)
                           = WS-NOT-MATIERE(WS-IDX-NOT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MDR > WS-NB-MODERATIONS
               EXIT PARAGRAPH
           END-IF.
           IF WS-MDR-TYPE(WS-IDX-MDR) = 'D'
               COMPUTE WS-NOTE-CALCUL ROUNDED =
                   WS-NOT-NOTE(WS-IDX-NOT) + WS-MDR-VALEUR(WS-IDX-MDR)
           ELSE
               COMPUTE WS-NOTE-CALCUL ROUNDED =
                   WS-NOT-NOTE(WS-IDX-NOT) * WS-MDR-VALEUR(WS-IDX-MDR)
           END-IF.
           IF WS-NOTE-CALCUL < 0
               MOVE 0 TO WS-NOTE-CALCUL
           END-IF.
           IF WS-NOTE-CALCUL > 20
               MOVE 20 TO WS-NOTE-CALCUL
           END-IF.
           MOVE WS-NOTE-CALCUL TO WS-NOTE-MODEREE.

      *---------------------------------------------------------------
       CHERCHER-MATIERE.
           MOVE 1.0 TO WS-COEFFICIENT-W.
           MOVE 0 TO WS-CREDITS-W.
           MOVE WS-MATIERE-W TO WS-LIBELLE-W.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-NB-MATIERES
               IF WS-MAT-CODE(WS-IDX-MAT) = WS-MATIERE-W
                   MOVE WS-MAT-COEFFICIENT(WS-IDX-MAT)
                       TO WS-COEFFICIENT-W
                   MOVE WS-MAT-CREDITS(WS-IDX-MAT) TO WS-CREDITS-W
                   MOVE WS-MAT-LIBELLE(WS-IDX-MAT) TO WS-LIBELLE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       VERIFIER-DEFAILLANCE.
           MOVE 'N' TO WS-DEFAILLANT-W.
           PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                   UNTIL WS-IDX-ABS > WS-NB-ABSENCES
               IF WS-ABS-MATRICULE(WS-IDX-ABS)
                       = WS-CNC-MATRICULE(WS-IDX-CNC)
                       AND WS-ABS-SESSION(WS-IDX-ABS) = 1
                       AND WS-ABS-JUSTIFIEE(WS-IDX-ABS) = 'N'
                   SET ETUDIANT-DEFAILLANT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Credits d'EX04D-CREDITS : credits de chaque matiere a note
      * >= 10, sur les notes fusionnees si la seconde session l'est.
       RECALCULER-CREDITS.
           MOVE 0 TO WS-CREDITS-ACQUIS.
           IF FUSION-PRESENTE
               PERFORM VARYING WS-IDX-FUS FROM 1 BY 1
                       UNTIL WS-IDX-FUS > WS-NB-FUSION
                   IF WS-FUS-MATRICULE(WS-IDX-FUS)
                           = WS-CNC-MATRICULE(WS-IDX-CNC)
                           AND WS-FUS-NOTE(WS-IDX-FUS) >= 10
                       MOVE WS-FUS-MATIERE(WS-IDX-FUS)
                           TO WS-MATIERE-W
                       PERFORM CHERCHER-MATIERE
                       ADD WS-CREDITS-W TO WS-CREDITS-ACQUIS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                       UNTIL WS-IDX-NOT > WS-NB-NOTES
                   IF WS-NOT-MATRICULE(WS-IDX-NOT)
                           = WS-CNC-MATRICULE(WS-IDX-CNC)
                           AND WS-NOT-NOTE(WS-IDX-NOT) >= 10
                       MOVE WS-NOT-MATIERE(WS-IDX-NOT)
                           TO WS-MATIERE-W
                       PERFORM CHERCHER-MATIERE
                       ADD WS-CREDITS-W TO WS-CREDITS-ACQUIS
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-CREDITS-ACQUIS TO WS-CNC-CREDITS-APRES(WS-IDX-CNC).
           IF WS-CNC-POS-CREDIT(WS-IDX-CNC) > 0
               SET WS-IDX-CRE TO WS-CNC-POS-CREDIT(WS-IDX-CNC)
               MOVE WS-CREDITS-ACQUIS TO WS-CRE-CREDITS(WS-IDX-CRE)
           END-IF.

      *---------------------------------------------------------------
      * Nouvelle moyenne des concernes classes, puis rang de chaque
      * ligne comme EX04 : camarades classables a moyenne
      * strictement superieure plus un. L'effectif ne change pas, un
      * recours ne rend ni ne retire la defaillance.
       RECALCULER-RANGS.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               IF WS-CNC-POS-RANG(WS-IDX-CNC) > 0
                   SET WS-IDX-RNG TO WS-CNC-POS-RANG(WS-IDX-CNC)
                   MOVE WS-CNC-MOYENNE-APRES(WS-IDX-CNC)
                       TO WS-RNG-MOYENNE(WS-IDX-RNG)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RNG FROM 1 BY 1
                   UNTIL WS-IDX-RNG > WS-NB-RANGS
               MOVE 1 TO WS-RANG-W
               PERFORM VARYING WS-IDX-RN2 FROM 1 BY 1
                       UNTIL WS-IDX-RN2 > WS-NB-RANGS
                   IF WS-RNG-CLASSE(WS-IDX-RN2)
                           = WS-RNG-CLASSE(WS-IDX-RNG)
                           AND WS-RNG-MOYENNE(WS-IDX-RN2)
                           > WS-RNG-MOYENNE(WS-IDX-RNG)
                       ADD 1 TO WS-RANG-W
                   END-IF
               END-PERFORM
               MOVE WS-RANG-W TO WS-RNG-RANG(WS-IDX-RNG)
           END-PERFORM.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               IF WS-CNC-POS-RANG(WS-IDX-CNC) > 0
                   SET WS-IDX-RNG TO WS-CNC-POS-RANG(WS-IDX-CNC)
                   MOVE WS-RNG-RANG(WS-IDX-RNG)
                       TO WS-CNC-RANG-APRES(WS-IDX-CNC)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Notes corrigees et tampon du controle : meme nombre de
      * lignes, nouveau total, pour qu'EX04, EX06 et les releves
      * acceptent le fichier sans nouveau controle.
       REECRIRE-NOTES.
           OPEN OUTPUT FIC-NOTES.
           PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                   UNTIL WS-IDX-NOT > WS-NB-NOTES
               MOVE WS-NOT-LIGNE(WS-IDX-NOT) TO ENR-NOTES
               WRITE ENR-NOTES
           END-PERFORM.
           CLOSE FIC-NOTES.
           OPEN OUTPUT FIC-CONTROLE-NOTES.
           MOVE WS-CTN-DATE          TO CTN-DATE.
           MOVE WS-CTN-NB-NOTES      TO CTN-NB-NOTES.
           MOVE WS-TOTAL-NOTES       TO CTN-TOTAL-NOTES.
           MOVE WS-CTN-NB-EXCEPTIONS TO CTN-NB-EXCEPTIONS.
           WRITE ENR-CONTROLE-NOTES.
           CLOSE FIC-CONTROLE-NOTES.
           IF FUSION-PRESENTE
               OPEN OUTPUT FIC-NOTES-FUSION
               PERFORM VARYING WS-IDX-FUS FROM 1 BY 1
                       UNTIL WS-IDX-FUS > WS-NB-FUSION
                   MOVE WS-FUS-LIGNE(WS-IDX-FUS) TO ENR-NOTES-FUSION
                   WRITE ENR-NOTES-FUSION
               END-PERFORM
               CLOSE FIC-NOTES-FUSION
           END-IF.

      *---------------------------------------------------------------
       REECRIRE-RESULTATS.
           IF MENTIONS-PRESENTES
               OPEN OUTPUT FIC-MENTIONS
               PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                       UNTIL WS-IDX-MNT > WS-NB-MENTIONS
                   MOVE WS-MNT-LIGNE(WS-IDX-MNT) TO ENR-MENTION
                   WRITE ENR-MENTION
               END-PERFORM
               CLOSE FIC-MENTIONS
           END-IF.
           IF RANGS-PRESENTS
               OPEN OUTPUT FIC-RANGS
               PERFORM VARYING WS-IDX-RNG FROM 1 BY 1
                       UNTIL WS-IDX-RNG > WS-NB-RANGS
                   MOVE WS-RNG-LIGNE(WS-IDX-RNG) TO ENR-RANG
                   WRITE ENR-RANG
               END-PERFORM
               CLOSE FIC-RANGS
           END-IF.
           IF CREDITS-PRESENTS
               OPEN OUTPUT FIC-CREDITS
               PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                       UNTIL WS-IDX-CRE > WS-NB-CREDITS
                   MOVE WS-CRE-LIGNE(WS-IDX-CRE) TO ENR-CREDIT-ETUDIANT
                   WRITE ENR-CREDIT-ETUDIANT
               END-PERFORM
               CLOSE FIC-CREDITS
           END-IF.

      *---------------------------------------------------------------
       REECRIRE-RECOURS.
           OPEN OUTPUT FIC-RECOURS.
           PERFORM VARYING WS-IDX-RCS FROM 1 BY 1
                   UNTIL WS-IDX-RCS > WS-NB-RECOURS
               MOVE WS-RCS-LIGNE(WS-IDX-RCS) TO ENR-RECOURS
               WRITE ENR-RECOURS
           END-PERFORM.
           CLOSE FIC-RECOURS.

      *---------------------------------------------------------------
      * Au rapport, le resultat avant/apres de chaque etudiant
      * recalcule.
       ECRIRE-RECALCUL.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Etudiants recalcules ---' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               MOVE WS-CNC-MOYENNE-APRES(WS-IDX-CNC)
                   TO WS-MOYENNE-EDIT
               IF WS-CNC-POS-MENTION(WS-IDX-CNC) = 0
                   STRING WS-CNC-MATRICULE(WS-IDX-CNC)
                          ' moyenne ' WS-MOYENNE-EDIT
                          ' (resultat non publie), credits '
                          WS-CNC-CREDITS-APRES(WS-IDX-CNC)
                       DELIMITED SIZE INTO WS-LIGNE
               ELSE
                   STRING WS-CNC-MATRICULE(WS-IDX-CNC)
                          ' moyenne ' WS-CNC-MOYENNE-AVANT(WS-IDX-CNC)
                          ' > ' WS-MOYENNE-EDIT
                          '  rang ' WS-CNC-RANG-AVANT(WS-IDX-CNC)
                          ' > ' WS-CNC-RANG-APRES(WS-IDX-CNC)
                          '  credits '
                          WS-CNC-CREDITS-AVANT(WS-IDX-CNC)
                          ' > ' WS-CNC-CREDITS-APRES(WS-IDX-CNC)
                       DELIMITED SIZE INTO WS-LIGNE
               END-IF
               PERFORM ECRIRE-RAPPORT
           END-PERFORM.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
      * Releve reedite, meme presentation qu'EX04B-RELEVE-ETUDIANT,
      * pour chaque concerne dont le resultat est publie.
       ECRIRE-RELEVES.
           OPEN OUTPUT FIC-RELEVES.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               IF WS-CNC-POS-MENTION(WS-IDX-CNC) > 0
                   PERFORM ECRIRE-UN-RELEVE
               END-IF
           END-PERFORM.
           CLOSE FIC-RELEVES.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-RELEVE.
           MOVE WS-LIGNE TO ENR-RELEVE.
           WRITE ENR-RELEVE.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-UN-RELEVE.
           ADD 1 TO WS-NB-RELEVES.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           STRING 'RELEVE DE NOTES - ' WS-CNC-NOM(WS-IDX-CNC)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           STRING 'Matricule : ' WS-CNC-MATRICULE(WS-IDX-CNC)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           STRING 'Reedition apres recours du ' WS-DATE-JOUR
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE '------------------------------------------------'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE LOW-VALUES TO WS-MATIERE-DERNIERE.
           MOVE SPACES TO WS-MATIERE-SUIVANTE.
           PERFORM UNTIL WS-MATIERE-SUIVANTE = HIGH-VALUES
               PERFORM ECRIRE-NOTE-SUIVANTE
           END-PERFORM.
           MOVE '------------------------------------------------'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE WS-CNC-MOYENNE-APRES(WS-IDX-CNC) TO WS-MOYENNE-EDIT.
           STRING 'Moyenne ponderee : ' WS-MOYENNE-EDIT '/20'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE WS-MOYENNE-PROMO TO WS-MOYENNE-PROMO-EDIT.
           STRING 'Moyenne promotion: ' WS-MOYENNE-PROMO-EDIT '/20'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           IF WS-CNC-POS-RANG(WS-IDX-CNC) > 0
               SET WS-IDX-RNG TO WS-CNC-POS-RANG(WS-IDX-CNC)
               STRING 'Rang : ' WS-RNG-RANG(WS-IDX-RNG)
                      ' sur ' WS-RNG-EFFECTIF(WS-IDX-RNG)
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RELEVE
           END-IF.
           PERFORM VARYING WS-IDX-JUR FROM 1 BY 1
                   UNTIL WS-IDX-JUR > WS-NB-JURY
               IF WS-JUR-MATRICULE(WS-IDX-JUR)
                       = WS-CNC-MATRICULE(WS-IDX-CNC)
                   COMPUTE WS-MOYENNE-AVANT-W =
                       WS-CNC-MOYENNE-APRES(WS-IDX-CNC)
                       - WS-JUR-POINTS(WS-IDX-JUR)
                   STRING 'Points jury : +'
                          WS-JUR-POINTS(WS-IDX-JUR) ' ('
                          FUNCTION TRIM(WS-JUR-MOTIF(WS-IDX-JUR))
                          ') avant ' WS-MOYENNE-AVANT-W
                          ' > apres ' WS-MOYENNE-EDIT
                       DELIMITED SIZE INTO WS-LIGNE
                   PERFORM ECRIRE-LIGNE-RELEVE
               END-IF
           END-PERFORM.
           STRING 'Mention : ' WS-CNC-MENTION-APRES(WS-IDX-CNC)
                  '  Admis : ' WS-CNC-ADMIS-APRES(WS-IDX-CNC)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE '================================================'
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.

      *---------------------------------------------------------------
      * Plus petite matiere de l'etudiant apres la derniere ecrite :
      * les notes sortent dans l'ordre des matieres, comme le tri
      * d'EX04B. HIGH-VALUES quand il n'en reste plus.
       ECRIRE-NOTE-SUIVANTE.
           MOVE HIGH-VALUES TO WS-MATIERE-SUIVANTE.
           MOVE 0 TO WS-POS-NOTE.
           PERFORM VARYING WS-IDX-NOT FROM 1 BY 1
                   UNTIL WS-IDX-NOT > WS-NB-NOTES
               IF WS-NOT-MATRICULE(WS-IDX-NOT)
                       = WS-CNC-MATRICULE(WS-IDX-CNC)
                       AND WS-NOT-MATIERE(WS-IDX-NOT)
                       > WS-MATIERE-DERNIERE
                       AND WS-NOT-MATIERE(WS-IDX-NOT)
                       < WS-MATIERE-SUIVANTE
                   MOVE WS-NOT-MATIERE(WS-IDX-NOT)
                       TO WS-MATIERE-SUIVANTE
                   SET WS-POS-NOTE TO WS-IDX-NOT
               END-IF
           END-PERFORM.
           IF WS-POS-NOTE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATIERE-SUIVANTE TO WS-MATIERE-DERNIERE
                                       WS-MATIERE-W.
           PERFORM CHERCHER-MATIERE.
           STRING WS-LIBELLE-W ' : ' WS-NOT-NOTE(WS-POS-NOTE) '/20'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-RELEVE.

      *---------------------------------------------------------------
      * Pour le secretariat du jury : les concernes dont la mention
      * ou l'admission change avec le recours.
       ECRIRE-LISTE-JURY.
           OPEN OUTPUT FIC-LISTE-JURY.
           MOVE SPACES TO ENR-LISTE-JURY.
           STRING '=== RECOURS DU ' WS-DATE-JOUR ' : CHANGEMENTS DE '
                  'MENTION OU D''ADMISSION ==='
               DELIMITED SIZE INTO ENR-LISTE-JURY.
           WRITE ENR-LISTE-JURY.
           MOVE 'Matric Nom                  Avant Apres '
               & 'Mention avant   Mention apres   Admis'
               TO ENR-LISTE-JURY.
           WRITE ENR-LISTE-JURY.
           PERFORM VARYING WS-IDX-CNC FROM 1 BY 1
                   UNTIL WS-IDX-CNC > WS-NB-CONCERNES
               IF WS-CNC-POS-MENTION(WS-IDX-CNC) > 0
                   AND (WS-CNC-MENTION-AVANT(WS-IDX-CNC)
                        NOT = WS-CNC-MENTION-APRES(WS-IDX-CNC)
                     OR WS-CNC-ADMIS-AVANT(WS-IDX-CNC)
                        NOT = WS-CNC-ADMIS-APRES(WS-IDX-CNC))
                   ADD 1 TO WS-NB-CHANGEMENTS
                   MOVE WS-CNC-MOYENNE-APRES(WS-IDX-CNC)
                       TO WS-MOYENNE-EDIT
                   MOVE SPACES TO ENR-LISTE-JURY
                   STRING WS-CNC-MATRICULE(WS-IDX-CNC) ' '
                          WS-CNC-NOM(WS-IDX-CNC) ' '
                          WS-CNC-MOYENNE-AVANT(WS-IDX-CNC) ' '
                          WS-MOYENNE-EDIT ' '
                          WS-CNC-MENTION-AVANT(WS-IDX-CNC) ' '
                          WS-CNC-MENTION-APRES(WS-IDX-CNC) ' '
                          WS-CNC-ADMIS-AVANT(WS-IDX-CNC) '>'
                          WS-CNC-ADMIS-APRES(WS-IDX-CNC)
                       DELIMITED SIZE INTO ENR-LISTE-JURY
                   WRITE ENR-LISTE-JURY
               END-IF
           END-PERFORM.
           IF WS-NB-CHANGEMENTS = 0
               MOVE '(aucun changement de mention ni d''admission)'
                   TO ENR-LISTE-JURY
               WRITE ENR-LISTE-JURY
           END-IF.
           MOVE SPACES TO ENR-LISTE-JURY.
           STRING 'Total : ' WS-NB-CONCERNES ' etudiant(s) '
                  'recalcule(s), ' WS-NB-CHANGEMENTS
                  ' changement(s)'
               DELIMITED SIZE INTO ENR-LISTE-JURY.
           WRITE ENR-LISTE-JURY.
           CLOSE FIC-LISTE-JURY.
