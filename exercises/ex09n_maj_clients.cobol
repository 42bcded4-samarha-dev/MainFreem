      *===============================================================
      * Exercice 9n - Tenue du referentiel clients par mouvements,
      * fusion des doublons et renumerotation
      * Niveau : Expert
      * FIC-CLIENTS.dat etait retouche a la main et un meme client
      * existait souvent sous deux codes : son chiffre d'affaires se
      * partageait en deux dans le palmares clients d'EX09 et ses
      * postes ouverts en deux comptes. Les changements passent
      * desormais par des mouvements a date d'effet
      * (FIC-MOUVEMENTS-CLIENTS.dat), comme le referentiel
      * region/vendeur avec EX09G :
      *   C = creation du client (code et nom)
      *   N = changement de nom
      *   S = cloture (le client sort du referentiel)
      *   F = fusion : le code en double sort du referentiel, son
      *       historique passe sous le code conserve
      *       (MVC-CLIENT-CONSERVE, client actif)
      * Une fusion repointe vers le code conserve les ventes du
      * jour (FIC-VENTES.dat), l'historique des ventes qui alimente
      * les cumuls clients (FIC-HISTO-VENTES-EX09.dat), le registre
      * des transactions chargees d'EX09B (controle des avoirs) et
      * les postes ouverts du compte client (FIC-POSTES-CLIENTS.dat,
      * reclasse par client puis date). Le code retire entre dans la
      * table de correspondance FIC-XREF-CLIENTS.dat (COPY CLIXREC) :
      * les lignes tardives du flux ou de la banque qui le portent
      * encore sont traduites au chargement par EX09B et EX09I.
      * Les mouvements a date future restent dans le fichier ; chaque
      * mouvement traite, applique ou rejete, laisse une trace dans
      * la piste d'audit FIC-AUDIT-CLIENTS.dat (date et heure,
      * operateur, nom avant/apres) et le rapport du passage liste
      * ce qui a change.
      * Compiler : cobc -x ex09n_maj_clients.cobol
      *            -o ex09n_maj_clients -I ../copybooks
      * Executer : ./ex09n_maj_clients
      * Entree  : FIC-MOUVEMENTS-CLIENTS.dat (reecrit : restent les
      *           mouvements a date future)
      * Entree/Sortie : FIC-CLIENTS.dat, FIC-XREF-CLIENTS.dat
      *           et, sur fusion, FIC-VENTES.dat,
      *           FIC-HISTO-VENTES-EX09.dat,
      *           FIC-TRANSACTIONS-CHARGEES.dat,
      *           FIC-POSTES-CLIENTS.dat
      * Sortie  : FIC-AUDIT-CLIENTS.dat (piste d'audit, allongee)
      *           FIC-MAJ-CLIENTS-RAPPORT.txt
      * Code retour : 0, 8 si une capacite est depassee (rien n'est
      *               reecrit).
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX09N-MAJ-CLIENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENTS ASSIGN TO 'FIC-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CLIENTS.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-XREF ASSIGN TO 'FIC-XREF-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-XREF.
           SELECT FIC-AUDIT ASSIGN TO 'FIC-AUDIT-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FIC-VENTES ASSIGN TO 'FIC-VENTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VENTES.
           SELECT FIC-HISTO-VENTES
               ASSIGN TO 'FIC-HISTO-VENTES-EX09.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-VENTES.
           SELECT FIC-REGISTRE-TRX
               ASSIGN TO 'FIC-TRANSACTIONS-CHARGEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-POSTES ASSIGN TO 'FIC-POSTES-CLIENTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FIC-TRAVAIL-VENTES
               ASSIGN TO 'WRK-RENUM-CLIENTS.tmp'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TRAVAIL-HISTO
               ASSIGN TO 'WRK-RENUM-CLIENTS.tmp'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TRAVAIL-REGISTRE
               ASSIGN TO 'WRK-RENUM-CLIENTS.tmp'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-TRAVAIL-POSTES
               ASSIGN TO 'WRK-RENUM-CLIENTS.tmp'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-POSTES ASSIGN TO 'WRK-POSTES-CLIENTS.tmp'.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-MAJ-CLIENTS-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RUNLOG ASSIGN TO 'FIC-RUNLOG.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
      * Meme enregistrement que FIC-CLIENTS dans EX09-TRI-RUPTURE.
       FD  FIC-CLIENTS LABEL RECORDS ARE STANDARD.
       01  ENR-CLIENT.
           05 CLI-CODE          PIC X(6).
           05 CLI-NOM           PIC X(30).

      * Mouvement sur le referentiel : le nom sert a la creation et
      * au changement de nom, le code conserve a la fusion ;
      * l'operateur qui a saisi le mouvement passe dans l'audit.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-CLIENT.
           05 MVC-CODE          PIC X.
              88 MVC-CREATION    VALUE 'C'.
              88 MVC-CHANGEMENT-NOM VALUE 'N'.
              88 MVC-CLOTURE     VALUE 'S'.
              88 MVC-FUSION      VALUE 'F'.
           05 MVC-CLIENT        PIC X(6).
           05 MVC-NOM           PIC X(30).
           05 MVC-CLIENT-CONSERVE PIC X(6).
           05 MVC-DATE-EFFET    PIC 9(8).
           05 MVC-OPERATEUR     PIC X(8).

       FD  FIC-XREF LABEL RECORDS ARE STANDARD.
       COPY CLIXREC.

      * Piste d'audit : un enregistrement par mouvement echu, avec
      * l'etat du client avant et apres (A applique, R rejete).
       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       01  ENR-AUDIT-CLIENT.
           05 AUC-DATE-TRAITEMENT PIC 9(8).
           05 AUC-HEURE         PIC 9(6).
           05 AUC-OPERATEUR     PIC X(8).
           05 AUC-MOUVEMENT     PIC X.
           05 AUC-CLIENT        PIC X(6).
           05 AUC-NOM-AVANT     PIC X(30).
           05 AUC-NOM-APRES     PIC X(30).
           05 AUC-CLIENT-CONSERVE PIC X(6).
           05 AUC-DATE-EFFET    PIC 9(8).
           05 AUC-RESULTAT      PIC X.

       FD  FIC-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTEREC.

       FD  FIC-HISTO-VENTES LABEL RECORDS ARE STANDARD.
       COPY VENTHREC.

      * Meme enregistrement que FIC-REGISTRE-TRX dans
      * EX09B-CHARGE-VENTES.
       FD  FIC-REGISTRE-TRX LABEL RECORDS ARE STANDARD.
       01  ENR-REGISTRE-TRX.
           05 RTX-SOURCE         PIC X(3).
           05 RTX-ID-TRANSACTION PIC X(12).
           05 RTX-DATE-GESTION   PIC 9(8).
           05 RTX-VENDEUR        PIC X(4).
           05 RTX-CLIENT         PIC X(6).
           05 RTX-DEVISE         PIC X(3).
           05 RTX-SENS           PIC X.
           05 RTX-MONTANT-ORIGINE PIC 9(7).
           05 RTX-ID-ORIGINE     PIC X(12).
           05 RTX-DEJA-CREDITE   PIC 9(7).

       FD  FIC-POSTES LABEL RECORDS ARE STANDARD.
       COPY PCLIREC.

      * Copies de travail des fichiers repointes, recopiees ensuite
      * sur l'original.
       FD  FIC-TRAVAIL-VENTES LABEL RECORDS ARE STANDARD.
       01  ENR-TRAVAIL-VENTES   PIC X(95).

       FD  FIC-TRAVAIL-HISTO LABEL RECORDS ARE STANDARD.
       01  ENR-TRAVAIL-HISTO    PIC X(103).

       FD  FIC-TRAVAIL-REGISTRE LABEL RECORDS ARE STANDARD.
       01  ENR-TRAVAIL-REGISTRE PIC X(63).

       FD  FIC-TRAVAIL-POSTES LABEL RECORDS ARE STANDARD.
       01  ENR-TRAVAIL-POSTES   PIC X(61).

      * Postes reclasses par client puis date (decoupage de PCLIREC),
      * l'ordre d'arrivee garde a cle egale.
       SD  WRK-POSTES.
       01  WRK-ENR-POSTE.
           05 WRK-PST-CLIENT    PIC X(6).
           05 WRK-PST-TYPE-REF  PIC X(16).
           05 WRK-PST-DATE      PIC 9(8).
           05 WRK-PST-SUITE     PIC X(31).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       FD  FIC-RUNLOG LABEL RECORDS ARE STANDARD.
       COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-RUNLOG    PIC X(2) VALUE '00'.
       01 WS-HEURE-DEBUT      PIC 9(6) VALUE 0.
       01 WS-HEURE-DEBUT-R REDEFINES WS-HEURE-DEBUT.
           05 HDB-HEURES      PIC 9(2).
           05 HDB-MINUTES     PIC 9(2).
           05 HDB-SECONDES    PIC 9(2).
       01 WS-HEURE-FIN        PIC 9(6) VALUE 0.
       01 WS-HEURE-FIN-R REDEFINES WS-HEURE-FIN.
           05 HFN-HEURES      PIC 9(2).
           05 HFN-MINUTES     PIC 9(2).
           05 HFN-SECONDES    PIC 9(2).
       01 WS-SEC-DEBUT        PIC 9(5) VALUE 0.
       01 WS-SEC-FIN          PIC 9(5) VALUE 0.
       01 WS-DUREE-SECONDES   PIC 9(5) VALUE 0.
       01 WS-STATUT-CLIENTS   PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-XREF      PIC X(2) VALUE '00'.
       01 WS-STATUT-AUDIT     PIC X(2) VALUE '00'.
       01 WS-STATUT-VENTES    PIC X(2) VALUE '00'.
       01 WS-STATUT-HISTO-VENTES PIC X(2) VALUE '00'.
       01 WS-STATUT-REGISTRE  PIC X(2) VALUE '00'.
       01 WS-STATUT-POSTES    PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      * Referentiel en memoire : un client clos ou fusionne reste
      * dans la table le temps du passage mais n'est pas reecrit.
       01 WS-MAX-CLIENTS      PIC 9(4) VALUE 2000.
       01 WS-TABLE-CLIENTS.
          05 WS-CLI-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CLI.
             10 WS-CLI-CODE    PIC X(6).
             10 WS-CLI-NOM     PIC X(30).
             10 WS-CLI-ETAT    PIC X.
                88 CLI-ACTIF    VALUE 'A'.
                88 CLI-CLOS     VALUE 'C'.
                88 CLI-FUSIONNE VALUE 'F'.
       01 WS-NB-CLIENTS       PIC 9(4) VALUE 0.
       01 WS-CLIENT-CHERCHE   PIC X(6) VALUE SPACES.
       01 WS-RANG-TROUVE      PIC 9(4) VALUE 0.
       01 WS-CLIENT-TROUVE    PIC 9(4) VALUE 0.
       01 WS-CONSERVE-TROUVE  PIC 9(4) VALUE 0.

       01 WS-MAX-MOUVEMENTS   PIC 9(3) VALUE 200.
       01 WS-TABLE-MOUVEMENTS.
          05 WS-MVC-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-MVC.
             10 WS-MVC-CODE    PIC X.
             10 WS-MVC-CLIENT  PIC X(6).
             10 WS-MVC-NOM     PIC X(30).
             10 WS-MVC-CONSERVE PIC X(6).
             10 WS-MVC-DATE    PIC 9(8).
             10 WS-MVC-OPERATEUR PIC X(8).
             10 WS-MVC-ETAT    PIC X.
                88 MVC-ECHU     VALUE 'E'.
                88 MVC-APPLIQUE VALUE 'A'.
                88 MVC-FUTUR    VALUE 'F'.
       01 WS-NB-MOUVEMENTS    PIC 9(3) VALUE 0.
       01 WS-NB-APPLIQUES     PIC 9(3) VALUE 0.
       01 WS-NB-REPORTES      PIC 9(3) VALUE 0.
       01 WS-NB-REJETES       PIC 9(3) VALUE 0.
       01 WS-NB-FUSIONS       PIC 9(3) VALUE 0.

      * Table de correspondance : code retire -> code conserve.
       01 WS-MAX-XREF         PIC 9(4) VALUE 2000.
       01 WS-TABLE-XREF.
          05 WS-XRC-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-XRC.
             10 WS-XRC-ANCIEN  PIC X(6).
             10 WS-XRC-NOUVEAU PIC X(6).
             10 WS-XRC-DATE    PIC 9(8).
       01 WS-NB-XREF          PIC 9(4) VALUE 0.
       01 WS-XREF-TROUVE      PIC 9(4) VALUE 0.

       01 WS-CLIENT-A-TRADUIRE PIC X(6) VALUE SPACES.
       01 WS-CLIENT-TRADUIT   PIC X VALUE 'N'.
          88 CLIENT-TRADUIT   VALUE 'O'.
       01 WS-NB-LUES-FICHIER  PIC 9(7) VALUE 0.
       01 WS-NB-REPOINTEES    PIC 9(7) VALUE 0.
       01 WS-NOM-FICHIER      PIC X(30) VALUE SPACES.

      * Decoupage d'une vente de l'historique (disposition VENTEREC)
      * autour du code client.
       01 WS-VENTE-HISTO.
          05 WS-VTH-AVANT-CLIENT PIC X(45).
          05 WS-VTH-CLIENT       PIC X(6).
          05 WS-VTH-APRES-CLIENT PIC X(44).

       01 WS-MOTIF-REJET      PIC X(40) VALUE SPACES.
       01 WS-NOM-AVANT        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT.
           DISPLAY '================================================'.
           DISPLAY '  Tenue du referentiel clients'.
           DISPLAY '================================================'.

           PERFORM CHARGER-MOUVEMENTS.
           PERFORM CHARGER-CLIENTS.
           PERFORM CHARGER-XREF.
           IF WS-NB-MOUVEMENTS = 0
               DISPLAY 'Aucun mouvement programme, referentiel '
                       'inchange'
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN
               PERFORM ECRIRE-JOURNAL-EXEC
               STOP RUN
           END-IF.
           PERFORM OUVRIR-AUDIT.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO ENR-RAPPORT.
           STRING '=== MISE A JOUR DU REFERENTIEL CLIENTS DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           PERFORM VARYING WS-IDX-MVC FROM 1 BY 1
                   UNTIL WS-IDX-MVC > WS-NB-MOUVEMENTS
               IF MVC-ECHU(WS-IDX-MVC)
                   PERFORM APPLIQUER-UN-MOUVEMENT
               END-IF
           END-PERFORM.
           CLOSE FIC-AUDIT.
           IF WS-NB-FUSIONS > 0
               PERFORM REPOINTER-VENTES
               PERFORM REPOINTER-HISTO-VENTES
               PERFORM REPOINTER-REGISTRE
               PERFORM REPOINTER-POSTES
               PERFORM REECRIRE-XREF
           END-IF.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'Appliques ' WS-NB-APPLIQUES ' (dont fusions '
                  WS-NB-FUSIONS '), rejetes ' WS-NB-REJETES
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           CLOSE FIC-RAPPORT.
           PERFORM REECRIRE-CLIENTS.
           PERFORM REECRIRE-MOUVEMENTS.

           DISPLAY 'Mouvements appliques : ' WS-NB-APPLIQUES
                   ', reportes (date future) : ' WS-NB-REPORTES
                   ', rejetes : ' WS-NB-REJETES '.'.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN.
           PERFORM ECRIRE-JOURNAL-EXEC.
           STOP RUN.

      *---------------------------------------------------------------
      * Bilan du passage dans FIC-RUNLOG.dat, verifie par la chaine
      * de nuit : les clients du referentiel comptent dans les lus,
      * une nuit sans mouvement reste une etape reussie.
       ECRIRE-JOURNAL-EXEC.
           COMPUTE WS-SEC-DEBUT =
               HDB-HEURES * 3600 + HDB-MINUTES * 60 + HDB-SECONDES.
           COMPUTE WS-SEC-FIN =
               HFN-HEURES * 3600 + HFN-MINUTES * 60 + HFN-SECONDES.
           IF WS-SEC-FIN >= WS-SEC-DEBUT
               COMPUTE WS-DUREE-SECONDES = WS-SEC-FIN - WS-SEC-DEBUT
           ELSE
               COMPUTE WS-DUREE-SECONDES =
                   WS-SEC-FIN + 86400 - WS-SEC-DEBUT
           END-IF.
           OPEN EXTEND FIC-RUNLOG.
           IF WS-STATUT-RUNLOG NOT = '00'
               OPEN OUTPUT FIC-RUNLOG
           END-IF.
           MOVE WS-DATE-JOUR   TO JEX-DATE.
           MOVE WS-HEURE-DEBUT TO JEX-HEURE-DEBUT.
           MOVE WS-HEURE-FIN   TO JEX-HEURE-FIN.
           MOVE 'EX09N-MAJ-CLIE' TO JEX-PROGRAMME.
           COMPUTE JEX-NB-LUS = WS-NB-CLIENTS + WS-NB-MOUVEMENTS + 1.
           MOVE WS-NB-APPLIQUES TO JEX-NB-TRAITES.
           MOVE WS-NB-REJETES  TO JEX-NB-REJETES.
           MOVE WS-DUREE-SECONDES TO JEX-DUREE-SECONDES.
           MOVE 0 TO JEX-CODE-RETOUR.
           WRITE ENR-JOURNAL-EXEC.
           CLOSE FIC-RUNLOG.

      *---------------------------------------------------------------
       CHARGER-MOUVEMENTS.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-MOUVEMENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-MOUVEMENTS >= WS-MAX-MOUVEMENTS
                   DISPLAY '*** Plus de ' WS-MAX-MOUVEMENTS
                           ' mouvements clients - rien n''est '
                           'applique ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-MOUVEMENTS
               MOVE MVC-CODE TO WS-MVC-CODE(WS-NB-MOUVEMENTS)
               MOVE MVC-CLIENT TO WS-MVC-CLIENT(WS-NB-MOUVEMENTS)
               MOVE MVC-NOM TO WS-MVC-NOM(WS-NB-MOUVEMENTS)
               MOVE MVC-CLIENT-CONSERVE
                   TO WS-MVC-CONSERVE(WS-NB-MOUVEMENTS)
               MOVE MVC-DATE-EFFET TO WS-MVC-DATE(WS-NB-MOUVEMENTS)
               MOVE MVC-OPERATEUR
                   TO WS-MVC-OPERATEUR(WS-NB-MOUVEMENTS)
               IF MVC-DATE-EFFET <= WS-DATE-JOUR
                   MOVE 'E' TO WS-MVC-ETAT(WS-NB-MOUVEMENTS)
               ELSE
                   MOVE 'F' TO WS-MVC-ETAT(WS-NB-MOUVEMENTS)
               END-IF
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
           DISPLAY 'Mouvements programmes : ' WS-NB-MOUVEMENTS.

      *---------------------------------------------------------------
      * Le referentiel est reecrit en entier : au-dela de la
      * capacite, des clients seraient perdus, le passage s'arrete.
       CHARGER-CLIENTS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-CLIENTS.
           IF WS-STATUT-CLIENTS NOT = '00'
               DISPLAY 'FIC-CLIENTS.dat absent : referentiel cree '
                       'par les mouvements'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-CLIENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
                   DISPLAY '*** Plus de ' WS-MAX-CLIENTS
                           ' clients au referentiel - rien n''est '
                           'applique ***'
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               MOVE CLI-CODE TO WS-CLI-CODE(WS-NB-CLIENTS)
               MOVE CLI-NOM TO WS-CLI-NOM(WS-NB-CLIENTS)
               MOVE 'A' TO WS-CLI-ETAT(WS-NB-CLIENTS)
               READ FIC-CLIENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-CLIENTS.
           DISPLAY 'Referentiel charge : ' WS-NB-CLIENTS
                   ' client(s)'.

      *---------------------------------------------------------------
       CHARGER-XREF.
           OPEN INPUT FIC-XREF.
           IF WS-STATUT-XREF NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-XREF NOT = '00'
               READ FIC-XREF
                   AT END MOVE '10' TO WS-STATUT-XREF
                   NOT AT END
                       IF WS-NB-XREF >= WS-MAX-XREF
                           DISPLAY '*** Plus de ' WS-MAX-XREF
                                   ' codes clients fusionnes - rien '
                                   'n''est applique ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-XREF
                       MOVE XRC-CLIENT-ANCIEN
                           TO WS-XRC-ANCIEN(WS-NB-XREF)
                       MOVE XRC-CLIENT-NOUVEAU
                           TO WS-XRC-NOUVEAU(WS-NB-XREF)
                       MOVE XRC-DATE-FUSION TO WS-XRC-DATE(WS-NB-XREF)
               END-READ
           END-PERFORM.
           CLOSE FIC-XREF.
           DISPLAY 'Codes clients fusionnes : ' WS-NB-XREF.

      *---------------------------------------------------------------
       OUVRIR-AUDIT.
           OPEN EXTEND FIC-AUDIT.
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FIC-AUDIT
           END-IF.

      *---------------------------------------------------------------
       APPLIQUER-UN-MOUVEMENT.
           MOVE WS-MVC-CLIENT(WS-IDX-MVC) TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           MOVE WS-RANG-TROUVE TO WS-CLIENT-TROUVE.
           MOVE SPACES TO WS-NOM-AVANT.
           IF WS-CLIENT-TROUVE > 0
               MOVE WS-CLI-NOM(WS-CLIENT-TROUVE) TO WS-NOM-AVANT
           END-IF.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN WS-MVC-CODE(WS-IDX-MVC) = 'C'
                   PERFORM APPLIQUER-CREATION
               WHEN WS-MVC-CODE(WS-IDX-MVC) = 'N'
                   PERFORM APPLIQUER-CHANGEMENT-NOM
               WHEN WS-MVC-CODE(WS-IDX-MVC) = 'S'
                   PERFORM APPLIQUER-CLOTURE
               WHEN WS-MVC-CODE(WS-IDX-MVC) = 'F'
                   PERFORM APPLIQUER-FUSION
               WHEN OTHER
                   MOVE 'code mouvement inconnu' TO WS-MOTIF-REJET
           END-EVALUATE.
           MOVE 'A' TO WS-MVC-ETAT(WS-IDX-MVC).
           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-NB-REJETES
               PERFORM ECRIRE-LIGNE-REJET
               MOVE 'R' TO AUC-RESULTAT
           ELSE
               ADD 1 TO WS-NB-APPLIQUES
               MOVE 'A' TO AUC-RESULTAT
           END-IF.
           PERFORM ECRIRE-AUDIT.

      *---------------------------------------------------------------
      * Recherche d'un client actif par son code
      * (WS-CLIENT-CHERCHE) : rang dans WS-RANG-TROUVE, 0 si absent
      * ou sorti du referentiel.
       CHERCHER-CLIENT.
           MOVE 0 TO WS-RANG-TROUVE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF WS-CLI-CODE(WS-IDX-CLI) = WS-CLIENT-CHERCHE
                       AND CLI-ACTIF(WS-IDX-CLI)
                   SET WS-RANG-TROUVE TO WS-IDX-CLI
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Un code retire par une fusion ne se reutilise pas : les
      * lignes tardives qui le portent partiraient chez le client
      * conserve.
       APPLIQUER-CREATION.
           IF WS-CLIENT-TROUVE > 0
               MOVE 'client deja present' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-MVC-CLIENT(WS-IDX-MVC) = SPACES
                   OR WS-MVC-NOM(WS-IDX-MVC) = SPACES
               MOVE 'code ou nom a blanc' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MVC-CLIENT(WS-IDX-MVC) TO WS-CLIENT-A-TRADUIRE.
           PERFORM TRADUIRE-CLIENT.
           IF CLIENT-TRADUIT
               MOVE 'code retire par une fusion' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
               MOVE 'referentiel plein' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE WS-MVC-CLIENT(WS-IDX-MVC)
               TO WS-CLI-CODE(WS-NB-CLIENTS).
           MOVE WS-MVC-NOM(WS-IDX-MVC) TO WS-CLI-NOM(WS-NB-CLIENTS).
           MOVE 'A' TO WS-CLI-ETAT(WS-NB-CLIENTS).
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'CREATION  ' WS-MVC-CLIENT(WS-IDX-MVC) ' '
                  WS-MVC-NOM(WS-IDX-MVC) ' (effet '
                  WS-MVC-DATE(WS-IDX-MVC) ')'
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
       APPLIQUER-CHANGEMENT-NOM.
           IF WS-CLIENT-TROUVE = 0
               MOVE 'client inconnu ou sorti' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-MVC-NOM(WS-IDX-MVC) = SPACES
               MOVE 'nouveau nom a blanc' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MVC-NOM(WS-IDX-MVC)
               TO WS-CLI-NOM(WS-CLIENT-TROUVE).
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'NOM       ' WS-MVC-CLIENT(WS-IDX-MVC) ' '
                  WS-MVC-NOM(WS-IDX-MVC) ' (effet '
                  WS-MVC-DATE(WS-IDX-MVC) ')'
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO ENR-RAPPORT.
           STRING '          ancien nom : ' WS-NOM-AVANT
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
       APPLIQUER-CLOTURE.
           IF WS-CLIENT-TROUVE = 0
               MOVE 'client inconnu ou sorti' TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-CLI-ETAT(WS-CLIENT-TROUVE).
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'CLOTURE   ' WS-MVC-CLIENT(WS-IDX-MVC) ' '
                  WS-NOM-AVANT ' (effet '
                  WS-MVC-DATE(WS-IDX-MVC) ')'
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
      * Fusion : le code en double sort du referentiel et entre dans
      * la table de correspondance vers le code conserve ; les
      * codes deja retires vers le code en double suivent, pour que
      * chaque ligne de la table pointe sur un client actif.
       APPLIQUER-FUSION.
           IF WS-CLIENT-TROUVE = 0
               MOVE 'client en double inconnu ou sorti'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-MVC-CONSERVE(WS-IDX-MVC) = WS-MVC-CLIENT(WS-IDX-MVC)
               MOVE 'fusion d''un client sur lui-meme'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MVC-CONSERVE(WS-IDX-MVC) TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT.
           MOVE WS-RANG-TROUVE TO WS-CONSERVE-TROUVE.
           IF WS-CONSERVE-TROUVE = 0
               MOVE 'code conserve inconnu ou sorti'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-XREF >= WS-MAX-XREF
               MOVE 'table de correspondance pleine'
                   TO WS-MOTIF-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-XRC FROM 1 BY 1
                   UNTIL WS-IDX-XRC > WS-NB-XREF
               IF WS-XRC-NOUVEAU(WS-IDX-XRC)
                       = WS-MVC-CLIENT(WS-IDX-MVC)
                   MOVE WS-MVC-CONSERVE(WS-IDX-MVC)
                       TO WS-XRC-NOUVEAU(WS-IDX-XRC)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-XREF.
           MOVE WS-MVC-CLIENT(WS-IDX-MVC) TO WS-XRC-ANCIEN(WS-NB-XREF).
           MOVE WS-MVC-CONSERVE(WS-IDX-MVC)
               TO WS-XRC-NOUVEAU(WS-NB-XREF).
           MOVE WS-MVC-DATE(WS-IDX-MVC) TO WS-XRC-DATE(WS-NB-XREF).
           MOVE 'F' TO WS-CLI-ETAT(WS-CLIENT-TROUVE).
           ADD 1 TO WS-NB-FUSIONS.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'FUSION    ' WS-MVC-CLIENT(WS-IDX-MVC) ' > '
                  WS-MVC-CONSERVE(WS-IDX-MVC) ' '
                  WS-CLI-NOM(WS-CONSERVE-TROUVE) ' (effet '
                  WS-MVC-DATE(WS-IDX-MVC) ')'
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO ENR-RAPPORT.
           STRING '          nom retire : ' WS-NOM-AVANT
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
      * Trace du mouvement echu dans la piste d'audit ; AUC-RESULTAT
      * est pose par l'appelant.
       ECRIRE-AUDIT.
           MOVE WS-DATE-JOUR TO AUC-DATE-TRAITEMENT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUC-HEURE.
           MOVE WS-MVC-OPERATEUR(WS-IDX-MVC) TO AUC-OPERATEUR.
           MOVE WS-MVC-CODE(WS-IDX-MVC) TO AUC-MOUVEMENT.
           MOVE WS-MVC-CLIENT(WS-IDX-MVC) TO AUC-CLIENT.
           MOVE WS-NOM-AVANT TO AUC-NOM-AVANT.
           MOVE WS-NOM-AVANT TO AUC-NOM-APRES.
           MOVE SPACES TO AUC-CLIENT-CONSERVE.
           IF AUC-RESULTAT = 'A'
               EVALUATE WS-MVC-CODE(WS-IDX-MVC)
                   WHEN 'C'
                   WHEN 'N'
                       MOVE WS-MVC-NOM(WS-IDX-MVC) TO AUC-NOM-APRES
                   WHEN 'S'
                       MOVE SPACES TO AUC-NOM-APRES
                   WHEN 'F'
                       MOVE SPACES TO AUC-NOM-APRES
                       MOVE WS-MVC-CONSERVE(WS-IDX-MVC)
                           TO AUC-CLIENT-CONSERVE
               END-EVALUATE
           END-IF.
           MOVE WS-MVC-DATE(WS-IDX-MVC) TO AUC-DATE-EFFET.
           WRITE ENR-AUDIT-CLIENT.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-REJET.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'REJETE    ' WS-MVC-CODE(WS-IDX-MVC) ' '
                  WS-MVC-CLIENT(WS-IDX-MVC) ' ('
                      DELIMITED SIZE
                  WS-MOTIF-REJET DELIMITED '  '
                  ')' DELIMITED SIZE
               INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY 'Mouvement rejete : '
                   WS-MVC-CODE(WS-IDX-MVC) ' '
                   WS-MVC-CLIENT(WS-IDX-MVC) ' - ' WS-MOTIF-REJET.

      *---------------------------------------------------------------
      * Code retire -> code conserve : WS-CLIENT-A-TRADUIRE est
      * remplace quand il figure dans la table de correspondance.
       TRADUIRE-CLIENT.
           MOVE 'N' TO WS-CLIENT-TRADUIT.
           IF WS-CLIENT-A-TRADUIRE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-XRC FROM 1 BY 1
                   UNTIL WS-IDX-XRC > WS-NB-XREF
               IF WS-XRC-ANCIEN(WS-IDX-XRC) = WS-CLIENT-A-TRADUIRE
                   MOVE WS-XRC-NOUVEAU(WS-IDX-XRC)
                       TO WS-CLIENT-A-TRADUIRE
                   SET CLIENT-TRADUIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Ventes du jour : copie de travail traduite, puis recopie sur
      * FIC-VENTES.dat dans le meme ordre.
       REPOINTER-VENTES.
           MOVE 'FIC-VENTES.dat' TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES-FICHIER WS-NB-REPOINTEES.
           OPEN INPUT FIC-VENTES.
           IF WS-STATUT-VENTES NOT = '00'
               PERFORM ECRIRE-LIGNE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL-VENTES.
           PERFORM UNTIL WS-STATUT-VENTES NOT = '00'
               READ FIC-VENTES
                   AT END MOVE '10' TO WS-STATUT-VENTES
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-FICHIER
                       MOVE VTE-CLIENT TO WS-CLIENT-A-TRADUIRE
                       PERFORM TRADUIRE-CLIENT
                       IF CLIENT-TRADUIT
                           MOVE WS-CLIENT-A-TRADUIRE TO VTE-CLIENT
                           ADD 1 TO WS-NB-REPOINTEES
                       END-IF
                       WRITE ENR-TRAVAIL-VENTES FROM ENR-VENTES
               END-READ
           END-PERFORM.
           CLOSE FIC-VENTES FIC-TRAVAIL-VENTES.
           IF WS-NB-REPOINTEES > 0
               OPEN INPUT FIC-TRAVAIL-VENTES
               OPEN OUTPUT FIC-VENTES
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL FIC-TERMINE
                   READ FIC-TRAVAIL-VENTES INTO ENR-VENTES
                       AT END SET FIC-TERMINE TO TRUE
                       NOT AT END WRITE ENR-VENTES
                   END-READ
               END-PERFORM
               CLOSE FIC-TRAVAIL-VENTES FIC-VENTES
           END-IF.
           PERFORM ECRIRE-LIGNE-REPOINTAGE.

      *---------------------------------------------------------------
      * Historique des ventes : les cumuls clients relus par EX09M
      * et le palmares se refont sous le code conserve.
       REPOINTER-HISTO-VENTES.
           MOVE 'FIC-HISTO-VENTES-EX09.dat' TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES-FICHIER WS-NB-REPOINTEES.
           OPEN INPUT FIC-HISTO-VENTES.
           IF WS-STATUT-HISTO-VENTES NOT = '00'
               PERFORM ECRIRE-LIGNE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL-HISTO.
           PERFORM UNTIL WS-STATUT-HISTO-VENTES NOT = '00'
               READ FIC-HISTO-VENTES
                   AT END MOVE '10' TO WS-STATUT-HISTO-VENTES
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-FICHIER
                       MOVE VTH-VENTE TO WS-VENTE-HISTO
                       MOVE WS-VTH-CLIENT TO WS-CLIENT-A-TRADUIRE
                       PERFORM TRADUIRE-CLIENT
                       IF CLIENT-TRADUIT
                           MOVE WS-CLIENT-A-TRADUIRE TO WS-VTH-CLIENT
                           MOVE WS-VENTE-HISTO TO VTH-VENTE
                           ADD 1 TO WS-NB-REPOINTEES
                       END-IF
                       WRITE ENR-TRAVAIL-HISTO FROM ENR-VENTE-HISTO
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-VENTES FIC-TRAVAIL-HISTO.
           IF WS-NB-REPOINTEES > 0
               OPEN INPUT FIC-TRAVAIL-HISTO
               OPEN OUTPUT FIC-HISTO-VENTES
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL FIC-TERMINE
                   READ FIC-TRAVAIL-HISTO INTO ENR-VENTE-HISTO
                       AT END SET FIC-TERMINE TO TRUE
                       NOT AT END WRITE ENR-VENTE-HISTO
                   END-READ
               END-PERFORM
               CLOSE FIC-TRAVAIL-HISTO FIC-HISTO-VENTES
           END-IF.
           PERFORM ECRIRE-LIGNE-REPOINTAGE.

      *---------------------------------------------------------------
      * Registre des transactions chargees : un avoir tardif sur une
      * vente du code retire arrive traduit, le controle de tiers
      * d'EX09B doit retrouver le meme client sur la vente.
       REPOINTER-REGISTRE.
           MOVE 'FIC-TRANSACTIONS-CHARGEES.dat' TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES-FICHIER WS-NB-REPOINTEES.
           OPEN INPUT FIC-REGISTRE-TRX.
           IF WS-STATUT-REGISTRE NOT = '00'
               PERFORM ECRIRE-LIGNE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL-REGISTRE.
           PERFORM UNTIL WS-STATUT-REGISTRE NOT = '00'
               READ FIC-REGISTRE-TRX
                   AT END MOVE '10' TO WS-STATUT-REGISTRE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-FICHIER
                       MOVE RTX-CLIENT TO WS-CLIENT-A-TRADUIRE
                       PERFORM TRADUIRE-CLIENT
                       IF CLIENT-TRADUIT
                           MOVE WS-CLIENT-A-TRADUIRE TO RTX-CLIENT
                           ADD 1 TO WS-NB-REPOINTEES
                       END-IF
                       WRITE ENR-TRAVAIL-REGISTRE
                           FROM ENR-REGISTRE-TRX
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE-TRX FIC-TRAVAIL-REGISTRE.
           IF WS-NB-REPOINTEES > 0
               OPEN INPUT FIC-TRAVAIL-REGISTRE
               OPEN OUTPUT FIC-REGISTRE-TRX
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL FIC-TERMINE
                   READ FIC-TRAVAIL-REGISTRE INTO ENR-REGISTRE-TRX
                       AT END SET FIC-TERMINE TO TRUE
                       NOT AT END WRITE ENR-REGISTRE-TRX
                   END-READ
               END-PERFORM
               CLOSE FIC-TRAVAIL-REGISTRE FIC-REGISTRE-TRX
           END-IF.
           PERFORM ECRIRE-LIGNE-REPOINTAGE.

      *---------------------------------------------------------------
      * Postes ouverts : les pieces du code retire rejoignent le
      * compte du code conserve, le fichier est reclasse par client
      * puis date comme le tient EX09I.
       REPOINTER-POSTES.
           MOVE 'FIC-POSTES-CLIENTS.dat' TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES-FICHIER WS-NB-REPOINTEES.
           OPEN INPUT FIC-POSTES.
           IF WS-STATUT-POSTES NOT = '00'
               PERFORM ECRIRE-LIGNE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL-POSTES.
           PERFORM UNTIL WS-STATUT-POSTES NOT = '00'
               READ FIC-POSTES
                   AT END MOVE '10' TO WS-STATUT-POSTES
                   NOT AT END
                       ADD 1 TO WS-NB-LUES-FICHIER
                       MOVE PCL-CLIENT TO WS-CLIENT-A-TRADUIRE
                       PERFORM TRADUIRE-CLIENT
                       IF CLIENT-TRADUIT
                           MOVE WS-CLIENT-A-TRADUIRE TO PCL-CLIENT
                           ADD 1 TO WS-NB-REPOINTEES
                       END-IF
                       WRITE ENR-TRAVAIL-POSTES FROM ENR-POSTE-CLIENT
               END-READ
           END-PERFORM.
           CLOSE FIC-POSTES FIC-TRAVAIL-POSTES.
           IF WS-NB-REPOINTEES > 0
               SORT WRK-POSTES
                   ON ASCENDING KEY WRK-PST-CLIENT WRK-PST-DATE
                   WITH DUPLICATES IN ORDER
                   USING FIC-TRAVAIL-POSTES
                   GIVING FIC-POSTES
           END-IF.
           PERFORM ECRIRE-LIGNE-REPOINTAGE.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-REPOINTAGE.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'REPOINTE  ' WS-NOM-FICHIER ' : '
                  WS-NB-REPOINTEES ' ligne(s) sur '
                  WS-NB-LUES-FICHIER
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-NOM-FICHIER ' : ' WS-NB-REPOINTEES
                   ' ligne(s) repointee(s)'.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-ABSENT.
           MOVE SPACES TO ENR-RAPPORT.
           STRING 'REPOINTE  ' WS-NOM-FICHIER ' : absent, rien a '
                  'reprendre'
               DELIMITED SIZE INTO ENR-RAPPORT.
           WRITE ENR-RAPPORT.

      *---------------------------------------------------------------
       REECRIRE-XREF.
           OPEN OUTPUT FIC-XREF.
           PERFORM VARYING WS-IDX-XRC FROM 1 BY 1
                   UNTIL WS-IDX-XRC > WS-NB-XREF
               MOVE WS-XRC-ANCIEN(WS-IDX-XRC) TO XRC-CLIENT-ANCIEN
               MOVE WS-XRC-NOUVEAU(WS-IDX-XRC) TO XRC-CLIENT-NOUVEAU
               MOVE WS-XRC-DATE(WS-IDX-XRC) TO XRC-DATE-FUSION
               WRITE ENR-XREF-CLIENT
           END-PERFORM.
           CLOSE FIC-XREF.

      *---------------------------------------------------------------
       REECRIRE-CLIENTS.
           OPEN OUTPUT FIC-CLIENTS.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NB-CLIENTS
               IF CLI-ACTIF(WS-IDX-CLI)
                   MOVE WS-CLI-CODE(WS-IDX-CLI) TO CLI-CODE
                   MOVE WS-CLI-NOM(WS-IDX-CLI) TO CLI-NOM
                   WRITE ENR-CLIENT
               END-IF
           END-PERFORM.
           CLOSE FIC-CLIENTS.

      *---------------------------------------------------------------
      * Les mouvements a date future restent programmes ; les
      * appliques et rejetes sortent du fichier.
       REECRIRE-MOUVEMENTS.
           MOVE 0 TO WS-NB-REPORTES.
           OPEN OUTPUT FIC-MOUVEMENTS.
           PERFORM VARYING WS-IDX-MVC FROM 1 BY 1
                   UNTIL WS-IDX-MVC > WS-NB-MOUVEMENTS
               IF MVC-FUTUR(WS-IDX-MVC)
                   ADD 1 TO WS-NB-REPORTES
                   MOVE WS-MVC-CODE(WS-IDX-MVC) TO MVC-CODE
                   MOVE WS-MVC-CLIENT(WS-IDX-MVC) TO MVC-CLIENT
                   MOVE WS-MVC-NOM(WS-IDX-MVC) TO MVC-NOM
                   MOVE WS-MVC-CONSERVE(WS-IDX-MVC)
                       TO MVC-CLIENT-CONSERVE
                   MOVE WS-MVC-DATE(WS-IDX-MVC) TO MVC-DATE-EFFET
                   MOVE WS-MVC-OPERATEUR(WS-IDX-MVC) TO MVC-OPERATEUR
                   WRITE ENR-MOUVEMENT-CLIENT
               END-IF
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
