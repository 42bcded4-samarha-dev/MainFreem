      *===============================================================
      * Exercice 32 - Diffusion des bulletins par courriel
      * Niveau : Expert
      * Tous les bulletins de FIC-BULLETINS.txt etaient imprimes et
      * postes, alors que FIC-COORDONNEES.dat porte un courriel pour
      * la plupart des employes. Les employes qui l'ont accepte
      * (mouvement E d'EX07H-COORDONNEES, range dans
      * FIC-CONSENTEMENTS-BULLETIN.dat) recoivent desormais leur
      * bulletin par courriel. Ce programme, lance apres la
      * publication de la paie :
      *   - refuse de diffuser tant que des remises de la periode
      *     attendent leur liberation (FIC-PUBLICATIONS-ATTENTE.dat,
      *     voir EX15U-LIBERATION) ;
      *   - applique d'abord les retours du service d'envoi
      *     (FIC-RETOURS-COURRIELS.dat : E envoye, R rejete, avec
      *     motif), consommes apres application ;
      *   - prend dans FIC-INDEX-BULLETINS.dat les bulletins archives
      *     de la periode (voir ARCHIVER-BULLETINS dans
      *     EX15-PRINCIPAL) ; un bulletin deja traite par un passage
      *     precedent n'est pas repris ;
      *   - decoupe l'archive par matricule, un fichier par bulletin
      *     (BUL-<matricule>-<periode>[...].txt), et met en file
      *     d'envoi (FIC-FILE-COURRIELS.dat) ceux des employes
      *     consentants dotes d'un courriel ; une adresse deja
      *     rejetee et non corrigee n'est pas resollicitee ;
      *   - tient le journal de diffusion FIC-JOURNAL-DIFFUSION.dat :
      *     A en file d'envoi, E envoye, R rejete, N sans accord,
      *     S sans courriel, I absent de l'archive (12 mois gardes) ;
      *   - edite la liste des bulletins de la periode restant a
      *     imprimer et poster (N, S, R, I), a reimprimer par
      *     EX15S-REIMPRESSION ;
      *   - ecrit les adresses rejetees non corrigees dans
      *     FIC-COURRIELS-REJETES.txt, repris par
      *     EX29-TRIAGE-EXCEPTIONS : l'exception se solde d'elle-meme
      *     quand le courriel est corrige par EX07H.
      * Compiler : cobc -x ex32_diffusion_bulletins.cobol
      *            -o ex32_diffusion_bulletins -I ../copybooks
      * Executer : ./ex32_diffusion_bulletins
      * Entree  : FIC-INDEX-BULLETINS.dat (obligatoire), archives
      *           FIC-BULLETINS-<periode>*.txt, FIC-COORDONNEES.dat,
      *           FIC-CONSENTEMENTS-BULLETIN.dat,
      *           FIC-RETOURS-COURRIELS.dat, FIC-PARAM-PERIODE.dat
      *           (periode pilotee, sinon mois courant)
      * Sortie  : BUL-<matricule>-<periode>*.txt, FIC-FILE-COURRIELS
      *           .dat (file d'envoi, completee), FIC-JOURNAL-
      *           DIFFUSION.dat (reecrit), FIC-BULLETINS-A-POSTER.txt,
      *           FIC-COURRIELS-REJETES.txt
      * Code retour : 0 diffusion faite, 4 adresses rejetees ou
      *               anomalies, 1 aucun bulletin indexe pour la
      *               periode, 8 remises non liberees ou journal
      *               plein.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX32-DIFFUSION-BULLETINS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.
           SELECT FIC-PUBLICATIONS
               ASSIGN TO 'FIC-PUBLICATIONS-ATTENTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PUBLICATIONS.
           SELECT FIC-INDEX-BULLETINS
               ASSIGN TO 'FIC-INDEX-BULLETINS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-INDEX.
           SELECT FIC-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARCHIVE.
           SELECT FIC-BULLETIN-INDIV ASSIGN TO WS-NOM-INDIV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-INDIV.
           SELECT FIC-COORDONNEES ASSIGN TO 'FIC-COORDONNEES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COORDONNEES.
           SELECT FIC-CONSENTEMENTS
               ASSIGN TO 'FIC-CONSENTEMENTS-BULLETIN.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONSENTEMENTS.
           SELECT FIC-JOURNAL ASSIGN TO 'FIC-JOURNAL-DIFFUSION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FIC-RETOURS ASSIGN TO 'FIC-RETOURS-COURRIELS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETOURS.
           SELECT FIC-FILE-ENVOI ASSIGN TO 'FIC-FILE-COURRIELS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FILE-ENVOI.
           SELECT FIC-A-POSTER ASSIGN TO 'FIC-BULLETINS-A-POSTER.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-REJETS ASSIGN TO 'FIC-COURRIELS-REJETES.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

      * Meme enregistrement que FIC-PUBLICATIONS-ATTENTE dans
      * EX15U-LIBERATION.
       FD  FIC-PUBLICATIONS LABEL RECORDS ARE STANDARD.
       01  ENR-PUBLICATION-ATTENTE.
           05 PUB-PERIODE       PIC 9(6).
           05 PUB-STAGING       PIC X(52).
           05 PUB-FINAL         PIC X(52).

      * Meme enregistrement que FIC-INDEX-BULLETINS dans
      * EX15-PRINCIPAL.
       FD  FIC-INDEX-BULLETINS LABEL RECORDS ARE STANDARD.
       01  ENR-INDEX-BULLETIN.
           05 IXB-MATRICULE     PIC X(6).
           05 IXB-PERIODE       PIC 9(6).
           05 IXB-NOM-FICHIER   PIC X(40).

       FD  FIC-ARCHIVE LABEL RECORDS ARE STANDARD.
       01  ENR-ARCHIVE          PIC X(80).

       FD  FIC-BULLETIN-INDIV LABEL RECORDS ARE STANDARD.
       01  ENR-BULLETIN-INDIV   PIC X(80).

      * Meme enregistrement que FIC-COORDONNEES dans
      * EX07H-COORDONNEES.
       FD  FIC-COORDONNEES LABEL RECORDS ARE STANDARD.
       01  ENR-COORDONNEES.
           05 CRD-MATRICULE     PIC X(6).
           05 CRD-ADRESSE1      PIC X(30).
           05 CRD-ADRESSE2      PIC X(30).
           05 CRD-CODE-POSTAL   PIC X(5).
           05 CRD-VILLE         PIC X(20).
           05 CRD-EMAIL         PIC X(30).

      * Accord pour le bulletin electronique, tenu par
      * EX07H-COORDONNEES : O = par courriel, N = papier.
       FD  FIC-CONSENTEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-CONSENTEMENT.
           05 CSB-MATRICULE     PIC X(6).
           05 CSB-ACCORD        PIC X.
           05 CSB-DATE          PIC 9(8).

      * Journal de diffusion : un enregistrement par bulletin
      * archive traite. DIF-FICHIER est le fichier individuel
      * (calcule meme pour un bulletin papier : il identifie le
      * bulletin d'un passage a l'autre) ; DIF-DATE est la date du
      * dernier changement d'etat.
       FD  FIC-JOURNAL LABEL RECORDS ARE STANDARD.
       01  ENR-DIFFUSION.
           05 DIF-MATRICULE     PIC X(6).
           05 DIF-PERIODE       PIC 9(6).
           05 DIF-FICHIER       PIC X(40).
           05 DIF-STATUT        PIC X.
           05 DIF-EMAIL         PIC X(30).
           05 DIF-DATE          PIC 9(8).
           05 DIF-MOTIF         PIC X(30).

      * Compte rendu du service d'envoi, un par courriel traite.
       FD  FIC-RETOURS LABEL RECORDS ARE STANDARD.
       01  ENR-RETOUR-COURRIEL.
           05 RCO-MATRICULE     PIC X(6).
           05 RCO-FICHIER       PIC X(40).
           05 RCO-RESULTAT      PIC X.
              88 RCO-ENVOYE     VALUE 'E'.
              88 RCO-REJETE     VALUE 'R'.
           05 RCO-DATE          PIC 9(8).
           05 RCO-MOTIF         PIC X(30).

      * File d'envoi, videe par le service d'envoi.
       FD  FIC-FILE-ENVOI LABEL RECORDS ARE STANDARD.
       01  ENR-FILE-COURRIEL.
           05 FCO-MATRICULE     PIC X(6).
           05 FCO-PERIODE       PIC 9(6).
           05 FCO-EMAIL         PIC X(30).
           05 FCO-FICHIER       PIC X(40).

       FD  FIC-A-POSTER LABEL RECORDS ARE STANDARD.
       01  ENR-A-POSTER         PIC X(80).

       FD  FIC-REJETS LABEL RECORDS ARE STANDARD.
       01  ENR-REJET            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-STATUT-PUBLICATIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-INDEX     PIC X(2) VALUE '00'.
       01 WS-STATUT-ARCHIVE   PIC X(2) VALUE '00'.
       01 WS-STATUT-INDIV     PIC X(2) VALUE '00'.
       01 WS-STATUT-COORDONNEES PIC X(2) VALUE '00'.
       01 WS-STATUT-CONSENTEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-JOURNAL   PIC X(2) VALUE '00'.
       01 WS-STATUT-RETOURS   PIC X(2) VALUE '00'.
       01 WS-STATUT-FILE-ENVOI PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.

       01 WS-DATE-SYS.
          05 WS-ANNEE-SYS     PIC 9(4).
          05 WS-MOIS-SYS      PIC 9(2).
          05 WS-JOUR-SYS      PIC 9(2).
       01 WS-DATE-JOUR-8 REDEFINES WS-DATE-SYS PIC 9(8).
       01 WS-PERIODE          PIC 9(6) VALUE 0.
      * Le journal garde douze mois de diffusion.
       01 WS-PERIODE-PURGE    PIC 9(6) VALUE 0.

       01 WS-NOM-ARCHIVE      PIC X(40) VALUE SPACES.
       01 WS-NOM-INDIV        PIC X(40) VALUE SPACES.
       01 WS-SUFFIXE-ARCHIVE  PIC X(40) VALUE SPACES.

      * Courriels connus et accords, par matricule.
       01 WS-MAX-EMPLOYES     PIC 9(4) VALUE 2000.
       01 WS-TABLE-COURRIELS.
          05 WS-CRD-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CRD.
             10 WS-CRD-MATRICULE PIC X(6).
             10 WS-CRD-EMAIL     PIC X(30).
       01 WS-NB-COURRIELS     PIC 9(4) VALUE 0.
       01 WS-TABLE-ACCORDS.
          05 WS-CSB-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-CSB.
             10 WS-CSB-MATRICULE PIC X(6).
             10 WS-CSB-ACCORD    PIC X.
       01 WS-NB-ACCORDS       PIC 9(4) VALUE 0.

      * Journal de diffusion en table : les douze derniers mois
      * relus, plus les bulletins de la periode traites ce passage
      * (WS-DIF-NOUVEAU, avec leur archive et l'etat du
      * decoupage).
       01 WS-MAX-DIFFUSIONS   PIC 9(5) VALUE 30000.
       01 WS-TABLE-DIFFUSIONS.
          05 WS-DIF-LIGNE OCCURS 30000 TIMES
                  INDEXED BY WS-IDX-DIF WS-IDX-AUT.
             10 WS-DIF-MATRICULE PIC X(6).
             10 WS-DIF-PERIODE   PIC 9(6).
             10 WS-DIF-FICHIER   PIC X(40).
             10 WS-DIF-STATUT    PIC X.
                88 DIF-EN-FILE    VALUE 'A'.
                88 DIF-ENVOYE     VALUE 'E'.
                88 DIF-REJETE     VALUE 'R'.
                88 DIF-SANS-ACCORD VALUE 'N'.
                88 DIF-SANS-COURRIEL VALUE 'S'.
                88 DIF-INTROUVABLE VALUE 'I'.
                88 DIF-PAR-COURRIEL VALUE 'A' 'E' 'R'.
                88 DIF-A-POSTER   VALUE 'R' 'N' 'S' 'I'.
             10 WS-DIF-EMAIL     PIC X(30).
             10 WS-DIF-DATE      PIC 9(8).
             10 WS-DIF-MOTIF     PIC X(30).
             10 WS-DIF-NOUVEAU   PIC X.
             10 WS-DIF-ARCHIVE   PIC X(40).
             10 WS-DIF-DECOUPE   PIC X.
       01 WS-NB-DIFFUSIONS    PIC 9(5) VALUE 0.
       01 WS-IDX-DERNIER      PIC 9(5) VALUE 0.
       01 WS-MATRICULE-W      PIC X(6) VALUE SPACES.
       01 WS-EMAIL-W          PIC X(30) VALUE SPACES.
       01 WS-ACCORD-W         PIC X VALUE SPACE.
       01 WS-TROUVE           PIC X VALUE 'N'.
          88 TROUVE           VALUE 'O'.

      * Un bulletin = un bloc de lignes precede d'une ligne a blanc
      * (convention d'IMPRIMER-BULLETIN), comme dans
      * EX15S-REIMPRESSION.
       01 WS-MAX-LIGNES-BLOC  PIC 9(2) VALUE 60.
       01 WS-TABLE-BLOC.
          05 WS-BLOC-LIGNE    PIC X(80) OCCURS 60 TIMES
                  INDEXED BY WS-IDX-BLC.
       01 WS-NB-LIGNES-BLOC   PIC 9(2) VALUE 0.

       01 WS-NB-INDEXES       PIC 9(5) VALUE 0.
       01 WS-NB-DEJA-TRAITES  PIC 9(5) VALUE 0.
       01 WS-NB-EN-FILE       PIC 9(5) VALUE 0.
       01 WS-NB-SANS-ACCORD   PIC 9(5) VALUE 0.
       01 WS-NB-SANS-COURRIEL PIC 9(5) VALUE 0.
       01 WS-NB-BLOQUES       PIC 9(5) VALUE 0.
       01 WS-NB-INTROUVABLES  PIC 9(5) VALUE 0.
       01 WS-NB-RETOURS       PIC 9(5) VALUE 0.
       01 WS-NB-RETOURS-ENVOYES PIC 9(5) VALUE 0.
       01 WS-NB-RETOURS-REJETES PIC 9(5) VALUE 0.
       01 WS-NB-RETOURS-INCONNUS PIC 9(5) VALUE 0.
       01 WS-NB-PURGES        PIC 9(5) VALUE 0.
       01 WS-NB-A-POSTER      PIC 9(5) VALUE 0.
       01 WS-NB-ADRESSES-REJETEES PIC 9(5) VALUE 0.

       01 WS-LIGNE-RAPPORT    PIC X(80) VALUE SPACES.
       01 WS-MOTIF-EDIT       PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Diffusion des bulletins par courriel'.
           DISPLAY '================================================'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SYS.

           PERFORM LIRE-PARAMETRES.
           PERFORM VERIFIER-PUBLICATION.
           PERFORM CHARGER-COURRIELS.
           PERFORM CHARGER-ACCORDS.
           PERFORM CHARGER-JOURNAL.
           PERFORM APPLIQUER-RETOURS.
           PERFORM CHARGER-INDEX-PERIODE.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF WS-DIF-NOUVEAU(WS-IDX-DIF) = 'O'
                       AND DIF-EN-FILE(WS-IDX-DIF)
                       AND WS-DIF-DECOUPE(WS-IDX-DIF) = 'N'
                   MOVE WS-DIF-ARCHIVE(WS-IDX-DIF) TO WS-NOM-ARCHIVE
                   PERFORM DECOUPER-ARCHIVE
               END-IF
           END-PERFORM.
           PERFORM METTRE-EN-FILE.
           PERFORM SAUVEGARDER-JOURNAL.
           PERFORM EDITER-LISTE-A-POSTER.
           PERFORM EDITER-ADRESSES-REJETEES.

           IF WS-NB-ADRESSES-REJETEES > 0 OR WS-NB-INTROUVABLES > 0
                   OR WS-NB-RETOURS-INCONNUS > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Periode               : ' WS-PERIODE.
           DISPLAY 'Retours appliques     : ' WS-NB-RETOURS
                   ' (envoyes ' WS-NB-RETOURS-ENVOYES
                   ', rejetes ' WS-NB-RETOURS-REJETES
                   ', inconnus ' WS-NB-RETOURS-INCONNUS ')'.
           DISPLAY 'Bulletins indexes     : ' WS-NB-INDEXES
                   ' (deja traites ' WS-NB-DEJA-TRAITES ')'.
           DISPLAY 'Mis en file d''envoi   : ' WS-NB-EN-FILE.
           DISPLAY 'Sans accord           : ' WS-NB-SANS-ACCORD.
           DISPLAY 'Sans courriel         : ' WS-NB-SANS-COURRIEL.
           DISPLAY 'Adresse deja rejetee  : ' WS-NB-BLOQUES.
           DISPLAY 'Absents de l''archive  : ' WS-NB-INTROUVABLES.
           DISPLAY 'A imprimer et poster  : ' WS-NB-A-POSTER
                   ' (voir FIC-BULLETINS-A-POSTER.txt)'.
           DISPLAY 'Adresses rejetees     : ' WS-NB-ADRESSES-REJETEES
                   ' (voir FIC-COURRIELS-REJETES.txt)'.
           DISPLAY '================================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-PARAMETRES.
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
                   WS-ANNEE-SYS * 100 + WS-MOIS-SYS
           END-IF.
           COMPUTE WS-PERIODE-PURGE = WS-PERIODE - 100.

      *---------------------------------------------------------------
      * Les bulletins ne partent pas avant les virements : une
      * remise de la periode encore en chantier bloque la diffusion.
       VERIFIER-PUBLICATION.
           OPEN INPUT FIC-PUBLICATIONS.
           IF WS-STATUT-PUBLICATIONS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-PUBLICATIONS NOT = '00'
               READ FIC-PUBLICATIONS
                   AT END MOVE '10' TO WS-STATUT-PUBLICATIONS
                   NOT AT END
                       IF PUB-PERIODE = WS-PERIODE
                           DISPLAY '*** Remises de la periode '
                                   WS-PERIODE ' non liberees ('
                                   FUNCTION TRIM(PUB-FINAL)
                                   ') : lancer EX15U-LIBERATION '
                                   'avant la diffusion ***'
                           CLOSE FIC-PUBLICATIONS
                           STOP RUN 8
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PUBLICATIONS.

      *---------------------------------------------------------------
       CHARGER-COURRIELS.
           OPEN INPUT FIC-COORDONNEES.
           IF WS-STATUT-COORDONNEES NOT = '00'
               DISPLAY 'FIC-COORDONNEES.dat absent : aucun courriel '
                       'connu, tous les bulletins iront au papier'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-COORDONNEES NOT = '00'
               READ FIC-COORDONNEES
                   AT END MOVE '10' TO WS-STATUT-COORDONNEES
                   NOT AT END
                       IF WS-NB-COURRIELS < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-COURRIELS
                           MOVE CRD-MATRICULE TO
                               WS-CRD-MATRICULE(WS-NB-COURRIELS)
                           MOVE CRD-EMAIL TO
                               WS-CRD-EMAIL(WS-NB-COURRIELS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-COORDONNEES.

      *---------------------------------------------------------------
       CHARGER-ACCORDS.
           OPEN INPUT FIC-CONSENTEMENTS.
           IF WS-STATUT-CONSENTEMENTS NOT = '00'
               DISPLAY 'FIC-CONSENTEMENTS-BULLETIN.dat absent : '
                       'aucun accord, tous les bulletins iront au '
                       'papier'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CONSENTEMENTS NOT = '00'
               READ FIC-CONSENTEMENTS
                   AT END MOVE '10' TO WS-STATUT-CONSENTEMENTS
                   NOT AT END
                       IF WS-NB-ACCORDS < WS-MAX-EMPLOYES
                           ADD 1 TO WS-NB-ACCORDS
                           MOVE CSB-MATRICULE TO
                               WS-CSB-MATRICULE(WS-NB-ACCORDS)
                           MOVE CSB-ACCORD TO
                               WS-CSB-ACCORD(WS-NB-ACCORDS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CONSENTEMENTS.

      *---------------------------------------------------------------
      * Les diffusions de plus de douze mois sont purgees.
       CHARGER-JOURNAL.
           OPEN INPUT FIC-JOURNAL.
           IF WS-STATUT-JOURNAL NOT = '00'
               DISPLAY 'FIC-JOURNAL-DIFFUSION.dat absent : premiere '
                       'diffusion'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-JOURNAL NOT = '00'
               READ FIC-JOURNAL
                   AT END MOVE '10' TO WS-STATUT-JOURNAL
                   NOT AT END
                       IF DIF-PERIODE < WS-PERIODE-PURGE
                           ADD 1 TO WS-NB-PURGES
                       ELSE
                           PERFORM RANGER-DIFFUSION-LUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-JOURNAL.

      *---------------------------------------------------------------
       RANGER-DIFFUSION-LUE.
           IF WS-NB-DIFFUSIONS >= WS-MAX-DIFFUSIONS
               DISPLAY '*** Journal de diffusion plein ('
                       WS-MAX-DIFFUSIONS ' bulletins) ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-DIFFUSIONS.
           SET WS-IDX-DIF TO WS-NB-DIFFUSIONS.
           MOVE DIF-MATRICULE TO WS-DIF-MATRICULE(WS-IDX-DIF).
           MOVE DIF-PERIODE TO WS-DIF-PERIODE(WS-IDX-DIF).
           MOVE DIF-FICHIER TO WS-DIF-FICHIER(WS-IDX-DIF).
           MOVE DIF-STATUT TO WS-DIF-STATUT(WS-IDX-DIF).
           MOVE DIF-EMAIL TO WS-DIF-EMAIL(WS-IDX-DIF).
           MOVE DIF-DATE TO WS-DIF-DATE(WS-IDX-DIF).
           MOVE DIF-MOTIF TO WS-DIF-MOTIF(WS-IDX-DIF).
           MOVE 'N' TO WS-DIF-NOUVEAU(WS-IDX-DIF).
           MOVE SPACES TO WS-DIF-ARCHIVE(WS-IDX-DIF).
           MOVE 'O' TO WS-DIF-DECOUPE(WS-IDX-DIF).

      *---------------------------------------------------------------
      * Un retour porte sur un bulletin en file d'envoi ; un rejet
      * peut aussi arriver apres un premier compte rendu d'envoi.
       APPLIQUER-RETOURS.
           OPEN INPUT FIC-RETOURS.
           IF WS-STATUT-RETOURS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-RETOURS NOT = '00'
               READ FIC-RETOURS
                   AT END MOVE '10' TO WS-STATUT-RETOURS
                   NOT AT END
                       ADD 1 TO WS-NB-RETOURS
                       PERFORM APPLIQUER-UN-RETOUR
               END-READ
           END-PERFORM.
           CLOSE FIC-RETOURS.
      * Retours consommes : le fichier est vide.
           OPEN OUTPUT FIC-RETOURS.
           CLOSE FIC-RETOURS.

      *---------------------------------------------------------------
       APPLIQUER-UN-RETOUR.
           MOVE 'N' TO WS-TROUVE.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF WS-DIF-MATRICULE(WS-IDX-DIF) = RCO-MATRICULE
                       AND WS-DIF-FICHIER(WS-IDX-DIF) = RCO-FICHIER
                       AND (DIF-EN-FILE(WS-IDX-DIF)
                            OR DIF-ENVOYE(WS-IDX-DIF))
                   SET TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT TROUVE
                   OR (NOT RCO-ENVOYE AND NOT RCO-REJETE)
               ADD 1 TO WS-NB-RETOURS-INCONNUS
               DISPLAY '  Retour ignore : ' RCO-MATRICULE ' '
                       FUNCTION TRIM(RCO-FICHIER) ' (' RCO-RESULTAT
                       ') sans bulletin en file d''envoi'
               EXIT PARAGRAPH
           END-IF.
           MOVE RCO-RESULTAT TO WS-DIF-STATUT(WS-IDX-DIF).
           MOVE RCO-DATE TO WS-DIF-DATE(WS-IDX-DIF).
           IF RCO-DATE = 0
               MOVE WS-DATE-JOUR-8 TO WS-DIF-DATE(WS-IDX-DIF)
           END-IF.
           IF RCO-REJETE
               ADD 1 TO WS-NB-RETOURS-REJETES
               MOVE RCO-MOTIF TO WS-DIF-MOTIF(WS-IDX-DIF)
               IF RCO-MOTIF = SPACES
                   MOVE 'REJET SANS MOTIF' TO
                       WS-DIF-MOTIF(WS-IDX-DIF)
               END-IF
           ELSE
               ADD 1 TO WS-NB-RETOURS-ENVOYES
           END-IF.

      *---------------------------------------------------------------
      * Bulletins archives de la periode, un par matricule et par
      * archive (un cycle special a son archive propre).
       CHARGER-INDEX-PERIODE.
           OPEN INPUT FIC-INDEX-BULLETINS.
           IF WS-STATUT-INDEX NOT = '00'
               DISPLAY '*** FIC-INDEX-BULLETINS.dat introuvable : '
                       'aucun bulletin archive ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-INDEX NOT = '00'
               READ FIC-INDEX-BULLETINS
                   AT END MOVE '10' TO WS-STATUT-INDEX
                   NOT AT END
                       IF IXB-PERIODE = WS-PERIODE
                           ADD 1 TO WS-NB-INDEXES
                           PERFORM PRENDRE-BULLETIN-INDEXE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-INDEX-BULLETINS.
           IF WS-NB-INDEXES = 0
               DISPLAY '*** Aucun bulletin indexe pour la periode '
                       WS-PERIODE ' : la paie a-t-elle tourne ? ***'
               STOP RUN 1
           END-IF.

      *---------------------------------------------------------------
      * Fichier individuel : BUL-<matricule>- suivi du nom de
      * l'archive sans son prefixe FIC-BULLETINS-.
       PRENDRE-BULLETIN-INDEXE.
           MOVE SPACES TO WS-SUFFIXE-ARCHIVE.
           IF IXB-NOM-FICHIER(1:14) = 'FIC-BULLETINS-'
               MOVE IXB-NOM-FICHIER(15:26) TO WS-SUFFIXE-ARCHIVE
           ELSE
               MOVE IXB-NOM-FICHIER TO WS-SUFFIXE-ARCHIVE
           END-IF.
           MOVE SPACES TO WS-NOM-INDIV.
           STRING 'BUL-' IXB-MATRICULE '-'
                  WS-SUFFIXE-ARCHIVE DELIMITED SPACE
               INTO WS-NOM-INDIV.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF WS-DIF-MATRICULE(WS-IDX-DIF) = IXB-MATRICULE
                       AND WS-DIF-FICHIER(WS-IDX-DIF) = WS-NOM-INDIV
                   ADD 1 TO WS-NB-DEJA-TRAITES
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-DIFFUSIONS >= WS-MAX-DIFFUSIONS
               DISPLAY '*** Journal de diffusion plein ('
                       WS-MAX-DIFFUSIONS ' bulletins) ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-DIFFUSIONS.
           SET WS-IDX-DIF TO WS-NB-DIFFUSIONS.
           MOVE IXB-MATRICULE TO WS-DIF-MATRICULE(WS-IDX-DIF).
           MOVE WS-PERIODE TO WS-DIF-PERIODE(WS-IDX-DIF).
           MOVE WS-NOM-INDIV TO WS-DIF-FICHIER(WS-IDX-DIF).
           MOVE WS-DATE-JOUR-8 TO WS-DIF-DATE(WS-IDX-DIF).
           MOVE SPACES TO WS-DIF-MOTIF(WS-IDX-DIF).
           MOVE 'O' TO WS-DIF-NOUVEAU(WS-IDX-DIF).
           MOVE IXB-NOM-FICHIER TO WS-DIF-ARCHIVE(WS-IDX-DIF).
           MOVE 'O' TO WS-DIF-DECOUPE(WS-IDX-DIF).
           PERFORM ORIENTER-BULLETIN.

      *---------------------------------------------------------------
      * Courriel si l'employe a donne son accord, a un courriel
      * connu et que ce courriel n'est pas celui d'un rejet encore
      * en cours ; papier sinon.
       ORIENTER-BULLETIN.
           MOVE WS-DIF-MATRICULE(WS-IDX-DIF) TO WS-MATRICULE-W.
           MOVE SPACE TO WS-ACCORD-W.
           PERFORM VARYING WS-IDX-CSB FROM 1 BY 1
                   UNTIL WS-IDX-CSB > WS-NB-ACCORDS
               IF WS-CSB-MATRICULE(WS-IDX-CSB) = WS-MATRICULE-W
                   MOVE WS-CSB-ACCORD(WS-IDX-CSB) TO WS-ACCORD-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-EMAIL-W.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
                   UNTIL WS-IDX-CRD > WS-NB-COURRIELS
               IF WS-CRD-MATRICULE(WS-IDX-CRD) = WS-MATRICULE-W
                   MOVE WS-CRD-EMAIL(WS-IDX-CRD) TO WS-EMAIL-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-EMAIL-W TO WS-DIF-EMAIL(WS-IDX-DIF).
           IF WS-ACCORD-W NOT = 'O'
               MOVE 'N' TO WS-DIF-STATUT(WS-IDX-DIF)
               ADD 1 TO WS-NB-SANS-ACCORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMAIL-W = SPACES
               MOVE 'S' TO WS-DIF-STATUT(WS-IDX-DIF)
               ADD 1 TO WS-NB-SANS-COURRIEL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-DERNIER-ENVOI.
           IF WS-IDX-DERNIER > 0
               IF DIF-REJETE(WS-IDX-DERNIER)
                       AND WS-DIF-EMAIL(WS-IDX-DERNIER) = WS-EMAIL-W
                   MOVE 'R' TO WS-DIF-STATUT(WS-IDX-DIF)
                   MOVE WS-DIF-MOTIF(WS-IDX-DERNIER)
                       TO WS-DIF-MOTIF(WS-IDX-DIF)
                   ADD 1 TO WS-NB-BLOQUES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'A' TO WS-DIF-STATUT(WS-IDX-DIF).
           MOVE 'N' TO WS-DIF-DECOUPE(WS-IDX-DIF).

      *---------------------------------------------------------------
      * Dernier bulletin de WS-MATRICULE-W parti par courriel (en
      * file, envoye ou rejete), hors la ligne WS-IDX-DIF :
      * periode la plus recente, a periode egale le dernier range.
      * WS-IDX-DERNIER vaut 0 s'il n'y en a pas.
       CHERCHER-DERNIER-ENVOI.
           MOVE 0 TO WS-IDX-DERNIER.
           PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                   UNTIL WS-IDX-AUT > WS-NB-DIFFUSIONS
               IF WS-IDX-AUT NOT = WS-IDX-DIF
                       AND WS-DIF-MATRICULE(WS-IDX-AUT)
                           = WS-MATRICULE-W
                       AND DIF-PAR-COURRIEL(WS-IDX-AUT)
                   IF WS-IDX-DERNIER = 0
                       SET WS-IDX-DERNIER TO WS-IDX-AUT
                   ELSE
                       IF WS-DIF-PERIODE(WS-IDX-AUT) >=
                               WS-DIF-PERIODE(WS-IDX-DERNIER)
                           SET WS-IDX-DERNIER TO WS-IDX-AUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Balayage de WS-NOM-ARCHIVE bloc par bloc : chaque bulletin
      * attendu de cette archive est recopie dans son fichier
      * individuel ; un bulletin attendu non rencontre passe au
      * papier (I).
       DECOUPER-ARCHIVE.
           MOVE 'N' TO WS-FIN-FICHIER.
           MOVE 0 TO WS-NB-LIGNES-BLOC.
           OPEN INPUT FIC-ARCHIVE.
           IF WS-STATUT-ARCHIVE NOT = '00'
               DISPLAY '*** Archive ' FUNCTION TRIM(WS-NOM-ARCHIVE)
                       ' introuvable : ses bulletins iront au '
                       'papier ***'
               SET FIC-TERMINE TO TRUE
           ELSE
               READ FIC-ARCHIVE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL FIC-TERMINE
               IF ENR-ARCHIVE = SPACES
                       AND WS-NB-LIGNES-BLOC > 0
                   PERFORM TRAITER-BLOC
                   MOVE 0 TO WS-NB-LIGNES-BLOC
               END-IF
               IF WS-NB-LIGNES-BLOC < WS-MAX-LIGNES-BLOC
                   ADD 1 TO WS-NB-LIGNES-BLOC
                   MOVE ENR-ARCHIVE TO
                       WS-BLOC-LIGNE(WS-NB-LIGNES-BLOC)
               END-IF
               READ FIC-ARCHIVE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           IF WS-STATUT-ARCHIVE = '00' OR WS-STATUT-ARCHIVE = '10'
               IF WS-NB-LIGNES-BLOC > 0
                   PERFORM TRAITER-BLOC
               END-IF
               CLOSE FIC-ARCHIVE
           END-IF.
           PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                   UNTIL WS-IDX-AUT > WS-NB-DIFFUSIONS
               IF WS-DIF-NOUVEAU(WS-IDX-AUT) = 'O'
                       AND WS-DIF-DECOUPE(WS-IDX-AUT) = 'N'
                       AND WS-DIF-ARCHIVE(WS-IDX-AUT)
                           = WS-NOM-ARCHIVE
                   MOVE 'I' TO WS-DIF-STATUT(WS-IDX-AUT)
                   MOVE 'O' TO WS-DIF-DECOUPE(WS-IDX-AUT)
                   ADD 1 TO WS-NB-INTROUVABLES
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       TRAITER-BLOC.
           MOVE SPACES TO WS-MATRICULE-W.
           PERFORM VARYING WS-IDX-BLC FROM 1 BY 1
                   UNTIL WS-IDX-BLC > WS-NB-LIGNES-BLOC
               IF WS-BLOC-LIGNE(WS-IDX-BLC)(1:12) = 'Matricule : '
                   MOVE WS-BLOC-LIGNE(WS-IDX-BLC)(13:6)
                       TO WS-MATRICULE-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MATRICULE-W = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
                   UNTIL WS-IDX-AUT > WS-NB-DIFFUSIONS
               IF WS-DIF-NOUVEAU(WS-IDX-AUT) = 'O'
                       AND WS-DIF-DECOUPE(WS-IDX-AUT) = 'N'
                       AND WS-DIF-MATRICULE(WS-IDX-AUT)
                           = WS-MATRICULE-W
                       AND WS-DIF-ARCHIVE(WS-IDX-AUT)
                           = WS-NOM-ARCHIVE
                   PERFORM ECRIRE-BULLETIN-INDIV
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-BULLETIN-INDIV.
           MOVE WS-DIF-FICHIER(WS-IDX-AUT) TO WS-NOM-INDIV.
           OPEN OUTPUT FIC-BULLETIN-INDIV.
           IF WS-STATUT-INDIV NOT = '00'
               DISPLAY '*** Ecriture de ' FUNCTION TRIM(WS-NOM-INDIV)
                       ' impossible (statut ' WS-STATUT-INDIV ') ***'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-BLC FROM 1 BY 1
                   UNTIL WS-IDX-BLC > WS-NB-LIGNES-BLOC
               MOVE WS-BLOC-LIGNE(WS-IDX-BLC) TO ENR-BULLETIN-INDIV
               WRITE ENR-BULLETIN-INDIV
           END-PERFORM.
           CLOSE FIC-BULLETIN-INDIV.
           MOVE 'O' TO WS-DIF-DECOUPE(WS-IDX-AUT).

      *---------------------------------------------------------------
      * Les bulletins decoupes rejoignent la file d'envoi, que le
      * service d'envoi vide a chaque passage.
       METTRE-EN-FILE.
           OPEN EXTEND FIC-FILE-ENVOI.
           IF WS-STATUT-FILE-ENVOI NOT = '00'
               OPEN OUTPUT FIC-FILE-ENVOI
           END-IF.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF WS-DIF-NOUVEAU(WS-IDX-DIF) = 'O'
                       AND DIF-EN-FILE(WS-IDX-DIF)
                   MOVE WS-DIF-MATRICULE(WS-IDX-DIF) TO FCO-MATRICULE
                   MOVE WS-DIF-PERIODE(WS-IDX-DIF) TO FCO-PERIODE
                   MOVE WS-DIF-EMAIL(WS-IDX-DIF) TO FCO-EMAIL
                   MOVE WS-DIF-FICHIER(WS-IDX-DIF) TO FCO-FICHIER
                   WRITE ENR-FILE-COURRIEL
                   ADD 1 TO WS-NB-EN-FILE
               END-IF
           END-PERFORM.
           CLOSE FIC-FILE-ENVOI.

      *---------------------------------------------------------------
       SAUVEGARDER-JOURNAL.
           OPEN OUTPUT FIC-JOURNAL.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               MOVE WS-DIF-MATRICULE(WS-IDX-DIF) TO DIF-MATRICULE
               MOVE WS-DIF-PERIODE(WS-IDX-DIF) TO DIF-PERIODE
               MOVE WS-DIF-FICHIER(WS-IDX-DIF) TO DIF-FICHIER
               MOVE WS-DIF-STATUT(WS-IDX-DIF) TO DIF-STATUT
               MOVE WS-DIF-EMAIL(WS-IDX-DIF) TO DIF-EMAIL
               MOVE WS-DIF-DATE(WS-IDX-DIF) TO DIF-DATE
               MOVE WS-DIF-MOTIF(WS-IDX-DIF) TO DIF-MOTIF
               WRITE ENR-DIFFUSION
           END-PERFORM.
           CLOSE FIC-JOURNAL.
           IF WS-NB-PURGES > 0
               DISPLAY 'Diffusions de plus de douze mois purgees : '
                       WS-NB-PURGES
           END-IF.

      *---------------------------------------------------------------
      * Liste refaite a chaque passage : un rejet revenu apres coup
      * y ajoute le bulletin concerne.
       EDITER-LISTE-A-POSTER.
           OPEN OUTPUT FIC-A-POSTER.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING '=== BULLETINS A IMPRIMER ET POSTER - PERIODE '
                  WS-PERIODE ' ==='
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-A-POSTER.
           MOVE 'Matricule  Motif                     Bulletin'
               TO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-A-POSTER.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF WS-DIF-PERIODE(WS-IDX-DIF) = WS-PERIODE
                       AND DIF-A-POSTER(WS-IDX-DIF)
                   PERFORM EDITER-BULLETIN-A-POSTER
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING 'Total : ' WS-NB-A-POSTER ' bulletin(s) a '
                  'imprimer et poster'
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-A-POSTER.
           CLOSE FIC-A-POSTER.

      *---------------------------------------------------------------
       EDITER-BULLETIN-A-POSTER.
           ADD 1 TO WS-NB-A-POSTER.
           EVALUATE TRUE
               WHEN DIF-SANS-ACCORD(WS-IDX-DIF)
                   MOVE 'SANS ACCORD' TO WS-MOTIF-EDIT
               WHEN DIF-SANS-COURRIEL(WS-IDX-DIF)
                   MOVE 'SANS COURRIEL' TO WS-MOTIF-EDIT
               WHEN DIF-REJETE(WS-IDX-DIF)
                   MOVE 'COURRIEL REJETE' TO WS-MOTIF-EDIT
               WHEN OTHER
                   MOVE 'ABSENT DE L''ARCHIVE' TO WS-MOTIF-EDIT
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           STRING WS-DIF-MATRICULE(WS-IDX-DIF) '     '
                  WS-MOTIF-EDIT '  '
                  WS-DIF-FICHIER(WS-IDX-DIF)
               DELIMITED SIZE INTO WS-LIGNE-RAPPORT.
           PERFORM ECRIRE-LIGNE-A-POSTER.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-A-POSTER.
           MOVE WS-LIGNE-RAPPORT TO ENR-A-POSTER.
           WRITE ENR-A-POSTER.
           MOVE SPACES TO WS-LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Une ligne par employe dont le dernier envoi a ete rejete,
      * tant que son courriel n'a pas change ni son accord ete
      * retire. Le texte ne depend que du matricule, de l'adresse
      * et du motif : EX29-TRIAGE-EXCEPTIONS y reconnait la meme
      * exception de nuit en nuit.
       EDITER-ADRESSES-REJETEES.
           OPEN OUTPUT FIC-REJETS.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-NB-DIFFUSIONS
               IF DIF-REJETE(WS-IDX-DIF)
                   PERFORM EXAMINER-REJET
               END-IF
           END-PERFORM.
           CLOSE FIC-REJETS.

      *---------------------------------------------------------------
       EXAMINER-REJET.
           MOVE WS-DIF-MATRICULE(WS-IDX-DIF) TO WS-MATRICULE-W.
           PERFORM CHERCHER-DERNIER-ENVOI.
           IF WS-IDX-DERNIER > 0
               IF WS-DIF-PERIODE(WS-IDX-DERNIER) >
                       WS-DIF-PERIODE(WS-IDX-DIF)
                       OR WS-IDX-DERNIER > WS-IDX-DIF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-EMAIL-W.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
                   UNTIL WS-IDX-CRD > WS-NB-COURRIELS
               IF WS-CRD-MATRICULE(WS-IDX-CRD) = WS-MATRICULE-W
                   MOVE WS-CRD-EMAIL(WS-IDX-CRD) TO WS-EMAIL-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EMAIL-W NOT = WS-DIF-EMAIL(WS-IDX-DIF)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CSB FROM 1 BY 1
                   UNTIL WS-IDX-CSB > WS-NB-ACCORDS
               IF WS-CSB-MATRICULE(WS-IDX-CSB) = WS-MATRICULE-W
                   IF WS-CSB-ACCORD(WS-IDX-CSB) NOT = 'O'
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-ADRESSES-REJETEES.
           MOVE SPACES TO ENR-REJET.
           STRING WS-DIF-MATRICULE(WS-IDX-DIF) ' COURRIEL REJETE '
                  WS-DIF-EMAIL(WS-IDX-DIF) ' '
                  WS-DIF-MOTIF(WS-IDX-DIF)(1:26)
               DELIMITED SIZE INTO ENR-REJET.
           WRITE ENR-REJET.
