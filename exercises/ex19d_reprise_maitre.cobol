      *===============================================================
      * Exercice 19d - Reprise du maitre indexe par rejeu des lots
      * Niveau : Expert
      * EX19B-RESTAURATION remet le jeu de sauvegarde de la nuit,
      * mais tout ce qui a ete applique au maitre depuis
      * (mouvements EX07E, approbations EX07K, augmentations EX08B,
      * purges EX07D, mises a jour EX07F, effacements EX23) etait
      * perdu et ressaisi par la RH. Chacun de ces passages est
      * desormais un lot sequence du journal du maitre
      * (EX19-JOURNAL-MAITRE) ; ce programme :
      *   - relit le dechargement du maitre indexe du jeu choisi
      *     (FIC-EMPLOYES-IDX-UNL.dat.SNAP-AAAAMMJJ, ecrit par
      *     EX19-SNAPSHOT) et en controle compte et total ;
      *   - liste les lots journalises depuis cette sauvegarde
      *     (FIC-CATALOGUE-JOURNAUX-MAITRE.dat, COPY JRNCATREC) et
      *     demande le dernier lot a rejouer (a blanc : tous) ;
      *   - verifie avant de toucher au maitre que la suite des lots
      *     est sans trou et que chaque journal est present ;
      *   - recharge FIC-EMPLOYES-IDX.dat depuis le dechargement,
      *     puis rejoue chaque lot dans l'ordre de sa sequence,
      *     image par image (COPY JRNMREC), et confronte apres
      *     chaque lot le nombre de mises a jour, le compte du
      *     maitre et son total de controle des salaires a ceux
      *     releves en fin de lot. Au premier ecart la reprise
      *     s'arrete : le maitre reste dans l'etat de ce lot, le
      *     rapport dit lequel.
      * Un lot sans cloture au catalogue (passage arrete en cours)
      * est rejoue tel que journalise, sans controle possible, et
      * signale.
      * Apres la reprise, relancer EX07M-EXTRACTION : l'extrait du
      * jour et son tampon sont a refaire depuis le maitre repris.
      * Compiler : cobc -x ex19d_reprise_maitre.cobol
      *            -o ex19d_reprise_maitre -I ../copybooks
      * Executer : ./ex19d_reprise_maitre
      * Entree  : FIC-SNAPSHOT-MANIFESTE-AAAAMMJJ.dat et le
      *           dechargement du jeu, le catalogue des journaux et
      *           les FIC-JOURNAL-MAITRE-nnnnnn.dat
      * Sortie  : FIC-EMPLOYES-IDX.dat reconstruit
      *           FIC-REPRISE-MAITRE.txt (rapport lot par lot)
      * Code retour : 0 = reprise faite et controlee,
      *               1 = saisie invalide, jeu ou dechargement absent,
      *               4 = reprise faite avec un lot non clos rejoue
      *                   sans controle,
      *               8 = dechargement incoherent, lot ou journal
      *                   manquant (maitre non touche), ou ecart au
      *                   rejeu (reprise arretee a ce lot)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX19D-REPRISE-MAITRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MANIFESTE ASSIGN TO WS-NOM-MANIFESTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MANIFESTE.
           SELECT FIC-DECHARGE ASSIGN TO WS-NOM-DECHARGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-DECHARGE.
           SELECT FIC-CAT-JOURNAUX
               ASSIGN TO 'FIC-CATALOGUE-JOURNAUX-MAITRE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CAT-JOURNAUX.
           SELECT FIC-JOURNAL ASSIGN TO WS-NOM-JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FIC-EMPLOYES-IDX ASSIGN TO 'FIC-EMPLOYES-IDX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULE-IDX
               FILE STATUS IS WS-STATUT-IDX.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-REPRISE-MAITRE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Meme enregistrement que FIC-MANIFESTE dans EX19-SNAPSHOT.
       FD  FIC-MANIFESTE LABEL RECORDS ARE STANDARD.
       01  ENR-MANIFESTE.
           05 MAN-NOM-FICHIER   PIC X(40).
           05 MAN-NOM-SNAPSHOT  PIC X(40).
           05 MAN-NB-OCTETS     PIC 9(10).
           05 MAN-PRESENT       PIC X.

       FD  FIC-DECHARGE LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  FIC-CAT-JOURNAUX LABEL RECORDS ARE STANDARD.
       COPY JRNCATREC.

       FD  FIC-JOURNAL LABEL RECORDS ARE STANDARD.
       COPY JRNMREC.

      * Meme enregistrement que dans EX07F-MAJ-EMP.
       FD  FIC-EMPLOYES-IDX LABEL RECORDS ARE STANDARD.
       01  ENR-EMPLOYES-IDX.
           05 EMP-MATRICULE-IDX PIC X(6).
           05 EMP-NOM-IDX       PIC X(20).
           05 EMP-PRENOM-IDX    PIC X(15).
           05 EMP-SALAIRE-IDX   PIC 9(6).
           05 EMP-STATUT-IDX    PIC X.
           05 EMP-ANCIENNETE-IDX PIC 9(2).
           05 EMP-HEURES-SUP-IDX PIC 9(3)V99.
           05 EMP-DEPARTEMENT-IDX PIC X(4).
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-MANIFESTE PIC X(2) VALUE '00'.
       01 WS-STATUT-DECHARGE  PIC X(2) VALUE '00'.
       01 WS-STATUT-CAT-JOURNAUX PIC X(2) VALUE '00'.
       01 WS-STATUT-JOURNAL   PIC X(2) VALUE '00'.
       01 WS-STATUT-IDX       PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

       01 WS-DATE-SAISIE      PIC X(8) VALUE SPACES.
       01 WS-POINT-SAISI      PIC X(6) VALUE SPACES.
       01 WS-NOM-MANIFESTE    PIC X(44) VALUE SPACES.
       01 WS-NOM-DECHARGE     PIC X(40) VALUE SPACES.
       01 WS-NOM-JOURNAL      PIC X(40) VALUE SPACES.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

      * Dechargement du jeu : enveloppe EMPHDR, lot de base.
       COPY EMPHDR.
       01 WS-ENTETE-PRESENTE  PIC X VALUE 'N'.
          88 ENTETE-PRESENTE  VALUE 'O'.
       01 WS-TRAILER-PRESENT  PIC X VALUE 'N'.
          88 TRAILER-PRESENT  VALUE 'O'.
       01 WS-LOT-BASE         PIC 9(6) VALUE 0.
       01 WS-NB-DECHARGES     PIC 9(8) VALUE 0.
       01 WS-HASH-DECHARGE    PIC 9(12) VALUE 0.
       01 WS-NB-ANNONCES      PIC 9(8) VALUE 0.
       01 WS-HASH-ANNONCE     PIC 9(12) VALUE 0.

      * Lots journalises depuis la sauvegarde, dans l'ordre des
      * sequences.
       01 WS-MAX-LOTS         PIC 9(4) VALUE 2000.
       01 WS-TABLE-LOTS.
          05 WS-LOT-LIGNE OCCURS 2000 TIMES
                  INDEXED BY WS-IDX-LOT.
             10 WS-LOT-SEQUENCE  PIC 9(6).
             10 WS-LOT-NOM       PIC X(40).
             10 WS-LOT-DATE      PIC 9(8).
             10 WS-LOT-HEURE     PIC 9(6).
             10 WS-LOT-PROGRAMME PIC X(14).
             10 WS-LOT-CLOS      PIC X.
                88 LOT-CLOS      VALUE 'O'.
             10 WS-LOT-NB-MVTS   PIC 9(6).
             10 WS-LOT-NB-ENREG  PIC 9(8).
             10 WS-LOT-HASH      PIC 9(12).
       01 WS-NB-LOTS          PIC 9(4) VALUE 0.
       01 WS-NB-LOTS-A-REJOUER PIC 9(4) VALUE 0.
       01 WS-POINT-ARRET      PIC 9(6) VALUE 0.
       01 WS-SEQUENCE-ATTENDUE PIC 9(6) VALUE 0.

      * Rejeu d'un lot et controles de fin de lot.
       01 WS-REPRISE-ARRETEE  PIC X VALUE 'N'.
          88 REPRISE-ARRETEE  VALUE 'O'.
       01 WS-NB-IMAGES        PIC 9(6) VALUE 0.
       01 WS-NB-ANOMALIES     PIC 9(6) VALUE 0.
       01 WS-NB-ENREG         PIC 9(8) VALUE 0.
       01 WS-HASH-SALAIRES    PIC 9(12) VALUE 0.
       01 WS-NB-REJOUES       PIC 9(4) VALUE 0.
       01 WS-NB-NON-CLOS      PIC 9(4) VALUE 0.
       01 WS-VERDICT          PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Reprise du maitre indexe par rejeu des lots'.
           DISPLAY '================================================'.
           DISPLAY 'Date du jeu de sauvegarde (AAAAMMJJ) : '
               WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES
                   OR WS-DATE-SAISIE NOT NUMERIC
               DISPLAY 'Date invalide, reprise abandonnee'
               STOP RUN 1
           END-IF.

           PERFORM CHERCHER-DECHARGE.
           PERFORM CONTROLER-DECHARGE.
           PERFORM CHARGER-LOTS.
           PERFORM CHOISIR-POINT-ARRET.
           PERFORM CONTROLER-SUITE-LOTS.

           OPEN OUTPUT FIC-RAPPORT.
           STRING '=== REPRISE DU MAITRE SUR LE JEU DU '
                  WS-DATE-SAISIE ' ===' DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM RECHARGER-MAITRE.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS-A-REJOUER
                      OR REPRISE-ARRETEE
               PERFORM REJOUER-UN-LOT
           END-PERFORM.
           PERFORM ECRIRE-BILAN.
           CLOSE FIC-RAPPORT.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Le dechargement du maitre indexe au manifeste du jeu.
       CHERCHER-DECHARGE.
           STRING 'FIC-SNAPSHOT-MANIFESTE-' WS-DATE-SAISIE '.dat'
               DELIMITED SIZE INTO WS-NOM-MANIFESTE.
           OPEN INPUT FIC-MANIFESTE.
           IF WS-STATUT-MANIFESTE NOT = '00'
               DISPLAY 'Manifeste introuvable : '
                       FUNCTION TRIM(WS-NOM-MANIFESTE)
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-MANIFESTE NOT = '00'
               READ FIC-MANIFESTE
                   AT END MOVE '10' TO WS-STATUT-MANIFESTE
                   NOT AT END
                       IF MAN-NOM-FICHIER = 'FIC-EMPLOYES-IDX-UNL.dat'
                               AND MAN-PRESENT = 'O'
                           MOVE MAN-NOM-SNAPSHOT TO WS-NOM-DECHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MANIFESTE.
           IF WS-NOM-DECHARGE = SPACES
               DISPLAY 'Pas de dechargement du maitre indexe dans le '
                       'jeu du ' WS-DATE-SAISIE ' : reprise impossible'
               STOP RUN 1
           END-IF.

      *---------------------------------------------------------------
      * Premiere lecture du dechargement, avant de toucher au
      * maitre : enveloppe d'EX19-SNAPSHOT, compte et total.
       CONTROLER-DECHARGE.
           OPEN INPUT FIC-DECHARGE.
           IF WS-STATUT-DECHARGE NOT = '00'
               DISPLAY 'Dechargement introuvable : ' WS-NOM-DECHARGE
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-DECHARGE NOT = '00'
               READ FIC-DECHARGE
                   AT END MOVE '10' TO WS-STATUT-DECHARGE
                   NOT AT END
                       EVALUATE ENR-EMPLOYES(1:6)
                           WHEN '*ENTET'
                               SET ENTETE-PRESENTE TO TRUE
                               MOVE ENR-EMPLOYES TO ENT-ENTETE-EMPLOYES
                           WHEN '*FIN**'
                               SET TRAILER-PRESENT TO TRUE
                               MOVE ENR-EMPLOYES TO FIN-TRAILER-EMPLOYES
                               MOVE FIN-NB-ENREG TO WS-NB-ANNONCES
                               MOVE FIN-HASH-SALAIRES TO WS-HASH-ANNONCE
                           WHEN OTHER
                               ADD 1 TO WS-NB-DECHARGES
                               COMPUTE WS-HASH-DECHARGE = FUNCTION MOD(
                                   WS-HASH-DECHARGE + EMP-SALAIRE,
                                   1000000000000)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FIC-DECHARGE.

           IF NOT ENTETE-PRESENTE OR NOT TRAILER-PRESENT
                   OR ENT-SOURCE NOT = 'EX19-SNAPSHOT'
                   OR ENT-DERNIER-LOT NOT NUMERIC
               DISPLAY '*** ' FUNCTION TRIM(WS-NOM-DECHARGE)
                       ' : enveloppe EX19-SNAPSHOT absente ou '
                       'incomplete - reprise refusee ***'
               STOP RUN 8
           END-IF.
           IF WS-NB-DECHARGES NOT = WS-NB-ANNONCES
                   OR WS-HASH-DECHARGE NOT = WS-HASH-ANNONCE
               DISPLAY '*** ' FUNCTION TRIM(WS-NOM-DECHARGE)
                       ' : ' WS-NB-DECHARGES ' employe(s) / total '
                       WS-HASH-DECHARGE ' pour ' WS-NB-ANNONCES
                       ' / ' WS-HASH-ANNONCE ' annonces - reprise '
                       'refusee ***'
               STOP RUN 8
           END-IF.
           MOVE ENT-DERNIER-LOT TO WS-LOT-BASE.
           DISPLAY 'Sauvegarde du ' WS-DATE-SAISIE ' : '
                   WS-NB-DECHARGES ' employe(s), journal contenu '
                   'jusqu''au lot ' WS-LOT-BASE.

      *---------------------------------------------------------------
      * Lots posterieurs a la sauvegarde. Ligne O : le lot entre
      * dans la table ; ligne C : il y est complete et clos.
       CHARGER-LOTS.
           OPEN INPUT FIC-CAT-JOURNAUX.
           IF WS-STATUT-CAT-JOURNAUX NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-CAT-JOURNAUX NOT = '00'
               READ FIC-CAT-JOURNAUX
                   AT END MOVE '10' TO WS-STATUT-CAT-JOURNAUX
                   NOT AT END
                       IF CJM-SEQUENCE > WS-LOT-BASE
                           PERFORM RETENIR-LOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-CAT-JOURNAUX.

      *---------------------------------------------------------------
       RETENIR-LOT.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
                      OR WS-LOT-SEQUENCE(WS-IDX-LOT) = CJM-SEQUENCE
               CONTINUE
           END-PERFORM.
           IF WS-IDX-LOT > WS-NB-LOTS
               IF WS-NB-LOTS NOT < WS-MAX-LOTS
                   DISPLAY '*** FIC-CATALOGUE-JOURNAUX-MAITRE.dat : '
                           'capacite de ' WS-MAX-LOTS ' lots depassee'
                           ' - reprise refusee ***'
                   CLOSE FIC-CAT-JOURNAUX
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-LOTS
               SET WS-IDX-LOT TO WS-NB-LOTS
               MOVE CJM-SEQUENCE TO WS-LOT-SEQUENCE(WS-IDX-LOT)
               MOVE CJM-NOM-FICHIER TO WS-LOT-NOM(WS-IDX-LOT)
               MOVE CJM-DATE TO WS-LOT-DATE(WS-IDX-LOT)
               MOVE CJM-HEURE TO WS-LOT-HEURE(WS-IDX-LOT)
               MOVE CJM-PROGRAMME TO WS-LOT-PROGRAMME(WS-IDX-LOT)
               MOVE 'N' TO WS-LOT-CLOS(WS-IDX-LOT)
               MOVE 0 TO WS-LOT-NB-MVTS(WS-IDX-LOT)
                         WS-LOT-NB-ENREG(WS-IDX-LOT)
                         WS-LOT-HASH(WS-IDX-LOT)
           END-IF.
           IF CJM-CLOTURE
               MOVE 'O' TO WS-LOT-CLOS(WS-IDX-LOT)
               MOVE CJM-NB-MOUVEMENTS TO WS-LOT-NB-MVTS(WS-IDX-LOT)
               MOVE CJM-NB-ENREG TO WS-LOT-NB-ENREG(WS-IDX-LOT)
               MOVE CJM-HASH-SALAIRES TO WS-LOT-HASH(WS-IDX-LOT)
           END-IF.

      *---------------------------------------------------------------
      * Liste des lots et saisie du dernier lot a rejouer : a
      * blanc, tous ; le lot de base seul = sauvegarde sans rejeu.
       CHOISIR-POINT-ARRET.
           IF WS-NB-LOTS = 0
               DISPLAY 'Aucun lot journalise depuis la sauvegarde : '
                       'rechargement seul'
               MOVE WS-LOT-BASE TO WS-POINT-ARRET
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Lots journalises depuis la sauvegarde :'.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF LOT-CLOS(WS-IDX-LOT)
                   MOVE 'clos' TO WS-VERDICT
               ELSE
                   MOVE 'NON CLOS' TO WS-VERDICT
               END-IF
               DISPLAY '  ' WS-LOT-SEQUENCE(WS-IDX-LOT) ' '
                       WS-LOT-PROGRAMME(WS-IDX-LOT) ' '
                       WS-LOT-DATE(WS-IDX-LOT) ' '
                       WS-LOT-HEURE(WS-IDX-LOT) ' '
                       WS-LOT-NB-MVTS(WS-IDX-LOT) ' maj '
                       WS-VERDICT
           END-PERFORM.
           DISPLAY 'Dernier lot a rejouer (a blanc = tous, '
                   WS-LOT-BASE ' = aucun) : ' WITH NO ADVANCING.
           ACCEPT WS-POINT-SAISI.
           IF WS-POINT-SAISI = SPACES
               MOVE WS-LOT-SEQUENCE(WS-NB-LOTS) TO WS-POINT-ARRET
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-POINT-SAISI) NOT NUMERIC
               DISPLAY 'Numero de lot invalide, reprise abandonnee'
               STOP RUN 1
           END-IF.
           COMPUTE WS-POINT-ARRET = FUNCTION NUMVAL(WS-POINT-SAISI).
           IF WS-POINT-ARRET < WS-LOT-BASE
                   OR WS-POINT-ARRET > WS-LOT-SEQUENCE(WS-NB-LOTS)
               DISPLAY 'Lot ' WS-POINT-ARRET ' hors de la plage '
                       WS-LOT-BASE ' a ' WS-LOT-SEQUENCE(WS-NB-LOTS)
                       ', reprise abandonnee'
               STOP RUN 1
           END-IF.

      *---------------------------------------------------------------
      * Avant toute ecriture : les lots a rejouer se suivent sans
      * trou depuis le lot de base et chaque journal est lisible.
       CONTROLER-SUITE-LOTS.
           MOVE 0 TO WS-NB-LOTS-A-REJOUER.
           MOVE WS-LOT-BASE TO WS-SEQUENCE-ATTENDUE.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
                      OR WS-LOT-SEQUENCE(WS-IDX-LOT) > WS-POINT-ARRET
               ADD 1 TO WS-SEQUENCE-ATTENDUE
               IF WS-LOT-SEQUENCE(WS-IDX-LOT)
                       NOT = WS-SEQUENCE-ATTENDUE
                   DISPLAY '*** Lot ' WS-SEQUENCE-ATTENDUE ' absent '
                           'du catalogue des journaux - reprise '
                           'refusee, maitre non touche ***'
                   STOP RUN 8
               END-IF
               MOVE WS-LOT-NOM(WS-IDX-LOT) TO WS-NOM-JOURNAL
               OPEN INPUT FIC-JOURNAL
               IF WS-STATUT-JOURNAL NOT = '00'
                   DISPLAY '*** Journal du lot '
                           WS-LOT-SEQUENCE(WS-IDX-LOT) ' introuvable ('
                           FUNCTION TRIM(WS-NOM-JOURNAL) ') - reprise '
                           'refusee, maitre non touche ***'
                   STOP RUN 8
               END-IF
               CLOSE FIC-JOURNAL
               ADD 1 TO WS-NB-LOTS-A-REJOUER
           END-PERFORM.
           IF WS-SEQUENCE-ATTENDUE NOT = WS-POINT-ARRET
               DISPLAY '*** Lot ' WS-POINT-ARRET ' inconnu du '
                       'catalogue des journaux - reprise refusee ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Le maitre indexe est recree depuis le dechargement du jeu.
       RECHARGER-MAITRE.
           OPEN OUTPUT FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               STRING 'FIC-EMPLOYES-IDX.dat : creation impossible '
                      '(statut ' WS-STATUT-IDX ')'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               CLOSE FIC-RAPPORT
               STOP RUN 8
           END-IF.
           MOVE 0 TO WS-NB-ANOMALIES.
           OPEN INPUT FIC-DECHARGE.
           PERFORM UNTIL WS-STATUT-DECHARGE NOT = '00'
               READ FIC-DECHARGE
                   AT END MOVE '10' TO WS-STATUT-DECHARGE
                   NOT AT END
                       IF ENR-EMPLOYES(1:6) NOT = '*ENTET'
                               AND ENR-EMPLOYES(1:6) NOT = '*FIN**'
                           MOVE ENR-EMPLOYES TO ENR-EMPLOYES-IDX
                           WRITE ENR-EMPLOYES-IDX
                               INVALID KEY
                                   ADD 1 TO WS-NB-ANOMALIES
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-DECHARGE.
           CLOSE FIC-EMPLOYES-IDX.
           IF WS-NB-ANOMALIES > 0
               STRING 'Rechargement : ' WS-NB-ANOMALIES
                      ' ecriture(s) refusee(s) par l''index'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               MOVE 8 TO WS-CODE-RETOUR
               SET REPRISE-ARRETEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           STRING 'Sauvegarde rechargee : ' WS-NB-DECHARGES
                  ' employe(s), lot de base ' WS-LOT-BASE
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Rejeu d'un lot image par image, puis controles de fin de
      * lot contre le catalogue.
       REJOUER-UN-LOT.
           MOVE 0 TO WS-NB-IMAGES.
           MOVE 0 TO WS-NB-ANOMALIES.
           MOVE WS-LOT-NOM(WS-IDX-LOT) TO WS-NOM-JOURNAL.
           OPEN I-O FIC-EMPLOYES-IDX.
           IF WS-STATUT-IDX NOT = '00'
               STRING 'FIC-EMPLOYES-IDX.dat : ouverture impossible '
                      '(statut ' WS-STATUT-IDX ')'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               MOVE 8 TO WS-CODE-RETOUR
               SET REPRISE-ARRETEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FIC-JOURNAL.
           PERFORM UNTIL WS-STATUT-JOURNAL NOT = '00'
               READ FIC-JOURNAL
                   AT END MOVE '10' TO WS-STATUT-JOURNAL
                   NOT AT END PERFORM REJOUER-UNE-IMAGE
               END-READ
           END-PERFORM.
           CLOSE FIC-JOURNAL.
           PERFORM TOTALISER-MAITRE.
           CLOSE FIC-EMPLOYES-IDX.
           ADD 1 TO WS-NB-REJOUES.

           EVALUATE TRUE
               WHEN WS-NB-ANOMALIES > 0
                   MOVE 'ECART : IMAGES REFUSEES' TO WS-VERDICT
               WHEN NOT LOT-CLOS(WS-IDX-LOT)
                   MOVE 'NON CLOS, NON CONTROLE' TO WS-VERDICT
               WHEN WS-NB-IMAGES NOT = WS-LOT-NB-MVTS(WS-IDX-LOT)
                   MOVE 'ECART : NB MISES A JOUR' TO WS-VERDICT
               WHEN WS-NB-ENREG NOT = WS-LOT-NB-ENREG(WS-IDX-LOT)
                   MOVE 'ECART : COMPTE MAITRE' TO WS-VERDICT
               WHEN WS-HASH-SALAIRES NOT = WS-LOT-HASH(WS-IDX-LOT)
                   MOVE 'ECART : TOTAL SALAIRES' TO WS-VERDICT
               WHEN OTHER
                   MOVE 'OK' TO WS-VERDICT
           END-EVALUATE.
           STRING 'Lot ' WS-LOT-SEQUENCE(WS-IDX-LOT) ' '
                  WS-LOT-PROGRAMME(WS-IDX-LOT) ' '
                  WS-LOT-DATE(WS-IDX-LOT) ' '
                  WS-NB-IMAGES ' maj ' WS-NB-ENREG ' emp : '
                  WS-VERDICT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

           IF WS-VERDICT(1:5) = 'ECART'
               STRING '  attendu ' WS-LOT-NB-MVTS(WS-IDX-LOT)
                      ' maj ' WS-LOT-NB-ENREG(WS-IDX-LOT)
                      ' emp total ' WS-LOT-HASH(WS-IDX-LOT)
                      ', obtenu total ' WS-HASH-SALAIRES
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
               MOVE 8 TO WS-CODE-RETOUR
               SET REPRISE-ARRETEE TO TRUE
           END-IF.
           IF NOT LOT-CLOS(WS-IDX-LOT)
               ADD 1 TO WS-NB-NON-CLOS
               IF WS-CODE-RETOUR < 4
                   MOVE 4 TO WS-CODE-RETOUR
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Creation et modification reposent l'image journalisee, la
      * suppression ne retient que le matricule.
       REJOUER-UNE-IMAGE.
           ADD 1 TO WS-NB-IMAGES.
           IF JRM-SEQUENCE NOT = WS-LOT-SEQUENCE(WS-IDX-LOT)
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY '  image ' JRM-RANG ' d''un autre lot ('
                       JRM-SEQUENCE ')'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN JRM-CREATION
                   MOVE JRM-IMAGE TO ENR-EMPLOYES-IDX
                   WRITE ENR-EMPLOYES-IDX
                       INVALID KEY PERFORM SIGNALER-IMAGE-REFUSEE
                   END-WRITE
               WHEN JRM-MODIFICATION
                   MOVE JRM-IMAGE TO ENR-EMPLOYES-IDX
                   REWRITE ENR-EMPLOYES-IDX
                       INVALID KEY PERFORM SIGNALER-IMAGE-REFUSEE
                   END-REWRITE
               WHEN JRM-SUPPRESSION
                   MOVE JRM-IMAGE(1:6) TO EMP-MATRICULE-IDX
                   DELETE FIC-EMPLOYES-IDX RECORD
                       INVALID KEY PERFORM SIGNALER-IMAGE-REFUSEE
                   END-DELETE
               WHEN OTHER
                   PERFORM SIGNALER-IMAGE-REFUSEE
           END-EVALUATE.

      *---------------------------------------------------------------
       SIGNALER-IMAGE-REFUSEE.
           ADD 1 TO WS-NB-ANOMALIES.
           STRING '  image ' JRM-RANG ' ' JRM-ACTION ' '
                  JRM-IMAGE(1:6) ' refusee (statut ' WS-STATUT-IDX
                  ')'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Compte et total de controle du maitre, meme calcul
      * qu'EX07M-EXTRACTION et EX19-JOURNAL-MAITRE.
       TOTALISER-MAITRE.
           MOVE 0 TO WS-NB-ENREG.
           MOVE 0 TO WS-HASH-SALAIRES.
           MOVE LOW-VALUES TO EMP-MATRICULE-IDX.
           START FIC-EMPLOYES-IDX KEY NOT < EMP-MATRICULE-IDX
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-STATUT-IDX NOT = '00'
               READ FIC-EMPLOYES-IDX NEXT RECORD
                   AT END MOVE '10' TO WS-STATUT-IDX
                   NOT AT END
                       ADD 1 TO WS-NB-ENREG
                       COMPUTE WS-HASH-SALAIRES = FUNCTION MOD(
                           WS-HASH-SALAIRES + EMP-SALAIRE-IDX,
                           1000000000000)
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-BILAN.
           IF REPRISE-ARRETEE
               STRING '*** Reprise arretee : maitre dans l''etat du '
                      'lot ecrit ci-dessus ***'
                   DELIMITED SIZE INTO WS-LIGNE
           ELSE
               STRING 'Reprise terminee : ' WS-NB-REJOUES
                      ' lot(s) rejoue(s), maitre au lot '
                      WS-POINT-ARRET
                   DELIMITED SIZE INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-UNE-LIGNE.
           IF WS-NB-NON-CLOS > 0
               STRING WS-NB-NON-CLOS ' lot(s) non clos rejoue(s) '
                      'sans controle'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-IF.
           MOVE 'Relancer EX07M-EXTRACTION (extrait et tampon du jour)'
               TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-UNE-LIGNE.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-LIGNE(1:72).
           MOVE SPACES TO WS-LIGNE.
