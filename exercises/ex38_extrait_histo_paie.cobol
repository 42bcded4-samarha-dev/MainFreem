      *===============================================================
      * Exercice 38 - Extrait de l'historique de paie par element
      * Niveau : Intermediaire
      * Selectionne dans l'historique permanent FIC-HISTO-PAIE.dat
      * (COPY PAIEHREC, verse par EX15-PRINCIPAL a chaque
      * publication de la paie) les lignes d'une plage de periodes,
      * d'un element, d'un departement, d'un etablissement ou d'un
      * cycle, selon FIC-PARAM-EXTRAIT-PAIE.dat :
      *   periode debut AAAAMM, periode fin AAAAMM (zero = sans
      *   borne), element (a blanc = tous ; termine par * = tous
      *   les elements de ce prefixe, par exemple C-* pour toutes
      *   les cotisations), departement, etablissement et type de
      *   cycle N/T/E (a blanc = tous).
      * Sans fichier parametre, tout l'historique est extrait.
      * Une periode reprise figure plusieurs fois a l'historique :
      * pour un matricule, une periode et un cycle, seules les
      * lignes du run le plus recent sont retenues. Departement et
      * etablissement filtres sont ceux du jour de la paie.
      * Le tri range l'extrait par periode, cycle et matricule,
      * les lignes d'un bulletin dans leur ordre d'ecriture ; le
      * rapport totalise chaque element par periode et cycle
      * (nombre de salaries, montant).
      * Compiler : cobc -x ex38_extrait_histo_paie.cobol
      *            -o ex38_extrait_histo_paie -I ../copybooks
      * Executer : ./ex38_extrait_histo_paie
      * Entree  : FIC-HISTO-PAIE.dat, FIC-PARAM-EXTRAIT-PAIE.dat
      *           (facultatif)
      * Sortie  : FIC-EXTRAIT-HISTO-PAIE.dat (lignes retenues, meme
      *           format que l'historique)
      *           FIC-EXTRAIT-HISTO-PAIE.txt (totaux par periode)
      * Code retour : 0, 1 = historique absent ou parametre
      *               invalide, 4 = aucune ligne retenue,
      *               8 = capacite depassee
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX38-EXTRAIT-HISTO-PAIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-HISTO-PAIE ASSIGN TO 'FIC-HISTO-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-EXTRAIT-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT WRK-HISTO ASSIGN TO 'WRK-HISTO-PAIE.tmp'.
           SELECT FIC-EXTRAIT ASSIGN TO 'FIC-EXTRAIT-HISTO-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-EXTRAIT-HISTO-PAIE.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-HISTO-PAIE LABEL RECORDS ARE STANDARD.
       COPY PAIEHREC.

       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-EXTRAIT.
           05 PXH-PERIODE-DEBUT  PIC 9(6).
           05 PXH-PERIODE-FIN    PIC 9(6).
           05 PXH-ELEMENT        PIC X(8).
           05 PXH-DEPARTEMENT    PIC X(4).
           05 PXH-ETABLISSEMENT  PIC X(2).
           05 PXH-TYPE-CYCLE     PIC X.

      * Ligne d'historique, cle de tri periode / cycle / matricule /
      * run le plus recent en tete / rang de lecture.
       SD  WRK-HISTO.
       01  WRK-ENR-HISTO.
           05 WRK-PERIODE        PIC 9(6).
           05 WRK-TYPE-CYCLE     PIC X.
           05 WRK-MATRICULE      PIC X(6).
           05 WRK-HORODATAGE     PIC 9(14).
           05 WRK-RANG           PIC 9(8).
           05 WRK-DEPARTEMENT    PIC X(4).
           05 WRK-ETABLISSEMENT  PIC X(2).
           05 WRK-ELEMENT        PIC X(8).
           05 WRK-MONTANT        PIC 9(8)V99.
           05 WRK-IMAGE          PIC X(52).

       FD  FIC-EXTRAIT LABEL RECORDS ARE STANDARD.
       01  ENR-EXTRAIT          PIC X(52).

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-HISTO     PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-FIN-TRI          PIC X VALUE 'N'.
          88 TRI-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.

      * Criteres de selection (tout par defaut).
       01 WS-PERIODE-DEBUT    PIC 9(6) VALUE 0.
       01 WS-PERIODE-FIN      PIC 9(6) VALUE 999999.
       01 WS-ELEMENT-CHOISI   PIC X(8) VALUE SPACES.
       01 WS-LONG-PREFIXE     PIC 9(2) VALUE 0.
       01 WS-ELEMENT-PREFIXE  PIC X VALUE 'N'.
          88 ELEMENT-PREFIXE  VALUE 'O'.
       01 WS-DEPT-CHOISI      PIC X(4) VALUE SPACES.
       01 WS-ETAB-CHOISI      PIC X(2) VALUE SPACES.
       01 WS-CYCLE-CHOISI     PIC X VALUE SPACE.

      * Groupe en cours (periode, cycle, matricule) et run retenu.
       01 WS-PERIODE-PREC     PIC 9(6) VALUE 0.
       01 WS-CYCLE-PREC       PIC X VALUE SPACE.
       01 WS-MATRICULE-PREC   PIC X(6) VALUE SPACES.
       01 WS-HORODATAGE-RETENU PIC 9(14) VALUE 0.
       01 WS-PREMIERE-LIGNE   PIC X VALUE 'O'.
          88 PREMIERE-LIGNE   VALUE 'O'.

      * Totaux par element de la periode et du cycle en cours.
       01 WS-MAX-ELEMENTS     PIC 9(3) VALUE 100.
       01 WS-TABLE-ELEMENTS.
          05 WS-ELT-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-ELT.
             10 WS-ELT-CODE     PIC X(8).
             10 WS-ELT-NB       PIC 9(6).
             10 WS-ELT-MONTANT  PIC 9(10)V99.
       01 WS-NB-ELEMENTS      PIC 9(3) VALUE 0.

       01 WS-NB-LUES          PIC 9(8) VALUE 0.
       01 WS-NB-REMPLACEES    PIC 9(8) VALUE 0.
       01 WS-NB-RETENUES      PIC 9(8) VALUE 0.
       01 WS-NB-PERIODES      PIC 9(4) VALUE 0.

       01 WS-LIGNE            PIC X(80) VALUE SPACES.
       01 WS-NB-EDIT          PIC ZZZZZ9.
       01 WS-MONTANT-EDIT     PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY '================================================'.
           DISPLAY '  Extrait de l''historique de paie'.
           DISPLAY '================================================'.

           PERFORM LIRE-PARAMETRES.
           OPEN INPUT FIC-HISTO-PAIE.
           IF WS-STATUT-HISTO NOT = '00'
               DISPLAY 'FIC-HISTO-PAIE.dat introuvable : aucune paie '
                       'publiee depuis sa mise en service'
               STOP RUN 1
           END-IF.
           CLOSE FIC-HISTO-PAIE.

           OPEN OUTPUT FIC-EXTRAIT.
           OPEN OUTPUT FIC-RAPPORT.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           SORT WRK-HISTO
               ASCENDING KEY WRK-PERIODE WRK-TYPE-CYCLE WRK-MATRICULE
               DESCENDING KEY WRK-HORODATAGE
               ASCENDING KEY WRK-RANG
               INPUT PROCEDURE IS SELECTIONNER-LIGNES
               OUTPUT PROCEDURE IS EXTRAIRE-LIGNES.
           PERFORM ECRIRE-BILAN.
           CLOSE FIC-EXTRAIT.
           CLOSE FIC-RAPPORT.

           IF WS-NB-RETENUES = 0 AND WS-CODE-RETOUR = 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           DISPLAY 'Extrait dans FIC-EXTRAIT-HISTO-PAIE.dat, totaux '
                   'dans FIC-EXTRAIT-HISTO-PAIE.txt'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Criteres de l'extrait. Fichier absent : tout l'historique ;
      * periode a zero : pas de borne de ce cote.
       LIRE-PARAMETRES.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM NOT = '00'
               DISPLAY 'FIC-PARAM-EXTRAIT-PAIE.dat absent : tout '
                       'l''historique est extrait'
               EXIT PARAGRAPH
           END-IF.
           READ FIC-PARAM
               AT END
                   CLOSE FIC-PARAM
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FIC-PARAM.
           IF PXH-PERIODE-DEBUT NOT NUMERIC
                   OR PXH-PERIODE-FIN NOT NUMERIC
               DISPLAY '*** FIC-PARAM-EXTRAIT-PAIE.dat : periodes '
                       'non numeriques ***'
               STOP RUN 1
           END-IF.
           MOVE PXH-PERIODE-DEBUT TO WS-PERIODE-DEBUT.
           IF PXH-PERIODE-FIN > 0
               MOVE PXH-PERIODE-FIN TO WS-PERIODE-FIN
           END-IF.
           IF WS-PERIODE-DEBUT > WS-PERIODE-FIN
               DISPLAY '*** FIC-PARAM-EXTRAIT-PAIE.dat : periode de '
                       'debut ' WS-PERIODE-DEBUT ' apres la periode '
                       'de fin ' WS-PERIODE-FIN ' ***'
               STOP RUN 1
           END-IF.
           IF PXH-TYPE-CYCLE NOT = SPACE AND NOT = 'N'
                   AND NOT = 'T' AND NOT = 'E'
               DISPLAY '*** FIC-PARAM-EXTRAIT-PAIE.dat : type de '
                       'cycle ' PXH-TYPE-CYCLE ' inconnu (N, T ou '
                       'E) ***'
               STOP RUN 1
           END-IF.
           MOVE PXH-ELEMENT TO WS-ELEMENT-CHOISI.
           MOVE PXH-DEPARTEMENT TO WS-DEPT-CHOISI.
           MOVE PXH-ETABLISSEMENT TO WS-ETAB-CHOISI.
           MOVE PXH-TYPE-CYCLE TO WS-CYCLE-CHOISI.
           INSPECT WS-ELEMENT-CHOISI TALLYING WS-LONG-PREFIXE
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-LONG-PREFIXE < 8
               SET ELEMENT-PREFIXE TO TRUE
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-ENTETE-RAPPORT.
           MOVE '=== EXTRAIT DE L''HISTORIQUE DE PAIE ===' TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Periodes ' WS-PERIODE-DEBUT ' a ' WS-PERIODE-FIN
                  '  element ' WS-ELEMENT-CHOISI
                  '  dept ' WS-DEPT-CHOISI
                  '  etab ' WS-ETAB-CHOISI
                  '  cycle ' WS-CYCLE-CHOISI
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
      * Procedure d'entree du tri : plage de periodes et cycle. Les
      * autres criteres attendent le choix du run retenu, pour
      * qu'une ligne d'un run remplace ne ressorte pas.
       SELECTIONNER-LIGNES.
           OPEN INPUT FIC-HISTO-PAIE.
           PERFORM UNTIL WS-STATUT-HISTO NOT = '00'
               READ FIC-HISTO-PAIE
                   AT END MOVE '10' TO WS-STATUT-HISTO
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF HPA-PERIODE NOT < WS-PERIODE-DEBUT
                               AND HPA-PERIODE NOT > WS-PERIODE-FIN
                               AND (WS-CYCLE-CHOISI = SPACE
                                 OR HPA-TYPE-CYCLE = WS-CYCLE-CHOISI)
                           PERFORM LIBERER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-HISTO-PAIE.

      *---------------------------------------------------------------
       LIBERER-LIGNE.
           MOVE HPA-PERIODE TO WRK-PERIODE.
           MOVE HPA-TYPE-CYCLE TO WRK-TYPE-CYCLE.
           MOVE HPA-MATRICULE TO WRK-MATRICULE.
           COMPUTE WRK-HORODATAGE =
               HPA-DATE-PAIE * 1000000 + HPA-HEURE-PAIE.
           MOVE WS-NB-LUES TO WRK-RANG.
           MOVE HPA-DEPARTEMENT TO WRK-DEPARTEMENT.
           MOVE HPA-ETABLISSEMENT TO WRK-ETABLISSEMENT.
           MOVE HPA-ELEMENT TO WRK-ELEMENT.
           MOVE HPA-MONTANT TO WRK-MONTANT.
           MOVE ENR-HISTO-PAIE TO WRK-IMAGE.
           RELEASE WRK-ENR-HISTO.

      *---------------------------------------------------------------
      * Procedure de sortie : la premiere ligne d'un groupe periode /
      * cycle / matricule porte le run le plus recent, seules ses
      * lignes sont retenues. Rupture de periode ou de cycle : les
      * totaux de la precedente partent au rapport.
       EXTRAIRE-LIGNES.
           PERFORM UNTIL TRI-TERMINE
               RETURN WRK-HISTO
                   AT END SET TRI-TERMINE TO TRUE
                   NOT AT END PERFORM EXAMINER-LIGNE
               END-RETURN
           END-PERFORM.
           IF NOT PREMIERE-LIGNE
               PERFORM ECRIRE-TOTAUX-PERIODE
           END-IF.

      *---------------------------------------------------------------
       EXAMINER-LIGNE.
           IF PREMIERE-LIGNE
                   OR WRK-PERIODE NOT = WS-PERIODE-PREC
                   OR WRK-TYPE-CYCLE NOT = WS-CYCLE-PREC
               IF NOT PREMIERE-LIGNE
                   PERFORM ECRIRE-TOTAUX-PERIODE
               END-IF
               MOVE 'N' TO WS-PREMIERE-LIGNE
               MOVE WRK-PERIODE TO WS-PERIODE-PREC
               MOVE WRK-TYPE-CYCLE TO WS-CYCLE-PREC
               MOVE SPACES TO WS-MATRICULE-PREC
               MOVE 0 TO WS-NB-ELEMENTS
           END-IF.
           IF WRK-MATRICULE NOT = WS-MATRICULE-PREC
               MOVE WRK-MATRICULE TO WS-MATRICULE-PREC
               MOVE WRK-HORODATAGE TO WS-HORODATAGE-RETENU
           END-IF.
           IF WRK-HORODATAGE NOT = WS-HORODATAGE-RETENU
               ADD 1 TO WS-NB-REMPLACEES
               EXIT PARAGRAPH
           END-IF.

           IF WS-DEPT-CHOISI NOT = SPACES
                   AND WRK-DEPARTEMENT NOT = WS-DEPT-CHOISI
               EXIT PARAGRAPH
           END-IF.
           IF WS-ETAB-CHOISI NOT = SPACES
                   AND WRK-ETABLISSEMENT NOT = WS-ETAB-CHOISI
               EXIT PARAGRAPH
           END-IF.
           IF ELEMENT-PREFIXE
               IF WS-LONG-PREFIXE > 0
                   IF WRK-ELEMENT(1:WS-LONG-PREFIXE)
                           NOT = WS-ELEMENT-CHOISI(1:WS-LONG-PREFIXE)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               IF WS-ELEMENT-CHOISI NOT = SPACES
                       AND WRK-ELEMENT NOT = WS-ELEMENT-CHOISI
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WRK-IMAGE TO ENR-EXTRAIT.
           WRITE ENR-EXTRAIT.
           ADD 1 TO WS-NB-RETENUES.
           PERFORM CUMULER-ELEMENT.

      *---------------------------------------------------------------
       CUMULER-ELEMENT.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELEMENTS
                      OR WS-ELT-CODE(WS-IDX-ELT) = WRK-ELEMENT
               CONTINUE
           END-PERFORM.
           IF WS-IDX-ELT > WS-NB-ELEMENTS
               IF WS-NB-ELEMENTS NOT < WS-MAX-ELEMENTS
                   DISPLAY '*** Capacite de ' WS-MAX-ELEMENTS
                           ' elements par periode depassee - '
                           'extrait arrete ***'
                   CLOSE FIC-EXTRAIT
                   CLOSE FIC-RAPPORT
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-ELEMENTS
               SET WS-IDX-ELT TO WS-NB-ELEMENTS
               MOVE WRK-ELEMENT TO WS-ELT-CODE(WS-IDX-ELT)
               MOVE 0 TO WS-ELT-NB(WS-IDX-ELT)
               MOVE 0 TO WS-ELT-MONTANT(WS-IDX-ELT)
           END-IF.
           ADD 1 TO WS-ELT-NB(WS-IDX-ELT).
           ADD WRK-MONTANT TO WS-ELT-MONTANT(WS-IDX-ELT).

      *---------------------------------------------------------------
      * Un bloc par periode et cycle : un element par ligne, dans
      * l'ordre de premiere apparition (ordre du bulletin).
       ECRIRE-TOTAUX-PERIODE.
           IF WS-NB-ELEMENTS = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PERIODES.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Periode ' WS-PERIODE-PREC '  cycle ' WS-CYCLE-PREC
                  '        Element    Salaries         Montant'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           PERFORM VARYING WS-IDX-ELT FROM 1 BY 1
                   UNTIL WS-IDX-ELT > WS-NB-ELEMENTS
               MOVE WS-ELT-NB(WS-IDX-ELT) TO WS-NB-EDIT
               MOVE WS-ELT-MONTANT(WS-IDX-ELT) TO WS-MONTANT-EDIT
               STRING '                              '
                      WS-ELT-CODE(WS-IDX-ELT) '     ' WS-NB-EDIT
                      '  ' WS-MONTANT-EDIT
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-UNE-LIGNE
           END-PERFORM.
           MOVE 0 TO WS-NB-ELEMENTS.

      *---------------------------------------------------------------
       ECRIRE-BILAN.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Lignes lues : ' WS-NB-LUES
                  '  remplacees par une reprise : ' WS-NB-REMPLACEES
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.
           STRING 'Lignes retenues : ' WS-NB-RETENUES
                  ' sur ' WS-NB-PERIODES ' periode(s)'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-UNE-LIGNE.

      *---------------------------------------------------------------
       ECRIRE-UNE-LIGNE.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           DISPLAY WS-LIGNE(1:72).
           MOVE SPACES TO WS-LIGNE.
