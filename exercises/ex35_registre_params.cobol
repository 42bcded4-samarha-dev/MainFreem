      *===============================================================
      * Exercice 35 - Saisie des changements de parametres
      * Niveau : Expert
      * Les taux, seuils et plafonds vivaient chacun dans un petit
      * fichier par programme, reecrit a la main et sans date : on
      * ne savait ni qui les avait changes, ni quelle valeur etait en
      * vigueur a une date donnee. Ils sont desormais tenus dans un
      * registre central date FIC-REGISTRE-PARAMS.dat (PARAMREC), au
      * catalogue PARAMDEF (code, libelle, plage admise).
      * Premier volet du double controle : l'operateur de saisie
      * donne ses changements dans FIC-MOUVEMENTS-PARAMS.dat (code,
      * cle, date d'effet, nouvelle valeur). Chaque mouvement est
      * controle puis mis en attente dans FIC-PARAMS-ATTENTE.dat ;
      * il ne touche pas le registre. Seul un second operateur, dans
      * EX35B-VALIDATION-PARAMS, peut le valider et le porter au
      * registre. Un mouvement est rejete si :
      *   - le code n'est pas au catalogue PARAMDEF ;
      *   - la date d'effet est invalide ;
      *   - la date d'effet tombe avant le mois en cours alors que le
      *     parametre a deja une valeur au registre (l'historique est
      *     fige ; seule la premiere reprise d'un parametre peut etre
      *     datee dans le passe) ;
      *   - la valeur est hors de la plage du catalogue ;
      *   - la valeur est celle deja en vigueur a la date d'effet ;
      *   - le meme changement (code, cle, date d'effet) attend deja
      *     une validation.
      * Le fichier des mouvements est ensuite vide.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex35_lecparam.cobol -o ex35_lecparam.o
      *   cobc -x ex35_registre_params.cobol ex35_lecparam.o
      *        -I ../copybooks
      * Executer : ./ex35_registre_params
      * Entree : code operateur de saisie (clavier)
      * Code retour : 0 = tous les mouvements mis en attente,
      *               4 = au moins un mouvement rejete,
      *               8 = code operateur absent
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX35-REGISTRE-PARAMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-PARAMS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-ATTENTE ASSIGN TO 'FIC-PARAMS-ATTENTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-PARAM.
           05 MVP-CODE          PIC X(20).
           05 MVP-CLE           PIC X(10).
           05 MVP-DATE-EFFET    PIC 9(8).
           05 MVP-VALEUR        PIC 9(9)V9(4).

      * Demande de changement en attente de validation ; meme
      * enregistrement que FIC-ATTENTE dans EX35B-VALIDATION-PARAMS.
      * Etat : A = en attente, V = validee, R = rejetee.
       FD  FIC-ATTENTE LABEL RECORDS ARE STANDARD.
       01  ENR-ATTENTE-PARAM.
           05 ATP-CODE          PIC X(20).
           05 ATP-CLE           PIC X(10).
           05 ATP-DATE-EFFET    PIC 9(8).
           05 ATP-VALEUR-AVANT  PIC 9(9)V9(4).
           05 ATP-VALEUR-APRES  PIC 9(9)V9(4).
           05 ATP-OPERATEUR-1   PIC X(8).
           05 ATP-DATE          PIC 9(8).
           05 ATP-HEURE         PIC 9(6).
           05 ATP-ETAT          PIC X.

       WORKING-STORAGE SECTION.
       COPY PARAMDEF.

       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-ATTENTE   PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9 VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DEBUT-MOIS       PIC 9(8) VALUE 0.
       01 WS-OPERATEUR-1      PIC X(8) VALUE SPACES.
       01 WS-MOTIF-REJET      PIC X(50) VALUE SPACES.

      * Demandes deja en attente, pour refuser les doublons.
       01 WS-MAX-ATTENTES     PIC 9(3) VALUE 500.
       01 WS-TABLE-ATTENTES.
          05 WS-ATT-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-ATT.
             10 WS-ATT-CODE      PIC X(20).
             10 WS-ATT-CLE       PIC X(10).
             10 WS-ATT-EFFET     PIC 9(8).
       01 WS-NB-ATTENTES      PIC 9(3) VALUE 0.

       01 WS-NB-MOUVEMENTS    PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTES      PIC 9(4) VALUE 0.
       01 WS-NB-REJETES       PIC 9(4) VALUE 0.

      * Zones d'appel de EX35-LECPARAM.
       01 WS-LEC-CODE         PIC X(20).
       01 WS-LEC-CLE          PIC X(10).
       01 WS-LEC-DATE         PIC 9(8).
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.
       01 WS-VALEUR-AVANT     PIC 9(9)V9(4) VALUE 0.
       01 WS-VALEUR-EDITEE    PIC Z(8)9.9(4).

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Saisie des changements de'.
           DISPLAY '  parametres (registre central)'.
           DISPLAY '================================'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DEBUT-MOIS.
           MOVE '01' TO WS-DEBUT-MOIS(7:2).
           DISPLAY 'Code operateur de saisie : ' WITH NO ADVANCING.
           ACCEPT WS-OPERATEUR-1.
           IF WS-OPERATEUR-1 = SPACES
               DISPLAY '*** Code operateur obligatoire ***'
               STOP RUN 8
           END-IF.

           PERFORM CHARGER-ATTENTES.
           PERFORM OUVRIR-ATTENTE.

           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS = '00'
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
               PERFORM UNTIL FIC-TERMINE
                   ADD 1 TO WS-NB-MOUVEMENTS
                   PERFORM TRAITER-MOUVEMENT
                   READ FIC-MOUVEMENTS
                       AT END SET FIC-TERMINE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FIC-MOUVEMENTS
      * Mouvements consommes : le fichier est vide pour le prochain
      * passage.
               OPEN OUTPUT FIC-MOUVEMENTS
               CLOSE FIC-MOUVEMENTS
           END-IF.
           CLOSE FIC-ATTENTE.

           IF WS-NB-MOUVEMENTS = 0
               DISPLAY 'Aucun mouvement dans FIC-MOUVEMENTS-PARAMS.dat'
           END-IF.
           DISPLAY 'Mouvements lus : ' WS-NB-MOUVEMENTS
                   ', mis en attente : ' WS-NB-ACCEPTES
                   ', rejetes : ' WS-NB-REJETES.
           IF WS-NB-ACCEPTES > 0
               DISPLAY 'A valider par un second operateur dans '
                       'EX35B-VALIDATION-PARAMS'
           END-IF.
           IF WS-NB-REJETES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-ATTENTES.
           OPEN INPUT FIC-ATTENTE.
           IF WS-STATUT-ATTENTE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-ATTENTE NOT = '00'
               READ FIC-ATTENTE
                   AT END MOVE '10' TO WS-STATUT-ATTENTE
                   NOT AT END
                       IF ATP-ETAT = 'A'
                               AND WS-NB-ATTENTES < WS-MAX-ATTENTES
                           ADD 1 TO WS-NB-ATTENTES
                           MOVE ATP-CODE
                               TO WS-ATT-CODE(WS-NB-ATTENTES)
                           MOVE ATP-CLE TO WS-ATT-CLE(WS-NB-ATTENTES)
                           MOVE ATP-DATE-EFFET
                               TO WS-ATT-EFFET(WS-NB-ATTENTES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ATTENTE.

      *---------------------------------------------------------------
       OUVRIR-ATTENTE.
           MOVE '00' TO WS-STATUT-ATTENTE.
           OPEN EXTEND FIC-ATTENTE.
           IF WS-STATUT-ATTENTE NOT = '00'
               OPEN OUTPUT FIC-ATTENTE
           END-IF.

      *---------------------------------------------------------------
       TRAITER-MOUVEMENT.
           SET WS-IDX-DPA TO 1.
           SEARCH WS-PARAMDEF
               AT END
                   MOVE 'code absent du catalogue PARAMDEF'
                     TO WS-MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
                   EXIT PARAGRAPH
               WHEN DPA-CODE(WS-IDX-DPA) = MVP-CODE
                   CONTINUE
           END-SEARCH.

           IF MVP-DATE-EFFET NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(MVP-DATE-EFFET) NOT = 0
               MOVE 'date d''effet invalide' TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.

           IF MVP-VALEUR NOT NUMERIC
              OR MVP-VALEUR < DPA-MINIMUM(WS-IDX-DPA)
              OR MVP-VALEUR > DPA-MAXIMUM(WS-IDX-DPA)
               MOVE 'valeur hors de la plage du catalogue'
                 TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.

      * Historique fige : une date d'effet passee n'est admise que
      * pour la toute premiere valeur du parametre (reprise).
           IF MVP-DATE-EFFET < WS-DEBUT-MOIS
               MOVE 99991231 TO WS-LEC-DATE
               PERFORM LIRE-VALEUR-REGISTRE
               IF WS-LEC-RETOUR = 0
                   MOVE 'date d''effet avant le mois en cours'
                     TO WS-MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE MVP-DATE-EFFET TO WS-LEC-DATE.
           PERFORM LIRE-VALEUR-REGISTRE.
           MOVE 0 TO WS-VALEUR-AVANT.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-VALEUR-AVANT
               IF WS-LEC-VALEUR = MVP-VALEUR
                   MOVE 'valeur deja en vigueur a la date d''effet'
                     TO WS-MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENTES
               IF WS-ATT-CODE(WS-IDX-ATT) = MVP-CODE
                       AND WS-ATT-CLE(WS-IDX-ATT) = MVP-CLE
                       AND WS-ATT-EFFET(WS-IDX-ATT) = MVP-DATE-EFFET
                   MOVE 'meme changement deja en attente de validation'
                     TO WS-MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM METTRE-EN-ATTENTE.

      *---------------------------------------------------------------
       LIRE-VALEUR-REGISTRE.
           MOVE MVP-CODE TO WS-LEC-CODE.
           MOVE MVP-CLE  TO WS-LEC-CLE.
           MOVE 0 TO WS-LEC-VALEUR.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-LEC-DATE WS-LEC-VALEUR
                                      WS-LEC-RETOUR.

      *---------------------------------------------------------------
       METTRE-EN-ATTENTE.
           MOVE MVP-CODE         TO ATP-CODE.
           MOVE MVP-CLE          TO ATP-CLE.
           MOVE MVP-DATE-EFFET   TO ATP-DATE-EFFET.
           MOVE WS-VALEUR-AVANT  TO ATP-VALEUR-AVANT.
           MOVE MVP-VALEUR       TO ATP-VALEUR-APRES.
           MOVE WS-OPERATEUR-1   TO ATP-OPERATEUR-1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ATP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ATP-HEURE.
           MOVE 'A'              TO ATP-ETAT.
           WRITE ENR-ATTENTE-PARAM.
           ADD 1 TO WS-NB-ACCEPTES.
           IF WS-NB-ATTENTES < WS-MAX-ATTENTES
               ADD 1 TO WS-NB-ATTENTES
               MOVE MVP-CODE TO WS-ATT-CODE(WS-NB-ATTENTES)
               MOVE MVP-CLE  TO WS-ATT-CLE(WS-NB-ATTENTES)
               MOVE MVP-DATE-EFFET TO WS-ATT-EFFET(WS-NB-ATTENTES)
           END-IF.
           MOVE MVP-VALEUR TO WS-VALEUR-EDITEE.
           DISPLAY 'Mouvement ' FUNCTION TRIM(MVP-CODE) ' '
                   FUNCTION TRIM(MVP-CLE) ' au ' MVP-DATE-EFFET
                   ' = ' FUNCTION TRIM(WS-VALEUR-EDITEE)
                   ' : en attente de validation'.

      *---------------------------------------------------------------
       REJETER-MOUVEMENT.
           ADD 1 TO WS-NB-REJETES.
           DISPLAY 'Mouvement ' FUNCTION TRIM(MVP-CODE) ' '
                   FUNCTION TRIM(MVP-CLE) ' au ' MVP-DATE-EFFET
                   ' REJETE : ' FUNCTION TRIM(WS-MOTIF-REJET).
