      *===============================================================
      * Exercice 35b - Validation des changements de parametres
      * Niveau : Expert
      * Second volet du double controle du registre central des
      * parametres : les changements saisis dans
      * EX35-REGISTRE-PARAMS attendent dans FIC-PARAMS-ATTENTE.dat.
      * Un second operateur - au code obligatoirement different de
      * celui qui a saisi - revoit ici chaque demande, la valide (V)
      * ou la rejette (R), comme EX07K-APPROBATIONS pour les salaires :
      *   - validee : la valeur est portee au registre
      *     FIC-REGISTRE-PARAMS.dat a sa date d'effet (une valeur de
      *     meme code, cle et date d'effet est remplacee ; les
      *     autres dates restent intactes), le registre reste trie ;
      *   - rejetee : la demande est marquee R, le registre intact.
      * La plage du catalogue PARAMDEF est recontrolee avant de
      * porter la valeur : le catalogue a pu changer depuis la
      * saisie. Chaque decision (V ou R) est journalisee dans
      * FIC-AUDIT-PARAMS.dat (AUDPARREC) avec la valeur en vigueur a
      * la date d'effet avant le changement et les DEUX codes
      * operateurs. Le fichier des demandes est reecrit avec l'etat
      * de chacune, piste de controle comprise.
      * Refuse de tourner pendant la branche paie de la chaine de
      * nuit (FIC-VERROU-PAIE.dat present) : un taux ne change pas
      * sous une paie en cours.
      * Compiler : cobc -x ex35b_validation_params.cobol
      *            -I ../copybooks
      * Executer : ./ex35b_validation_params
      * Entree : code operateur valideur, puis une decision par
      *          demande (clavier)
      * Code retour : 0 = fin normale,
      *               8 = code operateur absent, paie en cours ou
      *                   registre trop grand (rien n'est modifie)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX35B-VALIDATION-PARAMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-VERROU-PAIE ASSIGN TO 'FIC-VERROU-PAIE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FIC-ATTENTE ASSIGN TO 'FIC-PARAMS-ATTENTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENTE.
           SELECT FIC-REGISTRE ASSIGN TO 'FIC-REGISTRE-PARAMS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-AUDIT ASSIGN TO 'FIC-AUDIT-PARAMS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.

       DATA DIVISION.
       FILE SECTION.
      * Meme enregistrement que FIC-ATTENTE dans EX35-REGISTRE-PARAMS.
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

       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       COPY PARAMREC.

       FD  FIC-AUDIT LABEL RECORDS ARE STANDARD.
       COPY AUDPARREC.

      * Jeton de verrouillage pose par EX17-CHAINE-NUIT pendant la
      * branche paie.
       FD  FIC-VERROU-PAIE LABEL RECORDS ARE STANDARD.
       01  ENR-VERROU-PAIE.
           05 VRL-DATE          PIC 9(8).
           05 VRL-HEURE         PIC 9(6).
           05 VRL-PROGRAMME     PIC X(14).

       WORKING-STORAGE SECTION.
       COPY PARAMDEF.

       01 WS-STATUT-VERROU    PIC X(2) VALUE '00'.
       01 WS-STATUT-ATTENTE   PIC X(2) VALUE '00'.
       01 WS-STATUT-REGISTRE  PIC X(2) VALUE '00'.
       01 WS-STATUT-AUDIT     PIC X(2) VALUE '00'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-OPERATEUR-2      PIC X(8) VALUE SPACES.
       01 WS-DECISION         PIC X VALUE SPACE.
          88 DECISION-VALIDEE VALUE 'V'.
          88 DECISION-REJETEE VALUE 'R'.

       01 WS-MAX-ATTENTES     PIC 9(3) VALUE 500.
       01 WS-TABLE-ATTENTES.
          05 WS-ATT-LIGNE OCCURS 500 TIMES
                  INDEXED BY WS-IDX-ATT.
             10 WS-ATT-CODE      PIC X(20).
             10 WS-ATT-CLE       PIC X(10).
             10 WS-ATT-EFFET     PIC 9(8).
             10 WS-ATT-AVANT     PIC 9(9)V9(4).
             10 WS-ATT-APRES     PIC 9(9)V9(4).
             10 WS-ATT-OPER1     PIC X(8).
             10 WS-ATT-DATE      PIC 9(8).
             10 WS-ATT-HEURE     PIC 9(6).
             10 WS-ATT-ETAT      PIC X.
                88 ATT-EN-ATTENTE VALUE 'A'.
       01 WS-NB-ATTENTES      PIC 9(3) VALUE 0.
       01 WS-NB-VALIDEES      PIC 9(3) VALUE 0.
       01 WS-NB-REJETEES      PIC 9(3) VALUE 0.
       01 WS-NB-REFUS-MEME-OP PIC 9(3) VALUE 0.

      * Registre en memoire, trie par code, cle et date d'effet ;
      * la cle de tri est la zone de tete de chaque ligne.
       01 WS-MAX-REGISTRE     PIC 9(4) VALUE 1000.
       01 WS-TABLE-REGISTRE.
          05 WS-REG-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-REG WS-IDX-DEC.
             10 WS-REG-TRI.
                15 WS-REG-CODE      PIC X(20).
                15 WS-REG-CLE       PIC X(10).
                15 WS-REG-EFFET     PIC 9(8).
             10 WS-REG-VALEUR    PIC 9(9)V9(4).
             10 WS-REG-OPER-SAISIE PIC X(8).
             10 WS-REG-OPER-VALID  PIC X(8).
             10 WS-REG-DATE-VALID  PIC 9(8).
       01 WS-NB-REGISTRE      PIC 9(4) VALUE 0.
       01 WS-REGISTRE-MODIFIE PIC X VALUE 'N'.
          88 REGISTRE-MODIFIE VALUE 'O'.

       01 WS-TRI-DEMANDE.
          05 WS-TRI-CODE       PIC X(20).
          05 WS-TRI-CLE        PIC X(10).
          05 WS-TRI-EFFET      PIC 9(8).
       01 WS-POSITION         PIC 9(4) VALUE 0.
       01 WS-MEILLEUR-EFFET   PIC 9(8) VALUE 0.
       01 WS-VALEUR-AVANT     PIC 9(9)V9(4) VALUE 0.
       01 WS-VALEUR-EDITEE    PIC Z(8)9.9(4).

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Validation des changements'.
           DISPLAY '  de parametres'.
           DISPLAY '================================'.

           PERFORM CONTROLER-VERROU-PAIE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY 'Code operateur valideur : ' WITH NO ADVANCING.
           ACCEPT WS-OPERATEUR-2.
           IF WS-OPERATEUR-2 = SPACES
               DISPLAY '*** Code operateur obligatoire ***'
               STOP RUN 8
           END-IF.

           PERFORM CHARGER-ATTENTES.
           IF WS-NB-ATTENTES = 0
               DISPLAY 'Aucun changement en attente de validation'
               STOP RUN
           END-IF.

           PERFORM CHARGER-REGISTRE.
           PERFORM OUVRIR-JOURNAL-AUDIT.

           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENTES
               IF ATT-EN-ATTENTE(WS-IDX-ATT)
                   PERFORM REVOIR-UNE-DEMANDE
               END-IF
           END-PERFORM.

           CLOSE FIC-AUDIT.
           IF REGISTRE-MODIFIE
               PERFORM REECRIRE-REGISTRE
           END-IF.
           PERFORM REECRIRE-ATTENTES.

           DISPLAY 'Demandes validees : ' WS-NB-VALIDEES
                   ', rejetees : ' WS-NB-REJETEES
                   ', refus meme operateur : ' WS-NB-REFUS-MEME-OP.
           STOP RUN.

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
                       IF WS-NB-ATTENTES < WS-MAX-ATTENTES
                           ADD 1 TO WS-NB-ATTENTES
                           PERFORM RETENIR-ATTENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-ATTENTE.
           DISPLAY 'Demandes chargees : ' WS-NB-ATTENTES.

      *---------------------------------------------------------------
       RETENIR-ATTENTE.
           MOVE ATP-CODE         TO WS-ATT-CODE(WS-NB-ATTENTES).
           MOVE ATP-CLE          TO WS-ATT-CLE(WS-NB-ATTENTES).
           MOVE ATP-DATE-EFFET   TO WS-ATT-EFFET(WS-NB-ATTENTES).
           MOVE ATP-VALEUR-AVANT TO WS-ATT-AVANT(WS-NB-ATTENTES).
           MOVE ATP-VALEUR-APRES TO WS-ATT-APRES(WS-NB-ATTENTES).
           MOVE ATP-OPERATEUR-1  TO WS-ATT-OPER1(WS-NB-ATTENTES).
           MOVE ATP-DATE         TO WS-ATT-DATE(WS-NB-ATTENTES).
           MOVE ATP-HEURE        TO WS-ATT-HEURE(WS-NB-ATTENTES).
           MOVE ATP-ETAT         TO WS-ATT-ETAT(WS-NB-ATTENTES).

      *---------------------------------------------------------------
      * Un registre plus grand que la table ne serait reecrit
      * qu'en partie : rien n'est decide dans ce cas.
       CHARGER-REGISTRE.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'Registre FIC-REGISTRE-PARAMS.dat absent : '
                       'il sera cree'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-REGISTRE NOT = '00'
               READ FIC-REGISTRE
                   AT END MOVE '10' TO WS-STATUT-REGISTRE
                   NOT AT END
                       IF WS-NB-REGISTRE NOT < WS-MAX-REGISTRE
                           DISPLAY '*** Registre de plus de '
                                   WS-MAX-REGISTRE ' valeurs : '
                                   'validation impossible ***'
                           CLOSE FIC-REGISTRE
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-REGISTRE
                       MOVE RPA-CODE TO WS-REG-CODE(WS-NB-REGISTRE)
                       MOVE RPA-CLE  TO WS-REG-CLE(WS-NB-REGISTRE)
                       MOVE RPA-DATE-EFFET
                         TO WS-REG-EFFET(WS-NB-REGISTRE)
                       MOVE RPA-VALEUR
                         TO WS-REG-VALEUR(WS-NB-REGISTRE)
                       MOVE RPA-OPERATEUR-SAISIE
                         TO WS-REG-OPER-SAISIE(WS-NB-REGISTRE)
                       MOVE RPA-OPERATEUR-VALID
                         TO WS-REG-OPER-VALID(WS-NB-REGISTRE)
                       MOVE RPA-DATE-VALID
                         TO WS-REG-DATE-VALID(WS-NB-REGISTRE)
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.
           DISPLAY 'Valeurs au registre : ' WS-NB-REGISTRE.

      *---------------------------------------------------------------
      * Double controle : le meme code operateur ne peut pas saisir
      * et valider - la demande reste en attente pour un autre.
       REVOIR-UNE-DEMANDE.
           IF WS-ATT-OPER1(WS-IDX-ATT) = WS-OPERATEUR-2
               ADD 1 TO WS-NB-REFUS-MEME-OP
               DISPLAY FUNCTION TRIM(WS-ATT-CODE(WS-IDX-ATT)) ' '
                       FUNCTION TRIM(WS-ATT-CLE(WS-IDX-ATT))
                       ' : saisi par le meme operateur, demande '
                       'laissee en attente pour un autre'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-VALEUR-EN-VIGUEUR.
           DISPLAY ' '.
           DISPLAY 'Demande : ' FUNCTION TRIM(WS-ATT-CODE(WS-IDX-ATT))
                   ' ' FUNCTION TRIM(WS-ATT-CLE(WS-IDX-ATT))
                   ' au ' WS-ATT-EFFET(WS-IDX-ATT)
                   ' (saisie par ' WS-ATT-OPER1(WS-IDX-ATT)
                   ' le ' WS-ATT-DATE(WS-IDX-ATT) ')'.
           MOVE WS-VALEUR-AVANT TO WS-VALEUR-EDITEE.
           DISPLAY '  En vigueur : ' WS-VALEUR-EDITEE.
           MOVE WS-ATT-APRES(WS-IDX-ATT) TO WS-VALEUR-EDITEE.
           DISPLAY '  Demandee   : ' WS-VALEUR-EDITEE.
           DISPLAY 'Decision (V=valider R=rejeter autre=passer) : '
               WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN DECISION-VALIDEE
                   PERFORM APPLIQUER-DEMANDE
               WHEN DECISION-REJETEE
                   PERFORM REJETER-DEMANDE
                   DISPLAY '  Demande rejetee, registre intact'
               WHEN OTHER
                   DISPLAY '  Demande laissee en attente'
           END-EVALUATE.

      *---------------------------------------------------------------
      * Valeur en vigueur a la date d'effet de la demande, d'apres le
      * registre tel qu'il est maintenant (une validation precedente
      * de la session a pu le changer) ; 0 s'il n'y en a aucune.
       CHERCHER-VALEUR-EN-VIGUEUR.
           MOVE 0 TO WS-VALEUR-AVANT.
           MOVE 0 TO WS-MEILLEUR-EFFET.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
               IF WS-REG-CODE(WS-IDX-REG) = WS-ATT-CODE(WS-IDX-ATT)
                   AND WS-REG-CLE(WS-IDX-REG) = WS-ATT-CLE(WS-IDX-ATT)
                   AND WS-REG-EFFET(WS-IDX-REG)
                       NOT > WS-ATT-EFFET(WS-IDX-ATT)
                   AND WS-REG-EFFET(WS-IDX-REG)
                       NOT < WS-MEILLEUR-EFFET
                   MOVE WS-REG-EFFET(WS-IDX-REG) TO WS-MEILLEUR-EFFET
                   MOVE WS-REG-VALEUR(WS-IDX-REG) TO WS-VALEUR-AVANT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       APPLIQUER-DEMANDE.
           SET WS-IDX-DPA TO 1.
           SEARCH WS-PARAMDEF
               AT END
                   DISPLAY '  Code retire du catalogue PARAMDEF, '
                           'demande rejetee'
                   PERFORM REJETER-DEMANDE
                   EXIT PARAGRAPH
               WHEN DPA-CODE(WS-IDX-DPA) = WS-ATT-CODE(WS-IDX-ATT)
                   CONTINUE
           END-SEARCH.
           IF WS-ATT-APRES(WS-IDX-ATT) < DPA-MINIMUM(WS-IDX-DPA)
              OR WS-ATT-APRES(WS-IDX-ATT) > DPA-MAXIMUM(WS-IDX-DPA)
               DISPLAY '  Valeur hors de la plage du catalogue, '
                       'demande rejetee'
               PERFORM REJETER-DEMANDE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ATT-CODE(WS-IDX-ATT)  TO WS-TRI-CODE.
           MOVE WS-ATT-CLE(WS-IDX-ATT)   TO WS-TRI-CLE.
           MOVE WS-ATT-EFFET(WS-IDX-ATT) TO WS-TRI-EFFET.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
                      OR WS-REG-TRI(WS-IDX-REG) NOT < WS-TRI-DEMANDE
               CONTINUE
           END-PERFORM.
           SET WS-POSITION TO WS-IDX-REG.

           IF WS-POSITION > WS-NB-REGISTRE
                   OR WS-REG-TRI(WS-POSITION) NOT = WS-TRI-DEMANDE
               IF WS-NB-REGISTRE NOT < WS-MAX-REGISTRE
                   DISPLAY '  Registre plein (' WS-MAX-REGISTRE
                           ' valeurs), demande laissee en attente'
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-IDX-DEC FROM WS-NB-REGISTRE BY -1
                       UNTIL WS-IDX-DEC < WS-POSITION
                   MOVE WS-REG-LIGNE(WS-IDX-DEC)
                     TO WS-REG-LIGNE(WS-IDX-DEC + 1)
               END-PERFORM
               ADD 1 TO WS-NB-REGISTRE
               MOVE WS-TRI-DEMANDE TO WS-REG-TRI(WS-POSITION)
           END-IF.

           MOVE WS-ATT-APRES(WS-IDX-ATT)
             TO WS-REG-VALEUR(WS-POSITION).
           MOVE WS-ATT-OPER1(WS-IDX-ATT)
             TO WS-REG-OPER-SAISIE(WS-POSITION).
           MOVE WS-OPERATEUR-2 TO WS-REG-OPER-VALID(WS-POSITION).
           MOVE WS-DATE-JOUR   TO WS-REG-DATE-VALID(WS-POSITION).
           SET REGISTRE-MODIFIE TO TRUE.
           ADD 1 TO WS-NB-VALIDEES.
           MOVE 'V' TO WS-ATT-ETAT(WS-IDX-ATT).
           MOVE 'V' TO AUP-DECISION.
           PERFORM ECRIRE-AUDIT-PARAM.
           DISPLAY '  Valeur portee au registre'.

      *---------------------------------------------------------------
       REJETER-DEMANDE.
           ADD 1 TO WS-NB-REJETEES.
           MOVE 'R' TO WS-ATT-ETAT(WS-IDX-ATT).
           MOVE 'R' TO AUP-DECISION.
           PERFORM ECRIRE-AUDIT-PARAM.

      *---------------------------------------------------------------
      * L'audit porte les deux codes : qui a saisi, qui a decide.
       ECRIRE-AUDIT-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUP-HEURE.
           MOVE 'EX35B-VALID-PA' TO AUP-PROGRAMME.
           MOVE WS-ATT-CODE(WS-IDX-ATT)  TO AUP-CODE.
           MOVE WS-ATT-CLE(WS-IDX-ATT)   TO AUP-CLE.
           MOVE WS-ATT-EFFET(WS-IDX-ATT) TO AUP-DATE-EFFET.
           MOVE WS-VALEUR-AVANT          TO AUP-VALEUR-AVANT.
           MOVE WS-ATT-APRES(WS-IDX-ATT) TO AUP-VALEUR-APRES.
           MOVE WS-ATT-OPER1(WS-IDX-ATT) TO AUP-OPERATEUR-1.
           MOVE WS-OPERATEUR-2           TO AUP-OPERATEUR-2.
           WRITE ENR-AUDIT-PARAM.

      *---------------------------------------------------------------
       REECRIRE-REGISTRE.
           OPEN OUTPUT FIC-REGISTRE.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
               MOVE WS-REG-CODE(WS-IDX-REG)   TO RPA-CODE
               MOVE WS-REG-CLE(WS-IDX-REG)    TO RPA-CLE
               MOVE WS-REG-EFFET(WS-IDX-REG)  TO RPA-DATE-EFFET
               MOVE WS-REG-VALEUR(WS-IDX-REG) TO RPA-VALEUR
               MOVE WS-REG-OPER-SAISIE(WS-IDX-REG)
                 TO RPA-OPERATEUR-SAISIE
               MOVE WS-REG-OPER-VALID(WS-IDX-REG)
                 TO RPA-OPERATEUR-VALID
               MOVE WS-REG-DATE-VALID(WS-IDX-REG) TO RPA-DATE-VALID
               WRITE ENR-REGISTRE-PARAM
           END-PERFORM.
           CLOSE FIC-REGISTRE.
           DISPLAY 'Registre reecrit : ' WS-NB-REGISTRE ' valeurs'.

      *---------------------------------------------------------------
       REECRIRE-ATTENTES.
           OPEN OUTPUT FIC-ATTENTE.
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATTENTES
               MOVE WS-ATT-CODE(WS-IDX-ATT)  TO ATP-CODE
               MOVE WS-ATT-CLE(WS-IDX-ATT)   TO ATP-CLE
               MOVE WS-ATT-EFFET(WS-IDX-ATT) TO ATP-DATE-EFFET
               MOVE WS-ATT-AVANT(WS-IDX-ATT) TO ATP-VALEUR-AVANT
               MOVE WS-ATT-APRES(WS-IDX-ATT) TO ATP-VALEUR-APRES
               MOVE WS-ATT-OPER1(WS-IDX-ATT) TO ATP-OPERATEUR-1
               MOVE WS-ATT-DATE(WS-IDX-ATT)  TO ATP-DATE
               MOVE WS-ATT-HEURE(WS-IDX-ATT) TO ATP-HEURE
               MOVE WS-ATT-ETAT(WS-IDX-ATT)  TO ATP-ETAT
               WRITE ENR-ATTENTE-PARAM
           END-PERFORM.
           CLOSE FIC-ATTENTE.

      *---------------------------------------------------------------
       OUVRIR-JOURNAL-AUDIT.
           OPEN EXTEND FIC-AUDIT.
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FIC-AUDIT
           END-IF.

      *---------------------------------------------------------------
      * Aucun changement de parametre pendant la fenetre de paie,
      * comme EX07K-APPROBATIONS.
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
                           ' : validations refusees pendant la '
                           'branche paie ***'
                   STOP RUN 8
           END-READ.
