      *===============================================================
      * Exercice 35c - Etat des parametres a une date
      * Niveau : Expert
      * Repond a la question de l'audit ou de la paie : quelles
      * etaient toutes les valeurs de parametres a telle date ?
      * Pour chaque code du catalogue PARAMDEF et chaque cle connue
      * au registre central FIC-REGISTRE-PARAMS.dat, l'etat
      * FIC-ETAT-PARAMS.txt donne la valeur en vigueur a la date
      * (plus grande date d'effet inferieure ou egale), sa date
      * d'effet et les deux operateurs qui l'ont saisie et validee.
      * Un code sans valeur au registre a cette date est signale :
      * les programmes qui le lisent retombent alors sur leur
      * fichier de parametre historique, nomme dans l'etat.
      * Meme regle de choix que EX35-LECPARAM.
      * Compiler : cobc -x ex35c_etat_params.cobol -I ../copybooks
      * Executer : ./ex35c_etat_params
      * Entree : date de l'etat AAAAMMJJ (clavier, vide = ce jour)
      * Code retour : 0 = tous les parametres ont une valeur au
      *                   registre a la date,
      *               4 = au moins un parametre sans valeur (repli
      *                   sur le fichier historique),
      *               8 = date invalide ou registre trop grand
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX35C-ETAT-PARAMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REGISTRE ASSIGN TO 'FIC-REGISTRE-PARAMS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-ETAT ASSIGN TO 'FIC-ETAT-PARAMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       COPY PARAMREC.

       FD  FIC-ETAT.
       01  LIGNE-ETAT           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARAMDEF.

       01 WS-STATUT-REGISTRE  PIC X(2) VALUE '00'.
       01 WS-CODE-RETOUR      PIC 9 VALUE 0.
       01 WS-DATE-SAISIE      PIC X(8) VALUE SPACES.
       01 WS-DATE-ETAT        PIC 9(8) VALUE 0.

       01 WS-MAX-REGISTRE     PIC 9(4) VALUE 1000.
       01 WS-TABLE-REGISTRE.
          05 WS-REG-LIGNE OCCURS 1000 TIMES
                  INDEXED BY WS-IDX-REG WS-IDX-SUIV.
             10 WS-REG-CODE      PIC X(20).
             10 WS-REG-CLE       PIC X(10).
             10 WS-REG-EFFET     PIC 9(8).
             10 WS-REG-VALEUR    PIC 9(9)V9(4).
             10 WS-REG-OPER-SAISIE PIC X(8).
             10 WS-REG-OPER-VALID  PIC X(8).
       01 WS-NB-REGISTRE      PIC 9(4) VALUE 0.

       01 WS-NB-LIGNES-CODE   PIC 9(4) VALUE 0.
       01 WS-NB-VALEURS       PIC 9(4) VALUE 0.
       01 WS-NB-SANS-VALEUR   PIC 9(2) VALUE 0.
       01 WS-EN-VIGUEUR       PIC X VALUE 'N'.
          88 VALEUR-EN-VIGUEUR VALUE 'O'.

       01 WS-LIGNE-DETAIL.
          05 DET-CODE          PIC X(20).
          05 FILLER            PIC X VALUE SPACE.
          05 DET-CLE           PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 DET-VALEUR        PIC Z(8)9.9(4).
          05 FILLER            PIC X VALUE SPACE.
          05 DET-EFFET         PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 DET-SAISIE        PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 DET-VALIDE        PIC X(8).

       PROCEDURE DIVISION.
           DISPLAY '================================'.
           DISPLAY '  Etat des parametres a date'.
           DISPLAY '================================'.
           DISPLAY 'Date de l''etat (AAAAMMJJ, vide = ce jour) : '
               WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-ETAT
           ELSE
               IF WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY 'Date invalide, etat abandonne'
                   STOP RUN 8
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-ETAT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ETAT) NOT = 0
                   DISPLAY 'Date invalide, etat abandonne'
                   STOP RUN 8
               END-IF
           END-IF.

           PERFORM CHARGER-REGISTRE.

           OPEN OUTPUT FIC-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING 'ETAT DES PARAMETRES EN VIGUEUR AU ' WS-DATE-ETAT
               DELIMITED SIZE INTO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE ALL '=' TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE 'Parametre            Cle                Valeur Effet'
             & '    Saisie   Valide' TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE ALL '-' TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.

           PERFORM VARYING WS-IDX-DPA FROM 1 BY 1
                   UNTIL WS-IDX-DPA > WS-NB-PARAMDEF
               PERFORM ECRIRE-UN-PARAMETRE
           END-PERFORM.

           MOVE ALL '-' TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING 'Valeurs en vigueur : ' WS-NB-VALEURS
                  ' - parametres sans valeur au registre : '
                  WS-NB-SANS-VALEUR
               DELIMITED SIZE INTO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
           CLOSE FIC-ETAT.

           DISPLAY 'Etat au ' WS-DATE-ETAT ' : ' WS-NB-VALEURS
                   ' valeur(s), ' WS-NB-SANS-VALEUR
                   ' parametre(s) sans valeur - FIC-ETAT-PARAMS.txt'.
           IF WS-NB-SANS-VALEUR > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-REGISTRE.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'Registre FIC-REGISTRE-PARAMS.dat absent'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-REGISTRE NOT = '00'
               READ FIC-REGISTRE
                   AT END MOVE '10' TO WS-STATUT-REGISTRE
                   NOT AT END
                       IF WS-NB-REGISTRE NOT < WS-MAX-REGISTRE
                           DISPLAY '*** Registre de plus de '
                                   WS-MAX-REGISTRE ' valeurs ***'
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
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.

      *---------------------------------------------------------------
      * Le registre est trie par code, cle et date d'effet : pour une
      * cle, la valeur en vigueur est la derniere ligne dont la date
      * d'effet ne depasse pas la date de l'etat.
       ECRIRE-UN-PARAMETRE.
           MOVE 0 TO WS-NB-LIGNES-CODE.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
               IF WS-REG-CODE(WS-IDX-REG) = DPA-CODE(WS-IDX-DPA)
                       AND WS-REG-EFFET(WS-IDX-REG) NOT > WS-DATE-ETAT
                   PERFORM JUGER-LIGNE-EN-VIGUEUR
                   IF VALEUR-EN-VIGUEUR
                       PERFORM ECRIRE-LIGNE-VALEUR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-CODE = 0
               ADD 1 TO WS-NB-SANS-VALEUR
               MOVE SPACES TO LIGNE-ETAT
               STRING DPA-CODE(WS-IDX-DPA) ' aucune valeur : repli '
                      DPA-SOURCE(WS-IDX-DPA)
                   DELIMITED SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.

      *---------------------------------------------------------------
       JUGER-LIGNE-EN-VIGUEUR.
           SET VALEUR-EN-VIGUEUR TO TRUE.
           IF WS-IDX-REG < WS-NB-REGISTRE
               SET WS-IDX-SUIV TO WS-IDX-REG
               SET WS-IDX-SUIV UP BY 1
               IF WS-REG-CODE(WS-IDX-SUIV) = WS-REG-CODE(WS-IDX-REG)
                   AND WS-REG-CLE(WS-IDX-SUIV) = WS-REG-CLE(WS-IDX-REG)
                   AND WS-REG-EFFET(WS-IDX-SUIV) NOT > WS-DATE-ETAT
                   MOVE 'N' TO WS-EN-VIGUEUR
               END-IF
           END-IF.

      *---------------------------------------------------------------
       ECRIRE-LIGNE-VALEUR.
           ADD 1 TO WS-NB-LIGNES-CODE.
           ADD 1 TO WS-NB-VALEURS.
           MOVE WS-REG-CODE(WS-IDX-REG)   TO DET-CODE.
           MOVE WS-REG-CLE(WS-IDX-REG)    TO DET-CLE.
           MOVE WS-REG-VALEUR(WS-IDX-REG) TO DET-VALEUR.
           MOVE WS-REG-EFFET(WS-IDX-REG)  TO DET-EFFET.
           MOVE WS-REG-OPER-SAISIE(WS-IDX-REG) TO DET-SAISIE.
           MOVE WS-REG-OPER-VALID(WS-IDX-REG)  TO DET-VALIDE.
           MOVE WS-LIGNE-DETAIL TO LIGNE-ETAT.
           WRITE LIGNE-ETAT.
