      *===============================================================
      * Sous-programme EMPREINTE
      * Calcule l'empreinte d'un PIN operateur pour le registre
      * FIC-OPERATEURS.dat (COPY OPERREC) : le PIN est sale par le
      * code operateur - deux operateurs au meme PIN n'ont pas la
      * meme empreinte - puis brasse en 64 passes modulo un grand
      * nombre premier. Seule l'empreinte est conservee et comparee,
      * le PIN en clair ne quitte pas la saisie.
      * Controle aussi la forme du PIN : 4 a 8 chiffres, cadres a
      * gauche.
      * Utilise par EX37-SIGNON et EX37B-GESTION-OPERATEURS.
      * Code retour : 0 = PIN bien forme,
      *               4 = PIN mal forme (empreinte calculee quand
      *                   meme, pour un refus sans indice)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX37-EMPREINTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CHAINE           PIC X(16) VALUE SPACES.
       01 WS-CALCUL           PIC 9(13) VALUE 0.
       01 WS-MODULE           PIC 9(10) VALUE 9999999967.
       01 WS-PASSE            PIC 9(3) VALUE 0.
       01 WS-POSITION         PIC 9(2) VALUE 0.
       01 WS-LONGUEUR-PIN     PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 LS-OPERATEUR        PIC X(8).
       01 LS-PIN              PIC X(8).
       01 LS-EMPREINTE        PIC 9(10).
       01 LS-RETOUR           PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-OPERATEUR LS-PIN LS-EMPREINTE
                                LS-RETOUR.
           MOVE 0 TO LS-RETOUR.
           MOVE 0 TO WS-LONGUEUR-PIN.
           INSPECT LS-PIN TALLYING WS-LONGUEUR-PIN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LONGUEUR-PIN < 4
               MOVE 4 TO LS-RETOUR
           ELSE
               IF LS-PIN(1:WS-LONGUEUR-PIN) NOT NUMERIC
                   MOVE 4 TO LS-RETOUR
               END-IF
               IF WS-LONGUEUR-PIN < 8
                   IF LS-PIN(WS-LONGUEUR-PIN + 1:) NOT = SPACES
                       MOVE 4 TO LS-RETOUR
                   END-IF
               END-IF
           END-IF.

           STRING LS-OPERATEUR LS-PIN DELIMITED SIZE INTO WS-CHAINE.
           MOVE 5381 TO WS-CALCUL.
           PERFORM VARYING WS-PASSE FROM 1 BY 1 UNTIL WS-PASSE > 64
               PERFORM VARYING WS-POSITION FROM 1 BY 1
                       UNTIL WS-POSITION > 16
                   COMPUTE WS-CALCUL = FUNCTION MOD(
                       WS-CALCUL * 33
                       + FUNCTION ORD(WS-CHAINE(WS-POSITION:1))
                       + WS-PASSE, WS-MODULE)
               END-PERFORM
           END-PERFORM.
           MOVE WS-CALCUL TO LS-EMPREINTE.
           GOBACK.
