      *===============================================================
      * Sous-programme COTISATIONS
      * Calcule les cotisations salariales d'un bulletin ligne par
      * ligne (maladie, vieillesse plafonnee et deplafonnee,
      * chomage, retraite complementaire tranches 1 et 2, CSG
      * deductible et non deductible, CRDS), chacune avec son
      * organisme collecteur, son assiette, son taux et sa regle de
      * plafond, et rend le detail et le total (COPY COTISREC).
      * Parametrage lu dans FIC-COTISATIONS.dat a la premiere
      * invocation (repli sur le tableau ci-dessous si absent) :
      *   - assiette B = salaire brut, C = assiette CSG/CRDS (brut
      *     diminue de l'abattement pour frais professionnels de
      *     1,75 % sur la part n'excedant pas 4 plafonds) ;
      *   - tranche de/a en nombre de plafonds de securite sociale :
      *     00/00 = totalite de l'assiette, 00/01 = part sous le
      *     plafond, 01/08 = part entre 1 et 8 plafonds, etc.
      * Le plafond est celui des charges patronales, rendu par
      * EX15-CALCSAL (FIC-CHARGES-PATRONALES.dat) : cotisations
      * salariales et tranches patronales decoupent le meme brut.
      * Le taux de chaque ligne est d'abord pris au registre central
      * des parametres (code COTISATION-TAUX, cle = code de la
      * ligne), valeur en vigueur au premier jour de la periode de
      * paie (FIC-PARAM-PERIODE.dat, mois en cours a defaut) lue par
      * EX35-LECPARAM ; le taux du fichier ou du tableau de repli ne
      * sert qu'a defaut.
      * Un parametrage de plus de 12 lignes, ou dont l'assiette, la
      * tranche ou le taux est invalide, arrete le passage (code
      * retour 8) plutot que de calculer des cotisations fausses ;
      * un fichier absent ou vide est signale avant le repli.
      * Appele par EX15-CALCSAL, et par EX15-PRINCIPAL et EX15V
      * pour recalculer le detail apres un ajout au brut.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15-COTISATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-COTISATIONS ASSIGN TO 'FIC-COTISATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COTISATIONS.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne de cotisation salariale par enregistrement, dans
      * l'ordre d'impression du bulletin (12 au plus).
       FD  FIC-COTISATIONS LABEL RECORDS ARE STANDARD.
       01  ENR-COTISATION.
           05 CTP-CODE-FICHIER      PIC X(4).
           05 CTP-LIBELLE-FICHIER   PIC X(24).
           05 CTP-ORGANISME-FICHIER PIC X(10).
           05 CTP-ASSIETTE-FICHIER  PIC X.
           05 CTP-TRANCHE-DE-FICHIER PIC 9(2).
           05 CTP-TRANCHE-A-FICHIER PIC 9(2).
           05 CTP-TAUX-FICHIER      PIC 9V9999.

      * Periode de paie en cours, meme fichier que EX15-PRINCIPAL.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-STATUT-COTISATIONS PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
       01 WS-MAX-PARAM-COT    PIC 9(2) VALUE 12.
       01 WS-NB-LIGNES-LUES   PIC 9(2) VALUE 0.
      * Date de reference du registre : premier jour de la periode.
       01 WS-DATE-PARAM       PIC 9(8) VALUE 0.
       01 WS-LEC-CODE         PIC X(20) VALUE 'COTISATION-TAUX'.
       01 WS-LEC-CLE          PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR       PIC 9(9)V9(4).
       01 WS-LEC-RETOUR       PIC S9(4) COMP.
       01 WS-COTISATIONS-LU   PIC X VALUE 'N'.
          88 COTISATIONS-LU   VALUE 'O'.
       01 WS-NB-PARAM-COT     PIC 9(2) VALUE 9.
       01 WS-IDX-PARAM-COT    PIC 9(2) VALUE 0.
       01 WS-TAUX-ABATTEMENT-CSG PIC 9V9999 VALUE 0.0175.
       01 WS-PLAFONDS-ABATTEMENT PIC 9(2) VALUE 4.
       01 WS-ASSIETTE-CSG     PIC 9(8)V99 VALUE 0.
       01 WS-ASSIETTE-W       PIC 9(8)V99 VALUE 0.
       01 WS-LIMITE-BASSE     PIC 9(10)V99 VALUE 0.
       01 WS-LIMITE-HAUTE     PIC 9(10)V99 VALUE 0.

      * Parametrage de repli si FIC-COTISATIONS.dat est absent :
      * code, libelle du bulletin, organisme, assiette, tranche de/a
      * en plafonds, taux salarial.
       01 WS-PARAM-COT-VALEURS.
           05 FILLER PIC X(48) VALUE
              'MALAMaladie                 URSSAF    B000000075'.
           05 FILLER PIC X(48) VALUE
              'VIPLVieillesse plafonnee    URSSAF    B000100690'.
           05 FILLER PIC X(48) VALUE
              'VIDPVieillesse deplafonnee  URSSAF    B000000040'.
           05 FILLER PIC X(48) VALUE
              'CHOMAssurance chomage       UNEDIC    B000400240'.
           05 FILLER PIC X(48) VALUE
              'RCT1Retraite compl. T1      AGIRC-ARRCB000100401'.
           05 FILLER PIC X(48) VALUE
              'RCT2Retraite compl. T2      AGIRC-ARRCB010800972'.
           05 FILLER PIC X(48) VALUE
              'CSGDCSG deductible          URSSAF    C000000680'.
           05 FILLER PIC X(48) VALUE
              'CSGNCSG non deductible      URSSAF    C000000240'.
           05 FILLER PIC X(48) VALUE
              'CRDSCRDS non deductible     URSSAF    C000000050'.
           05 FILLER PIC X(144) VALUE SPACES.

       01 WS-PARAM-COT REDEFINES WS-PARAM-COT-VALEURS.
           05 WS-PARAM-COT-LIGNE OCCURS 12 TIMES.
              10 PCT-CODE         PIC X(4).
              10 PCT-LIBELLE      PIC X(24).
              10 PCT-ORGANISME    PIC X(10).
              10 PCT-ASSIETTE     PIC X.
                 88 PCT-ASSIETTE-CSG VALUE 'C'.
              10 PCT-TRANCHE-DE   PIC 9(2).
              10 PCT-TRANCHE-A    PIC 9(2).
              10 PCT-TAUX         PIC 9V9999.

       LINKAGE SECTION.
       01 LS-BRUT              PIC 9(8)V99.
       01 LS-PLAFOND-SS        PIC 9(6)V99.
       COPY COTISREC.

       PROCEDURE DIVISION USING LS-BRUT LS-PLAFOND-SS
                                TAB-COTISATIONS.

           IF NOT COTISATIONS-LU
               PERFORM LIRE-COTISATIONS
           END-IF.

      * Assiette CSG/CRDS : abattement de 1,75 % limite a la part du
      * brut n'excedant pas 4 plafonds.
           IF LS-BRUT > LS-PLAFOND-SS * WS-PLAFONDS-ABATTEMENT
               COMPUTE WS-ASSIETTE-CSG ROUNDED = LS-BRUT
                   - LS-PLAFOND-SS * WS-PLAFONDS-ABATTEMENT
                       * WS-TAUX-ABATTEMENT-CSG
           ELSE
               COMPUTE WS-ASSIETTE-CSG ROUNDED =
                   LS-BRUT * (1 - WS-TAUX-ABATTEMENT-CSG)
           END-IF.

           MOVE 0 TO COT-TOTAL-SALARIAL.
           MOVE WS-NB-PARAM-COT TO COT-NB-LIGNES.
           PERFORM VARYING WS-IDX-PARAM-COT FROM 1 BY 1
                   UNTIL WS-IDX-PARAM-COT > WS-NB-PARAM-COT
               PERFORM CALCULER-LIGNE-COTISATION
           END-PERFORM.

           GOBACK.

      *---------------------------------------------------------------
      * Une ligne : assiette de la ligne ramenee a sa tranche de
      * plafonds, taux applique, montant arrondi au centime.
       CALCULER-LIGNE-COTISATION.
           SET COT-IDX TO WS-IDX-PARAM-COT.
           MOVE PCT-CODE(WS-IDX-PARAM-COT)      TO COT-CODE(COT-IDX).
           MOVE PCT-LIBELLE(WS-IDX-PARAM-COT)
               TO COT-LIBELLE(COT-IDX).
           MOVE PCT-ORGANISME(WS-IDX-PARAM-COT)
               TO COT-ORGANISME(COT-IDX).
           MOVE PCT-TAUX(WS-IDX-PARAM-COT)      TO COT-TAUX(COT-IDX).

           IF PCT-ASSIETTE-CSG(WS-IDX-PARAM-COT)
               MOVE WS-ASSIETTE-CSG TO WS-ASSIETTE-W
           ELSE
               MOVE LS-BRUT TO WS-ASSIETTE-W
           END-IF.

           IF PCT-TRANCHE-A(WS-IDX-PARAM-COT) = 0
               MOVE WS-ASSIETTE-W TO COT-BASE(COT-IDX)
           ELSE
               COMPUTE WS-LIMITE-BASSE =
                   LS-PLAFOND-SS * PCT-TRANCHE-DE(WS-IDX-PARAM-COT)
               COMPUTE WS-LIMITE-HAUTE =
                   LS-PLAFOND-SS * PCT-TRANCHE-A(WS-IDX-PARAM-COT)
               IF WS-ASSIETTE-W > WS-LIMITE-HAUTE
                   MOVE WS-LIMITE-HAUTE TO WS-ASSIETTE-W
               END-IF
               IF WS-ASSIETTE-W > WS-LIMITE-BASSE
                   COMPUTE COT-BASE(COT-IDX) =
                       WS-ASSIETTE-W - WS-LIMITE-BASSE
               ELSE
                   MOVE 0 TO COT-BASE(COT-IDX)
               END-IF
           END-IF.

           COMPUTE COT-MONTANT(COT-IDX) ROUNDED =
               COT-BASE(COT-IDX) * COT-TAUX(COT-IDX).
           ADD COT-MONTANT(COT-IDX) TO COT-TOTAL-SALARIAL.

      *---------------------------------------------------------------
       LIRE-COTISATIONS.
           MOVE 0 TO WS-NB-LIGNES-LUES.
           OPEN INPUT FIC-COTISATIONS.
           IF WS-STATUT-COTISATIONS = '00'
               PERFORM UNTIL WS-STATUT-COTISATIONS NOT = '00'
                   READ FIC-COTISATIONS
                       AT END
                           MOVE '10' TO WS-STATUT-COTISATIONS
                       NOT AT END
                           PERFORM CONTROLER-LIGNE-COTISATION
                           ADD 1 TO WS-NB-LIGNES-LUES
                           MOVE ENR-COTISATION
                               TO WS-PARAM-COT-LIGNE(WS-NB-LIGNES-LUES)
                   END-READ
               END-PERFORM
               CLOSE FIC-COTISATIONS
               IF WS-NB-LIGNES-LUES = 0
                   DISPLAY '*** FIC-COTISATIONS.dat vide : '
                           'cotisations salariales du parametrage '
                           'integre ***'
               ELSE
                   MOVE WS-NB-LIGNES-LUES TO WS-NB-PARAM-COT
               END-IF
           ELSE
               DISPLAY '*** FIC-COTISATIONS.dat absent : cotisations '
                       'salariales du parametrage integre ***'
           END-IF.
           PERFORM DATER-PERIODE-PAIE.
           PERFORM VARYING WS-IDX-PARAM-COT FROM 1 BY 1
                   UNTIL WS-IDX-PARAM-COT > WS-NB-PARAM-COT
               MOVE PCT-CODE(WS-IDX-PARAM-COT) TO WS-LEC-CLE
               CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                          WS-DATE-PARAM WS-LEC-VALEUR
                                          WS-LEC-RETOUR
               IF WS-LEC-RETOUR = 0
                   MOVE WS-LEC-VALEUR TO PCT-TAUX(WS-IDX-PARAM-COT)
               END-IF
           END-PERFORM.
           SET COTISATIONS-LU TO TRUE.

      *---------------------------------------------------------------
      * Une ligne du fichier : capacite de la table, assiette B ou C,
      * tranche et taux numeriques.
       CONTROLER-LIGNE-COTISATION.
           IF WS-NB-LIGNES-LUES >= WS-MAX-PARAM-COT
               DISPLAY '*** FIC-COTISATIONS.dat : capacite de '
                       WS-MAX-PARAM-COT ' lignes de cotisation '
                       'depassee - passage arrete ***'
               CLOSE FIC-COTISATIONS
               STOP RUN 8
           END-IF.
           IF (CTP-ASSIETTE-FICHIER NOT = 'B'
                   AND CTP-ASSIETTE-FICHIER NOT = 'C')
                   OR CTP-TRANCHE-DE-FICHIER NOT NUMERIC
                   OR CTP-TRANCHE-A-FICHIER NOT NUMERIC
                   OR CTP-TAUX-FICHIER NOT NUMERIC
               DISPLAY '*** FIC-COTISATIONS.dat : ligne '
                       CTP-CODE-FICHIER ' invalide (assiette, '
                       'tranche ou taux) - passage arrete ***'
               CLOSE FIC-COTISATIONS
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
       DATER-PERIODE-PAIE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-PARAM.
           OPEN INPUT FIC-PARAM-PERIODE.
           IF WS-STATUT-PARAM-PER = '00'
               READ FIC-PARAM-PERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PPP-PERIODE NUMERIC AND PPP-PERIODE > 0
                           COMPUTE WS-DATE-PARAM = PPP-PERIODE * 100
                       END-IF
               END-READ
               CLOSE FIC-PARAM-PERIODE
           END-IF.
           MOVE '01' TO WS-DATE-PARAM(7:2).
