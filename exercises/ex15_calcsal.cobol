      * Prime d'anciennete : bareme par tranches (accord d'entreprise
      * exercice fiscal en cours), plafonnee a 15% - voir
      * WS-BAREME-PRIME ci-dessous, a revoir a chaque renegociation.
      * Cotisations salariales : detaillees ligne par ligne par
      * EX15-COTISATIONS (parametrage FIC-COTISATIONS.dat, plafond
      * de securite sociale ci-dessous) ; le detail est rendu dans
      * la table COTISREC et les charges salariales sont le total
      * des lignes. LS-TAUX-CHARGES porte le taux global effectif
      * qui en resulte, pour information.
      * Bareme de prime egalement rechargeable, depuis FIC-BAREME-
      * PRIME.dat, avec repli sur le bareme ci-dessous si absent.
      * Heures supplementaires : payees a 125% du taux horaire,
      * ci-dessous si le fichier est absent). Le plafond et les taux
      * sont rendus a l'appelant pour qu'il puisse recalculer apres
      * un ajout au brut (rappel, commission, cycle special).
      * Le plafond et les deux taux sont d'abord pris au registre
      * central des parametres (codes PATRONAL-PLAFOND-SS,
      * PATRONAL-TAUX-TA et PATRONAL-TAUX-TB), comme le taux de
      * chaque tranche du bareme de prime d'anciennete (code
      * PRIME-ANC-TAUX, cle = anciennete minimale de la tranche sur
      * deux chiffres, FIC-BAREME-PRIME.dat en repli), valeur en
      * vigueur au premier jour de la periode de paie
      * (FIC-PARAM-PERIODE.dat, mois en cours a defaut), lue par
      * EX35-LECPARAM ; le fichier FIC-CHARGES-PATRONALES.dat ne
      * sert plus qu'en repli. Tout
      * programme qui lie ex15_calcsal.o lie donc aussi
      * ex35_lecparam.o.
      * Calcul inverse (LS-MODE-CALCUL) : a partir d'un net cible
      * LS-NET-CIBLE, net a payer apres prelevement a la source au
      * taux LS-TAUX-IMPOT, le sous-programme recherche le brut qui
      * le produit, avec les memes cotisations et la meme prime
      * d'anciennete que le calcul direct :
      *   - S : salaire de base d'une offre (LS-SALAIRE est rendu,
      *     prime d'anciennete et heures sup comprises) ;
      *   - B : brut d'une prime ponctuelle, sans prime d'anciennete
      *     ni heures sup (prime exceptionnelle garantie en net).
      * Le brut retenu est le plus petit, au centime, dont le net
      * atteint la cible ; LS-ECART-NET rend le net obtenu moins la
      * cible (negatif si la cible est hors d'atteinte).
      * Espace ou D : calcul direct habituel.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX15-CALCSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-BAREME-PRIME ASSIGN TO 'FIC-BAREME-PRIME.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-BAREME.
               ASSIGN TO 'FIC-CHARGES-PATRONALES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PATRONAL.
           SELECT FIC-PARAM-PERIODE ASSIGN TO 'FIC-PARAM-PERIODE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-BAREME-PRIME LABEL RECORDS ARE STANDARD.
       01  ENR-BAREME-PRIME.
           05 BAR-ANC-MIN-FICHIER  PIC 9(2).
           05 PAT-TAUX-TA-FICHIER  PIC 9V999.
           05 PAT-TAUX-TB-FICHIER  PIC 9V999.

      * Periode de paie en cours, meme fichier que EX15-PRINCIPAL.
       FD  FIC-PARAM-PERIODE LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM-PERIODE.
           05 PPP-PERIODE       PIC 9(6).
           05 PPP-REPRISE       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-DUREE-LEGALE-MENS PIC 9(3)V99 VALUE 151.67.
       01 WS-TAUX-MAJO-SUP   PIC 9V99 VALUE 1.25.
       01 WS-TAUX-HORAIRE    PIC 9(6)V9999 VALUE 0.
       01 WS-PRIME-SUP       PIC 9(8)V99 VALUE 0.
       01 WS-TAUX-PRIME      PIC 9V99 VALUE 0.
       01 WS-BAREME-PRIME-LU PIC X VALUE 'N'.
          88 BAREME-PRIME-LU VALUE 'O'.
       01 WS-STATUT-BAREME   PIC X(2) VALUE '00'.
       01 WS-STATUT-PATRONAL PIC X(2) VALUE '00'.
      * Valeurs de repli du plafond et des taux patronaux si
       01 WS-TAUX-PATRONAL-TB PIC 9V999 VALUE 0.180.
       01 WS-CHARGES-PATRONALES-LU PIC X VALUE 'N'.
          88 CHARGES-PATRONALES-LU VALUE 'O'.
       01 WS-STATUT-PARAM-PER PIC X(2) VALUE '00'.
      * Date de reference du registre : premier jour de la periode.
       01 WS-DATE-PARAM      PIC 9(8) VALUE 0.
       01 WS-LEC-CODE        PIC X(20).
       01 WS-LEC-CLE         PIC X(10) VALUE SPACES.
       01 WS-LEC-VALEUR      PIC 9(9)V9(4).
       01 WS-LEC-RETOUR      PIC S9(4) COMP.
       01 WS-NB-BAREME       PIC 9    VALUE 4.

      * Recherche du brut par dichotomie au centime pour le calcul
      * inverse ; la borne haute double tant que le net reste sous
      * la cible, dans la limite du salaire de base representable.
       01 WS-BORNE-BASSE     PIC 9(8)V99 VALUE 0.
       01 WS-BORNE-HAUTE     PIC 9(8)V99 VALUE 0.
       01 WS-BORNE-MAX       PIC 9(8)V99 VALUE 500000.00.
       01 WS-CANDIDAT        PIC 9(8)V99 VALUE 0.
       01 WS-IMPOT-CANDIDAT  PIC 9(8)V99 VALUE 0.
       01 WS-IMPOSABLE-CANDIDAT PIC 9(8)V99 VALUE 0.
       01 WS-NET-CANDIDAT    PIC 9(8)V99 VALUE 0.

      * Bareme de la prime d'anciennete pour l'exercice fiscal en
      * cours : tranches d'annees d'anciennete et taux applicable,
      * plafonne a 15% sur la derniere tranche. Valeurs de repli si
          05 LS-PLAFOND-SS  PIC 9(6)V99.
          05 LS-TAUX-PATRONAL-TA PIC 9V999.
          05 LS-TAUX-PATRONAL-TB PIC 9V999.
          05 LS-MODE-CALCUL PIC X.
             88 LS-CALCUL-DIRECT      VALUE SPACE 'D'.
             88 LS-NET-VERS-SALAIRE   VALUE 'S'.
             88 LS-NET-VERS-PRIME     VALUE 'B'.
          05 LS-NET-CIBLE   PIC 9(8)V99.
          05 LS-TAUX-IMPOT  PIC 9V999.
          05 LS-ECART-NET   PIC S9(6)V99.

       COPY COTISREC.

       PROCEDURE DIVISION USING LS-EMPLOYE LS-PAIE TAB-COTISATIONS.

           IF NOT BAREME-PRIME-LU
               PERFORM DATER-PERIODE-PAIE
               PERFORM LIRE-BAREME-PRIME
           END-IF.
           IF NOT CHARGES-PATRONALES-LU

           PERFORM DETERMINER-TAUX-PRIME.

           IF LS-NET-VERS-SALAIRE OR LS-NET-VERS-PRIME
               PERFORM RECHERCHER-BRUT
           ELSE
               PERFORM CALCULER-BRUT-SALAIRE
               PERFORM CALCULER-NET
           END-IF.

      * Charges patronales par tranches : tranche A sur la part du
      * brut sous le plafond, tranche B sur la part au-dela. Le cout
           GOBACK.

      *---------------------------------------------------------------
      * Brut du mois a partir du salaire de base : prime
      * d'anciennete et heures supplementaires.
       CALCULER-BRUT-SALAIRE.
           COMPUTE WS-TAUX-HORAIRE ROUNDED =
               LS-SALAIRE / WS-DUREE-LEGALE-MENS.
           COMPUTE WS-PRIME-SUP ROUNDED =
               LS-HEURES-SUP * WS-TAUX-HORAIRE * WS-TAUX-MAJO-SUP.

           COMPUTE LS-PRIME   = LS-SALAIRE * WS-TAUX-PRIME.
           COMPUTE LS-BRUT    = LS-SALAIRE + LS-PRIME + WS-PRIME-SUP.

      *---------------------------------------------------------------
       CALCULER-NET.
           CALL 'EX15-COTISATIONS' USING LS-BRUT WS-PLAFOND-SS
                                         TAB-COTISATIONS.
           MOVE COT-TOTAL-SALARIAL TO LS-CHARGES.
           COMPUTE LS-NET     = LS-BRUT - LS-CHARGES.
           IF LS-BRUT > 0
               COMPUTE LS-TAUX-CHARGES ROUNDED = LS-CHARGES / LS-BRUT
           ELSE
               MOVE 0 TO LS-TAUX-CHARGES
           END-IF.

      *---------------------------------------------------------------
      * Calcul inverse : le net apres impot croit avec le brut, la
      * borne haute est d'abord elargie jusqu'a depasser la cible,
      * puis l'intervalle est coupe en deux jusqu'au centime. La
      * borne haute, dont le net atteint la cible, est recalculee
      * en dernier pour rendre son bulletin complet.
       RECHERCHER-BRUT.
           MOVE 0 TO WS-BORNE-BASSE.
           MOVE LS-NET-CIBLE TO WS-BORNE-HAUTE.
           MOVE WS-BORNE-HAUTE TO WS-CANDIDAT.
           PERFORM EVALUER-CANDIDAT.
           PERFORM UNTIL WS-NET-CANDIDAT >= LS-NET-CIBLE
                   OR WS-BORNE-HAUTE >= WS-BORNE-MAX
               MOVE WS-BORNE-HAUTE TO WS-BORNE-BASSE
               COMPUTE WS-BORNE-HAUTE = WS-BORNE-HAUTE * 2
               IF WS-BORNE-HAUTE > WS-BORNE-MAX
                   MOVE WS-BORNE-MAX TO WS-BORNE-HAUTE
               END-IF
               MOVE WS-BORNE-HAUTE TO WS-CANDIDAT
               PERFORM EVALUER-CANDIDAT
           END-PERFORM.

           PERFORM UNTIL WS-BORNE-HAUTE - WS-BORNE-BASSE <= 0.01
               COMPUTE WS-CANDIDAT =
                   (WS-BORNE-BASSE + WS-BORNE-HAUTE) / 2
               PERFORM EVALUER-CANDIDAT
               IF WS-NET-CANDIDAT >= LS-NET-CIBLE
                   MOVE WS-CANDIDAT TO WS-BORNE-HAUTE
               ELSE
                   MOVE WS-CANDIDAT TO WS-BORNE-BASSE
               END-IF
           END-PERFORM.

           MOVE WS-BORNE-HAUTE TO WS-CANDIDAT.
           PERFORM EVALUER-CANDIDAT.
           COMPUTE LS-ECART-NET = WS-NET-CANDIDAT - LS-NET-CIBLE.

      *---------------------------------------------------------------
      * Un essai : le candidat est le salaire de base (offre) ou le
      * brut de la prime ; net apres impot arrondi comme en paie,
      * l'impot portant sur le net imposable (net plus CSG non
      * deductible et CRDS).
       EVALUER-CANDIDAT.
           IF LS-NET-VERS-SALAIRE
               MOVE WS-CANDIDAT TO LS-SALAIRE
               PERFORM CALCULER-BRUT-SALAIRE
           ELSE
               MOVE 0 TO LS-PRIME
               MOVE WS-CANDIDAT TO LS-BRUT
           END-IF.
           PERFORM CALCULER-NET.
           MOVE LS-NET TO WS-IMPOSABLE-CANDIDAT.
           PERFORM VARYING COT-IDX FROM 1 BY 1
                   UNTIL COT-IDX > COT-NB-LIGNES
               IF COT-CODE(COT-IDX) = 'CSGN' OR 'CRDS'
                   ADD COT-MONTANT(COT-IDX) TO WS-IMPOSABLE-CANDIDAT
               END-IF
           END-PERFORM.
           COMPUTE WS-IMPOT-CANDIDAT ROUNDED =
               WS-IMPOSABLE-CANDIDAT * LS-TAUX-IMPOT.
           COMPUTE WS-NET-CANDIDAT = LS-NET - WS-IMPOT-CANDIDAT.

      *---------------------------------------------------------------
       LIRE-BAREME-PRIME.
               END-PERFORM
               CLOSE FIC-BAREME-PRIME
           END-IF.
      * Le taux de chaque tranche est d'abord pris au registre
      * central (code PRIME-ANC-TAUX, cle = anciennete minimale de
      * la tranche sur deux chiffres).
           MOVE 'PRIME-ANC-TAUX' TO WS-LEC-CODE.
           PERFORM VARYING WS-IDX-BAREME FROM 1 BY 1
                   UNTIL WS-IDX-BAREME > WS-NB-BAREME
               MOVE SPACES TO WS-LEC-CLE
               MOVE BAR-ANC-MIN (WS-IDX-BAREME) TO WS-LEC-CLE(1:2)
               PERFORM LIRE-REGISTRE-PARAMS
               IF WS-LEC-RETOUR = 0
                   MOVE WS-LEC-VALEUR TO BAR-TAUX (WS-IDX-BAREME)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LEC-CLE.
           SET BAREME-PRIME-LU TO TRUE.

      *---------------------------------------------------------------
               END-READ
               CLOSE FIC-CHARGES-PATRONALES
           END-IF.
      * Le registre central prime sur le fichier historique.
           MOVE 'PATRONAL-PLAFOND-SS' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-PLAFOND-SS
           END-IF.
           MOVE 'PATRONAL-TAUX-TA' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-PATRONAL-TA
           END-IF.
           MOVE 'PATRONAL-TAUX-TB' TO WS-LEC-CODE.
           PERFORM LIRE-REGISTRE-PARAMS.
           IF WS-LEC-RETOUR = 0
               MOVE WS-LEC-VALEUR TO WS-TAUX-PATRONAL-TB
           END-IF.
           SET CHARGES-PATRONALES-LU TO TRUE.

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

      *---------------------------------------------------------------
       LIRE-REGISTRE-PARAMS.
           CALL 'EX35-LECPARAM' USING WS-LEC-CODE WS-LEC-CLE
                                      WS-DATE-PARAM WS-LEC-VALEUR
                                      WS-LEC-RETOUR.

      *---------------------------------------------------------------
       DETERMINER-TAUX-PRIME.
           SET WS-IDX-BAREME TO 1.
