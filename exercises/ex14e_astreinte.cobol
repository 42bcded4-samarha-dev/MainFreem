      *===============================================================
      * Exercice 14e - Planning d'astreinte des debugueurs
      * Niveau : Intermediaire
      * Le planning d'astreinte vivait sur un tableau blanc : quand
      * la chaine de nuit escaladait un echec, personne ne savait qui
      * appeler. Il est desormais tenu dans FIC-ASTREINTE.dat (une
      * semaine par ligne : principal, secours, telephones, voir
      * ASTREINTEREC) et mis a jour uniquement par ce programme, a
      * partir des mouvements de FIC-MOUVEMENTS-ASTREINTE.dat :
      *   P = planifier (ou remplacer) une semaine
      *   S = supprimer une semaine
      * La semaine est donnee par n'importe quelle date : elle est
      * ramenee a son lundi. Un mouvement est rejete si :
      *   - la semaine est deja terminee (le planning passe reste la
      *     trace de qui etait d'astreinte) ;
      *   - le principal ou le secours n'est pas au registre des
      *     certifications FIC-REGISTRE-CERTIFICATIONS.dat (EX14D) ;
      *   - principal et secours sont la meme personne, ou un
      *     telephone manque ;
      *   - l'un des deux est deja de service (principal ou secours)
      *     la semaine precedente ou la semaine suivante : personne
      *     n'est d'astreinte deux semaines de suite.
      * Les mouvements sont appliques dans l'ordre du fichier, chacun
      * controle contre le planning deja mis a jour, puis le fichier
      * est vide. Les noms sont repris de FIC-STAGIAIRES.dat.
      * Le compte rendu FIC-ASTREINTE-RAPPORT.txt liste les
      * mouvements puis le planning a venir ; les semaines non
      * couvertes parmi les quatre prochaines sont signalees, ainsi
      * que toute ligne devenue non conforme (certification retiree
      * du registre, semaines consecutives).
      * Compiler : cobc -x ex14e_astreinte.cobol
      *            -o ex14e_astreinte -I ../copybooks
      * Executer : ./ex14e_astreinte
      * Code retour : 0 = planning conforme et couvert,
      *               4 = mouvement rejete, semaine a venir non
      *                   couverte ou ligne non conforme,
      *               8 = registre des certifications absent ou
      *                   planning trop grand (rien n'est modifie)
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX14E-ASTREINTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASTREINTE ASSIGN TO 'FIC-ASTREINTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ASTREINTE.
           SELECT FIC-MOUVEMENTS
               ASSIGN TO 'FIC-MOUVEMENTS-ASTREINTE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FIC-REGISTRE
               ASSIGN TO 'FIC-REGISTRE-CERTIFICATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FIC-STAGIAIRES ASSIGN TO 'FIC-STAGIAIRES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-STAGIAIRES.
           SELECT FIC-RAPPORT ASSIGN TO 'FIC-ASTREINTE-RAPPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASTREINTE LABEL RECORDS ARE STANDARD.
           COPY ASTREINTEREC.

      * Mouvement du planning : type, une date de la semaine visee,
      * puis principal et secours (identifiant du registre et
      * telephone). Pour une suppression seuls type et date comptent.
       FD  FIC-MOUVEMENTS LABEL RECORDS ARE STANDARD.
       01  ENR-MOUVEMENT-AST.
           05 MAS-TYPE          PIC X.
              88 MAS-PLANIFIER  VALUE 'P'.
              88 MAS-SUPPRIMER  VALUE 'S'.
           05 MAS-SEMAINE       PIC 9(8).
           05 MAS-PRINCIPAL     PIC X(10).
           05 MAS-TEL-PRINCIPAL PIC X(15).
           05 MAS-SECOURS       PIC X(10).
           05 MAS-TEL-SECOURS   PIC X(15).

      * Meme enregistrement que dans EX14D-CERTIFICATION.
       FD  FIC-REGISTRE LABEL RECORDS ARE STANDARD.
       01  ENR-CERTIFICATION.
           05 CER-ID            PIC X(10).
           05 CER-DATE          PIC 9(8).
           05 CER-MOYENNE       PIC 9V99.

       FD  FIC-STAGIAIRES LABEL RECORDS ARE STANDARD.
       01  ENR-STAGIAIRE.
           05 STA-ID            PIC X(10).
           05 STA-NOM           PIC X(20).

       FD  FIC-RAPPORT.
       01  LIGNE-RAPPORT        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-ASTREINTE  PIC X(2) VALUE '00'.
       01 WS-STATUT-MOUVEMENTS PIC X(2) VALUE '00'.
       01 WS-STATUT-REGISTRE   PIC X(2) VALUE '00'.
       01 WS-STATUT-STAGIAIRES PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER       PIC X VALUE 'N'.
          88 FIC-TERMINE       VALUE 'O'.
       01 WS-CODE-RETOUR       PIC 9 VALUE 0.

       01 WS-DATE-JOUR         PIC 9(8) VALUE 0.
       01 WS-LUNDI-COURANT     PIC 9(8) VALUE 0.
       01 WS-ENTIER-JOUR       PIC 9(8) VALUE 0.
       01 WS-ENTIER-LUNDI      PIC 9(8) VALUE 0.
       01 WS-LUNDI-W           PIC 9(8) VALUE 0.
       01 WS-LUNDI-AVANT       PIC 9(8) VALUE 0.
       01 WS-LUNDI-APRES       PIC 9(8) VALUE 0.

      * Certifies du registre (identifiants distincts).
       01 WS-MAX-CERTIFIES     PIC 9(3) VALUE 200.
       01 WS-TABLE-CERTIFIES.
          05 WS-CER-ID OCCURS 200 TIMES PIC X(10).
       01 WS-NB-CERTIFIES      PIC 9(3) VALUE 0.
       01 WS-IDX-CER           PIC 9(3) VALUE 0.

       01 WS-MAX-STAGIAIRES    PIC 9(3) VALUE 200.
       01 WS-TABLE-STAGIAIRES.
          05 WS-STA-LIGNE OCCURS 200 TIMES.
             10 WS-STA-ID       PIC X(10).
             10 WS-STA-NOM      PIC X(20).
       01 WS-NB-STAGIAIRES     PIC 9(3) VALUE 0.
       01 WS-IDX-STA           PIC 9(3) VALUE 0.

      * Planning en memoire, tenu trie par semaine.
       01 WS-MAX-SEMAINES      PIC 9(4) VALUE 1000.
       01 WS-TABLE-ASTREINTE.
          05 WS-AST-LIGNE OCCURS 1000 TIMES.
             10 WS-AST-SEMAINE       PIC 9(8).
             10 WS-AST-PRINCIPAL     PIC X(10).
             10 WS-AST-NOM-PRINCIPAL PIC X(20).
             10 WS-AST-TEL-PRINCIPAL PIC X(15).
             10 WS-AST-SECOURS       PIC X(10).
             10 WS-AST-NOM-SECOURS   PIC X(20).
             10 WS-AST-TEL-SECOURS   PIC X(15).
             10 WS-AST-DATE-MAJ      PIC 9(8).
       01 WS-NB-SEMAINES       PIC 9(4) VALUE 0.
       01 WS-IDX-AST           PIC 9(4) VALUE 0.
       01 WS-IDX-AST-2         PIC 9(4) VALUE 0.
       01 WS-POS-SEMAINE       PIC 9(4) VALUE 0.
       01 WS-AST-LIGNE-W       PIC X(106).

      * Controle d'une personne pour une semaine donnee.
       01 WS-PERSONNE-W        PIC X(10).
       01 WS-NOM-W             PIC X(20).
       01 WS-CERTIFIE-W        PIC X VALUE 'N'.
          88 PERSONNE-CERTIFIEE VALUE 'O'.
       01 WS-CONSECUTIF-W      PIC X VALUE 'N'.
          88 SERVICE-CONSECUTIF VALUE 'O'.
       01 WS-MOTIF-REJET       PIC X(45) VALUE SPACES.

       01 WS-NB-MOUVEMENTS     PIC 9(4) VALUE 0.
       01 WS-NB-APPLIQUES      PIC 9(4) VALUE 0.
       01 WS-NB-REJETES        PIC 9(4) VALUE 0.
       01 WS-NB-NON-COUVERTES  PIC 9(2) VALUE 0.
       01 WS-NB-NON-CONFORMES  PIC 9(4) VALUE 0.
       01 WS-NB-A-VENIR        PIC 9(4) VALUE 0.
       01 WS-NB-SEMAINES-VUES  PIC 9(2) VALUE 4.
       01 WS-IDX-SEM           PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-LUNDI-W.
           PERFORM CALCULER-LUNDI.
           MOVE WS-LUNDI-W TO WS-LUNDI-COURANT.
           DISPLAY '================================================'.
           DISPLAY '  Planning d''astreinte des debugueurs'.
           DISPLAY '================================================'.

           PERFORM CHARGER-CERTIFIES.
           PERFORM CHARGER-STAGIAIRES.
           PERFORM CHARGER-PLANNING.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'PLANNING D''ASTREINTE - mise a jour du '
                  WS-DATE-JOUR ' (semaine du ' WS-LUNDI-COURANT ')'
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM TRAITER-MOUVEMENTS.
           PERFORM ECRIRE-PLANNING.
           PERFORM LISTER-PLANNING.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Mouvements : ' WS-NB-MOUVEMENTS
                   ', appliques : ' WS-NB-APPLIQUES
                   ', rejetes : ' WS-NB-REJETES.
           DISPLAY 'Semaines a venir planifiees : ' WS-NB-A-VENIR
                   ', non couvertes (4 prochaines) : '
                   WS-NB-NON-COUVERTES
                   ', non conformes : ' WS-NB-NON-CONFORMES.
           DISPLAY 'Compte rendu : FIC-ASTREINTE-RAPPORT.txt'.
           IF WS-NB-REJETES > 0 OR WS-NB-NON-COUVERTES > 0
              OR WS-NB-NON-CONFORMES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
      * Ramene la date WS-LUNDI-W au lundi de sa semaine.
       CALCULER-LUNDI.
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-LUNDI-W).
           COMPUTE WS-ENTIER-LUNDI = WS-ENTIER-JOUR
               - FUNCTION MOD(WS-ENTIER-JOUR - 1, 7).
           COMPUTE WS-LUNDI-W =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-LUNDI).

      *---------------------------------------------------------------
      * Sans registre des certifications, personne ne peut etre
      * affecte : le programme refuse de toucher au planning.
       CHARGER-CERTIFIES.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY '*** FIC-REGISTRE-CERTIFICATIONS.dat '
                       'introuvable : planning non modifie ***'
               STOP RUN 8
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-REGISTRE
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               MOVE CER-ID TO WS-PERSONNE-W
               PERFORM CHERCHER-CERTIFIE
               IF NOT PERSONNE-CERTIFIEE
                   IF WS-NB-CERTIFIES >= WS-MAX-CERTIFIES
                       DISPLAY '*** Plus de ' WS-MAX-CERTIFIES
                               ' certifies au registre ***'
                       CLOSE FIC-REGISTRE
                       STOP RUN 8
                   END-IF
                   ADD 1 TO WS-NB-CERTIFIES
                   MOVE CER-ID TO WS-CER-ID(WS-NB-CERTIFIES)
               END-IF
               READ FIC-REGISTRE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-REGISTRE.
           DISPLAY 'Debugueurs certifies : ' WS-NB-CERTIFIES.

      *---------------------------------------------------------------
       CHERCHER-CERTIFIE.
           MOVE 'N' TO WS-CERTIFIE-W.
           PERFORM VARYING WS-IDX-CER FROM 1 BY 1
                   UNTIL WS-IDX-CER > WS-NB-CERTIFIES
               IF WS-CER-ID(WS-IDX-CER) = WS-PERSONNE-W
                   SET PERSONNE-CERTIFIEE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Les noms ne servent qu'a l'affichage : fichier facultatif.
       CHARGER-STAGIAIRES.
           OPEN INPUT FIC-STAGIAIRES.
           IF WS-STATUT-STAGIAIRES NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-STAGIAIRES
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-STAGIAIRES < WS-MAX-STAGIAIRES
                   ADD 1 TO WS-NB-STAGIAIRES
                   MOVE STA-ID TO WS-STA-ID(WS-NB-STAGIAIRES)
                   MOVE STA-NOM TO WS-STA-NOM(WS-NB-STAGIAIRES)
               END-IF
               READ FIC-STAGIAIRES
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-STAGIAIRES.

      *---------------------------------------------------------------
       CHERCHER-NOM.
           MOVE SPACES TO WS-NOM-W.
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-NB-STAGIAIRES
               IF WS-STA-ID(WS-IDX-STA) = WS-PERSONNE-W
                   MOVE WS-STA-NOM(WS-IDX-STA) TO WS-NOM-W
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Le planning existant est recharge puis remis en ordre de
      * semaine (un fichier retouche a la main peut etre en desordre).
       CHARGER-PLANNING.
           OPEN INPUT FIC-ASTREINTE.
           IF WS-STATUT-ASTREINTE NOT = '00'
               DISPLAY 'FIC-ASTREINTE.dat absent : planning vide'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-ASTREINTE
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               IF WS-NB-SEMAINES >= WS-MAX-SEMAINES
                   DISPLAY '*** Plus de ' WS-MAX-SEMAINES
                           ' semaines au planning ***'
                   CLOSE FIC-ASTREINTE
                   STOP RUN 8
               END-IF
               ADD 1 TO WS-NB-SEMAINES
               MOVE ENR-ASTREINTE TO WS-AST-LIGNE(WS-NB-SEMAINES)
               READ FIC-ASTREINTE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ASTREINTE.
           PERFORM VARYING WS-IDX-AST FROM 2 BY 1
                   UNTIL WS-IDX-AST > WS-NB-SEMAINES
               MOVE WS-AST-LIGNE(WS-IDX-AST) TO WS-AST-LIGNE-W
               MOVE WS-IDX-AST TO WS-IDX-AST-2
               PERFORM UNTIL WS-IDX-AST-2 < 2
                   OR WS-AST-SEMAINE(WS-IDX-AST-2 - 1)
                      <= WS-AST-LIGNE-W(1:8)
                   MOVE WS-AST-LIGNE(WS-IDX-AST-2 - 1)
                     TO WS-AST-LIGNE(WS-IDX-AST-2)
                   SUBTRACT 1 FROM WS-IDX-AST-2
               END-PERFORM
               MOVE WS-AST-LIGNE-W TO WS-AST-LIGNE(WS-IDX-AST-2)
           END-PERFORM.
           DISPLAY 'Semaines au planning : ' WS-NB-SEMAINES.

      *---------------------------------------------------------------
      * Position de la semaine WS-LUNDI-W dans le planning (0 si la
      * semaine n'est pas planifiee).
       CHERCHER-SEMAINE.
           MOVE 0 TO WS-POS-SEMAINE.
           PERFORM VARYING WS-IDX-AST FROM 1 BY 1
                   UNTIL WS-IDX-AST > WS-NB-SEMAINES
               IF WS-AST-SEMAINE(WS-IDX-AST) = WS-LUNDI-W
                   MOVE WS-IDX-AST TO WS-POS-SEMAINE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       TRAITER-MOUVEMENTS.
           MOVE '--- Mouvements ---' TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUT-MOUVEMENTS NOT = '00'
               MOVE '  aucun mouvement' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-FICHIER.
           READ FIC-MOUVEMENTS
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               ADD 1 TO WS-NB-MOUVEMENTS
               PERFORM TRAITER-MOUVEMENT
               READ FIC-MOUVEMENTS
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-MOUVEMENTS.
      * Mouvements consommes : le fichier est vide pour le prochain
      * passage.
           OPEN OUTPUT FIC-MOUVEMENTS.
           CLOSE FIC-MOUVEMENTS.
           IF WS-NB-MOUVEMENTS = 0
               MOVE '  aucun mouvement' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      *---------------------------------------------------------------
       TRAITER-MOUVEMENT.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF MAS-SEMAINE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(MAS-SEMAINE) NOT = 0
               MOVE 'date de semaine invalide' TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MAS-SEMAINE TO WS-LUNDI-W.
           PERFORM CALCULER-LUNDI.
           IF WS-LUNDI-W < WS-LUNDI-COURANT
               MOVE 'semaine terminee, planning fige'
                 TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN MAS-PLANIFIER
                   PERFORM PLANIFIER-SEMAINE
               WHEN MAS-SUPPRIMER
                   PERFORM SUPPRIMER-SEMAINE
               WHEN OTHER
                   MOVE 'type de mouvement inconnu' TO WS-MOTIF-REJET
                   PERFORM REJETER-MOUVEMENT
           END-EVALUATE.

      *---------------------------------------------------------------
       PLANIFIER-SEMAINE.
           IF MAS-PRINCIPAL = SPACES OR MAS-SECOURS = SPACES
               MOVE 'principal et secours obligatoires'
                 TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           IF MAS-PRINCIPAL = MAS-SECOURS
               MOVE 'principal et secours identiques'
                 TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           IF MAS-TEL-PRINCIPAL = SPACES OR MAS-TEL-SECOURS = SPACES
               MOVE 'telephone manquant' TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MAS-PRINCIPAL TO WS-PERSONNE-W.
           PERFORM CHERCHER-CERTIFIE.
           IF NOT PERSONNE-CERTIFIEE
               STRING 'principal ' FUNCTION TRIM(MAS-PRINCIPAL)
                      ' non certifie'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MAS-SECOURS TO WS-PERSONNE-W.
           PERFORM CHERCHER-CERTIFIE.
           IF NOT PERSONNE-CERTIFIEE
               STRING 'secours ' FUNCTION TRIM(MAS-SECOURS)
                      ' non certifie'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MAS-PRINCIPAL TO WS-PERSONNE-W.
           PERFORM VERIFIER-CONSECUTIF.
           IF SERVICE-CONSECUTIF
               STRING FUNCTION TRIM(MAS-PRINCIPAL)
                      ' de service semaine voisine'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MAS-SECOURS TO WS-PERSONNE-W.
           PERFORM VERIFIER-CONSECUTIF.
           IF SERVICE-CONSECUTIF
               STRING FUNCTION TRIM(MAS-SECOURS)
                      ' de service semaine voisine'
                   DELIMITED SIZE INTO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-SEMAINE.
           IF WS-POS-SEMAINE = 0
               IF WS-NB-SEMAINES >= WS-MAX-SEMAINES
                   DISPLAY '*** Plus de ' WS-MAX-SEMAINES
                           ' semaines au planning ***'
                   CLOSE FIC-MOUVEMENTS FIC-RAPPORT
                   STOP RUN 8
               END-IF
               PERFORM INSERER-SEMAINE
           END-IF.
           MOVE WS-LUNDI-W TO WS-AST-SEMAINE(WS-POS-SEMAINE).
           MOVE MAS-PRINCIPAL TO WS-AST-PRINCIPAL(WS-POS-SEMAINE).
           MOVE MAS-PRINCIPAL TO WS-PERSONNE-W.
           PERFORM CHERCHER-NOM.
           MOVE WS-NOM-W TO WS-AST-NOM-PRINCIPAL(WS-POS-SEMAINE).
           MOVE MAS-TEL-PRINCIPAL
             TO WS-AST-TEL-PRINCIPAL(WS-POS-SEMAINE).
           MOVE MAS-SECOURS TO WS-AST-SECOURS(WS-POS-SEMAINE).
           MOVE MAS-SECOURS TO WS-PERSONNE-W.
           PERFORM CHERCHER-NOM.
           MOVE WS-NOM-W TO WS-AST-NOM-SECOURS(WS-POS-SEMAINE).
           MOVE MAS-TEL-SECOURS TO WS-AST-TEL-SECOURS(WS-POS-SEMAINE).
           MOVE WS-DATE-JOUR TO WS-AST-DATE-MAJ(WS-POS-SEMAINE).
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  P ' WS-LUNDI-W ' ' MAS-PRINCIPAL ' / '
                  MAS-SECOURS ' : planifiee'
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      *---------------------------------------------------------------
      * Ouvre une place dans le planning trie pour la semaine
      * WS-LUNDI-W ; WS-POS-SEMAINE recoit sa position.
       INSERER-SEMAINE.
           MOVE 1 TO WS-POS-SEMAINE.
           PERFORM VARYING WS-IDX-AST FROM 1 BY 1
                   UNTIL WS-IDX-AST > WS-NB-SEMAINES
               IF WS-AST-SEMAINE(WS-IDX-AST) < WS-LUNDI-W
                   COMPUTE WS-POS-SEMAINE = WS-IDX-AST + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-SEMAINES.
           PERFORM VARYING WS-IDX-AST FROM WS-NB-SEMAINES BY -1
                   UNTIL WS-IDX-AST <= WS-POS-SEMAINE
               MOVE WS-AST-LIGNE(WS-IDX-AST - 1)
                 TO WS-AST-LIGNE(WS-IDX-AST)
           END-PERFORM.
           MOVE SPACES TO WS-AST-LIGNE(WS-POS-SEMAINE).

      *---------------------------------------------------------------
       SUPPRIMER-SEMAINE.
           PERFORM CHERCHER-SEMAINE.
           IF WS-POS-SEMAINE = 0
               MOVE 'semaine non planifiee' TO WS-MOTIF-REJET
               PERFORM REJETER-MOUVEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-AST FROM WS-POS-SEMAINE BY 1
                   UNTIL WS-IDX-AST >= WS-NB-SEMAINES
               MOVE WS-AST-LIGNE(WS-IDX-AST + 1)
                 TO WS-AST-LIGNE(WS-IDX-AST)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-SEMAINES.
           ADD 1 TO WS-NB-APPLIQUES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  S ' WS-LUNDI-W ' : supprimee'
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      *---------------------------------------------------------------
       REJETER-MOUVEMENT.
           ADD 1 TO WS-NB-REJETES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  ' MAS-TYPE ' ' MAS-SEMAINE ' ' MAS-PRINCIPAL
                  ' / ' MAS-SECOURS ' : REJETE'
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '      ' WS-MOTIF-REJET
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           DISPLAY 'Mouvement ' MAS-TYPE ' ' MAS-SEMAINE
                   ' REJETE : ' FUNCTION TRIM(WS-MOTIF-REJET).

      *---------------------------------------------------------------
      * WS-PERSONNE-W est-il de service (principal ou secours) la
      * semaine qui precede ou qui suit WS-LUNDI-W ?
       VERIFIER-CONSECUTIF.
           MOVE 'N' TO WS-CONSECUTIF-W.
           COMPUTE WS-ENTIER-LUNDI =
               FUNCTION INTEGER-OF-DATE(WS-LUNDI-W).
           COMPUTE WS-LUNDI-AVANT =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-LUNDI - 7).
           COMPUTE WS-LUNDI-APRES =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-LUNDI + 7).
           PERFORM VARYING WS-IDX-AST FROM 1 BY 1
                   UNTIL WS-IDX-AST > WS-NB-SEMAINES
               IF (WS-AST-SEMAINE(WS-IDX-AST) = WS-LUNDI-AVANT
                   OR WS-AST-SEMAINE(WS-IDX-AST) = WS-LUNDI-APRES)
                  AND (WS-AST-PRINCIPAL(WS-IDX-AST) = WS-PERSONNE-W
                   OR WS-AST-SECOURS(WS-IDX-AST) = WS-PERSONNE-W)
                   SET SERVICE-CONSECUTIF TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-PLANNING.
           OPEN OUTPUT FIC-ASTREINTE.
           PERFORM VARYING WS-IDX-AST FROM 1 BY 1
                   UNTIL WS-IDX-AST > WS-NB-SEMAINES
               MOVE WS-AST-LIGNE(WS-IDX-AST) TO ENR-ASTREINTE
               WRITE ENR-ASTREINTE
           END-PERFORM.
           CLOSE FIC-ASTREINTE.

      *---------------------------------------------------------------
      * Planning a partir de la semaine en cours. Chaque ligne est
      * recontrolee (le registre ou le fichier ont pu changer depuis
      * la planification), puis les quatre prochaines semaines sans
      * astreinte sont signalees.
       LISTER-PLANNING.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE '--- Planning a venir ---' TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 'Semaine  Principal  Telephone       Secours    '
               & 'Telephone' TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING WS-IDX-AST-2 FROM 1 BY 1
                   UNTIL WS-IDX-AST-2 > WS-NB-SEMAINES
               IF WS-AST-SEMAINE(WS-IDX-AST-2) >= WS-LUNDI-COURANT
                   PERFORM LISTER-SEMAINE
               END-IF
           END-PERFORM.
           IF WS-NB-A-VENIR = 0
               MOVE '  aucune semaine planifiee' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

           MOVE WS-LUNDI-COURANT TO WS-LUNDI-W.
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-NB-SEMAINES-VUES
               PERFORM CHERCHER-SEMAINE
               IF WS-POS-SEMAINE = 0
                   ADD 1 TO WS-NB-NON-COUVERTES
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING '!! Semaine du ' WS-LUNDI-W
                          ' : AUCUNE ASTREINTE'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
                   DISPLAY 'Semaine du ' WS-LUNDI-W
                           ' : AUCUNE ASTREINTE'
               END-IF
               COMPUTE WS-ENTIER-LUNDI =
                   FUNCTION INTEGER-OF-DATE(WS-LUNDI-W) + 7
               COMPUTE WS-LUNDI-W =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-LUNDI)
           END-PERFORM.

      *---------------------------------------------------------------
       LISTER-SEMAINE.
           ADD 1 TO WS-NB-A-VENIR.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING WS-AST-SEMAINE(WS-IDX-AST-2) ' '
                  WS-AST-PRINCIPAL(WS-IDX-AST-2) ' '
                  WS-AST-TEL-PRINCIPAL(WS-IDX-AST-2) ' '
                  WS-AST-SECOURS(WS-IDX-AST-2) ' '
                  WS-AST-TEL-SECOURS(WS-IDX-AST-2)
               DELIMITED SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE WS-AST-SEMAINE(WS-IDX-AST-2) TO WS-LUNDI-W.
           MOVE WS-AST-PRINCIPAL(WS-IDX-AST-2) TO WS-PERSONNE-W.
           PERFORM CONTROLER-PERSONNE.
           MOVE WS-AST-SECOURS(WS-IDX-AST-2) TO WS-PERSONNE-W.
           PERFORM CONTROLER-PERSONNE.

      *---------------------------------------------------------------
       CONTROLER-PERSONNE.
           PERFORM CHERCHER-CERTIFIE.
           IF NOT PERSONNE-CERTIFIEE
               ADD 1 TO WS-NB-NON-CONFORMES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '   !! ' WS-PERSONNE-W
                      ' absent du registre des certifications'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           PERFORM VERIFIER-CONSECUTIF.
           IF SERVICE-CONSECUTIF
               ADD 1 TO WS-NB-NON-CONFORMES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '   !! ' WS-PERSONNE-W
                      ' de service deux semaines de suite'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
