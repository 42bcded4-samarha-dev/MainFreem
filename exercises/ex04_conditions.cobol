      *           FIC-MATIERES.dat (referentiel des matieres :
      *           libelle et coefficient par code)
      *           FIC-SEUILS-MENTION.dat (seuils de mention, optionnel)
      *           FIC-MODERATION.dat (moderations approuvees par
      *           classe et matiere, EX04J-MODERATION, optionnel)
      * Sortie  : FIC-MENTIONS.txt (le detail des notes par matiere
      *           de chaque etudiant, puis sa moyenne ponderee par
      *           les coefficients, sa mention et admis/recale)
      *           matricule pour calculer la moyenne ponderee de
      *           chaque etudiant en rupture, comme EX07-LECTURE
      *           trie le maitre par departement.
      * Controle : FIC-NOTES.dat doit correspondre au tampon du
      *           controle contre le maitre etudiants
      *           (FIC-NOTES-CONTROLE.dat d'EX04F-CONTROLE-NOTES),
      *           sinon refus avec code retour 8.
      *           Si la table des remises attendues
      *           FIC-NOTES-ATTENDUES.dat existe, l'etat des classes
      *           d'EX04K-COMPLETUDE (FIC-COMPLETUDE-CLASSES.dat) doit
      *           porter sur ces memes notes (sinon code retour 8) :
      *           les mentions d'une classe incomplete ou non
      *           parametree ne sont pas calculees, sauf forcage du
      *           directeur (FIC-FORCAGE-COMPLETUDE.dat), et le code
      *           retour est 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04-CONDITIONS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-NOTES-ATTENDUES
               ASSIGN TO 'FIC-NOTES-ATTENDUES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENDUS.
           SELECT FIC-COMPLETUDE
               ASSIGN TO 'FIC-COMPLETUDE-CLASSES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-COMPLETUDE.
           SELECT FIC-FORCAGE ASSIGN TO 'FIC-FORCAGE-COMPLETUDE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FORCAGE.
           SELECT FIC-NOTES-TRI ASSIGN TO 'FIC-NOTES-TRI.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRK-NOTES ASSIGN TO 'WRK-NOTES.tmp'.
           SELECT FIC-JURY ASSIGN TO 'FIC-JURY.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-JURY.
           SELECT FIC-MODERATION ASSIGN TO 'FIC-MODERATION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MODERATION.
           SELECT FIC-MODERATION-AUDIT
               ASSIGN TO 'FIC-MODERATION-AUDIT.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-JURY-AUDIT ASSIGN TO 'FIC-JURY-AUDIT.txt'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-RANGS ASSIGN TO 'FIC-RANGS-CLASSE.dat'
       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

      * Remises attendues : leur presence suffit a exiger l'etat
      * des classes d'EX04K-COMPLETUDE.
       FD  FIC-NOTES-ATTENDUES LABEL RECORDS ARE STANDARD.
       COPY ATTENDREC.

      * Meme enregistrement que FIC-COMPLETUDE dans EX04K.
       FD  FIC-COMPLETUDE LABEL RECORDS ARE STANDARD.
       01  ENR-COMPLETUDE.
           05 CPL-CLASSE        PIC X(3).
           05 CPL-STATUT        PIC X.
              88 CPL-COMPLETE    VALUE 'C'.
              88 CPL-INCOMPLETE  VALUE 'I'.
              88 CPL-NON-PARAMETREE VALUE 'N'.
           05 CPL-NB-MANQUANTES PIC 9(5).
           05 CPL-DATE          PIC 9(8).
           05 CPL-NB-NOTES      PIC 9(6).
           05 CPL-TOTAL-NOTES   PIC 9(8).

      * Meme enregistrement que FIC-FORCAGE dans EX04K.
       FD  FIC-FORCAGE LABEL RECORDS ARE STANDARD.
       01  ENR-FORCAGE.
           05 FRC-CLASSE        PIC X(3).
           05 FRC-DIRECTEUR     PIC X(8).
           05 FRC-DATE          PIC 9(8).
           05 FRC-MOTIF         PIC X(30).

      * Copie triee par matricule, le fichier d'origine n'est
      * jamais reecrit.
       FD  FIC-NOTES-TRI LABEL RECORDS ARE STANDARD.
           05 JUR-DATE          PIC 9(8).
           05 JUR-MOTIF         PIC X(30).

      * Moderations du conseil pedagogique : la moderation en
      * vigueur d'une classe et d'une matiere s'applique a chacune
      * de ses notes avant la moyenne ponderee ; FIC-NOTES.dat et le
      * detail de FIC-MENTIONS.txt gardent la note d'origine, chaque
      * note moderee part au journal FIC-MODERATION-AUDIT.txt.
       FD  FIC-MODERATION LABEL RECORDS ARE STANDARD.
       COPY MODEREC.

       FD  FIC-MODERATION-AUDIT LABEL RECORDS ARE STANDARD.
       01  ENR-MODERATION-AUDIT PIC X(100).

       FD  FIC-JURY-AUDIT LABEL RECORDS ARE STANDARD.
       01  ENR-JURY-AUDIT       PIC X(100).

           05 SEU-PASSABLE    PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-CTL-NB-NOTES     PIC 9(6) VALUE 0.
       01 WS-CTL-TOTAL-NOTES  PIC 9(8) VALUE 0.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-NB-ETUDIANTS     PIC 9(4) VALUE 0.
       01 WS-NB-NOTES         PIC 9(5) VALUE 0.
       01 WS-STATUT-SEUILS    PIC X(2) VALUE '00'.
             10 WS-CLA-INSUFFISANT PIC 9(4).
             10 WS-CLA-DEFAILLANT  PIC 9(4).
       01 WS-NB-CLASSES       PIC 9(3) VALUE 0.
       01 WS-SOMME-PONDEREE   PIC 9(6)V999 VALUE 0.
       01 WS-SOMME-COEFF      PIC 9(4)V9 VALUE 0.
       01 WS-MOYENNE          PIC 9(2)V99 VALUE 0.

       01 WS-POINTS-JURY-W    PIC 9V99 VALUE 0.
       01 WS-NB-AJUSTES       PIC 9(4) VALUE 0.

      * Moderations en vigueur chargees en table, note moderee de
      * la ligne en cours.
       01 WS-STATUT-MODERATION PIC X(2) VALUE '00'.
       01 WS-MAX-MODERATIONS  PIC 9(3) VALUE 200.
       01 WS-TABLE-MODERATIONS.
          05 WS-MDR-LIGNE OCCURS 200 TIMES
                  INDEXED BY WS-IDX-MDR.
             10 WS-MDR-CLASSE      PIC X(3).
             10 WS-MDR-MATIERE     PIC X(4).
             10 WS-MDR-TYPE        PIC X.
             10 WS-MDR-VALEUR      PIC S9(2)V99.
             10 WS-MDR-APPROBATEUR PIC X(8).
             10 WS-MDR-DATE        PIC 9(8).
       01 WS-NB-MODERATIONS   PIC 9(3) VALUE 0.
       01 WS-NOTE-CALCUL      PIC S9(3)V99 VALUE 0.
       01 WS-NOTE-MODEREE     PIC 9(2)V99 VALUE 0.
       01 WS-NB-NOTES-MODEREES PIC 9(5) VALUE 0.
       01 WS-ED-VALEUR-MDR    PIC ++9.99.
       01 WS-ED-FACTEUR-MDR   PIC 9.99.
       01 WS-ED-NOTE-MDR      PIC Z9.99.
       01 WS-ED-MODERATION    PIC X(16) VALUE SPACES.

      * Completude des remises : etat de chaque classe selon
      * EX04K-COMPLETUDE et forcage eventuel du directeur ; les
      * notes d'une classe refusee sont ecartees du calcul.
       01 WS-STATUT-ATTENDUS  PIC X(2) VALUE '00'.
       01 WS-STATUT-COMPLETUDE PIC X(2) VALUE '00'.
       01 WS-STATUT-FORCAGE   PIC X(2) VALUE '00'.
       01 WS-SUIVI-REMISES    PIC X VALUE 'N'.
          88 SUIVI-REMISES-ACTIF VALUE 'O'.
       01 WS-TABLE-COMPLETUDE.
          05 WS-CPL-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-CPL.
             10 WS-CPL-CLASSE      PIC X(3).
             10 WS-CPL-STATUT      PIC X.
             10 WS-CPL-NB-MANQUANTES PIC 9(5).
             10 WS-CPL-FORCEE      PIC X.
             10 WS-CPL-DIRECTEUR   PIC X(8).
             10 WS-CPL-DATE-FORCAGE PIC 9(8).
             10 WS-CPL-MOTIF       PIC X(30).
       01 WS-NB-COMPLETUDE    PIC 9(3) VALUE 0.
       01 WS-CLASSE-REFUSEE-W PIC X VALUE 'N'.
          88 CLASSE-REFUSEE   VALUE 'O'.
       01 WS-NB-CLASSES-REFUSEES PIC 9(3) VALUE 0.
       01 WS-NB-CLASSES-FORCEES PIC 9(3) VALUE 0.
       01 WS-NB-NOTES-ECARTEES PIC 9(5) VALUE 0.

      * Palmares : tous les etudiants de la promotion avec leur
      * moyenne et leur mention, pour le rang en classe et le
      * tableau d'honneur.
           DISPLAY '  Calcul de mention'.
           DISPLAY '================================'.

           PERFORM VERIFIER-CONTROLE-NOTES.
           PERFORM VERIFIER-COMPLETUDE.

           PERFORM LIRE-SEUILS.
           PERFORM CHARGER-MATIERES.
           PERFORM CHARGER-ABSENCES.
           PERFORM CHARGER-JURY.
           PERFORM CHARGER-MODERATIONS.
           OPEN OUTPUT FIC-MODERATION-AUDIT.
           MOVE SPACES TO ENR-MODERATION-AUDIT.
           STRING '=== NOTES MODEREES PAR LE CONSEIL PEDAGOGIQUE '
                  '(FIC-NOTES.dat inchange) ==='
               DELIMITED SIZE INTO ENR-MODERATION-AUDIT.
           WRITE ENR-MODERATION-AUDIT.
           OPEN OUTPUT FIC-JURY-AUDIT.
           MOVE SPACES TO ENR-JURY-AUDIT.
           STRING '=== AJUSTEMENTS DE DELIBERATION DU JURY (pour '
               DELIMITED SIZE INTO ENR-JURY-AUDIT.
           WRITE ENR-JURY-AUDIT.
           CLOSE FIC-JURY-AUDIT.
           MOVE SPACES TO ENR-MODERATION-AUDIT.
           STRING 'Total : ' WS-NB-NOTES-MODEREES ' note(s) moderee(s)'
               DELIMITED SIZE INTO ENR-MODERATION-AUDIT.
           WRITE ENR-MODERATION-AUDIT.
           CLOSE FIC-MODERATION-AUDIT.
           PERFORM CALCULER-RANGS.
           PERFORM ECRIRE-TABLEAU-HONNEUR.

               DISPLAY 'Points de jury    : ' WS-NB-AJUSTES
                       ' ajustement(s) (voir FIC-JURY-AUDIT.txt)'
           END-IF.
           IF WS-NB-NOTES-MODEREES > 0
               DISPLAY 'Notes moderees    : ' WS-NB-NOTES-MODEREES
                       ' (voir FIC-MODERATION-AUDIT.txt)'
           END-IF.
           IF WS-NB-DEFAILLANTS > 0
               DISPLAY 'Defaillants       : ' WS-NB-DEFAILLANTS
                       ' (absence injustifiee, voir '
                       'FIC-ELIGIBLES-SESSION2.txt)'
           END-IF.
           IF WS-NB-CLASSES-REFUSEES > 0
               DISPLAY 'Classes incompletes : ' WS-NB-CLASSES-REFUSEES
                       ' non calculee(s), ' WS-NB-NOTES-ECARTEES
                       ' note(s) ecartee(s) (voir '
                       'FIC-COMPLETUDE-RAPPORT.txt)'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF WS-NB-MAT-INCONNUES > 0
               DISPLAY 'Matieres hors referentiel : '
                       WS-NB-MAT-INCONNUES
           DISPLAY 'Resultats dans    : FIC-MENTIONS.txt'.
           PERFORM AFFICHER-HISTOGRAMME.
           DISPLAY '================================'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       LIRE-SEUILS.
      * precedent est complet, sa moyenne ponderee est calculee.
       TRAITER-NOTE.
           ADD 1 TO WS-NB-NOTES.
           PERFORM VERIFIER-CLASSE-NOTE.
           IF CLASSE-REFUSEE
               ADD 1 TO WS-NB-NOTES-ECARTEES
               EXIT PARAGRAPH
           END-IF.
           IF TRI-MATRICULE NOT = WS-MATRICULE-PREC
               PERFORM TRAITER-ETUDIANT
               MOVE TRI-MATRICULE TO WS-MATRICULE-PREC
           END-IF.

           PERFORM CHERCHER-COEFFICIENT.
           PERFORM MODERER-NOTE.
           COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
               + WS-NOTE-MODEREE * WS-COEFFICIENT-W.
           ADD WS-COEFFICIENT-W TO WS-SOMME-COEFF.

           MOVE SPACES TO ENR-MENTION.
                       WS-NB-JURY
           END-IF.

      *---------------------------------------------------------------
       CHARGER-MODERATIONS.
           OPEN INPUT FIC-MODERATION.
           IF WS-STATUT-MODERATION NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-MODERATION NOT = '00'
               READ FIC-MODERATION
                   AT END MOVE '10' TO WS-STATUT-MODERATION
                   NOT AT END
                       IF MOD-EN-VIGUEUR
                           PERFORM RETENIR-MODERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-MODERATION.
           DISPLAY 'Moderations en vigueur : ' WS-NB-MODERATIONS.

      *---------------------------------------------------------------
      * Une moderation non chargee fausserait les moyennes de toute
      * une classe : refus plutot que calcul partiel.
       RETENIR-MODERATION.
           IF WS-NB-MODERATIONS >= WS-MAX-MODERATIONS
               DISPLAY '*** Plus de ' WS-MAX-MODERATIONS
                       ' moderations en vigueur : calcul refuse ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-MODERATIONS.
           MOVE MOD-CLASSE  TO WS-MDR-CLASSE(WS-NB-MODERATIONS).
           MOVE MOD-MATIERE TO WS-MDR-MATIERE(WS-NB-MODERATIONS).
           MOVE MOD-TYPE    TO WS-MDR-TYPE(WS-NB-MODERATIONS).
           MOVE MOD-VALEUR  TO WS-MDR-VALEUR(WS-NB-MODERATIONS).
           MOVE MOD-APPROBATEUR
               TO WS-MDR-APPROBATEUR(WS-NB-MODERATIONS).
           MOVE MOD-DATE-APPROBATION
               TO WS-MDR-DATE(WS-NB-MODERATIONS).

      *---------------------------------------------------------------
      * Note de la ligne en cours apres moderation : decalage (D) ou
      * facteur (E) de la classe et de la matiere, borne a 0 et 20.
       MODERER-NOTE.
           MOVE TRI-NOTE TO WS-NOTE-MODEREE.
           PERFORM VARYING WS-IDX-MDR FROM 1 BY 1
                   UNTIL WS-IDX-MDR > WS-NB-MODERATIONS
               IF WS-MDR-CLASSE(WS-IDX-MDR) = TRI-CLASSE
                       AND WS-MDR-MATIERE(WS-IDX-MDR) = TRI-MATIERE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-MDR > WS-NB-MODERATIONS
               EXIT PARAGRAPH
           END-IF.
           IF WS-MDR-TYPE(WS-IDX-MDR) = 'D'
               COMPUTE WS-NOTE-CALCUL ROUNDED =
                   TRI-NOTE + WS-MDR-VALEUR(WS-IDX-MDR)
           ELSE
               COMPUTE WS-NOTE-CALCUL ROUNDED =
                   TRI-NOTE * WS-MDR-VALEUR(WS-IDX-MDR)
           END-IF.
           IF WS-NOTE-CALCUL < 0
               MOVE 0 TO WS-NOTE-CALCUL
           END-IF.
           IF WS-NOTE-CALCUL > 20
               MOVE 20 TO WS-NOTE-CALCUL
           END-IF.
           MOVE WS-NOTE-CALCUL TO WS-NOTE-MODEREE.
           ADD 1 TO WS-NB-NOTES-MODEREES.
           MOVE SPACES TO WS-ED-MODERATION.
           IF WS-MDR-TYPE(WS-IDX-MDR) = 'D'
               MOVE WS-MDR-VALEUR(WS-IDX-MDR) TO WS-ED-VALEUR-MDR
               STRING 'decalage ' WS-ED-VALEUR-MDR
                   DELIMITED SIZE INTO WS-ED-MODERATION
           ELSE
               MOVE WS-MDR-VALEUR(WS-IDX-MDR) TO WS-ED-FACTEUR-MDR
               STRING 'facteur x' WS-ED-FACTEUR-MDR
                   DELIMITED SIZE INTO WS-ED-MODERATION
           END-IF.
           MOVE WS-NOTE-MODEREE TO WS-ED-NOTE-MDR.
           MOVE SPACES TO ENR-MODERATION-AUDIT.
           STRING TRI-MATRICULE ' ' TRI-NOM ' ' TRI-CLASSE ' '
                  TRI-MATIERE ' : ' TRI-NOTE ' > ' WS-ED-NOTE-MDR
                  ' (' FUNCTION TRIM(WS-ED-MODERATION)
                  ' par ' WS-MDR-APPROBATEUR(WS-IDX-MDR)
                  ' le ' WS-MDR-DATE(WS-IDX-MDR) ')'
               DELIMITED SIZE INTO ENR-MODERATION-AUDIT.
           WRITE ENR-MODERATION-AUDIT.

      *---------------------------------------------------------------
      * Points du jury appliques a la moyenne ponderee, avant les
      * seuils de mention ; chaque ajustement est journalise avec
               DISPLAY '   Defaillant  : '
                       WS-CLA-DEFAILLANT(WS-IDX-CLA)
           END-PERFORM.

      *---------------------------------------------------------------
      * FIC-NOTES.dat doit etre celui qu'EX04F-CONTROLE-NOTES a
      * confronte au maitre etudiants : meme nombre de lignes et
      * meme total des notes que le tampon du controle.
       VERIFIER-CONTROLE-NOTES.
           OPEN INPUT FIC-CONTROLE-NOTES.
           IF WS-STATUT-CONTROLE-NOTES NOT = '00'
               DISPLAY 'FIC-NOTES.dat non controle contre le maitre '
                       'etudiants : lancer EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           READ FIC-CONTROLE-NOTES
               AT END MOVE 999999 TO CTN-NB-NOTES
           END-READ.
           CLOSE FIC-CONTROLE-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat introuvable ***'
               STOP RUN 1
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       ADD 1 TO WS-CTL-NB-NOTES
                       ADD ETU-NOTE TO WS-CTL-TOTAL-NOTES
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.
           IF WS-CTL-NB-NOTES NOT = CTN-NB-NOTES
                   OR WS-CTL-TOTAL-NOTES NOT = CTN-TOTAL-NOTES
               DISPLAY 'FIC-NOTES.dat modifie depuis le controle du '
                       CTN-DATE ' (' WS-CTL-NB-NOTES ' ligne(s) pour '
                       CTN-NB-NOTES ' controlee(s)) : relancer '
                       'EX04F-CONTROLE-NOTES'
               STOP RUN 8
           END-IF.
           IF CTN-NB-EXCEPTIONS > 0
               DISPLAY CTN-NB-EXCEPTIONS ' note(s) en exception au '
                       'controle, absentes du calcul (voir '
                       'FIC-NOTES-EXCEPTIONS.txt)'
           END-IF.

      *---------------------------------------------------------------
      * Suivi des remises : des que FIC-NOTES-ATTENDUES.dat existe,
      * l'etat des classes d'EX04K-COMPLETUDE est exige et doit
      * porter sur les notes controlees (memes lignes, meme total).
       VERIFIER-COMPLETUDE.
           OPEN INPUT FIC-NOTES-ATTENDUES.
           IF WS-STATUT-ATTENDUS NOT = '00'
               DISPLAY 'FIC-NOTES-ATTENDUES.dat absent : completude '
                       'des remises non controlee'
               EXIT PARAGRAPH
           END-IF.
           CLOSE FIC-NOTES-ATTENDUES.
           SET SUIVI-REMISES-ACTIF TO TRUE.
           OPEN INPUT FIC-COMPLETUDE.
           IF WS-STATUT-COMPLETUDE NOT = '00'
               DISPLAY 'Completude des remises non controlee : '
                       'lancer EX04K-COMPLETUDE'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-COMPLETUDE NOT = '00'
               READ FIC-COMPLETUDE
                   AT END MOVE '10' TO WS-STATUT-COMPLETUDE
                   NOT AT END
                       PERFORM RETENIR-COMPLETUDE
               END-READ
           END-PERFORM.
           CLOSE FIC-COMPLETUDE.
           PERFORM CHARGER-FORCAGES.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COMPLETUDE
               IF WS-CPL-STATUT(WS-IDX-CPL) NOT = 'C'
                   PERFORM ANNONCER-CLASSE-INCOMPLETE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       RETENIR-COMPLETUDE.
           IF CPL-NB-NOTES NOT = WS-CTL-NB-NOTES
                   OR CPL-TOTAL-NOTES NOT = WS-CTL-TOTAL-NOTES
               DISPLAY 'FIC-NOTES.dat modifie depuis le controle de '
                       'completude du ' CPL-DATE ' : relancer '
                       'EX04K-COMPLETUDE'
               CLOSE FIC-COMPLETUDE
               STOP RUN 8
           END-IF.
           IF WS-NB-COMPLETUDE >= WS-MAX-CLASSES
               DISPLAY '*** Plus de ' WS-MAX-CLASSES
                       ' classes a l''etat de completude : calcul '
                       'refuse ***'
               CLOSE FIC-COMPLETUDE
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-COMPLETUDE.
           SET WS-IDX-CPL TO WS-NB-COMPLETUDE.
           MOVE CPL-CLASSE TO WS-CPL-CLASSE(WS-IDX-CPL).
           MOVE CPL-STATUT TO WS-CPL-STATUT(WS-IDX-CPL).
           MOVE CPL-NB-MANQUANTES TO WS-CPL-NB-MANQUANTES(WS-IDX-CPL).
           MOVE 'N' TO WS-CPL-FORCEE(WS-IDX-CPL).

      *---------------------------------------------------------------
      * Forcage du directeur : retenu seulement signe (directeur)
      * et motive.
       CHARGER-FORCAGES.
           OPEN INPUT FIC-FORCAGE.
           IF WS-STATUT-FORCAGE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-FORCAGE NOT = '00'
               READ FIC-FORCAGE
                   AT END MOVE '10' TO WS-STATUT-FORCAGE
                   NOT AT END
                       PERFORM RETENIR-FORCAGE
               END-READ
           END-PERFORM.
           CLOSE FIC-FORCAGE.

      *---------------------------------------------------------------
       RETENIR-FORCAGE.
           IF FRC-DIRECTEUR = SPACES OR FRC-MOTIF = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COMPLETUDE
               IF WS-CPL-CLASSE(WS-IDX-CPL) = FRC-CLASSE
                   MOVE 'O' TO WS-CPL-FORCEE(WS-IDX-CPL)
                   MOVE FRC-DIRECTEUR
                       TO WS-CPL-DIRECTEUR(WS-IDX-CPL)
                   MOVE FRC-DATE TO WS-CPL-DATE-FORCAGE(WS-IDX-CPL)
                   MOVE FRC-MOTIF TO WS-CPL-MOTIF(WS-IDX-CPL)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ANNONCER-CLASSE-INCOMPLETE.
           IF WS-CPL-FORCEE(WS-IDX-CPL) = 'O'
               ADD 1 TO WS-NB-CLASSES-FORCEES
               DISPLAY 'Classe ' WS-CPL-CLASSE(WS-IDX-CPL)
                       ' incomplete (' WS-CPL-NB-MANQUANTES(WS-IDX-CPL)
                       ' note(s) manquante(s)) : calcul force par '
                       WS-CPL-DIRECTEUR(WS-IDX-CPL) ' le '
                       WS-CPL-DATE-FORCAGE(WS-IDX-CPL)
               DISPLAY '   motif : ' WS-CPL-MOTIF(WS-IDX-CPL)
           ELSE
               ADD 1 TO WS-NB-CLASSES-REFUSEES
               IF WS-CPL-STATUT(WS-IDX-CPL) = 'N'
                   DISPLAY '*** Classe ' WS-CPL-CLASSE(WS-IDX-CPL)
                           ' sans remise attendue : mentions non '
                           'calculees ***'
               ELSE
                   DISPLAY '*** Classe ' WS-CPL-CLASSE(WS-IDX-CPL)
                           ' incomplete ('
                           WS-CPL-NB-MANQUANTES(WS-IDX-CPL)
                           ' note(s) manquante(s)) : mentions non '
                           'calculees ***'
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Classe de la note en cours : refusee si le suivi des remises
      * est actif et qu'elle n'est ni complete ni forcee.
       VERIFIER-CLASSE-NOTE.
           MOVE 'N' TO WS-CLASSE-REFUSEE-W.
           IF NOT SUIVI-REMISES-ACTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COMPLETUDE
               IF WS-CPL-CLASSE(WS-IDX-CPL) = TRI-CLASSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-CPL > WS-NB-COMPLETUDE
               SET CLASSE-REFUSEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPL-STATUT(WS-IDX-CPL) NOT = 'C'
                   AND WS-CPL-FORCEE(WS-IDX-CPL) NOT = 'O'
               SET CLASSE-REFUSEE TO TRUE
           END-IF.
