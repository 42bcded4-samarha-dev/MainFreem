      *===============================================================
      * Exercice 4i - Bascule d'annee universitaire
      * Niveau : Avance
      * En fin d'annee, FIC-NOTES.dat, FIC-NOTES-FUSION.dat et le
      * fichier des credits etaient renommes a la main et les codes
      * classe retapes pour l'annee suivante. Ce programme fait la
      * bascule :
      *   1. controles prealables, refus (code retour 8) avant toute
      *      ecriture si l'un echoue :
      *        - FIC-NOTES.dat conforme au tampon d'EX04F ;
      *        - seconde session reportee : FIC-NOTES-FUSION.dat,
      *          s'il existe, identique a FIC-NOTES.dat (bascule
      *          d'exploitation decrite dans EX04C) ;
      *        - FIC-MENTIONS.txt calcule sur ces notes (ses lignes
      *          de detail portent exactement les notes du fichier),
      *          donc apres seconde session et points de jury ;
      *        - aucun recours ouvert au registre d'EX04H ;
      *        - soldes de credits d'EX04D presents ;
      *   2. decision par etudiant inscrit au maitre, selon le
      *      parametrage des passages FIC-PASSAGE-CLASSES.dat
      *      (classe, classe suivante ; suivante a blanc = classe
      *      terminale) :
      *        - admis, classe non terminale : promu dans la classe
      *          suivante ;
      *        - admis en classe terminale avec les credits requis
      *          (FIC-PARAM-CREDITS.dat, defaut 60) : diplome, il
      *          quitte l'etablissement (statut D, date de sortie) ;
      *        - admis en terminale sans les credits, ou recale :
      *          redoublant, classe inchangee ;
      *        - sans resultat ou classe absente du parametrage :
      *          classe inchangee, signale ;
      *   3. les fichiers de l'annee (notes, seconde session, fusion,
      *      exceptions, mentions, rangs, credits, jury, absences,
      *      moderations du conseil pedagogique, remises de notes
      *      attendues et forcages de completude du directeur)
      *      partent chacun dans une generation datee
      *      <fichier>-AAAAMMJJ enregistree au catalogue des
      *      generations pour la retention d'EX18, puis sont vides
      *      pour la nouvelle annee ; le maitre etudiants d'avant la
      *      bascule est archive de meme puis reecrit ;
      *   4. le rapport FIC-BASCULE-ANNEE-RAPPORT.txt liste la
      *      decision de chaque etudiant et prouve que chacun est
      *      compte une fois.
      * La copie se fait octet par octet comme dans EX19-SNAPSHOT.
      * Compiler : cobc -x ex04i_bascule_annee.cobol
      *            -o ex04i_bascule_annee -I ../copybooks
      * Executer : ./ex04i_bascule_annee
      * Code retour : 0 bascule prouvee, 4 etudiants signales (sans
      *               resultat, classe non parametree, resultat
      *               sans etudiant au maitre), 8 refus ou ecart.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04I-BASCULE-ANNEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ETUDIANTS ASSIGN TO 'FIC-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETUDIANTS.
           SELECT FIC-NOTES ASSIGN TO 'FIC-NOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-NOTES.
           SELECT FIC-CONTROLE-NOTES
               ASSIGN TO 'FIC-NOTES-CONTROLE.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONTROLE-NOTES.
           SELECT FIC-NOTES-FUSION ASSIGN TO 'FIC-NOTES-FUSION.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-FUSION.
           SELECT FIC-MENTIONS ASSIGN TO 'FIC-MENTIONS.txt'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-MENTIONS.
           SELECT FIC-CREDITS ASSIGN TO 'FIC-CREDITS-ETUDIANTS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CREDITS.
           SELECT FIC-RECOURS ASSIGN TO 'FIC-RECOURS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-RECOURS.
           SELECT FIC-PASSAGES ASSIGN TO 'FIC-PASSAGE-CLASSES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PASSAGES.
           SELECT FIC-PARAM ASSIGN TO 'FIC-PARAM-CREDITS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-PARAM.
           SELECT FIC-ENTREE ASSIGN TO WS-NOM-ENTREE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-ENTREE.
           SELECT FIC-SORTIE ASSIGN TO WS-NOM-SORTIE
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIC-CATALOGUE
               ASSIGN TO 'FIC-CATALOGUE-GENERATIONS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FIC-RAPPORT
               ASSIGN TO 'FIC-BASCULE-ANNEE-RAPPORT.txt'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ETUDIANTS LABEL RECORDS ARE STANDARD.
       COPY ETUDREC.

       FD  FIC-NOTES LABEL RECORDS ARE STANDARD.
       COPY NOTEREC.

      * Meme enregistrement que FIC-CONTROLE dans EX04F.
       FD  FIC-CONTROLE-NOTES LABEL RECORDS ARE STANDARD.
       01  ENR-CONTROLE-NOTES.
           05 CTN-DATE          PIC 9(8).
           05 CTN-NB-NOTES      PIC 9(6).
           05 CTN-TOTAL-NOTES   PIC 9(8).
           05 CTN-NB-EXCEPTIONS PIC 9(6).

       FD  FIC-NOTES-FUSION LABEL RECORDS ARE STANDARD.
       COPY NOTEREC
           REPLACING ==ENR-NOTES== BY ==ENR-NOTES-FUSION==
                     LEADING ==ETU== BY ==FUS==.

      * Lignes d'EX04-CONDITIONS : synthese ('.' de la moyenne en
      * colonne 10) ou detail par matiere (note en colonnes 13-14).
       FD  FIC-MENTIONS LABEL RECORDS ARE STANDARD.
       01  ENR-MENTION.
           05 MNT-MATRICULE  PIC X(6).
           05 FILLER         PIC X(1).
           05 MNT-MOYENNE    PIC X(5).
           05 FILLER         PIC X(1).
           05 MNT-MENTION    PIC X(15).
           05 FILLER         PIC X(1).
           05 MNT-ADMIS      PIC X(3).
           05 FILLER         PIC X(3).
       01  ENR-MENTION-DETAIL REDEFINES ENR-MENTION.
           05 MND-MATRICULE  PIC X(6).
           05 FILLER         PIC X(1).
           05 MND-MATIERE    PIC X(4).
           05 FILLER         PIC X(1).
           05 MND-NOTE       PIC 9(2).
           05 FILLER         PIC X(21).

      * Meme enregistrement que FIC-CREDITS dans EX04D-CREDITS.
       FD  FIC-CREDITS LABEL RECORDS ARE STANDARD.
       01  ENR-CREDIT-ETUDIANT.
           05 CRE-MATRICULE     PIC X(6).
           05 CRE-CLASSE        PIC X(3).
           05 CRE-CREDITS       PIC 9(3).

      * Meme enregistrement que FIC-RECOURS dans EX04H.
       FD  FIC-RECOURS LABEL RECORDS ARE STANDARD.
       01  ENR-RECOURS.
           05 RCS-MATRICULE     PIC X(6).
           05 RCS-MATIERE       PIC X(4).
           05 RCS-NOTE-ORIGINE  PIC 9(2).
           05 RCS-MOTIF         PIC X(30).
           05 RCS-DATE-DEPOT    PIC 9(8).
           05 RCS-STATUT        PIC X.
           05 RCS-DECISION      PIC X(30).
           05 RCS-NOTE-NOUVELLE PIC 9(2).
           05 RCS-REVISEUR      PIC X(8).
           05 RCS-DATE-DECISION PIC 9(8).

      * Passage de classe : classe suivante d'un admis, a blanc pour
      * une classe terminale (l'admis y obtient le diplome).
       FD  FIC-PASSAGES LABEL RECORDS ARE STANDARD.
       01  ENR-PASSAGE.
           05 PAS-CLASSE        PIC X(3).
           05 PAS-CLASSE-SUIVANTE PIC X(3).

      * Meme parametre que dans EX04D-CREDITS.
       FD  FIC-PARAM LABEL RECORDS ARE STANDARD.
       01  ENR-PARAM.
           05 PRM-CREDITS-REQUIS PIC 9(3).

       FD  FIC-ENTREE LABEL RECORDS ARE STANDARD.
       01  ENR-OCTET-ENTREE   PIC X.

       FD  FIC-SORTIE LABEL RECORDS ARE STANDARD.
       01  ENR-OCTET-SORTIE   PIC X.

       FD  FIC-CATALOGUE LABEL RECORDS ARE STANDARD.
       COPY GENCATREC.

       FD  FIC-RAPPORT LABEL RECORDS ARE STANDARD.
       01  ENR-RAPPORT          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUT-ETUDIANTS PIC X(2) VALUE '00'.
       01 WS-STATUT-NOTES     PIC X(2) VALUE '00'.
       01 WS-STATUT-CONTROLE-NOTES PIC X(2) VALUE '00'.
       01 WS-STATUT-FUSION    PIC X(2) VALUE '00'.
       01 WS-STATUT-MENTIONS  PIC X(2) VALUE '00'.
       01 WS-STATUT-CREDITS   PIC X(2) VALUE '00'.
       01 WS-STATUT-RECOURS   PIC X(2) VALUE '00'.
       01 WS-STATUT-PASSAGES  PIC X(2) VALUE '00'.
       01 WS-STATUT-PARAM     PIC X(2) VALUE '00'.
       01 WS-STATUT-ENTREE    PIC X(2) VALUE '00'.
       01 WS-STATUT-CATALOGUE PIC X(2) VALUE '00'.
       01 WS-FIN-FICHIER      PIC X VALUE 'N'.
          88 FIC-TERMINE      VALUE 'O'.
       01 WS-CODE-RETOUR      PIC 9(2) VALUE 0.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-CREDITS-REQUIS   PIC 9(3) VALUE 60.

      * Controles prealables : nombre de lignes et total des notes
      * de chaque source.
       01 WS-NB-NOTES         PIC 9(6) VALUE 0.
       01 WS-TOTAL-NOTES      PIC 9(8) VALUE 0.
       01 WS-NB-FUSION        PIC 9(6) VALUE 0.
       01 WS-TOTAL-FUSION     PIC 9(8) VALUE 0.
       01 WS-NB-DETAILS       PIC 9(6) VALUE 0.
       01 WS-TOTAL-DETAILS    PIC 9(8) VALUE 0.
       01 WS-NB-OUVERTS       PIC 9(4) VALUE 0.

       01 WS-MAX-PASSAGES     PIC 9(3) VALUE 100.
       01 WS-TABLE-PASSAGES.
          05 WS-PAS-LIGNE OCCURS 100 TIMES
                  INDEXED BY WS-IDX-PAS.
             10 WS-PAS-CLASSE    PIC X(3).
             10 WS-PAS-SUIVANTE  PIC X(3).
       01 WS-NB-PASSAGES      PIC 9(3) VALUE 0.

      * Resultats de l'annee (lignes de synthese de FIC-MENTIONS) ;
      * WS-RES-RETENU marque ceux rattaches a un etudiant du maitre.
       01 WS-MAX-RESULTATS    PIC 9(4) VALUE 3000.
       01 WS-TABLE-RESULTATS.
          05 WS-RES-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-RES.
             10 WS-RES-MATRICULE PIC X(6).
             10 WS-RES-MOYENNE   PIC X(5).
             10 WS-RES-ADMIS     PIC X(3).
             10 WS-RES-RETENU    PIC X.
       01 WS-NB-RESULTATS     PIC 9(4) VALUE 0.

       01 WS-MAX-CREDITS      PIC 9(4) VALUE 3000.
       01 WS-TABLE-CREDITS.
          05 WS-CRE-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-CRE.
             10 WS-CRE-MATRICULE PIC X(6).
             10 WS-CRE-CREDITS   PIC 9(3).
       01 WS-NB-CREDITS       PIC 9(4) VALUE 0.

      * Maitre etudiants, meme table qu'EX04E, avec la decision de
      * bascule et la classe d'avant.
       01 WS-MAX-ETUDIANTS    PIC 9(4) VALUE 3000.
       01 WS-TABLE-ETUDIANTS.
          05 WS-ETD-LIGNE OCCURS 3000 TIMES
                  INDEXED BY WS-IDX-ETD.
             10 WS-ETD-ENREG.
                15 WS-ETD-MATRICULE PIC X(6).
                15 WS-ETD-NOM       PIC X(20).
                15 WS-ETD-PRENOM    PIC X(15).
                15 WS-ETD-DATE-NAISSANCE PIC 9(8).
                15 WS-ETD-CLASSE    PIC X(3).
                15 WS-ETD-STATUT    PIC X.
                15 WS-ETD-DATE-INSCRIPTION PIC 9(8).
                15 WS-ETD-DATE-SORTIE PIC 9(8).
             10 WS-ETD-CLASSE-AVANT PIC X(3).
             10 WS-ETD-MOYENNE   PIC X(5).
             10 WS-ETD-ADMIS     PIC X(3).
             10 WS-ETD-CREDITS   PIC 9(3).
             10 WS-ETD-DECISION  PIC X.
                88 DEC-PROMU        VALUE 'P'.
                88 DEC-REDOUBLANT   VALUE 'R'.
                88 DEC-CREDITS      VALUE 'C'.
                88 DEC-DIPLOME      VALUE 'D'.
                88 DEC-SANS-RESULTAT VALUE 'S'.
                88 DEC-CLASSE-INCONNUE VALUE 'K'.
                88 DEC-HORS-EFFECTIF VALUE 'H'.
       01 WS-NB-ETUDIANTS     PIC 9(4) VALUE 0.

       01 WS-NB-INSCRITS      PIC 9(4) VALUE 0.
       01 WS-NB-PROMUS        PIC 9(4) VALUE 0.
       01 WS-NB-REDOUBLANTS   PIC 9(4) VALUE 0.
       01 WS-NB-MANQUE-CREDITS PIC 9(4) VALUE 0.
       01 WS-NB-DIPLOMES      PIC 9(4) VALUE 0.
       01 WS-NB-SANS-RESULTAT PIC 9(4) VALUE 0.
       01 WS-NB-CLASSE-INCONNUE PIC 9(4) VALUE 0.
       01 WS-NB-HORS-EFFECTIF PIC 9(4) VALUE 0.
       01 WS-NB-ORPHELINS     PIC 9(4) VALUE 0.
       01 WS-NB-DECIDES       PIC 9(4) VALUE 0.
       01 WS-NB-REECRITS      PIC 9(4) VALUE 0.
       01 WS-LIBELLE-DECISION PIC X(20) VALUE SPACES.

      * Fichiers de l'annee archives par la bascule : racine et
      * extension du nom, famille au catalogue, longueur
      * d'enregistrement (pour compter les lignes copiees) et vidage
      * apres archivage (le maitre etudiants est reecrit, pas vide).
       01 WS-FICHIERS-VALEURS.
           05 FILLER PIC X(52) VALUE
               'FIC-NOTES               .datNOTES-ANNEE         035O'.
           05 FILLER PIC X(52) VALUE
               'FIC-NOTES-SESSION2      .datNOTES-SESSION2-ANNEE035O'.
           05 FILLER PIC X(52) VALUE
               'FIC-NOTES-FUSION        .datNOTES-FUSION-ANNEE  035O'.
           05 FILLER PIC X(52) VALUE
               'FIC-NOTES-EXCEPTIONS    .datNOTES-EXCEPT-ANNEE  046O'.
           05 FILLER PIC X(52) VALUE
               'FIC-MENTIONS            .txtMENTIONS-ANNEE      035O'.
           05 FILLER PIC X(52) VALUE
               'FIC-RANGS-CLASSE        .datRANGS-ANNEE         021O'.
           05 FILLER PIC X(52) VALUE
               'FIC-CREDITS-ETUDIANTS   .datCREDITS-ANNEE       012O'.
           05 FILLER PIC X(52) VALUE
               'FIC-JURY                .datJURY-ANNEE          051O'.
           05 FILLER PIC X(52) VALUE
               'FIC-ABSENCES-ETUDIANTS  .datABSENCES-ANNEE      012O'.
           05 FILLER PIC X(52) VALUE
               'FIC-MODERATION          .datMODERATION-ANNEE    068O'.
           05 FILLER PIC X(52) VALUE
               'FIC-NOTES-ATTENDUES     .datREMISES-ANNEE       035O'.
           05 FILLER PIC X(52) VALUE
               'FIC-FORCAGE-COMPLETUDE  .datFORCAGES-ANNEE      049O'.
           05 FILLER PIC X(52) VALUE
               'FIC-ETUDIANTS           .datETUDIANTS-ANNEE     069N'.
       01 WS-TABLE-FICHIERS REDEFINES WS-FICHIERS-VALEURS.
           05 WS-FICHIER OCCURS 13 TIMES
                   INDEXED BY WS-IDX-FIC.
              10 FIC-RACINE      PIC X(24).
              10 FIC-EXTENSION   PIC X(4).
              10 FIC-FAMILLE     PIC X(20).
              10 FIC-LONGUEUR    PIC 9(3).
              10 FIC-A-VIDER     PIC X.
       01 WS-NB-FICHIERS      PIC 9(2) VALUE 13.
       01 WS-NOM-ENTREE       PIC X(40) VALUE SPACES.
       01 WS-NOM-SORTIE       PIC X(40) VALUE SPACES.
       01 WS-NB-OCTETS        PIC 9(10) VALUE 0.
       01 WS-NB-ENREG         PIC 9(6) VALUE 0.
       01 WS-NB-ARCHIVES      PIC 9(2) VALUE 0.
       01 WS-NB-NOTES-ARCHIVEES PIC 9(6) VALUE 0.
       01 WS-LIGNE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY '================================================'.
           DISPLAY '  Bascule d''annee universitaire du ' WS-DATE-JOUR.
           DISPLAY '================================================'.

           PERFORM CHARGER-PASSAGES.
           PERFORM LIRE-PARAM-CREDITS.
           PERFORM VERIFIER-RECOURS.
           PERFORM VERIFIER-NOTES.
           PERFORM CHARGER-RESULTATS.
           PERFORM CHARGER-CREDITS.
           PERFORM CHARGER-ETUDIANTS.

           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               PERFORM DECIDER-ETUDIANT
           END-PERFORM.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-NB-RESULTATS
               IF WS-RES-RETENU(WS-IDX-RES) NOT = 'O'
                   ADD 1 TO WS-NB-ORPHELINS
               END-IF
           END-PERFORM.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING '=== BASCULE D''ANNEE UNIVERSITAIRE DU '
                  WS-DATE-JOUR ' ==='
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Generations archivees ---' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL WS-IDX-FIC > WS-NB-FICHIERS
               PERFORM ARCHIVER-UN-FICHIER
           END-PERFORM.
           PERFORM REECRIRE-ETUDIANTS.
           PERFORM ECRIRE-DECISIONS.
           PERFORM ECRIRE-PREUVE.
           CLOSE FIC-RAPPORT.

           DISPLAY 'Inscrits : ' WS-NB-INSCRITS ' (promus '
                   WS-NB-PROMUS ', diplomes ' WS-NB-DIPLOMES
                   ', redoublants ' WS-NB-REDOUBLANTS
                   ' + ' WS-NB-MANQUE-CREDITS ' faute de credits'
                   ', sans resultat ' WS-NB-SANS-RESULTAT
                   ', classe non parametree ' WS-NB-CLASSE-INCONNUE
                   ')'.
           DISPLAY 'Generations archivees : ' WS-NB-ARCHIVES
                   ' (voir FIC-BASCULE-ANNEE-RAPPORT.txt)'.
           STOP RUN WS-CODE-RETOUR.

      *---------------------------------------------------------------
       CHARGER-PASSAGES.
           OPEN INPUT FIC-PASSAGES.
           IF WS-STATUT-PASSAGES NOT = '00'
               DISPLAY '*** FIC-PASSAGE-CLASSES.dat introuvable : '
                       'bascule refusee ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-PASSAGES NOT = '00'
               READ FIC-PASSAGES
                   AT END MOVE '10' TO WS-STATUT-PASSAGES
                   NOT AT END
                       IF WS-NB-PASSAGES < WS-MAX-PASSAGES
                           ADD 1 TO WS-NB-PASSAGES
                           MOVE PAS-CLASSE
                               TO WS-PAS-CLASSE(WS-NB-PASSAGES)
                           MOVE PAS-CLASSE-SUIVANTE
                               TO WS-PAS-SUIVANTE(WS-NB-PASSAGES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-PASSAGES.

      *---------------------------------------------------------------
       LIRE-PARAM-CREDITS.
           OPEN INPUT FIC-PARAM.
           IF WS-STATUT-PARAM = '00'
               READ FIC-PARAM
                   NOT AT END
                       IF PRM-CREDITS-REQUIS NUMERIC
                           MOVE PRM-CREDITS-REQUIS
                               TO WS-CREDITS-REQUIS
                       END-IF
               END-READ
               CLOSE FIC-PARAM
           END-IF.

      *---------------------------------------------------------------
      * Un recours encore ouvert peut changer un resultat : il est
      * tranche avant la bascule.
       VERIFIER-RECOURS.
           OPEN INPUT FIC-RECOURS.
           IF WS-STATUT-RECOURS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-RECOURS NOT = '00'
               READ FIC-RECOURS
                   AT END MOVE '10' TO WS-STATUT-RECOURS
                   NOT AT END
                       IF RCS-STATUT = 'O'
                           ADD 1 TO WS-NB-OUVERTS
                           DISPLAY 'Recours ouvert : ' RCS-MATRICULE
                                   ' ' RCS-MATIERE ' depuis le '
                                   RCS-DATE-DEPOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIC-RECOURS.
           IF WS-NB-OUVERTS > 0
               DISPLAY '*** ' WS-NB-OUVERTS ' recours ouvert(s) : '
                       'les trancher (EX04H-RECOURS) avant la '
                       'bascule ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Notes de l'annee : conformes au tampon d'EX04F, et seconde
      * session deja reportee dans FIC-NOTES.dat si elle a eu lieu.
       VERIFIER-NOTES.
           OPEN INPUT FIC-NOTES.
           IF WS-STATUT-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat introuvable : rien a '
                       'basculer ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-NOTES NOT = '00'
               READ FIC-NOTES
                   AT END MOVE '10' TO WS-STATUT-NOTES
                   NOT AT END
                       ADD 1 TO WS-NB-NOTES
                       ADD ETU-NOTE TO WS-TOTAL-NOTES
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES.

           OPEN INPUT FIC-CONTROLE-NOTES.
           IF WS-STATUT-CONTROLE-NOTES NOT = '00'
               DISPLAY '*** FIC-NOTES.dat non controle contre le '
                       'maitre : lancer EX04F-CONTROLE-NOTES ***'
               STOP RUN 8
           END-IF.
           READ FIC-CONTROLE-NOTES
               AT END MOVE 999999 TO CTN-NB-NOTES
           END-READ.
           CLOSE FIC-CONTROLE-NOTES.
           IF WS-NB-NOTES NOT = CTN-NB-NOTES
                   OR WS-TOTAL-NOTES NOT = CTN-TOTAL-NOTES
               DISPLAY '*** FIC-NOTES.dat modifie depuis le controle '
                       'du ' CTN-DATE ' : relancer EX04F puis EX04 '
                       '***'
               STOP RUN 8
           END-IF.

           OPEN INPUT FIC-NOTES-FUSION.
           IF WS-STATUT-FUSION NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUT-FUSION NOT = '00'
               READ FIC-NOTES-FUSION
                   AT END MOVE '10' TO WS-STATUT-FUSION
                   NOT AT END
                       ADD 1 TO WS-NB-FUSION
                       ADD FUS-NOTE TO WS-TOTAL-FUSION
               END-READ
           END-PERFORM.
           CLOSE FIC-NOTES-FUSION.
           IF WS-NB-FUSION NOT = WS-NB-NOTES
                   OR WS-TOTAL-FUSION NOT = WS-TOTAL-NOTES
               DISPLAY '*** Seconde session non reportee : '
                       'FIC-NOTES-FUSION.dat (' WS-NB-FUSION
                       ' note(s)) differe de FIC-NOTES.dat ('
                       WS-NB-NOTES ') - remplacer FIC-NOTES.dat par '
                       'la fusion, relancer EX04F puis EX04 ***'
               STOP RUN 8
           END-IF.

      *---------------------------------------------------------------
      * Les lignes de detail de FIC-MENTIONS.txt doivent porter les
      * notes du fichier controle : le resultat est alors celui du
      * dernier passage d'EX04, apres seconde session et jury.
       CHARGER-RESULTATS.
           OPEN INPUT FIC-MENTIONS.
           IF WS-STATUT-MENTIONS NOT = '00'
               DISPLAY '*** FIC-MENTIONS.txt introuvable : lancer '
                       'EX04-CONDITIONS ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-MENTIONS NOT = '00'
               READ FIC-MENTIONS
                   AT END MOVE '10' TO WS-STATUT-MENTIONS
                   NOT AT END
                       PERFORM RETENIR-LIGNE-MENTION
               END-READ
           END-PERFORM.
           CLOSE FIC-MENTIONS.
           IF WS-NB-RESULTATS = 0
               DISPLAY '*** Aucun resultat dans FIC-MENTIONS.txt : '
                       'annee deja basculee ? ***'
               STOP RUN 8
           END-IF.
           IF WS-NB-DETAILS NOT = WS-NB-NOTES
                   OR WS-TOTAL-DETAILS NOT = WS-TOTAL-NOTES
               DISPLAY '*** FIC-MENTIONS.txt calcule sur d''autres '
                       'notes (' WS-NB-DETAILS ' ligne(s) pour '
                       WS-NB-NOTES ') : relancer EX04-CONDITIONS ***'
               STOP RUN 8
           END-IF.
           DISPLAY 'Resultats de l''annee : ' WS-NB-RESULTATS
                   ' etudiant(s), ' WS-NB-NOTES ' note(s)'.

      *---------------------------------------------------------------
       RETENIR-LIGNE-MENTION.
           IF ENR-MENTION(10:1) NOT = '.'
               ADD 1 TO WS-NB-DETAILS
               IF MND-NOTE NUMERIC
                   ADD MND-NOTE TO WS-TOTAL-DETAILS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-RESULTATS >= WS-MAX-RESULTATS
               DISPLAY '*** Plus de ' WS-MAX-RESULTATS ' resultats : '
                       'bascule refusee ***'
               STOP RUN 8
           END-IF.
           ADD 1 TO WS-NB-RESULTATS.
           MOVE MNT-MATRICULE TO WS-RES-MATRICULE(WS-NB-RESULTATS).
           MOVE MNT-MOYENNE   TO WS-RES-MOYENNE(WS-NB-RESULTATS).
           MOVE MNT-ADMIS     TO WS-RES-ADMIS(WS-NB-RESULTATS).
           MOVE 'N'           TO WS-RES-RETENU(WS-NB-RESULTATS).

      *---------------------------------------------------------------
       CHARGER-CREDITS.
           OPEN INPUT FIC-CREDITS.
           IF WS-STATUT-CREDITS NOT = '00'
               DISPLAY '*** FIC-CREDITS-ETUDIANTS.dat introuvable : '
                       'lancer EX04D-CREDITS ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-CREDITS NOT = '00'
               READ FIC-CREDITS
                   AT END MOVE '10' TO WS-STATUT-CREDITS
                   NOT AT END
                       IF WS-NB-CREDITS >= WS-MAX-CREDITS
                           DISPLAY '*** Plus de ' WS-MAX-CREDITS
                                   ' soldes de credits : bascule '
                                   'refusee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-CREDITS
                       MOVE CRE-MATRICULE
                           TO WS-CRE-MATRICULE(WS-NB-CREDITS)
                       MOVE CRE-CREDITS
                           TO WS-CRE-CREDITS(WS-NB-CREDITS)
               END-READ
           END-PERFORM.
           CLOSE FIC-CREDITS.

      *---------------------------------------------------------------
       CHARGER-ETUDIANTS.
           OPEN INPUT FIC-ETUDIANTS.
           IF WS-STATUT-ETUDIANTS NOT = '00'
               DISPLAY '*** FIC-ETUDIANTS.dat introuvable : bascule '
                       'refusee ***'
               STOP RUN 8
           END-IF.
           PERFORM UNTIL WS-STATUT-ETUDIANTS NOT = '00'
               READ FIC-ETUDIANTS
                   AT END MOVE '10' TO WS-STATUT-ETUDIANTS
                   NOT AT END
                       IF WS-NB-ETUDIANTS >= WS-MAX-ETUDIANTS
                           DISPLAY '*** Table des etudiants pleine ('
                                   WS-MAX-ETUDIANTS ') : bascule '
                                   'refusee ***'
                           STOP RUN 8
                       END-IF
                       ADD 1 TO WS-NB-ETUDIANTS
                       MOVE ENR-ETUDIANT
                           TO WS-ETD-ENREG(WS-NB-ETUDIANTS)
               END-READ
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.

      *---------------------------------------------------------------
      * Decision de bascule d'un etudiant du maitre ; les retires et
      * diplomes des annees passees restent tels quels.
       DECIDER-ETUDIANT.
           MOVE WS-ETD-CLASSE(WS-IDX-ETD)
               TO WS-ETD-CLASSE-AVANT(WS-IDX-ETD).
           MOVE SPACES TO WS-ETD-MOYENNE(WS-IDX-ETD)
                          WS-ETD-ADMIS(WS-IDX-ETD).
           MOVE 0 TO WS-ETD-CREDITS(WS-IDX-ETD).
           IF WS-ETD-STATUT(WS-IDX-ETD) NOT = 'I'
               SET DEC-HORS-EFFECTIF(WS-IDX-ETD) TO TRUE
               ADD 1 TO WS-NB-HORS-EFFECTIF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-INSCRITS.
           PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                   UNTIL WS-IDX-CRE > WS-NB-CREDITS
               IF WS-CRE-MATRICULE(WS-IDX-CRE)
                       = WS-ETD-MATRICULE(WS-IDX-ETD)
                   MOVE WS-CRE-CREDITS(WS-IDX-CRE)
                       TO WS-ETD-CREDITS(WS-IDX-ETD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-NB-RESULTATS
               IF WS-RES-MATRICULE(WS-IDX-RES)
                       = WS-ETD-MATRICULE(WS-IDX-ETD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-RES > WS-NB-RESULTATS
               SET DEC-SANS-RESULTAT(WS-IDX-ETD) TO TRUE
               ADD 1 TO WS-NB-SANS-RESULTAT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-RES-RETENU(WS-IDX-RES).
           MOVE WS-RES-MOYENNE(WS-IDX-RES)
               TO WS-ETD-MOYENNE(WS-IDX-ETD).
           MOVE WS-RES-ADMIS(WS-IDX-RES) TO WS-ETD-ADMIS(WS-IDX-ETD).

           PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                   UNTIL WS-IDX-PAS > WS-NB-PASSAGES
               IF WS-PAS-CLASSE(WS-IDX-PAS) = WS-ETD-CLASSE(WS-IDX-ETD)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-IDX-PAS > WS-NB-PASSAGES
                   SET DEC-CLASSE-INCONNUE(WS-IDX-ETD) TO TRUE
                   ADD 1 TO WS-NB-CLASSE-INCONNUE
               WHEN WS-ETD-ADMIS(WS-IDX-ETD) NOT = 'OUI'
                   SET DEC-REDOUBLANT(WS-IDX-ETD) TO TRUE
                   ADD 1 TO WS-NB-REDOUBLANTS
               WHEN WS-PAS-SUIVANTE(WS-IDX-PAS) NOT = SPACES
                   SET DEC-PROMU(WS-IDX-ETD) TO TRUE
                   ADD 1 TO WS-NB-PROMUS
                   MOVE WS-PAS-SUIVANTE(WS-IDX-PAS)
                       TO WS-ETD-CLASSE(WS-IDX-ETD)
               WHEN WS-ETD-CREDITS(WS-IDX-ETD) < WS-CREDITS-REQUIS
                   SET DEC-CREDITS(WS-IDX-ETD) TO TRUE
                   ADD 1 TO WS-NB-MANQUE-CREDITS
               WHEN OTHER
                   SET DEC-DIPLOME(WS-IDX-ETD) TO TRUE
                   ADD 1 TO WS-NB-DIPLOMES
                   MOVE 'D' TO WS-ETD-STATUT(WS-IDX-ETD)
                   MOVE WS-DATE-JOUR TO WS-ETD-DATE-SORTIE(WS-IDX-ETD)
           END-EVALUATE.

      *---------------------------------------------------------------
       ECRIRE-RAPPORT.
           MOVE WS-LIGNE TO ENR-RAPPORT.
           WRITE ENR-RAPPORT.
           MOVE SPACES TO WS-LIGNE.

      *---------------------------------------------------------------
      * Copie octet par octet dans la generation datee, entree au
      * catalogue, puis vidage du fichier pour la nouvelle annee.
       ARCHIVER-UN-FICHIER.
           MOVE SPACES TO WS-NOM-ENTREE WS-NOM-SORTIE.
           STRING FUNCTION TRIM(FIC-RACINE(WS-IDX-FIC))
                  FIC-EXTENSION(WS-IDX-FIC)
               DELIMITED SIZE INTO WS-NOM-ENTREE.
           STRING FUNCTION TRIM(FIC-RACINE(WS-IDX-FIC)) '-'
                  WS-DATE-JOUR FIC-EXTENSION(WS-IDX-FIC)
               DELIMITED SIZE INTO WS-NOM-SORTIE.
           MOVE 0 TO WS-NB-OCTETS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT FIC-ENTREE.
           IF WS-STATUT-ENTREE NOT = '00'
               STRING FUNCTION TRIM(WS-NOM-ENTREE)
                      ' absent, pas de generation'
                   DELIMITED SIZE INTO WS-LIGNE
               PERFORM ECRIRE-RAPPORT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIC-SORTIE.
           READ FIC-ENTREE
               AT END SET FIC-TERMINE TO TRUE
           END-READ.
           PERFORM UNTIL FIC-TERMINE
               MOVE ENR-OCTET-ENTREE TO ENR-OCTET-SORTIE
               WRITE ENR-OCTET-SORTIE
               ADD 1 TO WS-NB-OCTETS
               READ FIC-ENTREE
                   AT END SET FIC-TERMINE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FIC-ENTREE.
           CLOSE FIC-SORTIE.
           ADD 1 TO WS-NB-ARCHIVES.
           COMPUTE WS-NB-ENREG =
               WS-NB-OCTETS / FIC-LONGUEUR(WS-IDX-FIC).
           IF WS-IDX-FIC = 1
               MOVE WS-NB-ENREG TO WS-NB-NOTES-ARCHIVEES
           END-IF.

           OPEN EXTEND FIC-CATALOGUE.
           IF WS-STATUT-CATALOGUE NOT = '00'
               OPEN OUTPUT FIC-CATALOGUE
           END-IF.
           MOVE FIC-FAMILLE(WS-IDX-FIC) TO CAT-FAMILLE.
           MOVE WS-NOM-SORTIE TO CAT-NOM-FICHIER.
           MOVE WS-DATE-JOUR TO CAT-DATE.
           MOVE 'EX04I-BASCULE' TO CAT-PROGRAMME.
           MOVE WS-NB-ENREG TO CAT-NB-ENREG.
           WRITE ENR-CATALOGUE-GEN.
           CLOSE FIC-CATALOGUE.

           IF FIC-A-VIDER(WS-IDX-FIC) = 'O'
               OPEN OUTPUT FIC-ENTREE
               CLOSE FIC-ENTREE
           END-IF.
           STRING FUNCTION TRIM(WS-NOM-ENTREE) ' > '
                  FUNCTION TRIM(WS-NOM-SORTIE) ' : '
                  WS-NB-ENREG ' enreg.'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
       REECRIRE-ETUDIANTS.
           OPEN OUTPUT FIC-ETUDIANTS.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               MOVE WS-ETD-ENREG(WS-IDX-ETD) TO ENR-ETUDIANT
               WRITE ENR-ETUDIANT
               ADD 1 TO WS-NB-REECRITS
           END-PERFORM.
           CLOSE FIC-ETUDIANTS.

      *---------------------------------------------------------------
       ECRIRE-DECISIONS.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Decisions par etudiant inscrit ---' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE 'Matric Nom                  Cl. Moy.  Adm Cre '
               & 'Decision             Cl.' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-IDX-ETD FROM 1 BY 1
                   UNTIL WS-IDX-ETD > WS-NB-ETUDIANTS
               IF NOT DEC-HORS-EFFECTIF(WS-IDX-ETD)
                   PERFORM ECRIRE-UNE-DECISION
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
       ECRIRE-UNE-DECISION.
           ADD 1 TO WS-NB-DECIDES.
           EVALUATE TRUE
               WHEN DEC-PROMU(WS-IDX-ETD)
                   MOVE 'Promu' TO WS-LIBELLE-DECISION
               WHEN DEC-REDOUBLANT(WS-IDX-ETD)
                   MOVE 'Redoublant' TO WS-LIBELLE-DECISION
               WHEN DEC-CREDITS(WS-IDX-ETD)
                   MOVE 'Redoublant (credits)' TO WS-LIBELLE-DECISION
               WHEN DEC-DIPLOME(WS-IDX-ETD)
                   MOVE 'Diplome, sorti' TO WS-LIBELLE-DECISION
               WHEN DEC-SANS-RESULTAT(WS-IDX-ETD)
                   MOVE '** Sans resultat' TO WS-LIBELLE-DECISION
               WHEN OTHER
                   MOVE '** Classe non param.' TO WS-LIBELLE-DECISION
           END-EVALUATE.
           STRING WS-ETD-MATRICULE(WS-IDX-ETD) ' '
                  WS-ETD-NOM(WS-IDX-ETD) ' '
                  WS-ETD-CLASSE-AVANT(WS-IDX-ETD) ' '
                  WS-ETD-MOYENNE(WS-IDX-ETD) ' '
                  WS-ETD-ADMIS(WS-IDX-ETD) ' '
                  WS-ETD-CREDITS(WS-IDX-ETD) ' '
                  WS-LIBELLE-DECISION ' '
                  WS-ETD-CLASSE(WS-IDX-ETD)
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.

      *---------------------------------------------------------------
      * Preuve : chaque inscrit a une et une seule decision, le
      * maitre est reecrit en entier, les notes archivees sont
      * celles controlees.
       ECRIRE-PREUVE.
           IF WS-NB-SANS-RESULTAT > 0 OR WS-NB-CLASSE-INCONNUE > 0
                   OR WS-NB-ORPHELINS > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF WS-NB-PROMUS + WS-NB-REDOUBLANTS + WS-NB-MANQUE-CREDITS
                   + WS-NB-DIPLOMES + WS-NB-SANS-RESULTAT
                   + WS-NB-CLASSE-INCONNUE NOT = WS-NB-INSCRITS
                   OR WS-NB-DECIDES NOT = WS-NB-INSCRITS
                   OR WS-NB-INSCRITS + WS-NB-HORS-EFFECTIF
                      NOT = WS-NB-ETUDIANTS
                   OR WS-NB-REECRITS NOT = WS-NB-ETUDIANTS
                   OR WS-NB-NOTES-ARCHIVEES NOT = WS-NB-NOTES
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           PERFORM ECRIRE-RAPPORT.
           MOVE '--- Preuve de bascule ---' TO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Etudiants au maitre   : ' WS-NB-ETUDIANTS
                  ' = inscrits ' WS-NB-INSCRITS
                  ' + deja sortis ' WS-NB-HORS-EFFECTIF
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Inscrits              : ' WS-NB-INSCRITS
                  ' = promus ' WS-NB-PROMUS
                  ' + diplomes ' WS-NB-DIPLOMES
                  ' + redoublants ' WS-NB-REDOUBLANTS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING '                        + faute de credits '
                  WS-NB-MANQUE-CREDITS
                  ' + sans resultat ' WS-NB-SANS-RESULTAT
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING '                        + classe non parametree '
                  WS-NB-CLASSE-INCONNUE
                  ' (decisions listees ' WS-NB-DECIDES ')'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Maitre reecrit        : ' WS-NB-REECRITS ' / '
                  WS-NB-ETUDIANTS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Notes archivees       : ' WS-NB-NOTES-ARCHIVEES
                  ' / ' WS-NB-NOTES ' controlees'
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Resultats sans etudiant au maitre : '
                  WS-NB-ORPHELINS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           STRING 'Credits requis pour le diplome : '
                  WS-CREDITS-REQUIS
               DELIMITED SIZE INTO WS-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           EVALUATE WS-CODE-RETOUR
               WHEN 0
                   MOVE 'BASCULE PROUVEE : chaque etudiant est compte '
                       & 'une fois' TO WS-LIGNE
               WHEN 4
                   MOVE 'BASCULE FAITE - etudiants signales (**) a '
                       & 'traiter a la main' TO WS-LIGNE
               WHEN OTHER
                   MOVE '*** ECART DE BASCULE - restaurer depuis les '
                       & 'generations ***' TO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-RAPPORT.
