      *     cette image commence apres la date, le matricule
      *     n'existait pas encore et il est exclu ;
      *   - matricule sans image : l'enregistrement courant, jamais
      *     modifie depuis ;
      *   - dans les deux cas, un matricule embauche apres la date
      *     (EMP-DATE-EMBAUCHE) est exclu, et l'anciennete est
      *     recalculee a la date d'arrete (EX15-ANCIENNETE). Seul un
      *     maitre sans date d'embauche (reprise EX07N non faite)
      *     garde l'ancienne limite : embauche recent sans mouvement
      *     inclus, compte au bilan.
      * Le fichier reconstitue porte l'en-tete et la fin standard
      * (COPY EMPHDR) : les lecteurs et controles d'integrite de la
      * chaine l'acceptent tel quel.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -x ex07j_reconstitution.cobol ex15_anciennete.o
      *        -o ex07j_reconstitution -I ../copybooks
      * Executer : ./ex07j_reconstitution
      * Sortie  : FIC-EMPLOYES-ARRETE.dat
      *===============================================================
       01 WS-NB-VIA-COURANT   PIC 9(4) VALUE 0.
       01 WS-NB-EXCLUS        PIC 9(4) VALUE 0.
       01 WS-HASH-ARRETE      PIC 9(12) VALUE 0.
       01 WS-NB-SANS-DATE     PIC 9(4) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
                   WS-NB-VIA-IMAGE ' via historique, '
                   WS-NB-VIA-COURANT ' inchanges, '
                   WS-NB-EXCLUS ' pas encore presents)'.
           IF WS-NB-SANS-DATE > 0
               DISPLAY 'Sans date d''embauche : ' WS-NB-SANS-DATE
                       ' matricule(s) inclus sans controle d''entree '
                       '(reprise EX07N-REPRISE-DATES a completer)'
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------

      *---------------------------------------------------------------
       RECONSTITUER-EMPLOYE.
           IF EMP-DATE-EMBAUCHE NOT NUMERIC
                   OR EMP-DATE-EMBAUCHE = 0
               ADD 1 TO WS-NB-SANS-DATE
           ELSE
               IF EMP-DATE-EMBAUCHE > WS-DATE-ARRETE
                   ADD 1 TO WS-NB-EXCLUS
                   DISPLAY EMP-MATRICULE ' : embauche le '
                           EMP-DATE-EMBAUCHE ', apres le '
                           WS-DATE-ARRETE ', exclu'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-IMG-TROUVEE.
           PERFORM VARYING WS-IDX-IMG FROM 1 BY 1
                   UNTIL WS-IDX-IMG > WS-NB-IMAGES
      * courant etait deja en vigueur.
               ADD 1 TO WS-NB-VIA-COURANT
               MOVE ENR-EMPLOYES TO ENR-EMPLOYE-ARRETE
               PERFORM ANCIENNETE-A-L-ARRETE
               PERFORM ECRIRE-ARRETE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IMG-ETABLISSEMENT(WS-IDX-IMG)
               TO ARR-ETABLISSEMENT.
           MOVE WS-IMG-GRADE(WS-IDX-IMG) TO ARR-GRADE.
           MOVE EMP-DATE-EMBAUCHE TO ARR-DATE-EMBAUCHE.
           MOVE EMP-DATE-NAISSANCE TO ARR-DATE-NAISSANCE.
           MOVE EMP-SEXE TO ARR-SEXE.
           PERFORM ANCIENNETE-A-L-ARRETE.
           PERFORM ECRIRE-ARRETE.

      *---------------------------------------------------------------
      * Anciennete telle qu'elle etait a la date d'arrete ; sans date
      * d'embauche, celle de l'image ou du maitre est gardee.
       ANCIENNETE-A-L-ARRETE.
           CALL 'EX15-ANCIENNETE' USING
               BY REFERENCE ARR-DATE-EMBAUCHE
               BY REFERENCE WS-DATE-ARRETE
               BY REFERENCE ARR-ANCIENNETE
               BY REFERENCE WS-RETOUR-ANC.

      *---------------------------------------------------------------
       ECRIRE-ARRETE.
           ADD 1 TO WS-NB-RECONSTITUES.
