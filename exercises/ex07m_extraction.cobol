      * Le tampon FIC-EMPLOYES-IDX-STAMP.dat est ecrit avec les
      * memes compte et total : le pre-vol EX27 verifie ainsi que
      * l'extrait du jour colle au maitre de reference.
      * L'anciennete de l'extrait est recalculee a la date du jour
      * depuis la date d'embauche (EX15-ANCIENNETE) : les lecteurs
      * qui l'affichent sans la recalculer la voient a jour.
      * Compiler les 2 fichiers dans cet ordre :
      *   cobc -c ex15_anciennete.cobol -o ex15_anciennete.o
      *   cobc -x ex07m_extraction.cobol ex15_anciennete.o
      *        -o ex07m_extraction -I ../copybooks
      * Executer : ./ex07m_extraction
      *===============================================================
       IDENTIFICATION DIVISION.
           05 EMP-IBAN-IDX       PIC X(27).
           05 EMP-ETABLISSEMENT-IDX PIC X(2).
           05 EMP-GRADE-IDX      PIC X(3).
           05 EMP-DATE-EMBAUCHE-IDX PIC 9(8).
           05 EMP-DATE-NAISSANCE-IDX PIC 9(8).
           05 EMP-SEXE-IDX       PIC X.

       FD  FIC-EMPLOYES LABEL RECORDS ARE STANDARD.
       COPY EMPREC.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-NB-EXTRAITS      PIC 9(8) VALUE 0.
       01 WS-HASH-EXTRAIT     PIC 9(12) VALUE 0.
       01 WS-RETOUR-ANC       PIC S9(4) COMP VALUE 0.

       COPY EMPHDR.

               COMPUTE WS-HASH-EXTRAIT = FUNCTION MOD(
                   WS-HASH-EXTRAIT + EMP-SALAIRE-IDX, 1000000000000)
               MOVE ENR-EMPLOYES-IDX TO ENR-EMPLOYES
               CALL 'EX15-ANCIENNETE' USING
                   BY REFERENCE EMP-DATE-EMBAUCHE
                   BY REFERENCE WS-DATE-JOUR
                   BY REFERENCE EMP-ANCIENNETE
                   BY REFERENCE WS-RETOUR-ANC
               WRITE ENR-EMPLOYES
               READ FIC-EMPLOYES-IDX NEXT RECORD
                   AT END SET FIC-TERMINE TO TRUE
