      *===============================================================
      * JRNMREC - Journal d'un lot de mise a jour du maitre indexe
      * (FIC-JOURNAL-MAITRE-nnnnnn.dat, nnnnnn = sequence du lot).
      * Ecrit par EX19-JOURNAL-MAITRE pour le compte de chaque
      * programme qui met a jour FIC-EMPLOYES-IDX.dat en place
      * (EX07E, EX07K, EX08B, EX07D, EX07F, EX23) : une ligne par
      * enregistrement ecrit, reecrit ou supprime, dans l'ordre
      * d'application, avec l'image complete apres mise a jour (pour
      * une suppression, l'image supprimee). Relu par
      * EX19D-REPRISE-MAITRE pour rejouer le lot sur une sauvegarde.
      *===============================================================
       01  ENR-JOURNAL-MAITRE.
           05 JRM-SEQUENCE       PIC 9(6).
           05 JRM-RANG           PIC 9(6).
           05 JRM-ACTION         PIC X.
              88 JRM-CREATION     VALUE 'C'.
              88 JRM-MODIFICATION VALUE 'M'.
              88 JRM-SUPPRESSION  VALUE 'S'.
      * Image de l'enregistrement au format EMPREC.
           05 JRM-IMAGE          PIC X(108).
