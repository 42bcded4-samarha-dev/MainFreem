      *===============================================================
      * IJSSREC - Indemnites journalieres de securite sociale a
      * recevoir (FIC-IJSS-A-RECEVOIR.dat).
      * Un enregistrement par matricule et par periode de paie
      * comportant un arret maladie indemnise par l'employeur
      * (subrogation), ecrit par EX15-PRINCIPAL : jours d'arret du
      * mois, jours indemnises par la CPAM apres carence, jours de
      * maintien de salaire payes par l'employeur (ils alimentent le
      * decompte des droits sur 12 mois glissants), IJSS attendues
      * de la CPAM au titre de la subrogation.
      * EX15W-RAPPROCHEMENT-IJSS y impute les paiements des releves
      * CPAM (montant recu, date du dernier paiement, statut) et
      * signale les creances manquantes ou partielles a 60 jours.
      * Une relance de la meme periode remplace l'enregistrement de
      * la periode sans toucher aux montants deja recus.
      *===============================================================
       01  ENR-IJSS.
           05 IJS-MATRICULE       PIC X(6).
           05 IJS-PERIODE         PIC 9(6).
           05 IJS-JOURS-ARRET     PIC 9(3).
           05 IJS-JOURS-IJSS      PIC 9(3).
           05 IJS-JOURS-MAINTIEN  PIC 9(3).
           05 IJS-MONTANT-ATTENDU PIC 9(8)V99.
           05 IJS-MONTANT-RECU    PIC 9(8)V99.
           05 IJS-DATE-CONSTAT    PIC 9(8).
           05 IJS-DATE-PAIEMENT   PIC 9(8).
           05 IJS-STATUT          PIC X.
              88 IJS-ATTENDUE     VALUE 'A'.
              88 IJS-PARTIELLE    VALUE 'P'.
              88 IJS-SOLDEE       VALUE 'S'.
