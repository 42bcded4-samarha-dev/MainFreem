      *===============================================================
      * PAIEHREC - Historique de paie par element
      * (FIC-HISTO-PAIE.dat).
      * Un enregistrement par employe paye, periode et element du
      * bulletin : gains du brut, retenues salariales (une ligne par
      * cotisation, code C-<code de la cotisation>), ajouts au net,
      * part employeur et totaux. Les elements nuls ne sont pas
      * ecrits, sauf BRUT, NETPAYE et COUTEMPL, presents pour chaque
      * employe paye.
      * EX15-PRINCIPAL ecrit les lignes du run dans un chantier
      * (<nom>.EN-COURS) et ne les verse a l'historique qu'a la
      * publication de ses sorties : un run dont le rapprochement
      * est en ecart n'y laisse rien. En mode partition chaque slot
      * verse a son historique -P<etab>, reverse au global par
      * EX15Q.
      * Une reprise de la periode ajoute un nouveau jeu de lignes :
      * pour un matricule, une periode et un cycle, seules comptent
      * les lignes du run le plus recent (HPA-DATE-PAIE puis
      * HPA-HEURE-PAIE).
      * Departement et etablissement sont ceux du jour de la paie.
      * Relu par EX38-EXTRAIT-HISTO-PAIE.
      *===============================================================
       01  ENR-HISTO-PAIE.
           05 HPA-MATRICULE       PIC X(6).
           05 HPA-PERIODE         PIC 9(6).
           05 HPA-TYPE-CYCLE      PIC X.
              88 HPA-CYCLE-NORMAL     VALUE 'N'.
              88 HPA-CYCLE-TREIZIEME  VALUE 'T'.
              88 HPA-CYCLE-EXCEPTION  VALUE 'E'.
           05 HPA-DATE-PAIE       PIC 9(8).
           05 HPA-HEURE-PAIE      PIC 9(6).
           05 HPA-DEPARTEMENT     PIC X(4).
           05 HPA-ETABLISSEMENT   PIC X(2).
           05 HPA-ELEMENT         PIC X(8).
           05 HPA-NATURE          PIC X.
              88 HPA-GAIN             VALUE 'G'.
              88 HPA-RETENUE          VALUE 'R'.
              88 HPA-AJOUT-NET        VALUE 'A'.
              88 HPA-PATRONAL         VALUE 'P'.
              88 HPA-TOTAL            VALUE 'T'.
           05 HPA-MONTANT         PIC 9(8)V99.
