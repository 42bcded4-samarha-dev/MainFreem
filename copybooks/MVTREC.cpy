      * Code mouvement : E=embauche, S=sortie (statut T), M=mutation
      * de departement, A=changement de salaire, I=changement d'IBAN,
      * N=rectification du nom et du prenom (poste de reparation).
      * MVT-DATE-EFFET : date d'embauche pour un E (reportee au
      * maitre, l'anciennete en est deduite), date de sortie pour
      * un S. MVT-DATE-NAISSANCE n'est lue que sur un E.
      * MVT-MOTIF-SORTIE n'est lu que sur un S (porte a
      * l'attestation employeur du solde de tout compte) : DM
      * demission, LC licenciement, RC rupture conventionnelle, FC
      * fin de CDD, RT depart en retraite, a blanc non renseigne.
      * MVT-SEXE (H/F) est lu sur un E (a blanc : non renseigne) et
      * sur un N, ou il rectifie le sexe porte au maitre ; un N dont
      * nom et prenom sont a blanc ne rectifie que le sexe.
      * MVT-POSTE (registre FIC-POSTES.dat, COPY POSTEREC) est
      * obligatoire sur un E, qui doit viser un poste ouvert et
      * vacant ; facultatif sur un M (a blanc : simple rectification
      * du departement, le registre des postes n'est pas touche).
      * MVT-ANCIENNETE n'est plus lue que si la date d'effet d'un E
      * est absente (reprise d'anciennete sans date connue).
      *===============================================================
       01  ENR-MOUVEMENT.
           05 MVT-CODE           PIC X.
           05 MVT-IBAN-NOUV      PIC X(27).
           05 MVT-ETABLISSEMENT  PIC X(2).
           05 MVT-GRADE          PIC X(3).
           05 MVT-DATE-EFFET     PIC 9(8).
           05 MVT-DATE-NAISSANCE PIC 9(8).
           05 MVT-MOTIF-SORTIE   PIC X(2).
           05 MVT-SEXE           PIC X.
           05 MVT-POSTE          PIC X(6).
