      *    recalculee, ils passent EX15-VALIBAN) ;
      *  - salaires perturbes de quelques dizaines d'euros sans
      *    sortir des bornes de validation (1200-50000), pour que
      *    les passages de test se comportent comme en production ;
      *  - date de naissance ramenee au 1er janvier de l'annee (les
      *    tranches d'age restent justes, le jour n'identifie plus
      *    personne) ; la date d'embauche est conservee, l'anciennete
      *    et la prime en dependent.
      * Un maitre nouvelle generation garde sa convention : en-tete
      * reecrite a la source EX22, fin recalculee sur les salaires
      * perturbes.
           PERFORM CONSTRUIRE-IBAN-FACTICE.
           MOVE WS-IBAN-FACTICE TO ANO-IBAN.

           IF EMP-DATE-NAISSANCE NUMERIC AND EMP-DATE-NAISSANCE > 0
               MOVE '0101' TO ANO-DATE-NAISSANCE(5:4)
           END-IF.

           COMPUTE WS-HASH-ANONYME = FUNCTION MOD(
               WS-HASH-ANONYME + ANO-SALAIRE, 1000000000000).
           WRITE ENR-EMPLOYES-ANONYME.
