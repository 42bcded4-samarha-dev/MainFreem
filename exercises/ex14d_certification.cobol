      *     imprimable (FIC-CERTIFICATS.txt) et entrent au registre
      *     des certifications FIC-REGISTRE-CERTIFICATIONS.dat
      *     (identifiant, date, score moyen) - le registre consulte
      *     avant toute affectation a l'astreinte (EX14E) ;
      *   - les deja certifies sont laisses tels quels ;
      *   - les non certifies sont listes avec le critere manquant.
      * Compiler : cobc -x ex14d_certification.cobol
