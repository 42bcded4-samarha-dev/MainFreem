      * d'exploitation. Le nombre d'octets restaures est confronte
      * au manifeste : tout ecart est signale et le programme sort
      * non-zero.
      * Le dechargement du maitre indexe (FIC-EMPLOYES-IDX-UNL.dat)
      * est remis en place comme les autres fichiers ; le maitre
      * indexe lui-meme est reconstruit depuis ce dechargement, et
      * les lots journalises depuis rejoues, par
      * EX19D-REPRISE-MAITRE.
      * Compiler : cobc -x ex19b_restauration.cobol
      *            -o ex19b_restauration -I ../copybooks
      * Executer : ./ex19b_restauration
