      *===============================================================
      * PCLIREC - Poste ouvert du compte client
      * (FIC-POSTES-CLIENTS.dat)
      * Tenu par EX09I-LETTRAGE-CLIENTS, relu et mis a jour (niveau
      * de relance) par EX09J-BALANCE-AGEE. Un poste par piece non
      * soldee, range par client puis date :
      *   F - facture : vente de FIC-VENTES.dat (VTE-SENS D),
      *       reference = VTE-ID-TRANSACTION ;
      *   A - avoir : vente de sens C, credit du client ;
      *   E - encaissement non affecte : reglement de la banque, ou
      *       son reliquat, qui n'a pas trouve de facture ouverte.
      * PCL-RESTE est la part encore ouverte ; un poste lettre en
      * entier quitte le fichier (trace dans FIC-LETTRAGES.dat).
      *===============================================================
       01  ENR-POSTE-CLIENT.
           05 PCL-CLIENT        PIC X(6).
           05 PCL-TYPE          PIC X.
              88 PCL-FACTURE    VALUE 'F'.
              88 PCL-AVOIR      VALUE 'A'.
              88 PCL-ENCAISSEMENT VALUE 'E'.
           05 PCL-REFERENCE     PIC X(12).
           05 PCL-SOURCE        PIC X(3).
           05 PCL-DATE          PIC 9(8).
           05 PCL-MONTANT       PIC 9(9)V99.
           05 PCL-RESTE         PIC 9(9)V99.
      * Derniere relance envoyee pour la facture (0 aucune, 1
      * premiere, 2 deuxieme, 3 mise en demeure) et sa date.
           05 PCL-NIVEAU-RELANCE PIC 9.
           05 PCL-DATE-RELANCE  PIC 9(8).
