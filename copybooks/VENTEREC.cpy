      * legitimement employer le meme identifiant de transaction,
      * le registre des doublons est donc cle source + identifiant.
           05 VTE-SOURCE     PIC X(3).
      * Article vendu (code du referentiel FIC-PRODUITS.dat), quantite
      * et prix unitaire dans la devise d'origine : EX09B controle
      * que quantite x prix unitaire redonne VTE-MONTANT-ORIGINE a
      * l'arrondi pres. La quantite est non signee comme le montant,
      * un avoir (sens C) rend des articles.
           05 VTE-PRODUIT    PIC X(8).
           05 VTE-QUANTITE   PIC 9(5).
           05 VTE-PRIX-UNITAIRE PIC 9(7)V99.
      * Vente annulee par un avoir (VTE-SENS C) : identifiant de la
      * transaction d'origine du meme fournisseur, controle au
      * chargement ; a blanc sur une vente.
           05 VTE-ID-ORIGINE PIC X(12).
      * Periode (AAAAMM) a laquelle la vente appartient : mois de la
      * date de vente portee par le flux, a defaut de la date de
      * gestion. Une vente d'une periode deja close par
      * EX09P-CLOTURE-VENTES est chargee en regularisation de la
      * periode ouverte, marquee en retard (VTE-RETARD O) : les
      * commissions, la TVA et le palmares la montrent a part.
           05 VTE-PERIODE-VENTE PIC 9(6).
           05 VTE-RETARD     PIC X.
              88 VTE-EN-RETARD VALUE 'O'.
