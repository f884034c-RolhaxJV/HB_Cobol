      *>            pour l'audit).
      *> 2026-08-23  SI  Creation - partage entre GestionTarifs,
      *>                 ReadTarif et les points de facturation.
      *> 2026-10-15  SI  Ajout de TrfProduit (code produit de compte du
      *>                 catalogue produits.txt; blanc = ligne générale
      *>                 valable pour tous les produits, une ligne du
      *>                 produit du compte prime sur la ligne générale).
      *> --------------------------------------------------------------
       01 TarifRecord USAGE IS DISPLAY.
          05 TrfOperation PIC X(10).
          05 TrfFixe      PIC 9(7).9(2).
          05 TrfPourcent  PIC 9(2).9(4).
          05 TrfDateEffet PIC 9(8).
          05 TrfProduit   PIC X(3).
