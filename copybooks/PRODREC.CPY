      *> --------------------------------------------------------------
      *> PRODREC - Layout du ProduitRecord de produits.txt (catalogue
      *>           des produits de compte : compte courant, compte
      *>           jeune, compte professionnel, livret réglementé...).
      *>           Le code produit porté par le compte (SolProduit)
      *>           fixe le plancher proposé à l'ouverture, le code de
      *>           la grille de taux servie sur le solde secondaire
      *>           (blanc = "SEC"), le solde maximum (solde principal
      *>           + solde secondaire, zéro = sans limite) et les
      *>           options du menu guichet permises ('N' en position
      *>           n = option n refusée, blanc = permise; la
      *>           consultation du solde, la sortie et le changement
      *>           de compte restent toujours permis). Les lignes de
      *>           tarifs.txt portant le code du produit priment sur
      *>           les lignes générales. Un produit 'F' fermé n'est
      *>           plus proposé à l'ouverture mais reste servi aux
      *>           comptes existants. Entretenu par GestionProduits.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 ProduitRecord USAGE IS DISPLAY.
          05 PrdCode     PIC X(3).
          05 PrdLibelle  PIC X(30).
          05 PrdSolMin   PIC 9(7).9(2).
          05 PrdSoldeMax PIC 9(7).9(2).
          05 PrdGrille   PIC X(3).
          05 PrdMenus    PIC X(20).
          05 PrdEtat     PIC X(1).
             88 PrdOuvert   VALUE 'O' ' '.
             88 PrdFerme    VALUE 'F'.
