      *> 2026-09-02  SI  Ajout de CptPlafRetJour / CptPlafVirJour
      *>                 (plafonds cumules journaliers, miroirs de
      *>                 SolPlafRetJour / SolPlafVirJour).
      *> 2026-10-15  SI  Ajout de CptProduit (code produit du compte,
      *>                 miroir de SolProduit).
      *> 2026-10-15  SI  Etat 'S' = compte gelé pour succession
      *>                 (GestionSuccessions).
      *> --------------------------------------------------------------
       01 CptExtension.
          05 CptClient     PIC 9(8).
             88 CptActif     VALUE 'A' ' '.
             88 CptCloture   VALUE 'C'.
             88 CptDormant   VALUE 'D'.
             88 CptSuccession VALUE 'S'.
          05 CptEchecs     PIC 9(1).
          05 CptBloque     PIC X(1).
             88 CptEstBloque VALUE 'O'.
          05 CptAgence     PIC X(3).
          05 CptPlafRetJour PIC 9(7)V99.
          05 CptPlafVirJour PIC 9(7)V99.
          05 CptProduit    PIC X(3).
