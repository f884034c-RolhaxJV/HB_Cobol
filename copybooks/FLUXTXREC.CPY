      *> --------------------------------------------------------------
      *> FLUXTXREC - Layout du FluxTauxRecord de flux-taux.txt (cours
      *>             de change du jour livrés par le fournisseur de
      *>             données de marché : devise d'origine, devise de
      *>             destination, cours - 1 devise d'origine = n devise
      *>             de destination, comme taux.txt - et date de
      *>             cotation). Chargé dans taux.txt par
      *>             ChargementTaux; relu par PositionDevises pour
      *>             distinguer un cours non reçu d'un cours retenu.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 FluxTauxRecord USAGE IS DISPLAY.
          05 FtxDeviseOrig PIC X(3).
          05 FtxDeviseDest PIC X(3).
          05 FtxTaux       PIC 9(3).9(6).
          05 FtxDateCours  PIC 9(8).
