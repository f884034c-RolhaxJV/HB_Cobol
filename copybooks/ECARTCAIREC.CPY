      *> 2026-09-02  SI  Creation - extrait de ControleCaisse pour
      *>                 partager une seule definition du record avec
      *>                 CorrectionSuspens.
      *> 2026-10-15  SI  Ajout de EcrDevise (devise du tiroir en
      *>                 divergence; blanc = devise de référence).
      *> --------------------------------------------------------------
       01 EcartRecord USAGE IS DISPLAY.
          05 EcrDate          PIC 9(8).
          05 EcrEntreesDecl   PIC 9(9).9(2).
          05 EcrSortiesDecl   PIC 9(9).9(2).
          05 EcrStatut        PIC X(1).
          05 EcrDevise        PIC X(3).
