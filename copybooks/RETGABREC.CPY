      *> --------------------------------------------------------------
      *> RETGABREC - Layout du RetraitGabRecord de retraits-gab.txt
      *>             (retraits GAB postés par ImportTransactions
      *>             depuis un flux d'automates - fournisseur de
      *>             l'en-tête commençant par "GAB" : référence du
      *>             mouvement, compte, montant, date du flux (date
      *>             de la distribution) et fournisseur). Rapproché
      *>             du journal de distribution par RapprochementGab.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 RetraitGabRecord USAGE IS DISPLAY.
          05 RgbReference   PIC X(10).
          05 RgbCompte      PIC 9(8).
          05 RgbMontant     PIC 9(7).9(2).
          05 RgbDate        PIC 9(8).
          05 RgbFournisseur PIC X(8).
