      *> --------------------------------------------------------------
      *> COURUREC - Layout du CouruRecord de courus.txt (registre des
      *>            intérêts courus non échus : une ligne par compte et
      *>            par nature de courus - "SEC" solde secondaire et
      *>            "CAT" compte à terme = intérêts courus à payer,
      *>            "DEC" découvert et "PRT" prêt = intérêts courus à
      *>            recevoir -; le compte à terme et le prêt sont
      *>            désignés en plus par leur date d'ouverture ou de
      *>            versement, zéro pour "SEC" et "DEC"). Produit de
      *>            rattachement pour l'état par produit, encours couru
      *>            à ce jour, date du dernier calcul, et montants
      *>            courus et extournés à cette date, que
      *>            JournalComptable passe au journal de la journée.
      *>            Tenu chaque nuit par CourusInterets.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 CouruRecord USAGE IS DISPLAY.
          05 CouCompte       PIC 9(8).
          05 CouNature       PIC X(3).
             88 CouEpargne      VALUE "SEC".
             88 CouDecouvert    VALUE "DEC".
             88 CouTerme        VALUE "CAT".
             88 CouPret         VALUE "PRT".
          05 CouReference    PIC 9(8).
          05 CouProduit      PIC X(3).
          05 CouEncours      PIC 9(7).9(2).
          05 CouDateMaj      PIC 9(8).
          05 CouCourusJour   PIC 9(7).9(2).
          05 CouExtourneJour PIC 9(7).9(2).
