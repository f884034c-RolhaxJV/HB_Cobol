      *> --------------------------------------------------------------
      *> BALAYREC - Layout du BalayageRecord de balayages.txt
      *>            (conventions de balayage automatique entre le
      *>            solde principal et le solde secondaire d'un
      *>            compte : plancher sous lequel le solde secondaire
      *>            renfloue le solde principal, plafond au-dessus
      *>            duquel l'excédent du solde principal part sur le
      *>            solde secondaire - zéro = sens non souscrit -,
      *>            statut 'A' = active, 'R' = résiliée, date et
      *>            agent de la dernière mise à jour). Tenu par
      *>            GestionBalayages, exécuté chaque nuit par
      *>            BalayageComptes.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 BalayageRecord USAGE IS DISPLAY.
          05 BalCompte         PIC 9(8).
          05 BalPlancher       PIC 9(7).9(2).
          05 BalPlafond        PIC 9(7).9(2).
          05 BalStatut         PIC X(1).
             88 BalActive        VALUE 'A'.
             88 BalResiliee      VALUE 'R'.
          05 BalDateMaj        PIC 9(8).
          05 BalAgent          PIC X(4).
