      *> --------------------------------------------------------------
      *> PURGEREC - Layout du PurgeRecord de purge-rgpd.txt (journal
      *>            des anonymisations d'anciens clients par PurgeRgpd :
      *>            date du passage, client anonymisé, date du dernier
      *>            mouvement de ses comptes clôturés - zéro s'il est
      *>            antérieur aux archives parcourues -, durée de
      *>            conservation appliquée, nombre de comptes
      *>            rattachés, et nombre d'enregistrements anonymisés
      *>            dans client.txt, beneficiaires.txt, identites.txt
      *>            et ficoba-ref.txt). Les comptes, les mouvements et
      *>            les archives ne sont jamais touchés.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 PurgeRecord USAGE IS DISPLAY.
          05 PrgDatePurge      PIC 9(8).
          05 PrgClient         PIC 9(8).
          05 PrgDerniereCloture PIC 9(8).
          05 PrgConservation   PIC 9(2).
          05 PrgNbComptes      PIC 9(3).
          05 PrgNbClient       PIC 9(1).
          05 PrgNbBenef        PIC 9(4).
          05 PrgNbIdentites    PIC 9(3).
          05 PrgNbFicoba       PIC 9(3).
