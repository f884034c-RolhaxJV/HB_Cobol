      *> --------------------------------------------------------------
      *> 2026-09-02  SI  Ajout de CaiAgence (code de l'agence de
      *>                 l'arrêté, repris du profil de l'opérateur).
      *> 2026-10-15  SI  Ajout de CaiDevise (devise du tiroir arrêtée :
      *>                 un arrêté par devise détenue, la devise de
      *>                 référence d'abord puis les devises du change
      *>                 manuel; blanc = devise de référence, arrêtés
      *>                 antérieurs).
       01 CaisseRecord USAGE IS DISPLAY.
          05 CaiDate       PIC 9(8).
          05 CaiHeure      PIC 9(6).
          05 CaiEcart      PIC S9(9)V9(2) SIGN LEADING SEPARATE.
          05 CaiValidation PIC X(4).
          05 CaiAgence     PIC X(3).
          05 CaiDevise     PIC X(3).
