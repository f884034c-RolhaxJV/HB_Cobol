      *>             par PositionCaisse avec les arrêtés de caisse en
      *>             position de trésorerie de l'agence.
      *> 2026-09-02  SI  Creation.
      *> 2026-10-15  SI  Sens 'G' = sortie du coffre vers un automate
      *>                 de billets (chargement) et 'R' = retour au
      *>                 coffre des cassettes d'un automate
      *>                 (déchargement), détail des cassettes dans
      *>                 gab.txt.
      *> 2026-10-15  SI  Ajout de CofDevise (devise du mouvement, stock
      *>                 du coffre tenu par devise; blanc = devise de
      *>                 référence, mouvements antérieurs et automates).
      *> --------------------------------------------------------------
       01 CoffreRecord USAGE IS DISPLAY.
          05 CofDate        PIC 9(8).
          05 CofMontant     PIC 9(9).9(2).
          05 CofOperateur   PIC X(4).
          05 CofSuperviseur PIC X(4).
          05 CofDevise      PIC X(3).
