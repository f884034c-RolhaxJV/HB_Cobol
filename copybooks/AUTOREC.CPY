      *>           mouvement GAB porteur de la même référence est
      *>           posté.
      *> 2026-09-02  SI  Creation.
      *> 2026-10-15  SI  Ajout de AutCarte (numéro interne de la carte
      *>                 de cartes.txt qui a porté la demande, zéro =
      *>                 demande sans carte; blanc dans les
      *>                 réservations antérieures) pour le cumul
      *>                 journalier du plafond de la carte.
      *> --------------------------------------------------------------
       01 AutorisationRecord USAGE IS DISPLAY.
          05 AutReference  PIC X(10).
          05 AutHeure      PIC 9(6).
          05 AutDateExpire PIC 9(8).
          05 AutStatut     PIC X(1).
          05 AutCarte      PIC 9(10).
