      *> --------------------------------------------------------------
      *> GABREC - Layout du GabRecord de gab.txt (chargements et
      *>          déchargements des automates de billets : date,
      *>          heure, identifiant de l'automate, sens 'C' =
      *>          chargement depuis le coffre, 'D' = déchargement
      *>          des cassettes restantes vers le coffre, coupure et
      *>          nombre de billets de chacune des quatre cassettes
      *>          (coupure à zéro = cassette vide ou absente),
      *>          montant total, identité de l'opérateur et du
      *>          superviseur autorisant). Tenu par GestionCoffre
      *>          (ajout seul, avec la ligne 'G' / 'R' de coffre.txt
      *>          correspondante), consolidé par PositionCaisse et
      *>          rapproché par RapprochementGab.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 GabRecord USAGE IS DISPLAY.
          05 GabDate        PIC 9(8).
          05 GabHeure       PIC 9(6).
          05 GabMachine     PIC X(4).
          05 GabSens        PIC X(1).
             88 GabChargement   VALUE 'C'.
             88 GabDechargement VALUE 'D'.
          05 GabCassette OCCURS 4.
             10 GabCoupure  PIC 9(3).
             10 GabBillets  PIC 9(5).
          05 GabMontant     PIC 9(9).9(2).
          05 GabOperateur   PIC X(4).
          05 GabSuperviseur PIC X(4).
