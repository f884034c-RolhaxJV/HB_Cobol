      *> --------------------------------------------------------------
      *> SIMULREC - Layout du SimulationRecord de simulation.txt
      *>            (projection d'une clôture en simulation). Deux
      *>            sortes de lignes, toutes deux datées de l'étape :
      *>            'M' = mouvement projeté (compte, action, montant,
      *>            solde passé par le programme, devise et compte
      *>            destinataire, zéro hors virement), écrit par
      *>            SaveTransaction à la place de historique.txt;
      *>            'S' = soldes projetés du compte (principal et
      *>            secondaire), écrit par SaveSolde à la place de
      *>            solde.txt. Vidé par ClotureJournee au lancement
      *>            d'une simulation, édité par RapportSimulation
      *>            dans simulation.rpt.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 SimulationRecord USAGE IS DISPLAY.
          05 SimLigType        PIC X(1).
             88 SimLigMouvement   VALUE 'M'.
             88 SimLigSoldes      VALUE 'S'.
          05 SimLigEtape       PIC X(20).
          05 SimLigCompte      PIC 9(8).
          05 SimLigDetail.
             10 SimLigAction   PIC X(10).
             10 SimLigMontant  PIC 9(7).9(2).
             10 SimLigSolde    PIC 9(7).9(2).
             10 SimLigDevise   PIC X(3).
             10 SimLigDest     PIC 9(8).
          05 SimLigProjection REDEFINES SimLigDetail.
             10 SimLigPrjSolde    PIC 9(7).9(2).
             10 SimLigPrjSoldeSec PIC 9(7).9(2).
             10 FILLER            PIC X(21).
