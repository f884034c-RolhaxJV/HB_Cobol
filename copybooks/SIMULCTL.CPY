      *> --------------------------------------------------------------
      *> SIMULCTL - Zone commune (EXTERNAL) du mode simulation de la
      *>            clôture. Posée par ClotureJournee au lancement :
      *>            SimMode = 'SIMULATION' pour un passage à blanc,
      *>            espaces pour une clôture réelle; SimEtape porte
      *>            l'étape en cours. En simulation, SaveSolde ne
      *>            réécrit pas solde.txt mais tient ici le solde
      *>            projeté de chaque compte touché par l'étape (relu
      *>            par ReadSolde pour enchaîner les mouvements d'une
      *>            même étape), SaveTransaction écrit une ligne de
      *>            projection dans simulation.txt au lieu de
      *>            historique.txt, et SaveRetenue n'écrit rien. La
      *>            table est remise à zéro au début de chaque étape :
      *>            chaque étape est projetée sur les soldes du
      *>            fichier, comme si elle passait seule.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 SimulationControle EXTERNAL.
          05 SimMode           PIC X(10).
             88 SimulationActive  VALUE 'SIMULATION'.
          05 SimEtape          PIC X(20).
          05 SimNbComptes      PIC 9(4) COMP.
          05 SimComptesSatures PIC X(1).
             88 SimTableSaturee   VALUE 'O'.
          05 SimProjete OCCURS 1000.
             10 SimPrjCompte   PIC 9(8).
             10 SimPrjSolde    PIC 9(7)V99.
             10 SimPrjSoldeSec PIC 9(7)V99.
