      *>                 ("superviseurs.txt" ne tenait pas en 14),
      *>                 cles homogenes pour le filtre de
      *>                 RapportMaintenance.
      *> 2026-10-15  SI  Gestes du double regard : DEMAN = modification
      *>                 déposée en attente de validation (pas encore
      *>                 en vigueur), VALID = demande validée et
      *>                 appliquée, REJET = demande rejetée (identité
      *>                 du valideur, GestionValidations).
      *> 2026-10-15  SI  Geste CHARG : bilan d'un chargement du flux
      *>                 quotidien des cours de change par
      *>                 ChargementTaux (opérateur BATC; les cours
      *>                 appliqués sont journalisés en CREAT, les cours
      *>                 retenus pour validation en DEMAN).
      *> --------------------------------------------------------------
       01 MaintenanceRecord USAGE IS DISPLAY.
          05 MntDate      PIC 9(8).
