      *> --------------------------------------------------------------
      *> GELCTLREC - Layout du GelControleRecord de gelsctl.txt
      *>             (enregistrement unique de contrôle de la liste
      *>             des gels : date de publication de la liste
      *>             chargée, date comptable et superviseur du
      *>             chargement, nombre de noms et alias, et date du
      *>             dernier refiltrage complet de client.txt par
      *>             FiltrageClients - à zéro tant que la liste
      *>             rechargée n'a pas été repassée sur les clients).
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 GelControleRecord USAGE IS DISPLAY.
          05 GctDatePublication PIC 9(8).
          05 GctDateChargement  PIC 9(8).
          05 GctAgent           PIC X(4).
          05 GctNbEntrees       PIC 9(6).
          05 GctDateFiltrage    PIC 9(8).
