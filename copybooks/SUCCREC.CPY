      *> --------------------------------------------------------------
      *> SUCCREC - Layout du SuccessionRecord de successions.txt
      *>           (dossiers de succession : client décédé de
      *>           client.txt, date du décès, date d'ouverture du
      *>           dossier, notaire chargé de la succession, statut
      *>           'O' = ouverte - comptes gelés -, 'R' = réglée -
      *>           plus aucun compte gelé -, date et agent de la
      *>           dernière mise à jour). Tenu par GestionSuccessions.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 SuccessionRecord USAGE IS DISPLAY.
          05 SucClient         PIC 9(8).
          05 SucDateDeces      PIC 9(8).
          05 SucDateOuverture  PIC 9(8).
          05 SucNotaire        PIC X(30).
          05 SucStatut         PIC X(1).
             88 SucOuverte       VALUE 'O'.
             88 SucReglee        VALUE 'R'.
          05 SucDateMaj        PIC 9(8).
          05 SucAgent          PIC X(4).
