      *> --------------------------------------------------------------
      *> HISTIDXREC - Layout du HistIndexRecord de historique.idx
      *>              (index des mouvements tenu à côté de
      *>              historique.txt : clé principale TransID, clé
      *>              secondaire compte + date comptable du mouvement,
      *>              avec doublons, et image complète de la ligne de
      *>              historique.txt dans le dessin TRANSREC).
      *>              historique.txt reste la référence séquentielle
      *>              scellée; l'index est alimenté par SaveTransaction
      *>              à chaque mouvement, reconstruit depuis
      *>              historique.txt par IndexHistorique, vidé avec
      *>              lui par ArchiveHistorique. Lu par le guichet,
      *>              Releve, OrdresPermanents et FraisMensuels pour
      *>              aller directement aux mouvements d'un compte et
      *>              d'un jour.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 HistIndexRecord USAGE IS DISPLAY.
          05 HixTransID      PIC 9(10).
          05 HixCompteDate.
             10 HixCompte    PIC 9(8).
             10 HixDate      PIC 9(8).
          05 HixMouvement    PIC X(88).
