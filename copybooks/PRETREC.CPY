      *>           dans la chaîne de clôture (mouvements "PretEchCap" /
      *>           "PretEchInt" séparant capital et intérêt).
      *> 2026-09-02  SI  Creation.
      *> 2026-10-15  SI  PrtStatut peut valoir 'D' = créance douteuse
      *>                 (posé par ArrieresPrets au déclassement d'un
      *>                 prêt trop longtemps impayé, capital restant dû
      *>                 passé en "PretDeclas"; EcheancePrets porte
      *>                 alors l'échéance en arriéré et recouvre en
      *>                 "PretDtxCap" / "PretDtxInt"; GestionPrets et
      *>                 GestionSuccessions le traitent comme un prêt
      *>                 encore en cours).
      *> --------------------------------------------------------------
       01 PretRecord USAGE IS DISPLAY.
          05 PrtCompte     PIC 9(8).
