      *> --------------------------------------------------------------
      *> ARRIEREREC - Layout de l'ArriereRecord de arrieres.txt
      *>              (échéances de prêts impayées : une ligne par
      *>              échéance de prets.txt restée impayée, le prêt
      *>              étant désigné par son compte et sa date de
      *>              versement; part capital et part intérêt de
      *>              l'échéance, pénalités de retard courues
      *>              jusqu'à ArrDateCalcul, dernier niveau de
      *>              relance envoyé - 1 = à 15 jours, 2 = à 30
      *>              jours, 3 = à 60 jours - et statut 'I' =
      *>              impayée, 'R' = régularisée le ArrDateRegul).
      *>              Ecrit et recouvré par EcheancePrets,
      *>              pénalités, relances et déclassement en
      *>              créance douteuse par ArrieresPrets.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 ArriereRecord USAGE IS DISPLAY.
          05 ArrCompte       PIC 9(8).
          05 ArrDatePret     PIC 9(8).
          05 ArrDateEcheance PIC 9(8).
          05 ArrCapital      PIC 9(7).9(2).
          05 ArrInteret      PIC 9(7).9(2).
          05 ArrPenalite     PIC 9(7).9(2).
          05 ArrDateCalcul   PIC 9(8).
          05 ArrRelance      PIC 9(1).
          05 ArrStatut       PIC X(1).
             88 ArrImpayee      VALUE 'I'.
             88 ArrRegularisee  VALUE 'R'.
          05 ArrDateRegul    PIC 9(8).
