      *> --------------------------------------------------------------
      *> REFPRLVREC - Layout du RefusPrlvRecord de refus-prlv.txt
      *>              (refus ponctuel d'une échéance de prélèvement
      *>              demandé par le client au guichet : compte,
      *>              créancier et référence du mandat, date
      *>              d'échéance refusée, montant - zéro = quel que
      *>              soit le montant -, date et agent de la saisie).
      *>              Saisi par GestionBancaire, appliqué par
      *>              PrelevementsRecus : l'échéance est retournée au
      *>              créancier avec le motif "REF", le mandat reste
      *>              actif.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 RefusPrlvRecord USAGE IS DISPLAY.
          05 RfpCompte       PIC 9(8).
          05 RfpCreancier    PIC X(13).
          05 RfpReference    PIC X(35).
          05 RfpDateEcheance PIC 9(8).
          05 RfpMontant      PIC 9(7).9(2).
          05 RfpDateSaisie   PIC 9(8).
          05 RfpAgent        PIC X(4).
