      *> 2026-08-23  SI  Creation - partagé entre ImportTransactions
      *>                 (écriture des rejets) et CorrectionRejets
      *>                 (correction et représentation).
      *> 2026-10-15  SI  Motif "DCD" = retrait sur un compte gelé pour
      *>                 succession.
      *> --------------------------------------------------------------
       01 RejetRecord USAGE IS DISPLAY.
          05 RejReference PIC X(10).
