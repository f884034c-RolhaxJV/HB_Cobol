      *> --------------------------------------------------------------
      *> CALENDREC - Layout du CalendrierRecord de calendrier.txt
      *>             (jours non ouvrés en plus des samedis et
      *>             dimanches : date, agence concernée - à blanc
      *>             = jour férié de toutes les agences, sinon
      *>             férié local de la seule agence - et libellé).
      *>             Tenu par GestionCalendrier; lu par JourOuvre,
      *>             qui rend le jour ouvré d'une date pour une
      *>             agence.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 CalendrierRecord.
          05 CalDate     PIC 9(8).
          05 CalAgence   PIC X(3).
          05 CalLibelle  PIC X(30).
