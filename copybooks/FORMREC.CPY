      *> --------------------------------------------------------------
      *> FORMREC - Layout du FormationRecord de formation.ctl (marque
      *>           du jeu de données de formation des guichetiers :
      *>           date comptable de production recopiée, date et
      *>           heure machine du rafraîchissement et libellé).
      *>           Ecrit par PreparationFormation dans le répertoire
      *>           formation; GestionBancaire refuse le mode
      *>           formation quand il ne le trouve pas, pour ne
      *>           jamais travailler en formation sur un autre jeu.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 FormationRecord USAGE IS DISPLAY.
          05 FrmDateCompta  PIC 9(8).
          05 FrmDateRafr    PIC 9(8).
          05 FrmHeureRafr   PIC 9(6).
          05 FrmLibelle     PIC X(30).
