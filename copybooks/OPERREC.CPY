      *>                 rattachement de l'opérateur, estampillé sur
      *>                 ses mouvements par SaveTransaction; blanc =
      *>                 agence "001").
      *> 2026-10-15  SI  Ajout de OpValideur (droit de valider les
      *>                 modifications des données de référence d'un
      *>                 autre opérateur dans GestionValidations; 'N' =
      *>                 sans droit, blanc = enregistrement antérieur,
      *>                 droit conservé comme les autres zones du
      *>                 profil).
      *> 2026-10-15  SI  Ajout de OpMenusSuite (options 19 à 21 du
      *>                 MENU-BANQUE, suite de OpMenus; un 'O'/'N' par
      *>                 choix). Ajoutée en fin d'enregistrement comme
      *>                 OpAgence et OpValideur : les enregistrements
      *>                 antérieurs la lisent à blanc et gardent ces
      *>                 options.
      *> --------------------------------------------------------------
       01 OperateurRecord USAGE IS DISPLAY.
          05 OpId      PIC X(4).
          05 OpMenus   PIC X(18).
          05 OpImpayes PIC X(1).
          05 OpAgence  PIC X(3).
          05 OpValideur PIC X(1).
          05 OpMenusSuite PIC X(3).
