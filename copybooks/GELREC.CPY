      *> --------------------------------------------------------------
      *> GELREC - Layout du GelRecord de gels.txt (liste nationale des
      *>          gels d'avoirs rechargée par ChargementGels : une
      *>          ligne par nom ou alias publié - nature 'N' = nom,
      *>          'A' = alias - d'une personne physique 'P' ou morale
      *>          'M' désignée sous le numéro GelNumero du registre;
      *>          le nom tel que publié et sa forme normalisée par
      *>          NormaliseNom, majuscules sans accents ni
      *>          ponctuation, sur laquelle FiltrageGel compare).
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 GelRecord USAGE IS DISPLAY.
          05 GelNumero   PIC 9(6).
          05 GelNature   PIC X(1).
             88 GelNomPrincipal VALUE 'N'.
             88 GelAlias        VALUE 'A'.
          05 GelType     PIC X(1).
             88 GelPersonne     VALUE 'P'.
             88 GelEntite       VALUE 'M'.
          05 GelNom      PIC X(60).
          05 GelNomNorm  PIC X(60).
