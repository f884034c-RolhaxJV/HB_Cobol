      *> --------------------------------------------------------------
      *> FICOREFREC - Layout du FicoRefRecord de ficoba-ref.txt (image
      *>              de ce qui a été déclaré au fichier national des
      *>              comptes bancaires : type 'C' = compte avec son
      *>              état déclaré 'A' ouvert / 'C' clos, type 'L' =
      *>              rattachement d'un client au compte avec son rôle
      *>              'T' titulaire / 'C' co-titulaire / 'M'
      *>              mandataire, type 'A' = identité et adresse
      *>              déclarées du client). Comparée chaque jour à
      *>              solde.txt, mandats.txt et client.txt par
      *>              DeclarationFicoba qui déclare les écarts et met
      *>              l'image à jour; une ligne rejetée par
      *>              l'administration remet l'image dans son état
      *>              antérieur (RetourFicoba) pour être redéclarée
      *>              après correction.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 FicoRefRecord USAGE IS DISPLAY.
          05 FrfType     PIC X(1).
             88 FrfCompte    VALUE 'C'.
             88 FrfLien      VALUE 'L'.
             88 FrfIdentite  VALUE 'A'.
          05 FrfNumCompte PIC 9(8).
          05 FrfClient   PIC 9(8).
          05 FrfRole     PIC X(1).
          05 FrfEtat     PIC X(1).
          05 FrfNom      PIC X(30).
          05 FrfAdresse  PIC X(40).
