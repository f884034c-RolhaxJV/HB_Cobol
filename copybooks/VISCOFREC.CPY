      *> --------------------------------------------------------------
      *> VISCOFREC - Layout du VisiteCoffreRecord de visites-coffres.txt
      *>             (journal des accès aux coffres-forts loués, ajout
      *>             seul : date et heure de la visite, coffre et
      *>             compte locataire, client visiteur et qualité
      *>             retenue 'L' = titulaire du coffre, 'T' =
      *>             titulaire ou 'C' = co-titulaire du compte,
      *>             'M' = mandataire du compte (mandats.txt), blanc
      *>             si le visiteur n'est pas rattaché; résultat
      *>             'A' = accès accordé, 'R' = accès refusé avec son
      *>             motif; opérateur qui a contrôlé l'identité).
      *>             Ecrit par GestionLocationCoffres.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 VisiteCoffreRecord USAGE IS DISPLAY.
          05 VisDate          PIC 9(8).
          05 VisHeure         PIC 9(6).
          05 VisCoffre        PIC 9(5).
          05 VisCompte        PIC 9(8).
          05 VisClient        PIC 9(8).
          05 VisQualite       PIC X(1).
          05 VisResultat      PIC X(1).
             88 VisAccordee      VALUE 'A'.
             88 VisRefusee       VALUE 'R'.
          05 VisMotif         PIC X(30).
          05 VisOperateur     PIC X(4).
