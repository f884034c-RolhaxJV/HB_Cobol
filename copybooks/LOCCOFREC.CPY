      *> --------------------------------------------------------------
      *> LOCCOFREC - Layout du LocationCoffreRecord de
      *>             coffres-loues.txt (registre des coffres-forts
      *>             loués à la clientèle, une ligne par coffre du
      *>             parc : numéro du coffre, taille 'P' = petit,
      *>             'M' = moyen, 'G' = grand (ligne "CoffreP" /
      *>             "CoffreM" / "CoffreG" de tarifs.txt pour le loyer
      *>             annuel); statut 'D' = disponible, 'L' = loué,
      *>             'B' = loué, accès bloqué pour loyer impayé;
      *>             compte débité du loyer et jusqu'à trois clients
      *>             titulaires du coffre (zéro = place libre), date
      *>             de début de la location, numéros des deux clés
      *>             remises; prochaine échéance du loyer (date
      *>             anniversaire, avancée d'un an à chaque loyer
      *>             prélevé), loyer impayé et date du premier impayé
      *>             (zéro quand le loyer est à jour); date et agent
      *>             de la dernière mise à jour). Tenu par
      *>             GestionLocationCoffres, loyers prélevés et
      *>             impayés listés par LoyersCoffres.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 LocationCoffreRecord USAGE IS DISPLAY.
          05 LocCoffre        PIC 9(5).
          05 LocTaille        PIC X(1).
             88 LocPetit         VALUE 'P'.
             88 LocMoyen         VALUE 'M'.
             88 LocGrand         VALUE 'G'.
          05 LocStatut        PIC X(1).
             88 LocDisponible    VALUE 'D'.
             88 LocLoue          VALUE 'L'.
             88 LocBloque        VALUE 'B'.
          05 LocCompte        PIC 9(8).
          05 LocTitulaire     PIC 9(8) OCCURS 3.
          05 LocDateDebut     PIC 9(8).
          05 LocCle           PIC X(10) OCCURS 2.
          05 LocEcheance      PIC 9(8).
          05 LocImpaye        PIC 9(7).9(2).
          05 LocDateImpaye    PIC 9(8).
          05 LocDateMaj       PIC 9(8).
          05 LocAgent         PIC X(4).
