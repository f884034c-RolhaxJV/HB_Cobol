      *> --------------------------------------------------------------
      *> DEMPRETREC - Layout du DemandePretRecord de demandes-prets.txt
      *>              (demandes de prêt : numéro de la demande, compte
      *>              emprunteur et client titulaire, capital, taux
      *>              annuel, durée et mensualité demandés; analyse
      *>              de solvabilité au dernier examen - revenus
      *>              réguliers mensuels tirés des "VirRecu" de
      *>              historique.txt, charges mensuelles existantes
      *>              (mensualités de prets.txt, ordres permanents
      *>              de ordres.txt, demandes approuvées non versées)
      *>              et taux d'endettement en pour cent, 999.99 sans
      *>              revenu régulier -; statut 'S' = soumise,
      *>              'E' = en examen, 'A' = approuvée, 'R' = refusée,
      *>              'V' = versée; dépôt (date et opérateur),
      *>              décision (date, opérateur ou superviseur, motif
      *>              du refus) et date du versement). Tenu par
      *>              GestionPrets; état du portefeuille par statut
      *>              et ancienneté édité par SuiviDemandesPrets.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 DemandePretRecord USAGE IS DISPLAY.
          05 DmpNumero        PIC 9(6).
          05 DmpCompte        PIC 9(8).
          05 DmpClient        PIC 9(8).
          05 DmpCapital       PIC 9(7).9(2).
          05 DmpTaux          PIC 9.9(4).
          05 DmpDuree         PIC 9(3).
          05 DmpMensualite    PIC 9(7).9(2).
          05 DmpRevenus       PIC 9(7).9(2).
          05 DmpCharges       PIC 9(7).9(2).
          05 DmpEndettement   PIC 9(3).9(2).
          05 DmpStatut        PIC X(1).
             88 DmpSoumise       VALUE 'S'.
             88 DmpEnExamen      VALUE 'E'.
             88 DmpApprouvee     VALUE 'A'.
             88 DmpRefusee       VALUE 'R'.
             88 DmpVersee        VALUE 'V'.
          05 DmpDateDepot     PIC 9(8).
          05 DmpOperateur     PIC X(4).
          05 DmpDateDecision  PIC 9(8).
          05 DmpDecideur      PIC X(4).
          05 DmpMotif         PIC X(30).
          05 DmpDateVersement PIC 9(8).
