      *>                 (plafonds cumules journaliers par defaut des
      *>                 retraits especes et des virements emis d'un
      *>                 compte, zero = sans limite).
      *> 2026-10-15  SI  Ajout de Cfg-SeuilEspeces / Cfg-JoursLcb /
      *>                 Cfg-FacteurVolume (seuils de la surveillance
      *>                 LCB-FT : dépôts espèces, fenêtre en jours,
      *>                 facteur de volume inhabituel).
      *> 2026-10-15  SI  Ajout de Cfg-TauxRetResident /
      *>                 Cfg-TauxRetNonResident (taux de la retenue à
      *>                 la source sur les intérêts des résidents et
      *>                 des non-résidents, 12,80 % et 15,00 % par
      *>                 defaut si absents ou non numeriques).
      *> 2026-10-15  SI  Ajout de Cfg-DelaiLitige / Cfg-AlerteLitige
      *>                 (délai réglementaire de réponse à une
      *>                 réclamation en jours ouvrés, 15 par défaut, et
      *>                 préavis en jours ouvrés avant échéance à
      *>                 partir duquel SuiviLitiges signale le litige,
      *>                 5 par défaut).
      *> 2026-10-15  SI  Ajout de Cfg-AnsConservation (durée légale de
      *>                 conservation, en années, des données d'un
      *>                 client après la clôture de son dernier compte;
      *>                 au-delà, PurgeRgpd anonymise le client, 10 par
      *>                 défaut).
      *> 2026-10-15  SI  Ajout de Cfg-EcartTaux (écart maximal en pour
      *>                 cent entre un cours du flux quotidien et le
      *>                 taux en vigueur au-delà duquel ChargementTaux
      *>                 retient le cours pour validation, 05.00 par
      *>                 défaut).
      *> 2026-10-15  SI  Ajout de Cfg-SeuilChange (contre-valeur en
      *>                 devise de référence à partir de laquelle le
      *>                 change manuel de billets exige l'identité du
      *>                 client, 01000 par défaut).
      *> 2026-10-15  SI  Ajout de Cfg-EndettementMax (taux
      *>                 d'endettement maximal en pour cent - charges
      *>                 de crédit et ordres permanents, mensualité
      *>                 demandée comprise, rapportés aux revenus
      *>                 réguliers - au-delà duquel GestionPrets
      *>                 refuse d'approuver une demande de prêt, 35.00
      *>                 par défaut).
       01 ConfigRecord.
          05 Cfg-SoldeDefaut    PIC 9(7).9(2).
          05 Cfg-SoldeSecDefaut PIC 9(7).9(2).
          05 Cfg-ToleranceCaisse PIC 9(5).9(2).
          05 Cfg-PlafRetJour    PIC 9(7).9(2).
          05 Cfg-PlafVirJour    PIC 9(7).9(2).
          05 Cfg-SeuilEspeces   PIC 9(7).9(2).
          05 Cfg-JoursLcb       PIC 9(2).
          05 Cfg-FacteurVolume  PIC 9(2).
          05 Cfg-TauxRetResident    PIC 9.9(4).
          05 Cfg-TauxRetNonResident PIC 9.9(4).
          05 Cfg-DelaiLitige    PIC 9(2).
          05 Cfg-AlerteLitige   PIC 9(2).
          05 Cfg-AnsConservation PIC 9(2).
          05 Cfg-EcartTaux      PIC 9(2).9(2).
          05 Cfg-SeuilChange    PIC 9(5).
          05 Cfg-EndettementMax PIC 9(2).9(2).
