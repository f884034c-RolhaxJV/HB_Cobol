      *> --------------------------------------------------------------
      *> MODATTREC - Layout du ModifAttenteRecord de
      *>             modifs-attente.txt
      *>             (modifications des données de référence en
      *>             attente de validation par un second opérateur :
      *>             numéro de la demande, fichier de référence visé,
      *>             geste CREAT / MODIF, longueur de la clé unique en
      *>             tête de ligne (0 = lignes datées sans clé),
      *>             libellé de la demande, demandeur, date et heure
      *>             de la demande, statut 'A' = en attente,
      *>             'V' = validée et appliquée, 'R' = rejetée,
      *>             valideur, date de la décision, motif du rejet,
      *>             image complète de la ligne avant et après).
      *>             Alimenté par SoumettreModif depuis les écrans
      *>             d'entretien, décidé dans GestionValidations,
      *>             listé à l'ouverture de la clôture par
      *>             SuiviValidations.
      *> 2026-10-15  SI  Creation.
      *> 2026-10-15  SI  MdaAvant / MdaApres portés de 120 à 150
      *>                 caractères : l'enregistrement de config.txt
      *>                 (124 caractères depuis Cfg-EndettementMax) y
      *>                 était tronqué. Même largeur dans
      *>                 SoumettreModif, GestionValidations (lignes des
      *>                 fichiers de référence) et les écrans
      *>                 appelants. Fichier en séquentiel ligne : les
      *>                 demandes déjà déposées se relisent complétées
      *>                 à blanc, sans reprise.
      *> --------------------------------------------------------------
       01 ModifAttenteRecord USAGE IS DISPLAY.
          05 MdaNumero         PIC 9(6).
          05 MdaFichier        PIC X(20).
          05 MdaAction         PIC X(5).
          05 MdaLgCle          PIC 9(2).
          05 MdaLibelle        PIC X(40).
          05 MdaDemandeur      PIC X(4).
          05 MdaDateDemande    PIC 9(8).
          05 MdaHeureDemande   PIC 9(6).
          05 MdaStatut         PIC X(1).
             88 MdaEnAttente     VALUE 'A'.
             88 MdaValidee       VALUE 'V'.
             88 MdaRejetee       VALUE 'R'.
          05 MdaValideur       PIC X(4).
          05 MdaDateDecision   PIC 9(8).
          05 MdaMotifRejet     PIC X(30).
          05 MdaAvant          PIC X(150).
          05 MdaApres          PIC X(150).
