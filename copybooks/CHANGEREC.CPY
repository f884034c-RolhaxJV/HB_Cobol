      *> --------------------------------------------------------------
      *> CHANGEREC - Layout du ChangeRecord de change.txt (opérations
      *>             de change manuel de billets au guichet : numéro
      *>             de bordereau, date comptable, heure, opérateur et
      *>             agence, sens 'A' = achat de billets au client,
      *>             'V' = vente de billets au client, devise et
      *>             montant en billets, cours moyen de taux.txt -
      *>             1 devise de référence = n devise - et cours
      *>             appliqué marge comprise, contre-valeur au cours
      *>             moyen et montant réglé en devise de référence,
      *>             règlement 'E' = espèces ou 'C' = compte (numéro
      *>             du compte et du mouvement historique), client
      *>             titulaire - zéro pour un client de passage - et,
      *>             au-delà du seuil Cfg-SeuilChange, nom et pièce
      *>             d'identité présentée). Tenu par le guichet (ajout
      *>             seul); relu par ControleCaisse, PositionCaisse et
      *>             JournalComptable.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 ChangeRecord USAGE IS DISPLAY.
          05 ChgNumero          PIC 9(6).
          05 ChgDate            PIC 9(8).
          05 ChgHeure           PIC 9(6).
          05 ChgOperateur       PIC X(4).
          05 ChgAgence          PIC X(3).
          05 ChgSens            PIC X(1).
             88 ChgAchat           VALUE 'A'.
             88 ChgVente           VALUE 'V'.
          05 ChgDevise          PIC X(3).
          05 ChgMontantDevise   PIC 9(7).9(2).
          05 ChgTauxMoyen       PIC 9(3).9(6).
          05 ChgTauxApplique    PIC 9(3).9(6).
          05 ChgContreValeur    PIC 9(7).9(2).
          05 ChgMontantRegle    PIC 9(7).9(2).
          05 ChgReglement       PIC X(1).
             88 ChgEspeces         VALUE 'E'.
             88 ChgCompte          VALUE 'C'.
          05 ChgNumCompte       PIC 9(8).
          05 ChgClient          PIC 9(8).
          05 ChgNom             PIC X(30).
          05 ChgPieceType       PIC X(1).
          05 ChgPieceNumero     PIC X(20).
          05 ChgPieceExpiration PIC 9(8).
          05 ChgTransID         PIC 9(10).
