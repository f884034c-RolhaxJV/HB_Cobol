      *> --------------------------------------------------------------
      *> RELELECREC - Layout du ReleveElecRecord de releves-elec.txt
      *>              (abonnements au relevé électronique des clients
      *>              entreprises : compte relevé, format 'M' = MT940
      *>              ou 'C' = camt.053, statut 'A' = actif,
      *>              'R' = résilié, numéro et date comptable du
      *>              dernier relevé produit - les numéros se suivent
      *>              sans trou d'un relevé à l'autre, y compris après
      *>              une résiliation suivie d'une reprise - date et
      *>              agent de la dernière mise à jour). Tenu par
      *>              GestionRelevesElec, produit chaque nuit par
      *>              ReleveElectronique.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 ReleveElecRecord USAGE IS DISPLAY.
          05 RelCompte         PIC 9(8).
          05 RelFormat         PIC X(1).
             88 RelMt940         VALUE 'M'.
             88 RelCamt053       VALUE 'C'.
          05 RelStatut         PIC X(1).
             88 RelActif         VALUE 'A'.
             88 RelResilie       VALUE 'R'.
          05 RelDernierNumero  PIC 9(5).
          05 RelDerniereDate   PIC 9(8).
          05 RelDateMaj        PIC 9(8).
          05 RelAgent          PIC X(4).
