      *> --------------------------------------------------------------
      *> CARTEREC - Layout du CarteRecord de cartes.txt (registre des
      *>            cartes de paiement : numéro interne de la carte
      *>            transmis par le réseau aux demandes
      *>            d'autorisation, numéro de carte masqué (six
      *>            premiers et quatre derniers chiffres seulement),
      *>            compte débité et client porteur, date d'émission,
      *>            mois d'expiration AAAAMM (la carte vaut jusqu'au
      *>            dernier jour du mois), statut 'A' = active,
      *>            'B' = bloquée (blocage temporaire, levable),
      *>            'V' = déclarée perdue ou volée (définitif),
      *>            'E' = expirée; plafond de retrait journalier de la
      *>            carte (zéro = sans limite propre à la carte);
      *>            date et agent de la dernière mise à jour).
      *>            Tenu par GestionCartes, contrôlé par
      *>            Autorisation, liste de renouvellement
      *>            EcheancesCartes.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 CarteRecord USAGE IS DISPLAY.
          05 CrtNumero         PIC 9(10).
          05 CrtPanMasque      PIC X(19).
          05 CrtCompte         PIC 9(8).
          05 CrtClient         PIC 9(8).
          05 CrtDateEmission   PIC 9(8).
          05 CrtDateExpiration PIC 9(6).
          05 CrtStatut         PIC X(1).
             88 CrtActive        VALUE 'A'.
             88 CrtBloquee       VALUE 'B'.
             88 CrtPerdueVolee   VALUE 'V'.
             88 CrtExpiree       VALUE 'E'.
          05 CrtPlafond        PIC 9(7).9(2).
          05 CrtDateMaj        PIC 9(8).
          05 CrtAgent          PIC X(4).
