      *> --------------------------------------------------------------
      *> PRLVREC - Layout du MandatPrlvRecord de mandats-prlv.txt
      *>           (registre des mandats de prélèvement donnés par nos
      *>           clients à leurs créanciers : compte débité,
      *>           identifiant du créancier, référence unique du
      *>           mandat, date de signature, statut 'A' = actif,
      *>           'R' = révoqué par le client, date de révocation et
      *>           agent de la dernière mise à jour). Tenu par
      *>           GestionPrelevements, révocation au guichet par
      *>           GestionBancaire, contrôlé par PrelevementsRecus à
      *>           l'imputation des prélèvements reçus.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 MandatPrlvRecord USAGE IS DISPLAY.
          05 MpvCompte         PIC 9(8).
          05 MpvCreancier      PIC X(13).
          05 MpvReference      PIC X(35).
          05 MpvDateSignature  PIC 9(8).
          05 MpvStatut         PIC X(1).
             88 MpvActif         VALUE 'A'.
             88 MpvRevoque       VALUE 'R'.
          05 MpvDateRevocation PIC 9(8).
          05 MpvAgent          PIC X(4).
