      *> --------------------------------------------------------------
      *> FISCREC - Layout du FiscalRecord de fiscal.txt (profil fiscal
      *>           de chaque client de client.txt au regard de la
      *>           retenue à la source sur les intérêts - une ligne
      *>           par NumClient : résidence fiscale 'R' = résident,
      *>           'N' = non-résident; dispense de retenue 'O' = le
      *>           client a remis l'attestation qui l'en dispense,
      *>           valable jusqu'à la date de fin indiquée (zéro =
      *>           sans limite); date et agent de la dernière mise à
      *>           jour). Un client sans ligne est résident et non
      *>           dispensé. Tenu par GestionFiscalite, lu par
      *>           CalculRetenue.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 FiscalRecord USAGE IS DISPLAY.
          05 FisClient         PIC 9(8).
          05 FisResidence      PIC X(1).
             88 FisResident      VALUE 'R' ' '.
             88 FisNonResident   VALUE 'N'.
          05 FisDispense       PIC X(1).
             88 FisEstDispense   VALUE 'O'.
          05 FisDispenseFin    PIC 9(8).
          05 FisDateMaj        PIC 9(8).
          05 FisAgent          PIC X(4).
