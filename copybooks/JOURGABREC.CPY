      *> --------------------------------------------------------------
      *> JOURGABREC - Layout du JournalGabRecord de journal-gab.txt
      *>              (journal de distribution remonté chaque soir
      *>              par les automates : identifiant de l'automate,
      *>              date et heure de l'opération, référence réseau
      *>              du retrait (celle du mouvement du flux
      *>              d'import), compte, montant et résultat 'D' =
      *>              billets distribués, 'I' = incident, rien de
      *>              distribué). Lu par RapprochementGab et
      *>              PositionCaisse.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 JournalGabRecord USAGE IS DISPLAY.
          05 JgbMachine     PIC X(4).
          05 JgbDate        PIC 9(8).
          05 JgbHeure       PIC 9(6).
          05 JgbReference   PIC X(10).
          05 JgbCompte      PIC 9(8).
          05 JgbMontant     PIC 9(7).9(2).
          05 JgbResultat    PIC X(1).
             88 JgbDistribue  VALUE 'D'.
             88 JgbIncident   VALUE 'I'.
