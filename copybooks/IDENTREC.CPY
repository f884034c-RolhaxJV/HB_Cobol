      *> --------------------------------------------------------------
      *> IDENTREC - Layout du IdentiteRecord de identites.txt (pièce
      *>            d'identité en cours de validité de chaque client
      *>            de client.txt - une ligne par NumClient, remplacée
      *>            au renouvellement : type de pièce 'C' = carte
      *>            nationale d'identité, 'P' = passeport, 'S' = titre
      *>            de séjour, 'K' = extrait Kbis d'une personne
      *>            morale, numéro, dates de délivrance et
      *>            d'expiration; niveau de risque du client 'F' =
      *>            faible, 'M' = moyen, 'E' = élevé, et date de la
      *>            prochaine revue périodique qu'il commande; date et
      *>            agent de la dernière mise à jour).
      *>            Tenu par GestionIdentites, contrôlé par
      *>            ControleIdentite, échéancier EcheancesIdentites.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 IdentiteRecord USAGE IS DISPLAY.
          05 IdtClient         PIC 9(8).
          05 IdtType           PIC X(1).
             88 IdtCarteIdentite VALUE 'C'.
             88 IdtPasseport     VALUE 'P'.
             88 IdtTitreSejour   VALUE 'S'.
             88 IdtKbis          VALUE 'K'.
          05 IdtNumero         PIC X(20).
          05 IdtDateEmission   PIC 9(8).
          05 IdtDateExpiration PIC 9(8).
          05 IdtRisque         PIC X(1).
             88 IdtRisqueFaible  VALUE 'F'.
             88 IdtRisqueMoyen   VALUE 'M'.
             88 IdtRisqueEleve   VALUE 'E'.
          05 IdtDateRevue      PIC 9(8).
          05 IdtDateMaj        PIC 9(8).
          05 IdtAgent          PIC X(4).
