      *>                 9 999 999,99 (Sol / SolSec / SolMin en
      *>                 9(7).9(2)) - reprise des fichiers existants
      *>                 par ConversionMontants.
      *> 2026-10-15  SI  Ajout de SolProduit (code du produit de
      *>                 compte au catalogue produits.txt; blanc =
      *>                 compte courant générique, règles de
      *>                 config.txt et lignes générales du barème) -
      *>                 reprise des fichiers existants par
      *>                 ConversionProduits.
      *> 2026-10-15  SI  SolEtat peut valoir 'S' = gelé pour succession
      *>                 (posé par GestionSuccessions au décès d'un
      *>                 titulaire, co-titulaire ou mandataire : aucun
      *>                 débit au guichet ni par les traitements par
      *>                 lot, crédits acceptés; levée du gel ou
      *>                 règlement final sous code superviseur).
      *> --------------------------------------------------------------
       01 SoldeRecord USAGE IS DISPLAY.
          05 NumCompte  PIC 9(8).
          05 SolAgence   PIC X(3).
          05 SolPlafRetJour PIC 9(7).9(2).
          05 SolPlafVirJour PIC 9(7).9(2).
          05 SolProduit  PIC X(3).
