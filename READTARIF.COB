       DATE-COMPILED. 2026-08-23.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Barème par produit de compte : le code
      *>                 produit du compte est passé en paramètre; une
      *>                 ligne applicable portant ce code prime sur les
      *>                 lignes générales (produit blanc), qui restent
      *>                 la règle pour les autres comptes.
      *> 2026-08-23  SI  Création - lecture du barème tarifs.txt pour
      *>                 une opération donnée : la ligne à la date
      *>                 d'effet la plus récente <= date demandée fait
       01 WS-MeilleureDate PIC 9(8).
       01 WS-Trouve PIC X VALUE 'N'.
          88 TarifTrouve VALUE 'O'.
       01 WS-MeilleureDateProduit PIC 9(8).
       01 WS-TrouveProduit PIC X VALUE 'N'.
          88 TarifProduitTrouve VALUE 'O'.
       01 WS-FixeProduit PIC 9(7)V99.
       01 WS-PourcentProduit PIC 9(2)V9(4).

       LINKAGE SECTION.
       01 LK-Operation PIC X(10).
       01 LK-Date PIC 9(8).
       01 LK-Produit PIC X(3).
       01 LK-Fixe PIC 9(7)V99.
       01 LK-Pourcent PIC 9(2)V9(4).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Operation, LK-Date, LK-Produit,
           LK-Fixe, LK-Pourcent, LK-Status.
           MOVE 'N' TO WS-Trouve
           MOVE ZERO TO WS-MeilleureDate
           MOVE 'N' TO WS-TrouveProduit
           MOVE ZERO TO WS-MeilleureDateProduit
           MOVE ZERO TO LK-Fixe
           MOVE ZERO TO LK-Pourcent
           OPEN INPUT TarifFile
           END-IF
           PERFORM CHERCHER-TARIF UNTIL TarifStatus NOT = '00'
           CLOSE TarifFile
           IF TarifProduitTrouve
               MOVE WS-FixeProduit TO LK-Fixe
               MOVE WS-PourcentProduit TO LK-Pourcent
               MOVE 'O' TO WS-Trouve
           END-IF
           IF TarifTrouve
               MOVE '00' TO LK-Status
           ELSE
           READ TarifFile
           IF TarifStatus = '00'
               IF TrfOperation = LK-Operation
                   AND TrfProduit NOT = SPACES
                   AND TrfProduit = LK-Produit
                   AND TrfDateEffet <= LK-Date
                   AND TrfDateEffet >= WS-MeilleureDateProduit
                   MOVE TrfDateEffet TO WS-MeilleureDateProduit
                   MOVE TrfFixe TO WS-FixeProduit
                   MOVE TrfPourcent TO WS-PourcentProduit
                   MOVE 'O' TO WS-TrouveProduit
               END-IF
               IF TrfOperation = LK-Operation
                   AND TrfProduit = SPACES
                   AND TrfDateEffet <= LK-Date
                   AND TrfDateEffet >= WS-MeilleureDate
                   MOVE TrfDateEffet TO WS-MeilleureDate
