       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadProduit.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Création - lecture d'un produit du catalogue
      *>                 produits.txt : libellé, plancher proposé à
      *>                 l'ouverture, solde maximum, code de grille de
      *>                 taux (blanc au catalogue = "SEC"), options du
      *>                 menu guichet et état du produit. Statut '00'
      *>                 = produit trouvé, '23' = code inconnu, sinon
      *>                 statut fichier.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProduitFile ASSIGN TO 'produits.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ProduitStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ProduitFile.
       COPY PRODREC.

       WORKING-STORAGE SECTION.
       01 ProduitStatus PIC X(2).
       01 WS-Trouve PIC X VALUE 'N'.
          88 ProduitTrouve VALUE 'O'.

       LINKAGE SECTION.
       01 LK-Produit PIC X(3).
       01 LK-Libelle PIC X(30).
       01 LK-SolMin PIC 9(7)V99.
       01 LK-SoldeMax PIC 9(7)V99.
       01 LK-Grille PIC X(3).
       01 LK-Menus PIC X(20).
       01 LK-Etat PIC X(1).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Produit, LK-Libelle, LK-SolMin,
           LK-SoldeMax, LK-Grille, LK-Menus, LK-Etat, LK-Status.
           MOVE 'N' TO WS-Trouve
           MOVE SPACES TO LK-Libelle
           MOVE ZERO TO LK-SolMin
           MOVE ZERO TO LK-SoldeMax
           MOVE "SEC" TO LK-Grille
           MOVE SPACES TO LK-Menus
           MOVE SPACE TO LK-Etat
           OPEN INPUT ProduitFile
           IF ProduitStatus NOT = '00'
               MOVE ProduitStatus TO LK-Status
               GOBACK
           END-IF
           PERFORM CHERCHER-PRODUIT
               UNTIL ProduitStatus NOT = '00' OR ProduitTrouve
           CLOSE ProduitFile
           IF ProduitTrouve
               MOVE '00' TO LK-Status
           ELSE
               MOVE '23' TO LK-Status
           END-IF
           GOBACK.

       CHERCHER-PRODUIT.
           READ ProduitFile
           IF ProduitStatus = '00'
               IF PrdCode = LK-Produit
                   MOVE PrdLibelle TO LK-Libelle
                   IF PrdSolMin(1:7) IS NUMERIC
                       MOVE PrdSolMin TO LK-SolMin
                   END-IF
                   IF PrdSoldeMax(1:7) IS NUMERIC
                       MOVE PrdSoldeMax TO LK-SoldeMax
                   END-IF
                   IF PrdGrille NOT = SPACES
                       MOVE PrdGrille TO LK-Grille
                   END-IF
                   MOVE PrdMenus TO LK-Menus
                   MOVE PrdEtat TO LK-Etat
                   MOVE 'O' TO WS-Trouve
               END-IF
           END-IF.
