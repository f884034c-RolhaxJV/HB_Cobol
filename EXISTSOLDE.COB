       01 WS-ClientStatus PIC X(2).
       01 WS-ClientValide PIC X(1).
          88 ClientValide VALUE 'O'.
       01 WS-DateExpiration PIC 9(8).
       01 WS-IdentiteStatus PIC X(2).
       01 WS-IdentiteValide PIC X(1).
          88 IdentiteValide VALUE 'O'.
       01 WS-ConfirmeCreation PIC X(1).
          88 CreationConfirmee VALUE 'O' 'o'.
       01 WS-DeviseStatus PIC X(2).
       01 WS-Agence PIC X(3).
       01 WS-PinClair PIC 9(4).
       01 WS-PinTransforme PIC 9(4).
       01 WS-Produit PIC X(3).
       01 WS-ProduitLibelle PIC X(30).
       01 WS-ProduitSolMin PIC 9(7)V99.
       01 WS-ProduitSoldeMax PIC 9(7)V99.
       01 WS-ProduitGrille PIC X(3).
       01 WS-ProduitMenus PIC X(20).
       01 WS-ProduitEtat PIC X(1).
       01 WS-ProduitStatus PIC X(2).
       01 WS-ProduitValide PIC X(1).
          88 ProduitValide VALUE 'O'.
       01 WS-DepotsValides PIC X(1).
          88 DepotsValides VALUE 'O'.

       LINKAGE SECTION.
       01 LK-NumCompte PIC 9(8).
                   " (O/N) :"
               ACCEPT WS-ConfirmeCreation
               IF CreationConfirmee
                   PERFORM SAISIR-CLIENT
                   PERFORM CONTROLER-IDENTITE
                   IF IdentiteValide
                       PERFORM CREER-COMPTE
                   ELSE
                       DISPLAY "Pièce d'identité du client absente ",
                           "ou expirée, compte non ouvert"
                   END-IF
               ELSE
                   DISPLAY "Création refusée, compte non ouvert"
               END-IF
               ELSE
                   MOVE ZERO TO CptPlafVirJour
               END-IF
               MOVE SolProduit TO CptProduit
           END-IF
           CLOSE SoldeFile.

                   END-IF
                   CLOSE ConfigFile
               END-IF
               MOVE 'N' TO WS-ProduitValide
               PERFORM SAISIR-PRODUIT UNTIL ProduitValide
               MOVE 'N' TO WS-DepotsValides
               PERFORM SAISIR-DEPOTS-INITIAUX UNTIL DepotsValides
               DISPLAY "Utiliser le plancher par défaut de ",
                   WS-SoldeMinDefaut, " (O/N) :"
               ACCEPT WS-UtiliserDefaut
                   WS-PinClair, WS-PinTransforme
               MOVE WS-PinTransforme TO SoldePin
               PERFORM SAISIR-DEVISE UNTIL DeviseValide
               DISPLAY "Code agence (vide = 001) :"
               ACCEPT WS-Agence
               IF WS-Agence = SPACES
               MOVE 'N' TO CptBloque
               MOVE WS-Agence TO SolAgence
               MOVE WS-Agence TO CptAgence
               MOVE WS-Produit TO SolProduit
               MOVE WS-Produit TO CptProduit
               DISPLAY "Plafond journalier de retraits (0 = ",
                   "défaut du guichet) :"
               ACCEPT CptPlafRetJour
                   LK-Operateur,
                   WS-DateValeurMvt.

      *> Le produit choisi fixe le plancher proposé et le solde
      *> maximum du compte (catalogue produits.txt); vide = compte
      *> courant générique aux valeurs de config.txt.
       SAISIR-PRODUIT.
           DISPLAY "Code produit du compte (vide = compte courant ",
               "générique) :"
           ACCEPT WS-Produit
           MOVE ZERO TO WS-ProduitSoldeMax
           IF WS-Produit = SPACES
               MOVE 'O' TO WS-ProduitValide
           ELSE
               CALL 'ReadProduit' USING WS-Produit, WS-ProduitLibelle,
                   WS-ProduitSolMin, WS-ProduitSoldeMax,
                   WS-ProduitGrille, WS-ProduitMenus, WS-ProduitEtat,
                   WS-ProduitStatus
               IF WS-ProduitStatus NOT = '00'
                   DISPLAY "Produit ", WS-Produit, " absent du ",
                       "catalogue produits.txt"
                   MOVE ZERO TO WS-ProduitSoldeMax
               ELSE
                   IF WS-ProduitEtat = 'F'
                       DISPLAY "Produit ", WS-Produit, " fermé à la ",
                           "commercialisation"
                       MOVE ZERO TO WS-ProduitSoldeMax
                   ELSE
                       DISPLAY "Produit : ", WS-ProduitLibelle
                       MOVE WS-ProduitSolMin TO WS-SoldeMinDefaut
                       MOVE 'O' TO WS-ProduitValide
                   END-IF
               END-IF
           END-IF.

       SAISIR-DEPOTS-INITIAUX.
           DISPLAY "Utiliser le dépôt initial par défaut de ",
               WS-SoldeDefaut, " (O/N) :"
           ACCEPT WS-UtiliserDefaut
           IF UtiliserDefaut
               MOVE WS-SoldeDefaut TO Solde
           ELSE
               DISPLAY "Montant du dépôt initial :"
               ACCEPT Solde
           END-IF
           DISPLAY "Utiliser le solde secondaire par défaut de ",
               WS-SoldeSecDefaut, " (O/N) :"
           ACCEPT WS-UtiliserDefaut
           IF UtiliserDefaut
               MOVE WS-SoldeSecDefaut TO SoldeSec
           ELSE
               DISPLAY "Montant initial du compte secondaire :"
               ACCEPT SoldeSec
           END-IF
           IF WS-ProduitSoldeMax > ZERO
               AND Solde + SoldeSec > WS-ProduitSoldeMax
               DISPLAY "Dépôts initiaux supérieurs au solde maximum ",
                   "du produit (", WS-ProduitSoldeMax, "), à ressaisir"
           ELSE
               MOVE 'O' TO WS-DepotsValides
           END-IF.

       SAISIR-DEVISE.
           DISPLAY "Devise du compte (vide=defaut ",
               WS-DeviseDefaut, ") :"
                       "dans client.txt, statut ", WS-ClientStatus
               END-IF
           END-IF.

      *> Un compte rattaché à un client n'est ouvert que sur une pièce
      *> d'identité en cours de validité (identites.txt).
       CONTROLER-IDENTITE.
           MOVE 'O' TO WS-IdentiteValide
           IF WS-NumClient NOT = ZERO
               CALL 'ControleIdentite' USING WS-NumClient,
                   WS-DateExpiration, WS-IdentiteStatus
               IF WS-IdentiteStatus NOT = '00'
                   MOVE 'N' TO WS-IdentiteValide
                   IF WS-IdentiteStatus = '01'
                       DISPLAY "Pièce d'identité expirée le ",
                           WS-DateExpiration, ", à renouveler"
                   ELSE
                       DISPLAY "Aucune pièce d'identité enregistrée ",
                           "pour le client ", WS-NumClient
                   END-IF
               END-IF
           END-IF.
