DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Grille par produit de compte : un compte
*>                 portant un code produit est servi sur les lignes
*>                 de grille.txt du code de grille de son produit
*>                 (catalogue produits.txt via ReadProduit, "SEC"
*>                 par défaut). L'extension de compte repassée à
*>                 SaveSolde reprend l'agence, les plafonds
*>                 journaliers et le code produit du compte.
*> 2026-10-15  SI  Retenue à la source : l'intérêt brut est
*>                 ventilé en retenue (CalculRetenue, selon le
*>                 profil fiscal du client de fiscal.txt) et
*>                 intérêt net. Le solde secondaire reçoit le net;
*>                 l'historique porte le brut ("Intérêt") puis la
*>                 retenue ("RetSourceS", débit du solde
*>                 secondaire), et chaque passation est inscrite
*>                 au registre retenues.txt (SaveRetenue) pour la
*>                 déclaration mensuelle.
*> 2026-09-02  SI  Grille de taux par paliers (grille.txt, lignes
*>                 "SEC") : chaque compte est servi au taux du
*>                 palier de solde secondaire couvert le plus
01 WS-Devise          PIC X(03).
01 WS-Interet         PIC 9(07)V99.
01 WS-Action          PIC X(10) VALUE "Intérêt".
01 WS-ActionRetenue   PIC X(10) VALUE "RetSourceS".
01 WS-Retenue         PIC 9(07)V99.
01 WS-InteretNet      PIC 9(07)V99.
01 WS-TauxRetenue     PIC 9V9(04).
01 WS-CategorieRet    PIC X(01).
01 WS-OrigineRet      PIC X(01) VALUE 'I'.
01 WS-RetStatus       PIC X(02).
01 WS-SoldeSecBrut    PIC 9(07)V99.
01 WS-ClientRet       PIC 9(08).
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt PIC 9(08) VALUE ZERO.
01 WS-Operateur       PIC X(04) VALUE "BATC".
01 WS-SeuilApplique   PIC 9(07)V99.
01 WS-DateAppliquee   PIC 9(08).
01 WS-TablePaliers.
   05 WS-Palier OCCURS 200.
      10 WS-PalProduit PIC X(03).
      10 WS-PalSeuil PIC 9(07)V99.
      10 WS-PalTaux  PIC 9V9(04).
      10 WS-PalDate  PIC 9(08).
01 WS-GrilleCompte    PIC X(03).
01 WS-ProduitLibelle  PIC X(30).
01 WS-ProduitSolMin   PIC 9(07)V99.
01 WS-ProduitSoldeMax PIC 9(07)V99.
01 WS-ProduitMenus    PIC X(20).
01 WS-ProduitEtat     PIC X(01).
01 WS-ProduitStatus   PIC X(02).
01 WS-PalierTrouve    PIC X(01).
   88 PalierTrouve    VALUE 'O'.
01 JournalBatchStatus PIC X(02).
    MOVE SolEtat TO CptEtat
    MOVE SolEchecs TO CptEchecs
    MOVE SolBloque TO CptBloque
    MOVE SolAgence TO CptAgence
    MOVE ZERO TO CptPlafRetJour
    IF SolPlafRetJour(1:7) IS NUMERIC
        MOVE SolPlafRetJour TO CptPlafRetJour
    END-IF
    MOVE ZERO TO CptPlafVirJour
    IF SolPlafVirJour(1:7) IS NUMERIC
        MOVE SolPlafVirJour TO CptPlafVirJour
    END-IF
    MOVE SolProduit TO CptProduit
    MOVE "SEC" TO WS-GrilleCompte
    IF SolProduit NOT = SPACES
        CALL 'ReadProduit' USING SolProduit, WS-ProduitLibelle,
            WS-ProduitSolMin, WS-ProduitSoldeMax, WS-GrilleCompte,
            WS-ProduitMenus, WS-ProduitEtat, WS-ProduitStatus
    END-IF
    PERFORM 2400-CHOISIR-TAUX THRU 2400-EXIT
    COMPUTE WS-Interet ROUNDED = WS-SoldeSec * WS-TauxCompte
    IF WS-Interet > ZERO
        MOVE SolClient TO WS-ClientRet
        CALL 'CalculRetenue' USING WS-ClientRet, WS-DateReference,
            WS-Interet, WS-CategorieRet, WS-TauxRetenue,
            WS-Retenue, WS-RetStatus
        COMPUTE WS-InteretNet = WS-Interet - WS-Retenue
        COMPUTE WS-SoldeSecBrut = WS-SoldeSec + WS-Interet
        COMPUTE WS-SoldeSec = WS-SoldeSec + WS-InteretNet
        CALL 'SaveSolde' USING NumCompte, WS-Solde, WS-SoldeSec,
            WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
            WS-SaveStatus
                NumCompte, ", statut ", WS-SaveStatus
        ELSE
            CALL 'SaveTransaction' USING NumCompte, WS-Interet,
                WS-Action, WS-SoldeSecBrut, WS-Devise,
                WS-SansDestinataire, WS-Operateur,
                WS-DateValeurMvt
            IF WS-Retenue > ZERO
                CALL 'SaveTransaction' USING NumCompte, WS-Retenue,
                    WS-ActionRetenue, WS-SoldeSec, WS-Devise,
                    WS-SansDestinataire, WS-Operateur,
                    WS-DateValeurMvt
            END-IF
            CALL 'SaveRetenue' USING WS-DateReference, NumCompte,
                WS-ClientRet, WS-OrigineRet, WS-CategorieRet,
                WS-Interet, WS-TauxRetenue, WS-Retenue,
                WS-InteretNet
            DISPLAY "Compte ", NumCompte, " : retenue à la source ",
                WS-Retenue, " (catégorie ", WS-CategorieRet,
                ", taux ", WS-TauxRetenue, "), net servi ",
                WS-InteretNet
            IF PalierTrouve
                DISPLAY "Compte ", NumCompte, " : intérêt de ",
                    WS-Interet, " crédité au taux ", WS-TauxCompte,
2310-EXIT.
    EXIT.

*> Lignes de la grille en vigueur à la date comptable, tous codes
*> de grille confondus ("SEC" et codes des produits de compte).
1700-CHARGER-GRILLE.
    MOVE ZERO TO WS-NbPaliers
    OPEN INPUT GrilleFile
        GO TO 1700-EXIT
    END-IF
    PERFORM 1710-LIRE-PALIER THRU 1710-EXIT
        UNTIL GrilleStatus NOT = '00' OR WS-NbPaliers >= 200
    CLOSE GrilleFile
    IF WS-NbPaliers > ZERO
        DISPLAY "Grille de taux chargée : ", WS-NbPaliers,
            " palier(s)"
    END-IF.
1700-EXIT.
    EXIT.
1710-LIRE-PALIER.
    READ GrilleFile
    IF GrilleStatus = '00'
        IF GrProduit NOT = "CAT" AND GrDateEffet <= WS-DateReference
            ADD 1 TO WS-NbPaliers
            MOVE GrProduit TO WS-PalProduit(WS-NbPaliers)
            MOVE GrSeuil TO WS-PalSeuil(WS-NbPaliers)
            MOVE GrTaux TO WS-PalTaux(WS-NbPaliers)
            MOVE GrDateEffet TO WS-PalDate(WS-NbPaliers)
    EXIT.

2410-EXAMINER-PALIER.
    IF WS-PalProduit(WS-IdxPal) = WS-GrilleCompte
        AND WS-PalSeuil(WS-IdxPal) <= WS-SoldeSec
        IF NOT PalierTrouve
            OR WS-PalSeuil(WS-IdxPal) > WS-SeuilApplique
            OR (WS-PalSeuil(WS-IdxPal) = WS-SeuilApplique
