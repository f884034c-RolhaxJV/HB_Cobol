IDENTIFICATION DIVISION.
PROGRAM-ID. GestionProduits.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien du catalogue des produits
*>                 de compte produits.txt : liste, création ou
*>                 modification d'un produit (libellé, plancher
*>                 proposé à l'ouverture, solde maximum, code de
*>                 grille de taux du solde secondaire, options du
*>                 menu guichet permises, ouvert / fermé à la
*>                 commercialisation), et affectation d'un produit
*>                 à un compte existant (solde.txt via ReadSolde /
*>                 SaveSolde, refusée si le solde du compte dépasse
*>                 le solde maximum du produit). Chaque geste est
*>                 journalisé dans maintenance.txt via
*>                 SaveMaintenance. Modification refusée quand le
*>                 chargement sature la table (200) : la réécriture
*>                 aurait tronqué produits.txt.
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
01 ProduitStatus     PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-Code           PIC X(03).
01 WS-Libelle        PIC X(30).
01 WS-SolMin         PIC 9(7)V99.
01 WS-SoldeMax       PIC 9(7)V99.
01 WS-Grille         PIC X(03).
01 WS-Menus          PIC X(20).
01 WS-Etat           PIC X(01).
01 WS-FichierMaint   PIC X(20) VALUE "produits.txt".
01 WS-FichierSolde   PIC X(20) VALUE "solde.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxPrd         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableProduits.
   05 WS-PrdLigne OCCURS 200 PIC X(77).
*> Modifications en instance de journalisation : retenues ici
*> jusqu'à la réécriture réussie de produits.txt.
01 WS-NbGestes       PIC 9(02) VALUE ZERO.
01 WS-IdxGeste       PIC 9(02) COMP.
01 WS-TableGestes.
   05 WS-Geste OCCURS 50.
      10 WS-GesteAvant  PIC X(60).
      10 WS-GesteApres  PIC X(60).
*> Compte à rattacher à un produit.
01 WS-Compte         PIC 9(08).
01 WS-Solde          PIC 9(7)V99.
01 WS-SoldeSec       PIC 9(7)V99.
01 WS-SoldeMin       PIC 9(7)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-SoldeStatus    PIC X(02).
01 WS-AncienProduit  PIC X(03).
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-SaisieValide PIC X(01) VALUE 'N'.
      88 SaisieValide VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien du catalogue des produits de compte"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien du catalogue"
    GOBACK.

0100-SAISIR-OPERATEUR.
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur.
0100-EXIT.
    EXIT.

1000-CHARGER.
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT ProduitFile
    IF ProduitStatus NOT = '00'
        IF ProduitStatus NOT = '35'
            DISPLAY "Produits.txt illisible, statut ", ProduitStatus
        ELSE
            DISPLAY "Catalogue vide, tous les comptes sont des ",
                "comptes courants génériques"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL ProduitStatus NOT = '00' OR TableSaturee
        CLOSE ProduitFile
        DISPLAY "Produits chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ ProduitFile
    IF ProduitStatus = '00'
        IF WS-NbCharges >= 200
            DISPLAY "Table des produits saturée (200), ",
                "modifications refusées pour ne pas tronquer ",
                "produits.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE ProduitRecord TO WS-PrdLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister le catalogue"
    DISPLAY "2. Créer ou modifier un produit"
    DISPLAY "3. Affecter un produit à un compte"
    DISPLAY "4. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-SAISIR-PRODUIT THRU 4000-EXIT
        WHEN 3
            PERFORM 6000-AFFECTER THRU 6000-EXIT
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    IF WS-NbCharges = ZERO
        DISPLAY "Catalogue vide"
        GO TO 3000-EXIT
    END-IF
    DISPLAY "Code Libellé                        Plancher   ",
        "Solde max  Grille Etat Options"
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxPrd FROM 1 BY 1
        UNTIL WS-IdxPrd > WS-NbCharges.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-PrdLigne(WS-IdxPrd) TO ProduitRecord
    DISPLAY PrdCode, "  ", PrdLibelle, " ", PrdSolMin, " ",
        PrdSoldeMax, " ", PrdGrille, "    ", PrdEtat, "    ",
        PrdMenus.
3100-EXIT.
    EXIT.

4000-SAISIR-PRODUIT.
    IF TableSaturee
        DISPLAY "Table saturée, saisie refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Code produit (3 caractères) :"
    ACCEPT WS-Code
    IF WS-Code = SPACES
        DISPLAY "Code obligatoire, opération annulée"
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-PrdLigne(WS-IdxTrouve) TO ProduitRecord
        DISPLAY "Produit existant : ", PrdLibelle
    END-IF
    PERFORM 7000-SAISIR-ZONES THRU 7000-EXIT
    IF NOT SaisieValide
        GO TO 4000-EXIT
    END-IF
    IF WS-IdxTrouve NOT = ZERO
        PERFORM 5000-MODIFIER THRU 5000-EXIT
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND ProduitFile
    IF ProduitStatus = '35'
        OPEN OUTPUT ProduitFile
    END-IF
    IF ProduitStatus NOT = '00'
        DISPLAY "Erreur ouverture produits.txt, statut ",
            ProduitStatus
        GO TO 4000-EXIT
    END-IF
    PERFORM 7500-REMPLIR THRU 7500-EXIT
    WRITE ProduitRecord
    IF ProduitStatus = '00'
        DISPLAY "Produit ", PrdCode, " créé"
        IF WS-NbCharges < 200
            ADD 1 TO WS-NbCharges
            MOVE ProduitRecord TO WS-PrdLigne(WS-NbCharges)
        END-IF
        CLOSE ProduitFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 8000-IMAGE THRU 8000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture produit, statut ", ProduitStatus
        CLOSE ProduitFile
    END-IF.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxPrd FROM 1 BY 1
        UNTIL WS-IdxPrd > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-PrdLigne(WS-IdxPrd) TO ProduitRecord
    IF PrdCode = WS-Code
        MOVE WS-IdxPrd TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-MODIFIER.
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 modifications en instance, quitter ",
            "pour enregistrer avant de poursuivre"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-PrdLigne(WS-IdxTrouve) TO ProduitRecord
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    PERFORM 7500-REMPLIR THRU 7500-EXIT
    PERFORM 8000-IMAGE THRU 8000-EXIT
    IF WS-ApresMaint = WS-AvantMaint
        AND PrdLibelle = WS-PrdLigne(WS-IdxTrouve)(4:30)
        DISPLAY "Produit inchangé"
        GO TO 5000-EXIT
    END-IF
    ADD 1 TO WS-NbGestes
    MOVE WS-AvantMaint TO WS-GesteAvant(WS-NbGestes)
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE ProduitRecord TO WS-PrdLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Produit modifié, enregistré à la sortie".
5000-EXIT.
    EXIT.

*> Rattachement d'un compte existant à un produit du catalogue
*> (vide = retour au compte courant générique). Le solde du compte
*> doit tenir sous le solde maximum du produit.
6000-AFFECTER.
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SoldeStatus
    IF WS-SoldeStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, statut ",
            WS-SoldeStatus
        GO TO 6000-EXIT
    END-IF
    MOVE CptProduit TO WS-AncienProduit
    IF CptProduit = SPACES
        DISPLAY "Compte ", WS-Compte, " : compte courant générique"
    ELSE
        DISPLAY "Compte ", WS-Compte, " : produit ", CptProduit
    END-IF
    DISPLAY "Nouveau code produit (vide = compte courant ",
        "générique) :"
    ACCEPT WS-Code
    IF WS-Code = WS-AncienProduit
        DISPLAY "Produit inchangé"
        GO TO 6000-EXIT
    END-IF
    IF WS-Code NOT = SPACES
        PERFORM 4500-CHERCHER THRU 4500-EXIT
        IF WS-IdxTrouve = ZERO
            DISPLAY "Produit ", WS-Code, " absent du catalogue, ",
                "affectation refusée"
            GO TO 6000-EXIT
        END-IF
        MOVE WS-PrdLigne(WS-IdxTrouve) TO ProduitRecord
        IF PrdFerme
            DISPLAY "Produit ", WS-Code, " fermé à la ",
                "commercialisation, affectation refusée"
            GO TO 6000-EXIT
        END-IF
        MOVE PrdSoldeMax TO WS-SoldeMax
        IF WS-SoldeMax > ZERO
            AND WS-Solde + WS-SoldeSec > WS-SoldeMax
            DISPLAY "Solde du compte supérieur au solde maximum du ",
                "produit (", WS-SoldeMax, "), affectation refusée"
            GO TO 6000-EXIT
        END-IF
    END-IF
    MOVE WS-Code TO CptProduit
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SoldeStatus
    IF WS-SoldeStatus NOT = '00'
        DISPLAY "Erreur mise à jour du compte, statut ",
            WS-SoldeStatus
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Compte ", WS-Compte, " rattaché au produit ", WS-Code
    MOVE SPACES TO WS-AvantMaint
    STRING WS-Compte DELIMITED BY SIZE
           " produit " DELIMITED BY SIZE
           WS-AncienProduit DELIMITED BY SIZE
      INTO WS-AvantMaint
    MOVE SPACES TO WS-ApresMaint
    STRING WS-Compte DELIMITED BY SIZE
           " produit " DELIMITED BY SIZE
           WS-Code DELIMITED BY SIZE
      INTO WS-ApresMaint
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierSolde,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
6000-EXIT.
    EXIT.

7000-SAISIR-ZONES.
    MOVE 'N' TO WS-SaisieValide
    DISPLAY "Libellé du produit :"
    ACCEPT WS-Libelle
    IF WS-Libelle = SPACES
        DISPLAY "Libellé obligatoire, opération annulée"
        GO TO 7000-EXIT
    END-IF
    DISPLAY "Plancher proposé à l'ouverture (découvert autorisé) :"
    ACCEPT WS-SolMin
    DISPLAY "Solde maximum, solde principal + secondaire ",
        "(0 = sans limite) :"
    ACCEPT WS-SoldeMax
    DISPLAY "Code de grille de taux du solde secondaire ",
        "(vide = SEC) :"
    ACCEPT WS-Grille
    IF WS-Grille = "CAT"
        DISPLAY "Grille CAT réservée aux comptes à terme, ",
            "opération annulée"
        GO TO 7000-EXIT
    END-IF
    DISPLAY "Options du menu guichet permises (20 x O/N, choix 1 ",
        "à 20, vide = toutes) :"
    ACCEPT WS-Menus
    IF WS-Menus = SPACES
        MOVE ALL 'O' TO WS-Menus
    END-IF
    DISPLAY "Produit ouvert à la commercialisation (O/N) :"
    ACCEPT WS-Etat
    IF WS-Etat = 'N' OR WS-Etat = 'n'
        MOVE 'F' TO WS-Etat
    ELSE
        MOVE 'O' TO WS-Etat
    END-IF
    MOVE 'O' TO WS-SaisieValide.
7000-EXIT.
    EXIT.

7500-REMPLIR.
    MOVE WS-Code TO PrdCode
    MOVE WS-Libelle TO PrdLibelle
    MOVE WS-SolMin TO PrdSolMin
    MOVE WS-SoldeMax TO PrdSoldeMax
    MOVE WS-Grille TO PrdGrille
    MOVE WS-Menus TO PrdMenus
    MOVE WS-Etat TO PrdEtat.
7500-EXIT.
    EXIT.

*> Image journalisée du produit : code, plancher, solde maximum,
*> grille, état et options du menu guichet.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING PrdCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrdSolMin DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrdSoldeMax DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrdGrille DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrdEtat DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrdMenus DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT ProduitFile
    IF ProduitStatus NOT = '00'
        DISPLAY "Erreur réécriture produits.txt, statut ",
            ProduitStatus, ", modifications perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxPrd FROM 1 BY 1
        UNTIL WS-IdxPrd > WS-NbCharges
    CLOSE ProduitFile
    MOVE "MODIF" TO WS-ActionMaint
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-PrdLigne(WS-IdxPrd) TO ProduitRecord
    WRITE ProduitRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-GesteAvant(WS-IdxGeste),
        WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
