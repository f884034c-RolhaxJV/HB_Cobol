DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères, comme
*>                 MdaAvant / MdaApres (MODATTREC).
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session (VerifOperateur, trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité) avant tout dépôt. Sans autre valideur
*>                 déclaré, la ligne est refusée au lieu d'être
*>                 écrite directement.
*> 2026-10-15  SI  Double regard : la ligne de barème saisie n'est
*>                 plus écrite dans tarifs.txt mais déposée en
*>                 attente de validation (SoumettreModif, geste
*>                 DEMAN au journal); elle n'est appliquée qu'après
*>                 validation par un second opérateur dans
*>                 GestionValidations. Sans autre valideur déclaré,
*>                 écriture directe comme auparavant.
*> 2026-10-15  SI  Lignes de barème par produit de compte : code
*>                 produit facultatif (vide = ligne générale), à
*>                 choisir au catalogue produits.txt; une ligne de
*>                 produit peut être à zéro (exonération du produit).
*> 2026-09-02  SI  Journal d'audit maintenance.txt : identité
*>                 opérateur demandée à l'entrée et chaque geste
*>                 (création, modification, suppression) écrit avec
01 WS-Fixe           PIC 9(7)V99.
01 WS-Pourcent       PIC 9(2)V9(4).
01 WS-DateEffet      PIC 9(08).
01 WS-Produit        PIC X(03).
01 WS-ProduitLibelle PIC X(30).
01 WS-ProduitSolMin  PIC 9(7)V99.
01 WS-ProduitSoldeMax PIC 9(7)V99.
01 WS-ProduitGrille  PIC X(03).
01 WS-ProduitMenus   PIC X(20).
01 WS-ProduitEtat    PIC X(01).
01 WS-ProduitStatus  PIC X(02).
01 WS-NbLignes       PIC 9(04) VALUE ZERO.
01 WS-Operateur      PIC X(04).
01 WS-FichierMaint   PIC X(20) VALUE "tarifs.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
01 WS-LigneAvant     PIC X(150).
01 WS-LigneApres     PIC X(150).
01 WS-LgCle          PIC 9(02) VALUE ZERO.
01 WS-LibelleModif   PIC X(40).
01 WS-NumDemande     PIC 9(06).
01 WS-StatutDemande  PIC X(02).
01 WS-CodeOperateur  PIC 9(04).
01 WS-OperStatus     PIC X(02).
01 WS-NbEssais       PIC 9(01) VALUE ZERO.
01 WS-SansCompte     PIC 9(08) VALUE ZERO.
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien du barème des commissions"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, ",
            "fin de l'entretien du barème"
        GOBACK
    END-IF
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 3
    DISPLAY "Fin de l'entretien du barème"
    GOBACK.

0100-SAISIR-OPERATEUR.
    ADD 1 TO WS-NbEssais
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur
    DISPLAY "Code opérateur :"
    ACCEPT WS-CodeOperateur
    CALL 'VerifOperateur' USING WS-Operateur, WS-CodeOperateur,
        WS-OperStatus
    IF WS-OperStatus NOT = '00'
        DISPLAY "Opérateur inconnu, inactif ou code erroné"
        MOVE "EchecOper" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING WS-SansCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
        MOVE SPACES TO WS-Operateur
    END-IF.
0100-EXIT.
    EXIT.

    IF TarifStatus NOT = '00'
        DISPLAY "Tarifs.txt absent ou illisible, statut ", TarifStatus
    ELSE
        DISPLAY "Opération   Fixe        Pourcent  Date d'effet  ",
            "Produit"
        PERFORM 3100-LIRE-SUIVANT THRU 3100-EXIT
            UNTIL TarifStatus = '10'
        CLOSE TarifFile
    IF TarifStatus = '00'
        ADD 1 TO WS-NbLignes
        DISPLAY TrfOperation, "  ", TrfFixe, "  ", TrfPourcent,
            "  ", TrfDateEffet, "      ", TrfProduit
    END-IF.
3100-EXIT.
    EXIT.
    ACCEPT WS-Pourcent
    DISPLAY "Date d'effet (AAAAMMJJ) :"
    ACCEPT WS-DateEffet
    DISPLAY "Code produit de compte (vide = tous produits) :"
    ACCEPT WS-Produit
    MOVE '00' TO WS-ProduitStatus
    IF WS-Produit NOT = SPACES
        CALL 'ReadProduit' USING WS-Produit, WS-ProduitLibelle,
            WS-ProduitSolMin, WS-ProduitSoldeMax, WS-ProduitGrille,
            WS-ProduitMenus, WS-ProduitEtat, WS-ProduitStatus
    END-IF
    IF WS-ProduitStatus NOT = '00'
        DISPLAY "Produit ", WS-Produit, " absent du catalogue, ",
            "ligne non enregistrée"
    ELSE
    IF WS-Operation = SPACES OR WS-DateEffet = ZERO
        OR (WS-Fixe = ZERO AND WS-Pourcent = ZERO
            AND WS-Produit = SPACES)
        DISPLAY "Saisie invalide, ligne non enregistrée"
    ELSE
        MOVE WS-Operation TO TrfOperation
        MOVE WS-Fixe TO TrfFixe
        MOVE WS-Pourcent TO TrfPourcent
        MOVE WS-DateEffet TO TrfDateEffet
        MOVE WS-Produit TO TrfProduit
        MOVE SPACES TO WS-LigneAvant
        MOVE TarifRecord TO WS-LigneApres
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-LibelleModif
        STRING "Tarif " DELIMITED BY SIZE
               WS-Operation DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Produit DELIMITED BY SIZE
               " effet " DELIMITED BY SIZE
               WS-DateEffet DELIMITED BY SIZE
          INTO WS-LibelleModif
        CALL 'SoumettreModif' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-LgCle, WS-LibelleModif,
            WS-LigneAvant, WS-LigneApres, WS-NumDemande,
            WS-StatutDemande
        EVALUATE WS-StatutDemande
            WHEN '00'
                DISPLAY "Ligne de barème soumise à validation, ",
                    "demande n° ", WS-NumDemande
                MOVE SPACES TO WS-ImageAvant
                MOVE WS-LigneApres TO WS-ImageApres
                MOVE "DEMAN" TO WS-ActionMaint
                CALL 'SaveMaintenance' USING WS-Operateur,
                    WS-FichierMaint, WS-ActionMaint,
                    WS-ImageAvant, WS-ImageApres
            WHEN '01'
                DISPLAY "Aucun autre valideur déclaré, ligne non ",
                    "enregistrée : faire déclarer un second valideur ",
                    "(GestionOperateurs)"
            WHEN OTHER
                DISPLAY "Demande non déposée, ligne non enregistrée"
        END-EVALUATE
    END-IF
    END-IF.
4000-EXIT.
    EXIT.
