DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères, comme
*>                 MdaAvant / MdaApres (MODATTREC).
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session (VerifOperateur, trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité) avant tout dépôt. Sans autre valideur
*>                 déclaré, le palier est refusé au lieu d'être
*>                 écrit directement.
*> 2026-10-15  SI  Double regard : identité opérateur demandée à
*>                 l'entrée; le palier saisi n'est plus écrit dans
*>                 grille.txt mais déposé en attente de validation
*>                 (SoumettreModif, geste DEMAN au journal
*>                 maintenance.txt); il n'est appliqué qu'après
*>                 validation par un second opérateur dans
*>                 GestionValidations. Sans autre valideur déclaré,
*>                 écriture directe, désormais journalisée (CREAT).
*> 2026-10-15  SI  Codes de grille des produits de compte : un
*>                 palier peut aussi être saisi sous un code de
*>                 grille déclaré par un produit du catalogue
*>                 produits.txt (taux mensuel servi au solde
*>                 secondaire des comptes de ce produit).
*> 2026-09-02  SI  Création - entretien de la grille de taux par
*>                 paliers grille.txt : consultation et ajout de
*>                 lignes datées par produit ("SEC" = solde
    SELECT GrilleFile ASSIGN TO 'grille.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GrilleStatus.
    SELECT ProduitFile ASSIGN TO 'produits.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ProduitStatus.

DATA DIVISION.
FILE SECTION.
FD GrilleFile.
COPY GRILLEREC.
FD ProduitFile.
COPY PRODREC.

WORKING-STORAGE SECTION.
01 GrilleStatus      PIC X(02).
01 WS-Taux           PIC 9V9(4).
01 WS-DateEffet      PIC 9(08).
01 WS-NbLignes       PIC 9(04) VALUE ZERO.
01 ProduitStatus     PIC X(02).
01 WS-CodeConnu      PIC X(01).
   88 CodeConnu      VALUE 'O'.
01 WS-Operateur      PIC X(04).
01 WS-FichierMaint   PIC X(20) VALUE "grille.txt".
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
    DISPLAY "Entretien de la grille de taux par paliers"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, ",
            "fin de l'entretien de la grille"
        GOBACK
    END-IF
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 3
    DISPLAY "Fin de l'entretien de la grille"
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

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister la grille"

4000-AJOUTER.
    DISPLAY "Produit (SEC = solde secondaire, CAT = compte à ",
        "terme, ou code de grille d'un produit de compte) :"
    ACCEPT WS-Produit
    PERFORM 4100-VERIFIER-CODE THRU 4100-EXIT
    DISPLAY "Seuil bas du palier (montant) :"
    ACCEPT WS-Seuil
    DISPLAY "Taux servi (mensuel pour SEC, annuel pour CAT, ",
    ACCEPT WS-Taux
    DISPLAY "Date d'effet (AAAAMMJJ) :"
    ACCEPT WS-DateEffet
    IF NOT CodeConnu
        OR WS-Taux = ZERO OR WS-DateEffet = ZERO
        DISPLAY "Saisie invalide, palier non enregistré"
    ELSE
        MOVE WS-Produit TO GrProduit
        MOVE WS-Seuil TO GrSeuil
        MOVE WS-Taux TO GrTaux
        MOVE WS-DateEffet TO GrDateEffet
        MOVE SPACES TO WS-LigneAvant
        MOVE GrilleRecord TO WS-LigneApres
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-LibelleModif
        STRING "Palier " DELIMITED BY SIZE
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
                DISPLAY "Palier soumis à validation, demande n° ",
                    WS-NumDemande
                MOVE SPACES TO WS-ImageAvant
                MOVE WS-LigneApres TO WS-ImageApres
                MOVE "DEMAN" TO WS-ActionMaint
                CALL 'SaveMaintenance' USING WS-Operateur,
                    WS-FichierMaint, WS-ActionMaint,
                    WS-ImageAvant, WS-ImageApres
            WHEN '01'
                DISPLAY "Aucun autre valideur déclaré, palier non ",
                    "enregistré : faire déclarer un second valideur ",
                    "(GestionOperateurs)"
            WHEN OTHER
                DISPLAY "Demande non déposée, palier non enregistré"
        END-EVALUATE
    END-IF.
4000-EXIT.
    EXIT.

4100-VERIFIER-CODE.
    MOVE 'N' TO WS-CodeConnu
    IF WS-Produit = "SEC" OR WS-Produit = "CAT"
        MOVE 'O' TO WS-CodeConnu
        GO TO 4100-EXIT
    END-IF
    OPEN INPUT ProduitFile
    IF ProduitStatus NOT = '00'
        GO TO 4100-EXIT
    END-IF
    PERFORM 4110-LIRE-PRODUIT THRU 4110-EXIT
        UNTIL ProduitStatus NOT = '00' OR CodeConnu
    CLOSE ProduitFile.
4100-EXIT.
    EXIT.

4110-LIRE-PRODUIT.
    READ ProduitFile
    IF ProduitStatus = '00'
        IF PrdGrille = WS-Produit AND WS-Produit NOT = SPACES
            MOVE 'O' TO WS-CodeConnu
        END-IF
    END-IF.
4110-EXIT.
    EXIT.
