       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.
    SELECT GroupeFile ASSIGN TO 'groupe.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GroupeStatus.
    SELECT SessionFile ASSIGN TO 'sessions.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SessionStatus.
    SELECT MandatPrlvFile ASSIGN TO 'mandats-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatPrlvStatus.
    SELECT RefusPrlvFile ASSIGN TO 'refus-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RefusPrlvStatus.
    SELECT MarqueFormationFile ASSIGN TO 'formation.ctl'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MarqueFormationStatus.
    SELECT ChangeFile ASSIGN TO 'change.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChangeStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.

FD HistIndexFile.
COPY HISTIDXREC.

FD GroupeFile.
01 GroupeRecord.

FD SessionFile.
COPY SESSIONREC.
FD MandatPrlvFile.
COPY PRLVREC.
FD RefusPrlvFile.
COPY REFPRLVREC.
FD MarqueFormationFile.
COPY FORMREC.
FD ChangeFile.
COPY CHANGEREC.

WORKING-STORAGE SECTION.
01 NumCompte-WS PIC 9(8).
01 CHOIX PIC 99.
01 Action PIC X(10).
01 HistStatus PIC X(2).
01 HixStatus PIC X(2).
*> Mouvement lu dans l'index historique.idx (image de la ligne de
*> historique.txt) et bornes de la lecture par compte et date
COPY TRANSREC.
01 WS-DateDebutMvt PIC 9(8).
01 WS-DateFinMvt PIC 9(8).
01 WS-FinMvtCompte PIC X VALUE 'N'.
   88 FinMvtCompte VALUE 'O'.
01 SoldeStatus PIC X(2).
01 Montant-Valide PIC X VALUE 'N'.
   88 MontantOK VALUE 'O'.
01 WS-PlafondTransaction PIC 9(7)V99 VALUE 1000.00.
01 WS-PlafondOperateur PIC 9(7)V99 VALUE ZERO.
01 WS-PlafondSession PIC 9(7)V99.
01 WS-MenusAutorises PIC X(21) VALUE SPACES.
01 WS-AgenceSession PIC X(3) VALUE "001".
01 AttenteStatus PIC X(2).
01 EchelleStatus PIC X(2).
   05 WS-BenefLigne OCCURS 200 PIC X(44).
01 WS-BenefTronques PIC X VALUE 'N'.
   88 BenefTronques VALUE 'O'.
01 MandatPrlvStatus PIC X(2).
01 RefusPrlvStatus PIC X(2).
01 WS-ChoixPrlv PIC 9.
01 WS-NbPrlv PIC 9(3) VALUE ZERO.
01 WS-NbPrlvCompte PIC 9(3) VALUE ZERO.
01 WS-PrlvChoisi PIC 9(3).
01 WS-IndexPrlv PIC 9(3) COMP.
01 WS-DatePrlv PIC 9(8).
01 WS-EcheanceRefusee PIC 9(8).
01 WS-MontantRefuse PIC 9(7)V99.
01 WS-TablePrlv.
   05 WS-PrlvLigne OCCURS 500 PIC X(77).
01 WS-PrlvTronques PIC X VALUE 'N'.
   88 PrlvTronques VALUE 'O'.
01 WS-VirementConfirme PIC X VALUE 'N'.
   88 VirementConfirme VALUE 'O'.
01 WS-ConfirmBenef PIC X.
01 WS-DelaiCheque PIC 9(2) VALUE 2.
01 WS-NbDepotsChq PIC 9(4) VALUE ZERO.
01 WS-DateDispo PIC 9(8).
01 WS-DelaiOuvre PIC 9(3).
01 WS-AgenceCalendrier PIC X(3).
01 WS-RegleSuivant PIC X(1) VALUE 'S'.
01 WS-DateCalcul.
   05 WS-DcAnnee PIC 9(4).
   05 WS-DcMois  PIC 9(2).
01 WS-CaisseEcartAbs PIC 9(9)V99.
01 WS-ToleranceCaisse PIC 9(5)V99 VALUE 5.00.
01 WS-CaisseValidation PIC X(4).
01 WS-CaisseDevise PIC X(3).
*> Tiroir en devises de la session (change manuel) : entrées et
*> sorties de billets par devise, arrêtées une à une à la clôture
*> de caisse après la devise de référence.
01 WS-NbTirDevises PIC 9(2) VALUE ZERO.
01 WS-IdxTir PIC 9(2) COMP.
01 WS-IdxTirTrouve PIC 9(2) COMP.
01 WS-TiroirDevises.
   05 WS-TirDevise OCCURS 20.
      10 WS-TirCode     PIC X(3).
      10 WS-TirEntrees  PIC 9(9)V99.
      10 WS-TirSorties  PIC 9(9)V99.
01 ChangeStatus PIC X(2).
01 WS-DeviseReference PIC X(3) VALUE "EUR".
01 WS-SeuilChange PIC 9(5) VALUE 1000.
01 WS-ChangeValide PIC X VALUE 'N'.
   88 ChangeValide VALUE 'O'.
01 WS-Accueil PIC X VALUE SPACE.
   88 AccueilQuitter VALUE 'Q'.
01 WS-ChgSens PIC X(1).
01 WS-ChgDevise PIC X(3).
01 WS-ChgDeviseStatus PIC X(2).
01 WS-ChgMontantDevise PIC 9(7)V99.
01 WS-ChgTauxMoyen PIC 9(3)V9(6).
01 WS-ChgTauxInverse PIC 9(3)V9(6).
01 WS-ChgDateDirect PIC 9(8).
01 WS-ChgDateInverse PIC 9(8).
01 WS-ChgTauxApplique PIC 9(3)V9(6).
01 WS-ChgMarge PIC 9(2)V9(4).
01 WS-ChgFrais PIC 9(7)V99.
01 WS-ChgContreValeur PIC 9(7)V99.
01 WS-ChgBrut PIC S9(9)V99.
01 WS-ChgMontantRegle PIC 9(7)V99.
01 WS-ChgReglement PIC X(1).
01 WS-ChgTypeClient PIC X(1).
01 WS-ChgClient PIC 9(8).
01 WS-ChgProduit PIC X(3).
01 WS-ChgNom PIC X(30).
01 WS-ChgPieceType PIC X(1).
01 WS-ChgPieceNumero PIC X(20).
01 WS-ChgPieceExpiration PIC 9(8).
01 WS-ChgNumero PIC 9(6).
01 WS-ChgTransID PIC 9(10).
01 WS-ChgDateJour PIC 9(8).
01 WS-ChgConfirme PIC X.
01 WS-NbChanges PIC 9(4) VALUE ZERO.
01 WS-ChgTauxAff PIC 9(3).9(6).
01 WS-ChgMoyenAff PIC 9(3).9(6).
01 WS-ChgMontantAff PIC 9(7).9(2).
01 WS-DeviseVirStatus PIC X(2).
01 WS-DevisesValides PIC X VALUE 'N'.
   88 DevisesValides VALUE 'O'.
01 WS-TarifStatus PIC X(2).
01 WS-OperationTarif PIC X(10).
01 WS-DateJourTarif PIC 9(8).
01 WS-ProduitLibelle PIC X(30).
01 WS-ProduitSolMin PIC 9(7)V99.
01 WS-ProduitSoldeMax PIC 9(7)V99 VALUE ZERO.
01 WS-ProduitGrille PIC X(3).
01 WS-ProduitMenus PIC X(20) VALUE SPACES.
01 WS-ProduitEtat PIC X(1).
01 WS-ProduitStatus PIC X(2).
01 WS-ProduitSoldeMaxDest PIC 9(7)V99.
01 WS-ProduitMenusDest PIC X(20).
01 WS-PlafondProduit PIC X VALUE 'O'.
   88 PlafondProduitOK VALUE 'O'.
01 WS-NomClient PIC X(30).
01 WS-AdresseClient PIC X(40).
01 WS-TelClient PIC X(15).
01 WS-ClientStatus PIC X(2).
01 WS-NomGel PIC X(30).
01 WS-OrigineGel PIC X(1).
01 WS-ClientGel PIC 9(8).
01 WS-ReferenceGel PIC 9(10) VALUE ZERO.
01 WS-MontantGel PIC 9(7)V99 VALUE ZERO.
01 WS-GelStatus PIC X(2).
01 WS-GelBloque PIC X VALUE 'N'.
   88 GelBloque VALUE 'O'.
01 WS-DateExpirationId PIC 9(8).
01 WS-IdentiteStatus PIC X(2).
*> Mode formation : la session travaille dans le répertoire du
*> jeu de formation (PreparationFormation), jamais en production.
01 WS-ModeGuichet PIC X VALUE 'N'.
   88 ModeFormation VALUE 'F' 'f'.
01 WS-RepFormation PIC X(10) VALUE "formation".
01 WS-RetourCbl PIC S9(9) COMP-5.
01 MarqueFormationStatus PIC X(2).
01 WS-BandeauFormation PIC X(60) VALUE
    "*** FORMATION - opérations fictives, sans valeur ***".

PROCEDURE DIVISION.
    DISPLAY "Gestion bancaire"
    PERFORM CHOISIR-MODE-GUICHET
    PERFORM VERIFIER-DATE-COMPTABLE
    IF GuichetFerme THEN
        DISPLAY "Clôture de journée en cours, guichet fermé"
        STOP RUN
    END-IF
    CALL 'ExistHistorique'
    MOVE ZERO TO NumCompte-WS
    PERFORM ACCUEIL-GUICHET
        UNTIL NumCompte-WS NOT = ZERO OR AccueilQuitter
    IF NumCompte-WS NOT = ZERO THEN
        PERFORM OUVRIR-COMPTE-SESSION
    END-IF
    IF CompteOuvert THEN
        PERFORM MENU-BANQUE UNTIL CHOIX = 5
        PERFORM AFF-RECAP-SESSION
                SoldeMin, SoldePin, Devise, CptExtension,
                WS-SaveStatus
        END-IF
    ELSE
        IF WS-NbChanges > ZERO THEN
            PERFORM AFF-RECAP-SESSION
            PERFORM CLOTURE-CAISSE
        END-IF
    END-IF
    PERFORM FERMER-SESSION-OPERATEUR
    DISPLAY "Exit "
    STOP RUN.

*> Le mode formation se choisit avant toute lecture : la date
*> comptable, les opérateurs, sessions, comptes, mouvements et
*> tickets sont alors ceux du répertoire formation, qui doit
*> porter la marque formation.ctl posée par PreparationFormation.
CHOISIR-MODE-GUICHET.
    DISPLAY "Mode (N = guichet, F = formation) :"
    ACCEPT WS-ModeGuichet
    IF ModeFormation THEN
        CALL "CBL_CHANGE_DIR" USING WS-RepFormation
            RETURNING WS-RetourCbl
        IF WS-RetourCbl NOT = ZERO THEN
            DISPLAY "Jeu de formation absent, à préparer avec ",
                "PreparationFormation"
            DISPLAY "Exit "
            STOP RUN
        END-IF
        OPEN INPUT MarqueFormationFile
        IF MarqueFormationStatus NOT = '00' THEN
            DISPLAY "Répertoire formation sans marque ",
                "formation.ctl, mode formation refusé"
            DISPLAY "Exit "
            STOP RUN
        END-IF
        READ MarqueFormationFile
        CLOSE MarqueFormationFile
        PERFORM BANDEAU-FORMATION
        DISPLAY "Jeu de formation rafraîchi le ", FrmDateRafr,
            ", date comptable ", FrmDateCompta
    ELSE
        MOVE 'N' TO WS-ModeGuichet
    END-IF.

BANDEAU-FORMATION.
    IF ModeFormation THEN
        DISPLAY WS-BandeauFormation
    END-IF.

*> Registre des sessions : une ligne 'O' à l'ouverture de la
*> session, refermée 'F' à Quitter; la clôture de journée refuse
*> d'avancer tant que des sessions restent ouvertes.
            IF CptDormant THEN
                DISPLAY "Compte dormant, accès refusé"
            ELSE
                PERFORM CONTROLER-GEL
                IF GelBloque THEN
                    DISPLAY "Titulaire concordant avec la liste des ",
                        "gels d'avoirs, accès refusé"
                ELSE
                    PERFORM CONTROLER-MANDAT
                    IF NOT MandatOK THEN
                        DISPLAY "Client non rattaché au compte, ",
                            "accès refusé"
                    ELSE
                        MOVE ZERO TO PIN-Tentatives
                        MOVE 'N' TO PIN-Valide
                        PERFORM VERIFIER-PIN UNTIL PinOK
                            OR PIN-Tentatives = 3 OR CptEstBloque
                        IF PinOK THEN
                            MOVE 'O' TO WS-CompteOuvert
                            PERFORM CHARGER-PRODUIT-COMPTE
                        ELSE
                            DISPLAY "Nombre d'essais dépassé, accès ",
                                "refusé"
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> Accueil du guichet : client d'un compte, ou change manuel pour
*> un client de passage sans compte (seuls le tiroir, la position
*> devises et le journal du change sont alors mouvementés).
ACCUEIL-GUICHET.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Accueil (C = client d'un compte, P = change manuel ",
        "client de passage, Q = quitter) :"
    ACCEPT WS-Accueil
    EVALUATE WS-Accueil
        WHEN 'C'
        WHEN 'c'
            PERFORM SAISIR-NUMERO-COMPTE
        WHEN 'P'
        WHEN 'p'
            PERFORM CHANGE-MANUEL
        WHEN 'Q'
        WHEN 'q'
            MOVE 'Q' TO WS-Accueil
        WHEN OTHER
            DISPLAY "Choix invalide"
    END-EVALUATE.

SAISIR-NUMERO-COMPTE.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Numéro de compte (0 = parcourir ou chercher par ",
        "nom) :"
    ACCEPT NumCompte-WS

OUVRIR-SESSION-OPERATEUR.
    ADD 1 TO WS-TentativesOper
    PERFORM BANDEAU-FORMATION
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur
    DISPLAY "Code opérateur :"
            ELSE
                MOVE ZERO TO WS-PlafondOperateur
            END-IF
            MOVE OpMenus TO WS-MenusAutorises(1:18)
            MOVE OpMenusSuite TO WS-MenusAutorises(19:3)
            IF OpAgence = SPACES
                MOVE "001" TO WS-AgenceSession
            ELSE
        END-IF
    END-IF.

*> Le titulaire du compte est filtré sur la liste des gels
*> d'avoirs : une concordance ouvre un dossier 'G' dans
*> conformite.txt et ferme le compte au guichet jusqu'à ce que la
*> conformité classe le dossier sans suite.
CONTROLER-GEL.
    MOVE 'N' TO WS-GelBloque
    IF CptClient NOT = ZERO THEN
        MOVE CptClient TO WS-ClientGel
        CALL 'ReadClient' USING WS-ClientGel, WS-NomClient,
            WS-AdresseClient, WS-TelClient, WS-ClientStatus
        IF WS-ClientStatus = '00' THEN
            MOVE WS-NomClient TO WS-NomGel
            MOVE 'C' TO WS-OrigineGel
            CALL 'FiltrageGel' USING WS-NomGel, WS-OrigineGel,
                WS-ClientGel, WS-SansDestinataire, WS-ReferenceGel,
                WS-MontantGel, WS-Operateur, WS-GelStatus
            IF WS-GelStatus = '01' THEN
                MOVE 'O' TO WS-GelBloque
                MOVE "GelRefus" TO WS-EvenementSec
                MOVE "Refus" TO WS-ResultatSec
                MOVE WS-Operateur TO WS-DetailSec
                CALL 'SaveSecurite' USING NumCompte-WS,
                    WS-EvenementSec, WS-ResultatSec, WS-DetailSec
            END-IF
        END-IF
    END-IF.

*> Un compte porteur de mandats exige d'identifier le client qui
*> opère et applique le pouvoir de son mandat ('C' consultation
*> seule, 'O' opérer, 'F' opérer et clôturer). Un compte sans
                SoldeMin, SoldePin, Devise, CptExtension,
                WS-SaveStatus
        END-IF
        IF CptClient NOT = ZERO
            CALL 'ControleIdentite' USING CptClient,
                WS-DateExpirationId, WS-IdentiteStatus
            IF WS-IdentiteStatus = '01' THEN
                DISPLAY "Attention : pièce d'identité du titulaire ",
                    "expirée le ", WS-DateExpirationId,
                    ", à renouveler en agence"
            END-IF
        END-IF
    ELSE
        DISPLAY "Code PIN incorrect"
        MOVE 'N' TO PIN-Valide
    END-IF.

MENU-BANQUE.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Rentrez : "
    DISPLAY "1. Dépôt"
    DISPLAY "2. Retrait"
    DISPLAY "17. Comptes à terme"
    DISPLAY "18. Changer de compte"
    DISPLAY "19. Attestation de solde à date"
    DISPLAY "20. Prélèvements : révoquer un mandat, refuser une échéance"
    DISPLAY "21. Change manuel de billets"
    ACCEPT CHOIX
    IF CHOIX >= 1 AND CHOIX <= 21
        AND WS-MenusAutorises NOT = SPACES
        AND WS-MenusAutorises(CHOIX:1) = 'N'
        DISPLAY "Option non permise par le profil opérateur"
            WS-ResultatSec, WS-DetailSec
        MOVE ZERO TO CHOIX
    END-IF
    IF CHOIX >= 1 AND CHOIX <= 20
        AND CHOIX NOT = 4 AND CHOIX NOT = 5 AND CHOIX NOT = 18
        AND WS-ProduitMenus(CHOIX:1) = 'N'
        DISPLAY "Opération non prévue par le produit ", CptProduit,
            " du compte"
        MOVE ZERO TO CHOIX
    END-IF
    IF WS-PouvoirSession = 'C'
        AND CHOIX NOT = 4 AND CHOIX NOT = 5 AND CHOIX NOT = 7
        AND CHOIX NOT = 15 AND CHOIX NOT = 18 AND CHOIX NOT = 19
        AND CHOIX NOT = 21
        DISPLAY "Mandat de consultation seule, opération refusée"
        MOVE ZERO TO CHOIX
    END-IF
    IF CptSuccession
        AND CHOIX >= 2 AND CHOIX <= 20
        AND CHOIX NOT = 4 AND CHOIX NOT = 5 AND CHOIX NOT = 7
        AND CHOIX NOT = 15 AND CHOIX NOT = 16 AND CHOIX NOT = 18
        AND CHOIX NOT = 19
        DISPLAY "Compte gelé pour succession, opération refusée"
        MOVE ZERO TO CHOIX
    END-IF
    EVALUATE CHOIX
        WHEN 0
            CONTINUE
            PERFORM CHANGER-COMPTE
        WHEN 19
            PERFORM ATTESTATION-SOLDE
        WHEN 20
            PERFORM PRELEVEMENTS
        WHEN 21
            PERFORM CHANGE-MANUEL
        WHEN GREATER THAN 21
            DISPLAY "Invalide, Saisir un numéro entre 1 et 21 "
    END-EVALUATE.

DEPOT.
    DISPLAY "Entrez le montant à déposer :"
    MOVE 'N' TO Montant-Valide
    PERFORM SAISIR-MONTANT UNTIL MontantOK
    PERFORM CONTROLER-PLAFOND-PRODUIT
    IF PlafondProduitOK
        PERFORM POSTER-DEPOT
    END-IF.

POSTER-DEPOT.
    COMPUTE Solde = Solde + Montant
    MOVE "Dépot" TO Action
    CALL 'SaveTransaction' USING NumCompte-WS, Montant, Action, Solde,
    END-IF.

POSTER-VIREMENT.
    PERFORM CONTROLER-PLAFOND-DEST
    IF PlafondProduitOK
        PERFORM POSTER-VIREMENT-CONTROLE
    END-IF.

POSTER-VIREMENT-CONTROLE.
    COMPUTE Solde = Solde - Montant
    CALL 'SaveSolde' USING NumCompte-WS, Solde, SoldeSec,
        SoldeMin, SoldePin, Devise, CptExtension, WS-SaveStatus
    MOVE "Virement" TO WS-OperationTarif
    ACCEPT WS-DateJourTarif FROM DATE YYYYMMDD
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJourTarif,
        CptProduit, WS-TarifFixe, WS-TarifPourcent, WS-TarifStatus
    IF WS-TarifStatus = '00'
        COMPUTE WS-Commission ROUNDED =
            WS-TarifFixe + Montant * WS-TarifPourcent / 100
        MOVE 'N' TO WS-DevisesValides
    END-IF.

*> Règles du produit du compte ouvert (catalogue produits.txt) :
*> options du menu guichet et solde maximum. Compte sans produit
*> ou produit absent du catalogue = aucune restriction.
CHARGER-PRODUIT-COMPTE.
    MOVE SPACES TO WS-ProduitMenus
    MOVE ZERO TO WS-ProduitSoldeMax
    IF CptProduit NOT = SPACES
        CALL 'ReadProduit' USING CptProduit, WS-ProduitLibelle,
            WS-ProduitSolMin, WS-ProduitSoldeMax, WS-ProduitGrille,
            WS-ProduitMenus, WS-ProduitEtat, WS-ProduitStatus
        IF WS-ProduitStatus = '00'
            DISPLAY "Produit du compte : ", CptProduit, " ",
                WS-ProduitLibelle
        ELSE
            MOVE SPACES TO WS-ProduitMenus
            MOVE ZERO TO WS-ProduitSoldeMax
        END-IF
    END-IF.

*> Solde maximum du produit : le crédit ne doit pas porter le
*> solde principal et le solde secondaire au-delà du plafond.
CONTROLER-PLAFOND-PRODUIT.
    MOVE 'O' TO WS-PlafondProduit
    IF WS-ProduitSoldeMax > ZERO
        AND Solde + SoldeSec + Montant > WS-ProduitSoldeMax
        MOVE 'N' TO WS-PlafondProduit
        DISPLAY "Solde maximum du produit ", CptProduit, " (",
            WS-ProduitSoldeMax, ") dépassé, opération annulée"
    END-IF.

CONTROLER-PLAFOND-DEST.
    MOVE 'O' TO WS-PlafondProduit
    IF CptDProduit NOT = SPACES
        CALL 'ReadProduit' USING CptDProduit, WS-ProduitLibelle,
            WS-ProduitSolMin, WS-ProduitSoldeMaxDest,
            WS-ProduitGrille, WS-ProduitMenusDest, WS-ProduitEtat,
            WS-ProduitStatus
        IF WS-ProduitStatus = '00'
            AND WS-ProduitSoldeMaxDest > ZERO
            AND SoldeDest + SoldeSecDest + WS-MontantConverti
                > WS-ProduitSoldeMaxDest
            MOVE 'N' TO WS-PlafondProduit
            DISPLAY "Solde maximum du produit ", CptDProduit,
                " du compte destinataire (", WS-ProduitSoldeMaxDest,
                ") dépassé, opération annulée"
        END-IF
    END-IF.

CHANGER-COMPTE.
    CALL 'SaveSolde' USING NumCompte-WS, Solde, SoldeSec, SoldeMin,
        SoldePin, Devise, CptExtension, WS-SaveStatus
    PERFORM MENU-BENEF UNTIL WS-ChoixBenef = 4.

MENU-BENEF.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Bénéficiaires du compte ", NumCompte-WS, " :"
    DISPLAY "1. Lister les bénéficiaires"
    DISPLAY "2. Ajouter un bénéficiaire"
    ELSE
        DISPLAY "Libellé d'affichage :"
        ACCEPT WS-BenefLibelle
        MOVE WS-BenefLibelle TO WS-NomGel
        MOVE 'B' TO WS-OrigineGel
        MOVE ZERO TO WS-ClientGel
        CALL 'FiltrageGel' USING WS-NomGel, WS-OrigineGel,
            WS-ClientGel, NumCompte-WS, WS-ReferenceGel,
            WS-MontantGel, WS-Operateur, WS-GelStatus
        IF WS-GelStatus = '01' THEN
            DISPLAY "Bénéficiaire concordant avec la liste des gels ",
                "d'avoirs, non créé : dossier transmis à la ",
                "conformité"
        ELSE
        OPEN EXTEND BenefFile
        IF BenefStatus = '35'
            OPEN OUTPUT BenefFile
            END-IF
            CLOSE BenefFile
        END-IF
        END-IF
    END-IF.

SUPPRIMER-BENEF.
        WRITE BenefRecord
    END-IF.

*> Prélèvements : le client révoque un mandat de mandats-prlv.txt
*> ou refuse une seule échéance (refus-prlv.txt); l'imputation
*> nocturne PrelevementsRecus retourne alors le prélèvement au
*> créancier.
PRELEVEMENTS.
    MOVE ZERO TO WS-ChoixPrlv
    PERFORM MENU-PRLV UNTIL WS-ChoixPrlv = 4.

MENU-PRLV.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Prélèvements du compte ", NumCompte-WS, " :"
    DISPLAY "1. Lister les mandats de prélèvement"
    DISPLAY "2. Révoquer un mandat"
    DISPLAY "3. Refuser une échéance"
    DISPLAY "4. Retour"
    ACCEPT WS-ChoixPrlv
    EVALUATE WS-ChoixPrlv
        WHEN 1
            PERFORM LISTER-PRLV
        WHEN 2
            PERFORM REVOQUER-PRLV
        WHEN 3
            PERFORM REFUSER-ECHEANCE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.

LISTER-PRLV.
    PERFORM CHARGER-PRLV
    IF WS-NbPrlvCompte = ZERO
        DISPLAY "Aucun mandat de prélèvement pour ce compte"
    END-IF.

CHARGER-PRLV.
    MOVE ZERO TO WS-NbPrlv
    MOVE ZERO TO WS-NbPrlvCompte
    MOVE 'N' TO WS-PrlvTronques
    OPEN INPUT MandatPrlvFile
    IF MandatPrlvStatus NOT = '00'
        IF MandatPrlvStatus NOT = '35'
            DISPLAY "Mandats-prlv.txt illisible, statut ",
                MandatPrlvStatus
        END-IF
    ELSE
        PERFORM LIRE-PRLV-SUIVANT UNTIL MandatPrlvStatus = '10'
            OR WS-NbPrlv >= 500
        IF MandatPrlvStatus NOT = '10'
            MOVE 'O' TO WS-PrlvTronques
        END-IF
        CLOSE MandatPrlvFile
    END-IF.

LIRE-PRLV-SUIVANT.
    READ MandatPrlvFile
    IF MandatPrlvStatus = '00'
        ADD 1 TO WS-NbPrlv
        MOVE MandatPrlvRecord TO WS-PrlvLigne(WS-NbPrlv)
        IF MpvCompte = NumCompte-WS
            ADD 1 TO WS-NbPrlvCompte
            IF MpvRevoque
                DISPLAY WS-NbPrlv, ". ", MpvCreancier, " ",
                    MpvReference, " révoqué le ", MpvDateRevocation
            ELSE
                DISPLAY WS-NbPrlv, ". ", MpvCreancier, " ",
                    MpvReference, " actif"
            END-IF
        END-IF
    END-IF.

*> Choix d'un mandat actif du compte dans la liste affichée :
*> MandatPrlvRecord le porte quand WS-PrlvChoisi n'est pas nul.
CHOISIR-PRLV.
    MOVE ZERO TO WS-PrlvChoisi
    PERFORM CHARGER-PRLV
    IF WS-NbPrlvCompte = ZERO
        DISPLAY "Aucun mandat de prélèvement pour ce compte"
    ELSE
        DISPLAY "Numéro du mandat :"
        ACCEPT WS-PrlvChoisi
        IF WS-PrlvChoisi = ZERO OR WS-PrlvChoisi > WS-NbPrlv
            DISPLAY "Numéro de mandat invalide"
            MOVE ZERO TO WS-PrlvChoisi
        ELSE
            MOVE WS-PrlvLigne(WS-PrlvChoisi) TO MandatPrlvRecord
            IF MpvCompte NOT = NumCompte-WS
                DISPLAY "Ce mandat n'appartient pas au compte"
                MOVE ZERO TO WS-PrlvChoisi
            ELSE
                IF MpvRevoque
                    DISPLAY "Mandat déjà révoqué le ",
                        MpvDateRevocation
                    MOVE ZERO TO WS-PrlvChoisi
                END-IF
            END-IF
        END-IF
    END-IF.

DATER-PRLV.
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
        IF DateComptaStatus = '00' AND DcpDate IS NUMERIC
            MOVE DcpDate TO WS-DatePrlv
        ELSE
            ACCEPT WS-DatePrlv FROM DATE YYYYMMDD
        END-IF
        CLOSE DateComptaFile
    ELSE
        ACCEPT WS-DatePrlv FROM DATE YYYYMMDD
    END-IF.

REVOQUER-PRLV.
    PERFORM CHOISIR-PRLV
    IF WS-PrlvChoisi NOT = ZERO
        IF PrlvTronques
            DISPLAY "Plus de 500 mandats dans mandats-prlv.txt,",
                " révocation refusée"
        ELSE
            PERFORM DATER-PRLV
            MOVE 'R' TO MpvStatut
            MOVE WS-DatePrlv TO MpvDateRevocation
            MOVE WS-Operateur TO MpvAgent
            MOVE MandatPrlvRecord TO WS-PrlvLigne(WS-PrlvChoisi)
            PERFORM REECRIRE-PRLV
        END-IF
    END-IF.

REECRIRE-PRLV.
    OPEN OUTPUT MandatPrlvFile
    IF MandatPrlvStatus NOT = '00'
        DISPLAY "Erreur réécriture mandats-prlv.txt, statut ",
            MandatPrlvStatus, ", mandat non révoqué"
    ELSE
        MOVE ZERO TO WS-IndexPrlv
        PERFORM ECRIRE-PRLV-SUIVANT WS-NbPrlv TIMES
        CLOSE MandatPrlvFile
        DISPLAY "Mandat révoqué, les prélèvements suivants seront ",
            "retournés au créancier"
        MOVE "RevocPrlv" TO WS-EvenementSec
        MOVE "Succes" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING NumCompte-WS, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF.

ECRIRE-PRLV-SUIVANT.
    ADD 1 TO WS-IndexPrlv
    MOVE WS-PrlvLigne(WS-IndexPrlv) TO MandatPrlvRecord
    WRITE MandatPrlvRecord.

REFUSER-ECHEANCE.
    PERFORM CHOISIR-PRLV
    IF WS-PrlvChoisi NOT = ZERO
        PERFORM DATER-PRLV
        DISPLAY "Date de l'échéance à refuser (AAAAMMJJ) :"
        ACCEPT WS-EcheanceRefusee
        DISPLAY "Montant annoncé (0 = quel que soit le montant) :"
        ACCEPT WS-MontantRefuse
        IF WS-EcheanceRefusee < WS-DatePrlv
            OR WS-EcheanceRefusee(5:2) < "01"
            OR WS-EcheanceRefusee(5:2) > "12"
            OR WS-EcheanceRefusee(7:2) < "01"
            OR WS-EcheanceRefusee(7:2) > "31"
            DISPLAY "Date d'échéance invalide ou passée, refus ",
                "non enregistré"
        ELSE
            PERFORM ECRIRE-REFUS-PRLV
        END-IF
    END-IF.

ECRIRE-REFUS-PRLV.
    OPEN EXTEND RefusPrlvFile
    IF RefusPrlvStatus = '35'
        OPEN OUTPUT RefusPrlvFile
    END-IF
    IF RefusPrlvStatus NOT = '00'
        DISPLAY "Erreur ouverture refus-prlv.txt, statut ",
            RefusPrlvStatus
    ELSE
        MOVE MpvCompte TO RfpCompte
        MOVE MpvCreancier TO RfpCreancier
        MOVE MpvReference TO RfpReference
        MOVE WS-EcheanceRefusee TO RfpDateEcheance
        MOVE WS-MontantRefuse TO RfpMontant
        MOVE WS-DatePrlv TO RfpDateSaisie
        MOVE WS-Operateur TO RfpAgent
        WRITE RefusPrlvRecord
        IF RefusPrlvStatus = '00'
            DISPLAY "Echéance du ", WS-EcheanceRefusee,
                " refusée, le mandat reste actif"
            MOVE "RefusPrlv" TO WS-EvenementSec
            MOVE "Succes" TO WS-ResultatSec
            MOVE WS-Operateur TO WS-DetailSec
            CALL 'SaveSecurite' USING NumCompte-WS, WS-EvenementSec,
                WS-ResultatSec, WS-DetailSec
        ELSE
            DISPLAY "Erreur écriture refus-prlv.txt, statut ",
                RefusPrlvStatus
        END-IF
        CLOSE RefusPrlvFile
    END-IF.

*> Ticket de caisse : un feuillet par opération, ajouté au
*> spool du jour tickets-AAAAMMJJ.prn (un fichier par date
*> comptable, tous les feuillets de la journée conservés dans
               WS-TicketHeure DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord
        IF ModeFormation THEN
            MOVE WS-BandeauFormation TO TicketRecord
            WRITE TicketRecord
        END-IF
        MOVE SPACES TO TicketRecord
        STRING "Opération : " DELIMITED BY SIZE
               WS-TicketAction DELIMITED BY SIZE
    DISPLAY "Numéro de mouvement (TransID) à réimprimer :"
    ACCEPT WS-TicketARetrouver
    MOVE 'N' TO WS-TicketTrouve
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00'
        DISPLAY "Historique.idx illisible, statut ", HixStatus
    ELSE
        PERFORM CHERCHER-TICKET
        CLOSE HistIndexFile
        IF TicketTrouve
            MOVE TransID TO WS-TicketTransID
            MOVE Act TO WS-TicketAction
    END-IF.

CHERCHER-TICKET.
    MOVE WS-TicketARetrouver TO HixTransID
    READ HistIndexFile
    IF HixStatus = '00'
        MOVE HixMouvement TO TransactionRecord
        MOVE 'O' TO WS-TicketTrouve
    END-IF.

DEPOT-CHEQUE.
    IF WS-ChqNumero = SPACES
        DISPLAY "Numéro de chèque obligatoire, dépôt annulé"
    ELSE
    PERFORM CONTROLER-PLAFOND-PRODUIT
    IF PlafondProduitOK
        COMPUTE Solde = Solde + Montant
        PERFORM ENREGISTRER-CHEQUE
        MOVE "DepotChq" TO Action
        DISPLAY "Chèque déposé, fonds disponibles le ", WS-DateDispo
        MOVE Solde TO WS-TicketSoldeApres
        PERFORM IMPRIMER-TICKET
    END-IF
    END-IF.

*> Fonds disponibles après Cfg-DelaiCheque jours ouvrés de
*> l'agence du compte (JourOuvre, calendrier.txt).
ENREGISTRER-CHEQUE.
    MOVE 2 TO WS-DelaiCheque
    OPEN INPUT ConfigFile
        CLOSE ConfigFile
    END-IF
    PERFORM DATER-TICKET
    MOVE WS-DelaiCheque TO WS-DelaiOuvre
    IF CptAgence = SPACES
        MOVE WS-AgenceSession TO WS-AgenceCalendrier
    ELSE
        MOVE CptAgence TO WS-AgenceCalendrier
    END-IF
    CALL 'JourOuvre' USING WS-TicketDate, WS-DelaiOuvre,
        WS-AgenceCalendrier, WS-RegleSuivant, WS-DateDispo
    OPEN EXTEND ChequeFile
    IF ChequeStatus = '35'
        OPEN OUTPUT ChequeFile
        CLOSE ChequeFile
    END-IF.

CUMULER-CHEQUES-EN-ATTENTE.
    MOVE ZERO TO WS-ChequesEnAttente
    OPEN INPUT ChequeFile
    PERFORM MENU-CAT UNTIL WS-ChoixCat = 4.

MENU-CAT.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Comptes à terme du compte ", NumCompte-WS, " :"
    DISPLAY "1. Lister les comptes à terme"
    DISPLAY "2. Souscrire un compte à terme"
CUMULER-JOUR-COMPTE.
    MOVE ZERO TO WS-CumulJour
    PERFORM DATER-TICKET
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00'
        CONTINUE
    ELSE
        MOVE WS-TicketDate TO WS-DateDebutMvt
        MOVE WS-TicketDate TO WS-DateFinMvt
        PERFORM POSITIONNER-MVT-COMPTE
        PERFORM CUMULER-UN-MVT-JOUR UNTIL FinMvtCompte
        CLOSE HistIndexFile
    END-IF.

CUMULER-UN-MVT-JOUR.
    PERFORM LIRE-MVT-COMPTE
    IF NOT FinMvtCompte
        IF NumCompteH = NumCompte-WS
            AND DateTrans = WS-TicketDate
            MOVE Mont TO WS-MontHistoJour
    MOVE ZERO TO WS-DernierDest
    MOVE ZERO TO WS-DernierTransID
    MOVE ZERO TO WS-DernierMontantDest
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00' THEN
        DISPLAY "Historique.idx illisible, statut ", HixStatus
    ELSE
        MOVE ZERO TO WS-DateDebutMvt
        MOVE 99999999 TO WS-DateFinMvt
        PERFORM POSITIONNER-MVT-COMPTE
        PERFORM LIRE-POUR-ANNULATION UNTIL FinMvtCompte
        IF DernierTrouve AND WS-DernierDest NOT = ZERO THEN
            PERFORM LIRE-VIREMENT-RECU
        END-IF
        CLOSE HistIndexFile
        IF DernierTrouve THEN
            EVALUATE WS-DernierAction
                WHEN "Dépot"
        END-IF
    END-IF.

*> Les mouvements du compte sortent dans l'ordre compte + date;
*> le plus grand TransID est retenu comme dernière opération.
LIRE-POUR-ANNULATION.
    PERFORM LIRE-MVT-COMPTE
    IF NOT FinMvtCompte THEN
        IF Act NOT = "Commission"
            AND Act NOT = "FraisTenue"
            AND Act NOT = "LoyerCof"
            AND Act NOT = "Agios"
            AND TransID > WS-DernierTransID THEN
            MOVE Act TO WS-DernierAction
            MOVE Mont TO WS-DernierMontant
            MOVE Mont TO WS-DernierMontantDest
            MOVE NumCompteDestH TO WS-DernierDest
            MOVE TransID TO WS-DernierTransID
            MOVE 'O' TO WS-DernierTrouve
        END-IF
    END-IF.

*> Le crédit "VirRecu" du destinataire suit le Virement sous le
*> TransID immédiatement supérieur.
LIRE-VIREMENT-RECU.
    COMPUTE HixTransID = WS-DernierTransID + 1
    READ HistIndexFile
    IF HixStatus = '00' THEN
        MOVE HixMouvement TO TransactionRecord
        IF Act = "VirRecu" AND NumCompteH = WS-DernierDest
            MOVE Mont TO WS-DernierMontantDest
        END-IF
    END-IF.

*> Positionne l'index sur le premier mouvement du compte courant
*> à partir de WS-DateDebutMvt; la lecture s'arrête au changement
*> de compte ou après WS-DateFinMvt.
POSITIONNER-MVT-COMPTE.
    MOVE 'N' TO WS-FinMvtCompte
    MOVE NumCompte-WS TO HixCompte
    MOVE WS-DateDebutMvt TO HixDate
    START HistIndexFile KEY IS GREATER THAN OR EQUAL HixCompteDate
    IF HixStatus NOT = '00'
        MOVE 'O' TO WS-FinMvtCompte
    END-IF.

LIRE-MVT-COMPTE.
    READ HistIndexFile NEXT RECORD
    IF HixStatus NOT = '00'
        MOVE 'O' TO WS-FinMvtCompte
    ELSE
        IF HixCompte NOT = NumCompte-WS
            OR HixDate > WS-DateFinMvt
            MOVE 'O' TO WS-FinMvtCompte
        ELSE
            MOVE HixMouvement TO TransactionRecord
        END-IF
    END-IF.

    END-IF
    MOVE ZERO TO WS-NbTrouves
    PERFORM RECHERCHER-ARCHIVES
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00' THEN
        DISPLAY "Historique.idx illisible, statut ", HixStatus
    ELSE
        MOVE WS-DateDebut TO WS-DateDebutMvt
        MOVE WS-DateFin TO WS-DateFinMvt
        PERFORM POSITIONNER-MVT-COMPTE
        PERFORM LIRE-POUR-RECHERCHE UNTIL FinMvtCompte
        CLOSE HistIndexFile
    END-IF
    DISPLAY "Mouvements trouvés : ", WS-NbTrouves.

    END-IF.

LIRE-POUR-RECHERCHE.
    PERFORM LIRE-MVT-COMPTE
    IF NOT FinMvtCompte THEN
        IF NumCompteH = NumCompte-WS
            AND (WS-FiltreAction = SPACES OR Act = WS-FiltreAction)
            AND DateTrans >= WS-DateDebut AND DateTrans <= WS-DateFin THEN
        MOVE GrpMontant TO Montant
        EVALUATE GrpAction
            WHEN "Dépot"
                PERFORM CONTROLER-PLAFOND-PRODUIT
                IF NOT PlafondProduitOK
                    ADD 1 TO WS-NbRejetsGroupe
                    DISPLAY "Ligne rejetée, solde maximum du produit : ",
                        GrpAction, " ", Montant
                ELSE
                COMPUTE Solde = Solde + Montant
                MOVE "Dépot" TO Action
                CALL 'SaveTransaction' USING NumCompte-WS, Montant, Action,
                ADD 1 TO WS-NbDepots
                ADD Montant TO WS-TotalMouvemente
                ADD Montant TO WS-CaisseEntrees
                END-IF
            WHEN "Retrait"
                PERFORM CUMULER-CHEQUES-EN-ATTENTE
                PERFORM CUMULER-RESERVATIONS
    PERFORM MENU-ORDRES UNTIL WS-ChoixOrdre = 4.

MENU-ORDRES.
    PERFORM BANDEAU-FORMATION
    DISPLAY "Ordres permanents du compte ", NumCompte-WS, " :"
    DISPLAY "1. Lister les ordres"
    DISPLAY "2. Ajouter un ordre"
        END-IF
    END-IF.

*> Change manuel de billets : achat ('A') ou vente ('V') de
*> billets étrangers au client du compte de la session ou à un
*> client de passage, servi aussi depuis l'accueil du guichet sans
*> compte. Cours moyen de taux.txt (devise de référence vers la
*> devise, ou l'inverse), marge et frais du barème tarifs.txt
*> (ChangeAch / ChangeVte, 2 % sans ligne applicable).
*> Règlement en espèces ou sur le compte (client du compte
*> seulement); au-delà du seuil de config.txt, pièce d'identité
*> exigée. Chaque change est tracé dans change.txt, la devise
*> alimente le tiroir en devises de la session et le bordereau
*> part au spool des tickets.
CHANGE-MANUEL.
    MOVE 'O' TO WS-ChangeValide
    PERFORM LIRE-PARAMETRES-CHANGE
    PERFORM DATER-TICKET
    MOVE WS-TicketDate TO WS-ChgDateJour
    DISPLAY "Sens (A = achat de billets au client, V = vente de ",
        "billets au client) :"
    ACCEPT WS-ChgSens
    IF WS-ChgSens NOT = 'A' AND WS-ChgSens NOT = 'V' THEN
        DISPLAY "Sens invalide, change annulé"
        MOVE 'N' TO WS-ChangeValide
    END-IF
    IF ChangeValide THEN
        DISPLAY "Devise des billets (ISO 3 lettres) :"
        ACCEPT WS-ChgDevise
        PERFORM CONTROLER-DEVISE-CHANGE
    END-IF
    IF ChangeValide THEN
        DISPLAY "Montant en billets (", WS-ChgDevise, ") :"
        ACCEPT WS-ChgMontantDevise
        IF WS-ChgMontantDevise = ZERO THEN
            DISPLAY "Montant nul, change annulé"
            MOVE 'N' TO WS-ChangeValide
        END-IF
    END-IF
    IF ChangeValide THEN
        PERFORM CHERCHER-COURS-CHANGE
    END-IF
    IF ChangeValide THEN
        PERFORM CHOISIR-CLIENT-CHANGE
    END-IF
    IF ChangeValide THEN
        PERFORM CALCULER-CHANGE
    END-IF
    IF ChangeValide THEN
        PERFORM CHOISIR-REGLEMENT-CHANGE
    END-IF
    IF ChangeValide THEN
        PERFORM CONTROLER-IDENTITE-CHANGE
    END-IF
    IF ChangeValide THEN
        PERFORM RESERVER-TIROIR-DEVISE
    END-IF
    IF ChangeValide THEN
        DISPLAY "Confirmer le change (O/N) ?"
        ACCEPT WS-ChgConfirme
        IF WS-ChgConfirme = 'O' OR WS-ChgConfirme = 'o' THEN
            PERFORM POSTER-CHANGE
        ELSE
            DISPLAY "Change abandonné"
        END-IF
    END-IF.

*> Devise de référence (devise par défaut de config.txt) et seuil
*> de contre-valeur exigeant l'identité du client.
LIRE-PARAMETRES-CHANGE.
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            IF Cfg-DeviseDefaut NOT = SPACES
                MOVE Cfg-DeviseDefaut TO WS-DeviseReference
            END-IF
            IF Cfg-SeuilChange IS NUMERIC
                AND Cfg-SeuilChange > ZERO
                MOVE Cfg-SeuilChange TO WS-SeuilChange
            END-IF
        END-IF
        CLOSE ConfigFile
    END-IF.

CONTROLER-DEVISE-CHANGE.
    IF WS-ChgDevise = WS-DeviseReference OR WS-ChgDevise = SPACES
        DISPLAY "Devise ", WS-ChgDevise, " : le change porte sur ",
            "une devise autre que ", WS-DeviseReference
        MOVE 'N' TO WS-ChangeValide
    ELSE
        CALL 'VerifDevise' USING WS-ChgDevise, WS-ChgDeviseStatus
        IF WS-ChgDeviseStatus NOT = '00' THEN
            DISPLAY "Devise ", WS-ChgDevise, " absente de la table ",
                "de référence devises.txt, change annulé"
            MOVE 'N' TO WS-ChangeValide
        END-IF
    END-IF.

*> Cours moyen : 1 devise de référence = n devise. La ligne
*> directe de taux.txt prime; à défaut la ligne inverse (devise
*> vers référence) est retournée. Même règle de date d'effet que
*> le virement : la plus récente <= date comptable.
CHERCHER-COURS-CHANGE.
    MOVE ZERO TO WS-ChgTauxMoyen
    MOVE ZERO TO WS-ChgTauxInverse
    MOVE ZERO TO WS-ChgDateDirect
    MOVE ZERO TO WS-ChgDateInverse
    OPEN INPUT TauxFile
    IF TauxStatus NOT = '00'
        DISPLAY "Taux.txt absent ou illisible, statut ", TauxStatus
    ELSE
        PERFORM LIRE-COURS-CHANGE UNTIL TauxStatus NOT = '00'
        CLOSE TauxFile
    END-IF
    IF WS-ChgDateDirect = ZERO AND WS-ChgDateInverse NOT = ZERO
        AND WS-ChgTauxInverse > ZERO
        COMPUTE WS-ChgTauxMoyen ROUNDED = 1 / WS-ChgTauxInverse
            ON SIZE ERROR
                MOVE ZERO TO WS-ChgTauxMoyen
        END-COMPUTE
    END-IF
    IF WS-ChgTauxMoyen = ZERO THEN
        DISPLAY "Aucun cours ", WS-DeviseReference, "/",
            WS-ChgDevise, " en vigueur dans taux.txt, change annulé"
        MOVE 'N' TO WS-ChangeValide
    ELSE
        MOVE WS-ChgTauxMoyen TO WS-ChgMoyenAff
        DISPLAY "Cours moyen : 1 ", WS-DeviseReference, " = ",
            WS-ChgMoyenAff, " ", WS-ChgDevise
    END-IF.

LIRE-COURS-CHANGE.
    READ TauxFile
    IF TauxStatus = '00'
        IF TxDeviseOrig = WS-DeviseReference
            AND TxDeviseDest = WS-ChgDevise
            AND TxDateEffet <= WS-ChgDateJour
            AND TxDateEffet >= WS-ChgDateDirect
            MOVE TxTaux TO WS-ChgTauxMoyen
            MOVE TxDateEffet TO WS-ChgDateDirect
        END-IF
        IF TxDeviseOrig = WS-ChgDevise
            AND TxDeviseDest = WS-DeviseReference
            AND TxDateEffet <= WS-ChgDateJour
            AND TxDateEffet >= WS-ChgDateInverse
            MOVE TxTaux TO WS-ChgTauxInverse
            MOVE TxDateEffet TO WS-ChgDateInverse
        END-IF
    END-IF.

*> Le client du compte de la session ('C') ou un client de passage
*> ('P'), qui ne peut régler qu'en espèces. Hors compte ouvert
*> (accueil du guichet), le client est de passage.
CHOISIR-CLIENT-CHANGE.
    MOVE ZERO TO WS-ChgClient
    MOVE SPACES TO WS-ChgNom
    MOVE SPACES TO WS-ChgProduit
    IF CompteOuvert THEN
        DISPLAY "Client (C = titulaire du compte ", NumCompte-WS,
            ", P = client de passage) :"
        ACCEPT WS-ChgTypeClient
    ELSE
        DISPLAY "Client de passage, règlement en espèces"
        MOVE 'P' TO WS-ChgTypeClient
    END-IF
    EVALUATE WS-ChgTypeClient
        WHEN 'C'
            MOVE CptClient TO WS-ChgClient
            MOVE CptProduit TO WS-ChgProduit
        WHEN 'P'
            CONTINUE
        WHEN OTHER
            DISPLAY "Type de client invalide, change annulé"
            MOVE 'N' TO WS-ChangeValide
    END-EVALUATE.

*> Achat : la banque reprend les billets au cours moyen majoré de
*> la marge (plus de devise pour une unité de référence) et retient
*> les frais fixes. Vente : cours moyen minoré de la marge, frais
*> ajoutés. La contre-valeur au cours moyen sert au seuil
*> d'identité et au gain de change comptabilisé.
CALCULER-CHANGE.
    IF WS-ChgSens = 'A'
        MOVE "ChangeAch" TO WS-OperationTarif
    ELSE
        MOVE "ChangeVte" TO WS-OperationTarif
    END-IF
    CALL 'ReadTarif' USING WS-OperationTarif, WS-ChgDateJour,
        WS-ChgProduit, WS-TarifFixe, WS-TarifPourcent, WS-TarifStatus
    IF WS-TarifStatus = '00'
        MOVE WS-TarifPourcent TO WS-ChgMarge
        MOVE WS-TarifFixe TO WS-ChgFrais
    ELSE
        MOVE 2.0000 TO WS-ChgMarge
        MOVE ZERO TO WS-ChgFrais
    END-IF
    IF WS-ChgMarge >= 50
        DISPLAY "Marge de change ", WS-ChgMarge, " % du barème ",
            "invalide, change annulé"
        MOVE 'N' TO WS-ChangeValide
    ELSE
        IF WS-ChgSens = 'A'
            COMPUTE WS-ChgTauxApplique ROUNDED =
                WS-ChgTauxMoyen * (1 + WS-ChgMarge / 100)
        ELSE
            COMPUTE WS-ChgTauxApplique ROUNDED =
                WS-ChgTauxMoyen * (1 - WS-ChgMarge / 100)
        END-IF
        IF WS-ChgTauxApplique = ZERO
            DISPLAY "Cours appliqué nul, change annulé"
            MOVE 'N' TO WS-ChangeValide
        END-IF
    END-IF
    IF ChangeValide THEN
        COMPUTE WS-ChgContreValeur ROUNDED =
            WS-ChgMontantDevise / WS-ChgTauxMoyen
            ON SIZE ERROR
                MOVE 'N' TO WS-ChangeValide
        END-COMPUTE
        IF WS-ChgSens = 'A'
            COMPUTE WS-ChgBrut ROUNDED =
                WS-ChgMontantDevise / WS-ChgTauxApplique - WS-ChgFrais
                ON SIZE ERROR
                    MOVE 'N' TO WS-ChangeValide
            END-COMPUTE
        ELSE
            COMPUTE WS-ChgBrut ROUNDED =
                WS-ChgMontantDevise / WS-ChgTauxApplique + WS-ChgFrais
                ON SIZE ERROR
                    MOVE 'N' TO WS-ChangeValide
            END-COMPUTE
        END-IF
        IF NOT ChangeValide OR WS-ChgBrut > 9999999.99
            DISPLAY "Montant hors capacité, change annulé"
            MOVE 'N' TO WS-ChangeValide
        ELSE
            IF WS-ChgBrut <= ZERO
                DISPLAY "Montant inférieur aux frais de change de ",
                    WS-ChgFrais, ", change annulé"
                MOVE 'N' TO WS-ChangeValide
            ELSE
                MOVE WS-ChgBrut TO WS-ChgMontantRegle
            END-IF
        END-IF
    END-IF
    IF ChangeValide THEN
        MOVE WS-ChgTauxApplique TO WS-ChgTauxAff
        DISPLAY "Cours appliqué : 1 ", WS-DeviseReference, " = ",
            WS-ChgTauxAff, " ", WS-ChgDevise, " (marge ",
            WS-ChgMarge, " %, frais ", WS-ChgFrais, ")"
        DISPLAY "Contre-valeur  : ", WS-ChgContreValeur, " ",
            WS-DeviseReference
        IF WS-ChgSens = 'A'
            DISPLAY "A payer au client : ", WS-ChgMontantRegle, " ",
                WS-DeviseReference
        ELSE
            DISPLAY "A encaisser du client : ", WS-ChgMontantRegle,
                " ", WS-DeviseReference
        END-IF
    END-IF.

*> Règlement sur le compte : jamais pour un client de passage, ni
*> sous mandat de consultation, ni sur un compte gelé pour
*> succession ou tenu dans une autre devise que la référence; une
*> vente débitée exige la provision, comme un retrait.
CHOISIR-REGLEMENT-CHANGE.
    MOVE 'E' TO WS-ChgReglement
    IF WS-ChgTypeClient = 'C' THEN
        DISPLAY "Règlement (E = espèces, C = compte ", NumCompte-WS,
            ") :"
        ACCEPT WS-ChgReglement
    END-IF
    EVALUATE WS-ChgReglement
        WHEN 'E'
            CONTINUE
        WHEN 'C'
            PERFORM CONTROLER-REGLEMENT-COMPTE
        WHEN OTHER
            DISPLAY "Règlement invalide, change annulé"
            MOVE 'N' TO WS-ChangeValide
    END-EVALUATE.

CONTROLER-REGLEMENT-COMPTE.
    IF WS-PouvoirSession = 'C' THEN
        DISPLAY "Mandat de consultation seule, règlement sur ",
            "compte refusé"
        MOVE 'N' TO WS-ChangeValide
    ELSE
        IF CptSuccession THEN
            DISPLAY "Compte gelé pour succession, règlement sur ",
                "compte refusé"
            MOVE 'N' TO WS-ChangeValide
        ELSE
            IF Devise NOT = WS-DeviseReference THEN
                DISPLAY "Compte tenu en ", Devise, ", règlement ",
                    "sur compte refusé"
                MOVE 'N' TO WS-ChangeValide
            END-IF
        END-IF
    END-IF
    IF ChangeValide THEN
        MOVE WS-ChgMontantRegle TO Montant
        IF WS-ChgSens = 'A' THEN
            PERFORM CONTROLER-PLAFOND-PRODUIT
            IF NOT PlafondProduitOK
                MOVE 'N' TO WS-ChangeValide
            END-IF
        ELSE
            PERFORM CUMULER-CHEQUES-EN-ATTENTE
            PERFORM CUMULER-RESERVATIONS
            IF Montant + SoldeMin + WS-ChequesEnAttente
                + WS-ReservationsEnCours + WS-OppositionsBloquees
                > Solde THEN
                DISPLAY "Insuffisant, change annulé"
                MOVE 'N' TO WS-ChangeValide
            END-IF
        END-IF
    END-IF.

*> Au-delà du seuil de contre-valeur : pièce en cours de validité
*> au dossier (identites.txt) pour le titulaire du compte; pour un
*> client de passage, nom et pièce saisis, puis contrôle du nom
*> contre la liste des gels d'avoirs.
CONTROLER-IDENTITE-CHANGE.
    MOVE SPACES TO WS-ChgPieceType
    MOVE SPACES TO WS-ChgPieceNumero
    MOVE ZERO TO WS-ChgPieceExpiration
    IF WS-ChgTypeClient = 'C' AND CptClient NOT = ZERO THEN
        CALL 'ReadClient' USING CptClient, WS-NomClient,
            WS-AdresseClient, WS-TelClient, WS-ClientStatus
        IF WS-ClientStatus = '00' THEN
            MOVE WS-NomClient TO WS-ChgNom
        END-IF
    END-IF
    IF WS-ChgContreValeur >= WS-SeuilChange THEN
        DISPLAY "Contre-valeur au-delà du seuil de ",
            WS-SeuilChange, " ", WS-DeviseReference,
            " : identité du client requise"
        IF WS-ChgTypeClient = 'C' THEN
            PERFORM CONTROLER-PIECE-TITULAIRE
        ELSE
            PERFORM SAISIR-IDENTITE-PASSAGE
        END-IF
    END-IF.

CONTROLER-PIECE-TITULAIRE.
    CALL 'ControleIdentite' USING CptClient, WS-DateExpirationId,
        WS-IdentiteStatus
    EVALUATE WS-IdentiteStatus
        WHEN '00'
            MOVE WS-DateExpirationId TO WS-ChgPieceExpiration
            DISPLAY "Pièce du titulaire valide jusqu'au ",
                WS-DateExpirationId
        WHEN '01'
            DISPLAY "Pièce d'identité du titulaire expirée le ",
                WS-DateExpirationId, ", change annulé"
            MOVE 'N' TO WS-ChangeValide
        WHEN OTHER
            DISPLAY "Aucune pièce d'identité du titulaire au ",
                "dossier, change annulé"
            MOVE 'N' TO WS-ChangeValide
    END-EVALUATE.

SAISIR-IDENTITE-PASSAGE.
    DISPLAY "Nom du client :"
    ACCEPT WS-ChgNom
    DISPLAY "Pièce (C = carte d'identité, P = passeport, S = titre ",
        "de séjour) :"
    ACCEPT WS-ChgPieceType
    DISPLAY "Numéro de la pièce :"
    ACCEPT WS-ChgPieceNumero
    DISPLAY "Date d'expiration de la pièce (AAAAMMJJ) :"
    ACCEPT WS-ChgPieceExpiration
    IF WS-ChgNom = SPACES OR WS-ChgPieceNumero = SPACES
        OR (WS-ChgPieceType NOT = 'C' AND WS-ChgPieceType NOT = 'P'
            AND WS-ChgPieceType NOT = 'S') THEN
        DISPLAY "Identité incomplète, change annulé"
        MOVE 'N' TO WS-ChangeValide
    ELSE
        IF WS-ChgPieceExpiration < WS-ChgDateJour THEN
            DISPLAY "Pièce expirée, change annulé"
            MOVE 'N' TO WS-ChangeValide
        ELSE
            MOVE WS-ChgNom TO WS-NomGel
            MOVE 'P' TO WS-OrigineGel
            MOVE ZERO TO WS-ClientGel
            MOVE WS-ChgContreValeur TO WS-MontantGel
            CALL 'FiltrageGel' USING WS-NomGel, WS-OrigineGel,
                WS-ClientGel, WS-SansDestinataire, WS-ReferenceGel,
                WS-MontantGel, WS-Operateur, WS-GelStatus
            MOVE ZERO TO WS-MontantGel
            IF WS-GelStatus = '01' THEN
                DISPLAY "Nom concordant avec la liste des gels ",
                    "d'avoirs, change refusé"
                MOVE 'N' TO WS-ChangeValide
                MOVE "GelRefus" TO WS-EvenementSec
                MOVE "Refus" TO WS-ResultatSec
                MOVE WS-Operateur TO WS-DetailSec
                CALL 'SaveSecurite' USING NumCompte-WS,
                    WS-EvenementSec, WS-ResultatSec, WS-DetailSec
            END-IF
        END-IF
    END-IF.

*> Tiroir en devises de la session : une ligne par devise
*> mouvementée, retrouvée ou ouverte avant de passer le change.
RESERVER-TIROIR-DEVISE.
    MOVE ZERO TO WS-IdxTirTrouve
    PERFORM CHERCHER-TIROIR-DEVISE
        VARYING WS-IdxTir FROM 1 BY 1
        UNTIL WS-IdxTir > WS-NbTirDevises OR WS-IdxTirTrouve > ZERO
    IF WS-IdxTirTrouve = ZERO THEN
        IF WS-NbTirDevises >= 20 THEN
            DISPLAY "Tiroir limité à 20 devises, change annulé"
            MOVE 'N' TO WS-ChangeValide
        ELSE
            ADD 1 TO WS-NbTirDevises
            MOVE WS-NbTirDevises TO WS-IdxTirTrouve
            MOVE WS-ChgDevise TO WS-TirCode(WS-IdxTirTrouve)
            MOVE ZERO TO WS-TirEntrees(WS-IdxTirTrouve)
            MOVE ZERO TO WS-TirSorties(WS-IdxTirTrouve)
        END-IF
    END-IF.

CHERCHER-TIROIR-DEVISE.
    IF WS-TirCode(WS-IdxTir) = WS-ChgDevise
        MOVE WS-IdxTir TO WS-IdxTirTrouve
    END-IF.

*> Un achat en espèces sort la devise de référence du tiroir et y
*> fait entrer les billets; une vente l'inverse. Réglé sur le
*> compte, seul le mouvement de billets touche le tiroir.
POSTER-CHANGE.
    MOVE ZERO TO WS-ChgTransID
    IF WS-ChgReglement = 'C' THEN
        MOVE WS-ChgMontantRegle TO Montant
        IF WS-ChgSens = 'A' THEN
            COMPUTE Solde = Solde + Montant
            MOVE "ChangeAch" TO Action
        ELSE
            COMPUTE Solde = Solde - Montant
            MOVE "ChangeVte" TO Action
        END-IF
        CALL 'SaveTransaction' USING NumCompte-WS, Montant, Action,
            Solde, Devise, WS-SansDestinataire, WS-Operateur,
            WS-DateValeurMvt
        CALL 'SaveSolde' USING NumCompte-WS, Solde, SoldeSec,
            SoldeMin, SoldePin, Devise, CptExtension, WS-SaveStatus
        PERFORM RELIRE-DERNIER-ID
        MOVE WS-RefCompens TO WS-ChgTransID
        ADD Montant TO WS-TotalMouvemente
    ELSE
        IF WS-ChgSens = 'A' THEN
            ADD WS-ChgMontantRegle TO WS-CaisseSorties
        ELSE
            ADD WS-ChgMontantRegle TO WS-CaisseEntrees
        END-IF
    END-IF
    IF WS-ChgSens = 'A' THEN
        ADD WS-ChgMontantDevise TO WS-TirEntrees(WS-IdxTirTrouve)
    ELSE
        ADD WS-ChgMontantDevise TO WS-TirSorties(WS-IdxTirTrouve)
    END-IF
    ADD 1 TO WS-NbChanges
    PERFORM ECRIRE-CHANGE
    DISPLAY "Change n° ", WS-ChgNumero, " effectué"
    PERFORM EDITER-BORDEREAU-CHANGE.

ECRIRE-CHANGE.
    MOVE ZERO TO WS-ChgNumero
    OPEN INPUT ChangeFile
    IF ChangeStatus = '00'
        PERFORM LIRE-DERNIER-CHANGE UNTIL ChangeStatus NOT = '00'
        CLOSE ChangeFile
    END-IF
    ADD 1 TO WS-ChgNumero
    OPEN EXTEND ChangeFile
    IF ChangeStatus = '35'
        OPEN OUTPUT ChangeFile
    END-IF
    IF ChangeStatus NOT = '00'
        DISPLAY "Erreur ouverture change.txt, statut ", ChangeStatus
    ELSE
        PERFORM DATER-TICKET
        MOVE WS-ChgNumero TO ChgNumero
        MOVE WS-TicketDate TO ChgDate
        MOVE WS-TicketHeure TO ChgHeure
        MOVE WS-Operateur TO ChgOperateur
        MOVE WS-AgenceSession TO ChgAgence
        MOVE WS-ChgSens TO ChgSens
        MOVE WS-ChgDevise TO ChgDevise
        MOVE WS-ChgMontantDevise TO ChgMontantDevise
        MOVE WS-ChgTauxMoyen TO ChgTauxMoyen
        MOVE WS-ChgTauxApplique TO ChgTauxApplique
        MOVE WS-ChgContreValeur TO ChgContreValeur
        MOVE WS-ChgMontantRegle TO ChgMontantRegle
        MOVE WS-ChgReglement TO ChgReglement
        IF WS-ChgReglement = 'C'
            MOVE NumCompte-WS TO ChgNumCompte
        ELSE
            MOVE ZERO TO ChgNumCompte
        END-IF
        MOVE WS-ChgClient TO ChgClient
        MOVE WS-ChgNom TO ChgNom
        MOVE WS-ChgPieceType TO ChgPieceType
        MOVE WS-ChgPieceNumero TO ChgPieceNumero
        MOVE WS-ChgPieceExpiration TO ChgPieceExpiration
        MOVE WS-ChgTransID TO ChgTransID
        WRITE ChangeRecord
        IF ChangeStatus NOT = '00'
            DISPLAY "Erreur écriture change.txt, statut ",
                ChangeStatus
        END-IF
        CLOSE ChangeFile
    END-IF.

LIRE-DERNIER-CHANGE.
    READ ChangeFile
    IF ChangeStatus = '00'
        IF ChgNumero IS NUMERIC AND ChgNumero > WS-ChgNumero
            MOVE ChgNumero TO WS-ChgNumero
        END-IF
    END-IF.

*> Bordereau de change, au spool des tickets du jour.
EDITER-BORDEREAU-CHANGE.
    MOVE SPACES TO WS-NomSpool
    STRING "tickets-" DELIMITED BY SIZE
        WS-TicketDate DELIMITED BY SIZE
        ".prn" DELIMITED BY SIZE
        INTO WS-NomSpool
    OPEN EXTEND TicketFile
    IF TicketStatus = '35'
        OPEN OUTPUT TicketFile
    END-IF
    IF TicketStatus NOT = '00'
        DISPLAY "Erreur ouverture ", WS-NomSpool, ", statut ",
            TicketStatus
    ELSE
        MOVE SPACES TO TicketRecord
        STRING "Bordereau de change n° " DELIMITED BY SIZE
               WS-ChgNumero DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord AFTER ADVANCING PAGE
        MOVE SPACES TO TicketRecord
        STRING "Change du " DELIMITED BY SIZE
               WS-TicketDate DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               WS-TicketHeure DELIMITED BY SIZE
               " - agence " DELIMITED BY SIZE
               WS-AgenceSession DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord
        IF ModeFormation THEN
            MOVE WS-BandeauFormation TO TicketRecord
            WRITE TicketRecord
        END-IF
        MOVE SPACES TO TicketRecord
        IF WS-ChgSens = 'A'
            MOVE "Opération : achat de billets au client"
                TO TicketRecord
        ELSE
            MOVE "Opération : vente de billets au client"
                TO TicketRecord
        END-IF
        WRITE TicketRecord
        MOVE WS-ChgMontantDevise TO WS-ChgMontantAff
        MOVE SPACES TO TicketRecord
        STRING "Billets       : " DELIMITED BY SIZE
               WS-ChgMontantAff DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ChgDevise DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord
        MOVE WS-ChgTauxApplique TO WS-ChgTauxAff
        MOVE WS-ChgTauxMoyen TO WS-ChgMoyenAff
        MOVE SPACES TO TicketRecord
        STRING "Cours appliqué : 1 " DELIMITED BY SIZE
               WS-DeviseReference DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               WS-ChgTauxAff DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ChgDevise DELIMITED BY SIZE
               " (moyen " DELIMITED BY SIZE
               WS-ChgMoyenAff DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord
        MOVE WS-ChgMontantRegle TO WS-ChgMontantAff
        MOVE SPACES TO TicketRecord
        IF WS-ChgReglement = 'C'
            STRING "Réglé         : " DELIMITED BY SIZE
                   WS-ChgMontantAff DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DeviseReference DELIMITED BY SIZE
                   " sur le compte " DELIMITED BY SIZE
                   NumCompte-WS DELIMITED BY SIZE
              INTO TicketRecord
        ELSE
            STRING "Réglé         : " DELIMITED BY SIZE
                   WS-ChgMontantAff DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DeviseReference DELIMITED BY SIZE
                   " en espèces" DELIMITED BY SIZE
              INTO TicketRecord
        END-IF
        WRITE TicketRecord
        IF WS-ChgNom NOT = SPACES
            MOVE SPACES TO TicketRecord
            STRING "Client        : " DELIMITED BY SIZE
                   WS-ChgNom DELIMITED BY SIZE
              INTO TicketRecord
            WRITE TicketRecord
        END-IF
        IF WS-ChgPieceNumero NOT = SPACES
            MOVE SPACES TO TicketRecord
            STRING "Pièce         : " DELIMITED BY SIZE
                   WS-ChgPieceType DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ChgPieceNumero DELIMITED BY SIZE
                   " exp. " DELIMITED BY SIZE
                   WS-ChgPieceExpiration DELIMITED BY SIZE
              INTO TicketRecord
            WRITE TicketRecord
        END-IF
        MOVE SPACES TO TicketRecord
        STRING "Opérateur     : " DELIMITED BY SIZE
               WS-Operateur DELIMITED BY SIZE
          INTO TicketRecord
        WRITE TicketRecord
        CLOSE TicketFile
        DISPLAY "Bordereau ajouté au spool ", WS-NomSpool
    END-IF.

AFF-SOLDE.
    IF CptClient NOT = ZERO
        CALL 'ReadClient' USING CptClient, WS-NomClient,
    PERFORM LISTER-MANDATAIRES
    DISPLAY "Solde actuel : ", Solde, " ", Devise.

*> Un arrêté pour la devise de référence, puis un par devise du
*> tiroir mouvementée par le change manuel, chacun compté,
*> contrôlé contre la tolérance et enregistré avec sa devise.
CLOTURE-CAISSE.
    PERFORM LIRE-PARAMETRES-CHANGE
    PERFORM LIRE-TOLERANCE-CAISSE
    MOVE WS-DeviseReference TO WS-CaisseDevise
    PERFORM ARRETER-TIROIR
    PERFORM ARRETER-TIROIR-DEVISE
        VARYING WS-IdxTir FROM 1 BY 1
        UNTIL WS-IdxTir > WS-NbTirDevises.

*> Les totaux de la devise de référence sont déjà arrêtés : les
*> zones de caisse reçoivent ceux de la devise suivante.
ARRETER-TIROIR-DEVISE.
    MOVE WS-TirCode(WS-IdxTir) TO WS-CaisseDevise
    MOVE WS-TirEntrees(WS-IdxTir) TO WS-CaisseEntrees
    MOVE WS-TirSorties(WS-IdxTir) TO WS-CaisseSorties
    PERFORM ARRETER-TIROIR.

ARRETER-TIROIR.
    DISPLAY "Arrêté de caisse de la session en ", WS-CaisseDevise
    COMPUTE WS-CaisseAttendue =
        WS-CaisseEntrees - WS-CaisseSorties
    DISPLAY "Entrées espèces   : ", WS-CaisseEntrees
    ELSE
        MOVE WS-CaisseEcart TO WS-CaisseEcartAbs
    END-IF
    IF WS-CaisseEcartAbs > WS-ToleranceCaisse
        PERFORM VALIDER-ECART-CAISSE
    END-IF
        MOVE WS-CaisseEcart TO CaiEcart
        MOVE WS-CaisseValidation TO CaiValidation
        MOVE WS-AgenceSession TO CaiAgence
        MOVE WS-CaisseDevise TO CaiDevise
        WRITE CaisseRecord
        IF CaisseStatus NOT = '00'
            DISPLAY "Erreur écriture caisse.txt, statut ",
    DISPLAY "Virements        : ", WS-NbVirements
    DISPLAY "Vers secondaire  : ", WS-NbVersEpargne
    DISPLAY "Depuis secondaire: ", WS-NbRetEpargne
    DISPLAY "Changes manuels  : ", WS-NbChanges
    DISPLAY "Total mouvementé : ", WS-TotalMouvemente.

*> READ-SOLDE.
