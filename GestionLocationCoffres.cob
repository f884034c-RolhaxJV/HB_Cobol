IDENTIFICATION DIVISION.
PROGRAM-ID. GestionLocationCoffres.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - location de coffres-forts à la
*>                 clientèle (registre coffres-loues.txt, en
*>                 remplacement du registre papier) : liste du parc
*>                 ou des coffres d'un compte, ajout d'un coffre au
*>                 parc (numéro, taille), location d'un coffre
*>                 disponible à un compte ouvert de solde.txt pour
*>                 un à trois titulaires de client.txt à pièce
*>                 d'identité valide (ControleIdentite), avec les
*>                 numéros des deux clés remises - le premier loyer
*>                 annuel au barème tarifs.txt de la taille est
*>                 prélevé par la clôture du jour (LoyersCoffres),
*>                 les suivants à chaque date anniversaire -;
*>                 résiliation d'une location à jour de loyer.
*>                 Chaque visite est journalisée dans
*>                 visites-coffres.txt : visiteur titulaire du
*>                 coffre, ou rattaché au compte locataire
*>                 (titulaire, co-titulaire ou mandataire pouvant
*>                 opérer de mandats.txt), pièce d'identité valide,
*>                 coffre non bloqué pour loyer impayé; un accès
*>                 refusé est aussi tracé dans securite.txt. Les
*>                 changements du registre sont écrits sur-le-champ
*>                 et journalisés dans maintenance.txt via
*>                 SaveMaintenance. Gestes refusés quand le
*>                 chargement sature la table (2000) : la
*>                 réécriture aurait tronqué coffres-loues.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LocationFile ASSIGN TO 'coffres-loues.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LocationStatus.
    SELECT VisiteFile ASSIGN TO 'visites-coffres.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VisiteStatus.
    SELECT MandatFile ASSIGN TO 'mandats.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD LocationFile.
COPY LOCCOFREC.
FD VisiteFile.
COPY VISCOFREC.
FD MandatFile.
COPY MANDATREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 LocationStatus    PIC X(02).
01 VisiteStatus      PIC X(02).
01 MandatStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Heure          PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Client         PIC 9(08).
01 WS-NumeroCoffre   PIC 9(05).
01 WS-Taille         PIC X(01).
01 WS-Confirmation   PIC X(01).
01 WS-LibelleStatut  PIC X(24).
01 WS-IdxTit         PIC 9(01).
01 WS-ClesSaisies.
   05 WS-Cle         PIC X(10) OCCURS 2.
01 WS-TitulairesSaisis.
   05 WS-Titulaire   PIC 9(08) OCCURS 3.
*> Loyer annuel de la taille : ligne "CoffreP" / "CoffreM" /
*> "CoffreG" du barème, produit du compte locataire.
01 WS-OperationTarif.
   05 FILLER         PIC X(06) VALUE "Coffre".
   05 WS-TailleTarif PIC X(01).
   05 FILLER         PIC X(03) VALUE SPACES.
01 WS-Loyer          PIC 9(07)V99.
01 WS-PourcentTarif  PIC 9(02)V9(04).
01 WS-TarifStatus    PIC X(02).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-DateExpiration PIC 9(08).
01 WS-IdentiteStatus PIC X(02).
01 WS-Qualite        PIC X(01).
01 WS-MotifRefus     PIC X(30).
01 WS-FichierMaint   PIC X(20) VALUE "coffres-loues.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-LigneAvant     PIC X(105).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxLoc         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-NbListes       PIC 9(04) VALUE ZERO.
01 WS-TableCoffres.
   05 WS-LocLigne OCCURS 2000 PIC X(105).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-Reecrit     PIC X(01) VALUE 'N'.
      88 Reecrit     VALUE 'O'.
   05 WS-Valide      PIC X(01) VALUE 'N'.
      88 SaisieValide VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Location des coffres-forts"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 6
    DISPLAY "Fin de la location des coffres-forts"
    GOBACK.

0100-SAISIR-OPERATEUR.
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur.
0100-EXIT.
    EXIT.

1000-CHARGER.
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
        IF DateComptaStatus = '00' AND DcpDate IS NUMERIC
            MOVE DcpDate TO WS-DateJour
        ELSE
            ACCEPT WS-DateJour FROM DATE YYYYMMDD
        END-IF
        CLOSE DateComptaFile
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT LocationFile
    IF LocationStatus NOT = '00'
        IF LocationStatus NOT = '35'
            DISPLAY "Coffres-loues.txt illisible, statut ",
                LocationStatus
        ELSE
            DISPLAY "Aucun coffre-fort au parc"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL LocationStatus NOT = '00' OR TableSaturee
        CLOSE LocationFile
        DISPLAY "Coffres chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ LocationFile
    IF LocationStatus = '00'
        IF WS-NbCharges >= 2000
            DISPLAY "Table des coffres saturée (2000), gestes ",
                "refusés pour ne pas tronquer coffres-loues.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE LocationCoffreRecord TO WS-LocLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les coffres (parc ou compte)"
    DISPLAY "2. Ajouter un coffre au parc"
    DISPLAY "3. Louer un coffre"
    DISPLAY "4. Enregistrer une visite au coffre"
    DISPLAY "5. Résilier une location"
    DISPLAY "6. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 3500-AJOUTER THRU 3500-EXIT
        WHEN 3
            PERFORM 4000-LOUER THRU 4000-EXIT
        WHEN 4
            PERFORM 6000-VISITE THRU 6000-EXIT
        WHEN 5
            PERFORM 6500-RESILIER THRU 6500-EXIT
        WHEN 6
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 6 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    DISPLAY "Numéro de compte (0 = tout le parc) :"
    ACCEPT WS-Compte
    MOVE ZERO TO WS-NbListes
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxLoc FROM 1 BY 1
        UNTIL WS-IdxLoc > WS-NbCharges
    IF WS-NbListes = ZERO
        DISPLAY "Aucun coffre à lister"
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord
    IF WS-Compte = ZERO OR LocCompte = WS-Compte
        ADD 1 TO WS-NbListes
        PERFORM 3200-LIBELLE-STATUT THRU 3200-EXIT
        IF LocDisponible
            DISPLAY LocCoffre, " taille ", LocTaille, " ",
                WS-LibelleStatut
        ELSE
            DISPLAY LocCoffre, " taille ", LocTaille, " ",
                WS-LibelleStatut, " compte ", LocCompte,
                " titulaires ", LocTitulaire(1), " ",
                LocTitulaire(2), " ", LocTitulaire(3)
            DISPLAY "      depuis ", LocDateDebut, " clés ",
                LocCle(1), " ", LocCle(2), " échéance ",
                LocEcheance
            IF LocBloque
                DISPLAY "      loyer impayé ", LocImpaye,
                    " depuis le ", LocDateImpaye
            END-IF
        END-IF
    END-IF.
3100-EXIT.
    EXIT.

3200-LIBELLE-STATUT.
    EVALUATE TRUE
        WHEN LocDisponible
            MOVE "disponible" TO WS-LibelleStatut
        WHEN LocLoue
            MOVE "loué" TO WS-LibelleStatut
        WHEN LocBloque
            MOVE "loué, accès bloqué" TO WS-LibelleStatut
        WHEN OTHER
            MOVE "statut inconnu" TO WS-LibelleStatut
    END-EVALUATE.
3200-EXIT.
    EXIT.

*> Un coffre entre au parc disponible; son numéro est celui gravé
*> sur la porte et ne peut figurer deux fois au registre.
3500-AJOUTER.
    IF TableSaturee
        DISPLAY "Table saturée, ajout refusé"
        GO TO 3500-EXIT
    END-IF
    DISPLAY "Numéro du coffre :"
    ACCEPT WS-NumeroCoffre
    IF WS-NumeroCoffre = ZERO
        DISPLAY "Numéro invalide, coffre non ajouté"
        GO TO 3500-EXIT
    END-IF
    PERFORM 5600-CHERCHER THRU 5600-EXIT
    IF WS-IdxTrouve NOT = ZERO
        DISPLAY "Coffre ", WS-NumeroCoffre, " déjà au parc"
        GO TO 3500-EXIT
    END-IF
    DISPLAY "Taille (P = petit, M = moyen, G = grand) :"
    ACCEPT WS-Taille
    IF WS-Taille NOT = 'P' AND WS-Taille NOT = 'M'
        AND WS-Taille NOT = 'G'
        DISPLAY "Taille invalide, coffre non ajouté"
        GO TO 3500-EXIT
    END-IF
    OPEN EXTEND LocationFile
    IF LocationStatus = '35'
        OPEN OUTPUT LocationFile
    END-IF
    IF LocationStatus NOT = '00'
        DISPLAY "Erreur ouverture coffres-loues.txt, statut ",
            LocationStatus
        GO TO 3500-EXIT
    END-IF
    INITIALIZE LocationCoffreRecord
    MOVE WS-NumeroCoffre TO LocCoffre
    MOVE WS-Taille TO LocTaille
    MOVE 'D' TO LocStatut
    MOVE WS-DateJour TO LocDateMaj
    MOVE WS-Operateur TO LocAgent
    WRITE LocationCoffreRecord
    IF LocationStatus = '00'
        DISPLAY "Coffre ", LocCoffre, " ajouté au parc"
        ADD 1 TO WS-NbCharges
        MOVE LocationCoffreRecord TO WS-LocLigne(WS-NbCharges)
        CLOSE LocationFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 7000-IMAGE THRU 7000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture coffre, statut ", LocationStatus
        CLOSE LocationFile
    END-IF.
3500-EXIT.
    EXIT.

*> La location part de la date comptable, qui est aussi la
*> première échéance : le premier loyer annuel est prélevé par la
*> clôture du jour, les suivants à chaque date anniversaire.
4000-LOUER.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 4000-EXIT
    END-IF
    IF NOT LocDisponible
        DISPLAY "Coffre déjà loué au compte ", LocCompte
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro du compte locataire :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture OR CptSuccession
        DISPLAY "Compte ", WS-Compte, " inconnu, clos ou gelé, ",
            "coffre non loué"
        GO TO 4000-EXIT
    END-IF
    MOVE LocTaille TO WS-TailleTarif
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        CptProduit, WS-Loyer, WS-PourcentTarif, WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        DISPLAY "Aucune ligne ", WS-OperationTarif, " au barème, ",
            "coffre non loué"
        GO TO 4000-EXIT
    END-IF
    MOVE ZERO TO WS-Titulaire(1)
    MOVE ZERO TO WS-Titulaire(2)
    MOVE ZERO TO WS-Titulaire(3)
    MOVE 'O' TO WS-Valide
    DISPLAY "Premier titulaire du coffre (0 = titulaire du ",
        "compte) :"
    ACCEPT WS-Titulaire(1)
    IF WS-Titulaire(1) = ZERO
        MOVE CptClient TO WS-Titulaire(1)
    END-IF
    IF WS-Titulaire(1) = ZERO
        DISPLAY "Compte sans client titulaire, titulaire à saisir"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Deuxième titulaire (0 = aucun) :"
    ACCEPT WS-Titulaire(2)
    DISPLAY "Troisième titulaire (0 = aucun) :"
    ACCEPT WS-Titulaire(3)
    PERFORM 4100-CONTROLER-TITULAIRE THRU 4100-EXIT
        VARYING WS-IdxTit FROM 1 BY 1 UNTIL WS-IdxTit > 3
    IF NOT SaisieValide
        DISPLAY "Coffre non loué"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de la première clé remise :"
    ACCEPT WS-Cle(1)
    DISPLAY "Numéro de la seconde clé remise (vide = aucune) :"
    ACCEPT WS-Cle(2)
    IF WS-Cle(1) = SPACES
        DISPLAY "Numéro de clé obligatoire, coffre non loué"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Loyer annuel ", WS-Loyer, " ", WS-Devise,
        " prélevé ce soir puis chaque ", WS-DateJour(7:2), "/",
        WS-DateJour(5:2), ". Confirmer (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        DISPLAY "Location abandonnée"
        GO TO 4000-EXIT
    END-IF
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    MOVE 'L' TO LocStatut
    MOVE WS-Compte TO LocCompte
    MOVE WS-Titulaire(1) TO LocTitulaire(1)
    MOVE WS-Titulaire(2) TO LocTitulaire(2)
    MOVE WS-Titulaire(3) TO LocTitulaire(3)
    MOVE WS-DateJour TO LocDateDebut
    MOVE WS-Cle(1) TO LocCle(1)
    MOVE WS-Cle(2) TO LocCle(2)
    MOVE WS-DateJour TO LocEcheance
    MOVE ZERO TO LocImpaye
    MOVE ZERO TO LocDateImpaye
    MOVE WS-DateJour TO LocDateMaj
    MOVE WS-Operateur TO LocAgent
    PERFORM 8000-APPLIQUER THRU 8000-EXIT
    IF Reecrit
        DISPLAY "Coffre ", LocCoffre, " loué au compte ",
            LocCompte
    END-IF.
4000-EXIT.
    EXIT.

*> Chaque titulaire saisi doit exister dans client.txt et
*> présenter une pièce d'identité en cours de validité.
4100-CONTROLER-TITULAIRE.
    IF WS-Titulaire(WS-IdxTit) = ZERO
        GO TO 4100-EXIT
    END-IF
    CALL 'ReadClient' USING WS-Titulaire(WS-IdxTit), WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-Titulaire(WS-IdxTit), " introuvable ",
            "dans client.txt"
        MOVE 'N' TO WS-Valide
        GO TO 4100-EXIT
    END-IF
    CALL 'ControleIdentite' USING WS-Titulaire(WS-IdxTit),
        WS-DateExpiration, WS-IdentiteStatus
    IF WS-IdentiteStatus = '00'
        DISPLAY "Titulaire : ", WS-NomClient
        GO TO 4100-EXIT
    END-IF
    MOVE 'N' TO WS-Valide
    IF WS-IdentiteStatus = '01'
        DISPLAY "Pièce d'identité de ", WS-NomClient, " expirée le ",
            WS-DateExpiration
    ELSE
        DISPLAY "Aucune pièce d'identité enregistrée pour ",
            WS-NomClient
    END-IF.
4100-EXIT.
    EXIT.

5500-CHOISIR.
    MOVE ZERO TO WS-IdxTrouve
    IF TableSaturee
        DISPLAY "Table saturée, geste refusé"
        GO TO 5500-EXIT
    END-IF
    DISPLAY "Numéro du coffre :"
    ACCEPT WS-NumeroCoffre
    PERFORM 5600-CHERCHER THRU 5600-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Coffre ", WS-NumeroCoffre, " inconnu"
        GO TO 5500-EXIT
    END-IF
    MOVE WS-LocLigne(WS-IdxTrouve) TO LocationCoffreRecord
    MOVE LocationCoffreRecord TO WS-LigneAvant
    PERFORM 3200-LIBELLE-STATUT THRU 3200-EXIT
    DISPLAY "Coffre ", LocCoffre, " taille ", LocTaille, " ",
        WS-LibelleStatut.
5500-EXIT.
    EXIT.

5600-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 5610-COMPARER THRU 5610-EXIT
        VARYING WS-IdxLoc FROM 1 BY 1
        UNTIL WS-IdxLoc > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
5600-EXIT.
    EXIT.

5610-COMPARER.
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord
    IF LocCoffre = WS-NumeroCoffre
        MOVE WS-IdxLoc TO WS-IdxTrouve
    END-IF.
5610-EXIT.
    EXIT.

*> Accès au coffre : le visiteur doit être titulaire du coffre ou
*> rattaché au compte locataire (titulaire du compte, ou mandat
*> de mandats.txt hors mandataire en consultation seule), avec une
*> pièce d'identité valide, et le loyer doit être à jour. Toute
*> visite, accordée ou refusée, est journalisée.
6000-VISITE.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6000-EXIT
    END-IF
    IF LocDisponible
        DISPLAY "Coffre non loué, aucune visite possible"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Numéro du client visiteur :"
    ACCEPT WS-Client
    MOVE SPACES TO WS-Qualite
    MOVE SPACES TO WS-MotifRefus
    PERFORM 6100-QUALIFIER-VISITEUR THRU 6100-EXIT
    EVALUATE TRUE
        WHEN LocBloque
            MOVE "accès bloqué, loyer impayé" TO WS-MotifRefus
        WHEN WS-Qualite = SPACES AND WS-MotifRefus = SPACES
            MOVE "visiteur non rattaché" TO WS-MotifRefus
        WHEN WS-MotifRefus NOT = SPACES
            CONTINUE
        WHEN OTHER
            PERFORM 6200-CONTROLER-PIECE THRU 6200-EXIT
    END-EVALUATE
    PERFORM 6300-JOURNALISER-VISITE THRU 6300-EXIT
    IF WS-MotifRefus = SPACES
        DISPLAY "Accès accordé au coffre ", LocCoffre, " pour ",
            WS-NomClient
    ELSE
        DISPLAY "Accès refusé : ", WS-MotifRefus
        MOVE "AccesCoffre" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING LocCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF.
6000-EXIT.
    EXIT.

6100-QUALIFIER-VISITEUR.
    IF WS-Client = ZERO
        GO TO 6100-EXIT
    END-IF
    IF WS-Client = LocTitulaire(1) OR WS-Client = LocTitulaire(2)
        OR WS-Client = LocTitulaire(3)
        MOVE 'L' TO WS-Qualite
        GO TO 6100-EXIT
    END-IF
    CALL 'ReadSolde' USING LocCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus = '00' AND CptClient = WS-Client
        MOVE 'T' TO WS-Qualite
        GO TO 6100-EXIT
    END-IF
    OPEN INPUT MandatFile
    IF MandatStatus NOT = '00'
        GO TO 6100-EXIT
    END-IF
    PERFORM 6110-LIRE-MANDAT THRU 6110-EXIT
        UNTIL MandatStatus NOT = '00' OR WS-Qualite NOT = SPACES
        OR WS-MotifRefus NOT = SPACES
    CLOSE MandatFile.
6100-EXIT.
    EXIT.

6110-LIRE-MANDAT.
    READ MandatFile
    IF MandatStatus NOT = '00'
        GO TO 6110-EXIT
    END-IF
    IF ManCompte NOT = LocCompte OR ManClient NOT = WS-Client
        GO TO 6110-EXIT
    END-IF
    IF ManRole = 'M' AND ManPouvoir = 'C'
        MOVE "mandat de consultation seule" TO WS-MotifRefus
    ELSE
        MOVE ManRole TO WS-Qualite
    END-IF.
6110-EXIT.
    EXIT.

6200-CONTROLER-PIECE.
    MOVE "(client introuvable)" TO WS-NomClient
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        MOVE "client inconnu" TO WS-MotifRefus
        GO TO 6200-EXIT
    END-IF
    CALL 'ControleIdentite' USING WS-Client, WS-DateExpiration,
        WS-IdentiteStatus
    EVALUATE WS-IdentiteStatus
        WHEN '00'
            CONTINUE
        WHEN '01'
            MOVE "pièce d'identité expirée" TO WS-MotifRefus
        WHEN OTHER
            MOVE "pièce d'identité absente" TO WS-MotifRefus
    END-EVALUATE.
6200-EXIT.
    EXIT.

6300-JOURNALISER-VISITE.
    OPEN EXTEND VisiteFile
    IF VisiteStatus = '35'
        OPEN OUTPUT VisiteFile
    END-IF
    IF VisiteStatus NOT = '00'
        DISPLAY "Erreur ouverture visites-coffres.txt, statut ",
            VisiteStatus
        GO TO 6300-EXIT
    END-IF
    ACCEPT WS-Heure FROM TIME
    MOVE WS-DateJour TO VisDate
    MOVE WS-Heure(1:6) TO VisHeure
    MOVE LocCoffre TO VisCoffre
    MOVE LocCompte TO VisCompte
    MOVE WS-Client TO VisClient
    MOVE WS-Qualite TO VisQualite
    IF WS-MotifRefus = SPACES
        MOVE 'A' TO VisResultat
    ELSE
        MOVE 'R' TO VisResultat
    END-IF
    MOVE WS-MotifRefus TO VisMotif
    MOVE WS-Operateur TO VisOperateur
    WRITE VisiteCoffreRecord
    IF VisiteStatus NOT = '00'
        DISPLAY "Erreur écriture visite, statut ", VisiteStatus
    END-IF
    CLOSE VisiteFile.
6300-EXIT.
    EXIT.

*> Une location ne se résilie qu'à jour de loyer et les clés
*> rendues; l'année entamée n'est pas remboursée.
6500-RESILIER.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6500-EXIT
    END-IF
    IF LocDisponible
        DISPLAY "Coffre non loué"
        GO TO 6500-EXIT
    END-IF
    IF LocBloque
        DISPLAY "Loyer impayé de ", LocImpaye, " à régulariser ",
            "avant résiliation"
        GO TO 6500-EXIT
    END-IF
    DISPLAY "Clés ", LocCle(1), " ", LocCle(2), " rendues (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        DISPLAY "Clés non rendues, résiliation refusée"
        GO TO 6500-EXIT
    END-IF
    MOVE LocCompte TO WS-Compte
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    MOVE 'D' TO LocStatut
    MOVE ZERO TO LocCompte
    MOVE ZERO TO LocTitulaire(1)
    MOVE ZERO TO LocTitulaire(2)
    MOVE ZERO TO LocTitulaire(3)
    MOVE ZERO TO LocDateDebut
    MOVE SPACES TO LocCle(1)
    MOVE SPACES TO LocCle(2)
    MOVE ZERO TO LocEcheance
    MOVE ZERO TO LocImpaye
    MOVE ZERO TO LocDateImpaye
    MOVE WS-DateJour TO LocDateMaj
    MOVE WS-Operateur TO LocAgent
    PERFORM 8000-APPLIQUER THRU 8000-EXIT
    IF Reecrit
        DISPLAY "Location du coffre ", LocCoffre, " au compte ",
            WS-Compte, " résiliée"
    END-IF.
6500-EXIT.
    EXIT.

*> Image journalisée du coffre : numéro, taille, statut, compte,
*> premier titulaire, échéance et loyer impayé.
7000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING LocCoffre DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocTaille DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocTitulaire(1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocEcheance DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocImpaye DELIMITED BY SIZE
      INTO WS-ApresMaint.
7000-EXIT.
    EXIT.

*> Le coffre modifié remplace sa ligne et coffres-loues.txt est
*> réécrit aussitôt; en cas d'échec la ligne d'origine est remise
*> en table.
8000-APPLIQUER.
    MOVE 'N' TO WS-Reecrit
    MOVE LocationCoffreRecord TO WS-LocLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        MOVE WS-LigneAvant TO WS-LocLigne(WS-IdxTrouve)
        GO TO 8000-EXIT
    END-IF
    MOVE WS-LocLigne(WS-IdxTrouve) TO LocationCoffreRecord
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT LocationFile
    IF LocationStatus NOT = '00'
        DISPLAY "Erreur réécriture coffres-loues.txt, statut ",
            LocationStatus, ", geste non enregistré"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxLoc FROM 1 BY 1
        UNTIL WS-IdxLoc > WS-NbCharges
    CLOSE LocationFile
    MOVE 'O' TO WS-Reecrit.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord
    WRITE LocationCoffreRecord.
9100-EXIT.
    EXIT.
