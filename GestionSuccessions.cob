IDENTIFICATION DIVISION.
PROGRAM-ID. GestionSuccessions.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Règlement par virement : les fonds quittent le
*>                 compte du défunt en "RetEparg" / "Virement" (et
*>                 non plus en "Cloture" / "ClotureSec", passés en
*>                 caisse par JournalComptable); compte
*>                 destinataire clôturé refusé.
*> 2026-10-15  SI  Création - dossiers de succession
*>                 (successions.txt). A l'ouverture du dossier d'un
*>                 client décédé (date du décès, notaire), tous les
*>                 comptes dont il est titulaire, co-titulaire ou
*>                 mandataire (mandats.txt, et SolClient de
*>                 solde.txt pour les comptes sans mandat) sont
*>                 gelés (SolEtat 'S' : aucun débit au guichet, ordres
*>                 permanents, prélèvements, virements de masse,
*>                 import et balayages suspendus), leurs cartes
*>                 bloquées et leurs chéquiers opposés. Certificat
*>                 des avoirs au décès (soldes de l'échelle au jour
*>                 du décès ou au dernier jour ouvré qui le précède,
*>                 comptes à terme en cours et prêts) édité dans
*>                 certificat-NNNNNNNN.prn. Sous code superviseur :
*>                 levée du gel d'un compte (co-titulaire ou mandant
*>                 survivant) et règlement final d'un compte aux
*>                 héritiers ou au notaire - comptes à terme en
*>                 cours remboursés par anticipation, fonds remis
*>                 en espèces ou virés sur un compte de la banque,
*>                 compte clôturé. Le dossier passe réglé quand plus
*>                 aucun de ses comptes n'est gelé. Chaque geste est
*>                 journalisé dans maintenance.txt (SaveMaintenance)
*>                 et les interventions superviseur dans securite.txt
*>                 (SaveSecurite).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SuccessionFile ASSIGN TO 'successions.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SuccessionStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT MandatFile ASSIGN TO 'mandats.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatStatus.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT CarteFile ASSIGN TO 'cartes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CarteStatus.
    SELECT CarnetFile ASSIGN TO 'carnets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CarnetStatus.
    SELECT EchelleFile ASSIGN TO 'echelle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EchelleStatus.
    SELECT CatFile ASSIGN TO 'comptesterme.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CatStatus.
    SELECT PretFile ASSIGN TO 'prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PretStatus.
    SELECT ChequeFile ASSIGN TO 'cheques.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChequeStatus.
    SELECT CertificatFile ASSIGN USING WS-NomCertificat
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CertificatStatus.

DATA DIVISION.
FILE SECTION.
FD SuccessionFile.
COPY SUCCREC.
FD DateComptaFile.
COPY DATECREC.
FD MandatFile.
COPY MANDATREC.
FD SoldeFile.
COPY SOLDEREC.
FD CarteFile.
COPY CARTEREC.
FD CarnetFile.
COPY CARNETREC.
FD EchelleFile.
COPY ECHELLEREC.
FD CatFile.
COPY CATREC.
FD PretFile.
COPY PRETREC.
FD ChequeFile.
COPY CHEQREC.
FD CertificatFile.
01 CertificatRecord PIC X(80).

WORKING-STORAGE SECTION.
01 SuccessionStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 MandatStatus      PIC X(02).
01 SoldeStatus       PIC X(02).
01 CarteStatus       PIC X(02).
01 CarnetStatus      PIC X(02).
01 EchelleStatus     PIC X(02).
01 CatStatus         PIC X(02).
01 PretStatus        PIC X(02).
01 ChequeStatus      PIC X(02).
01 CertificatStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-NomCertificat  PIC X(40).
01 WS-Choix          PIC 9.
01 WS-ChoixReglement PIC 9.
01 WS-Confirmation   PIC X(01).
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Client         PIC 9(08).
01 WS-DateDeces      PIC 9(08).
01 WS-Notaire        PIC X(30).
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-Compte         PIC 9(08).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-CompteDest     PIC 9(08).
01 WS-SoldeDest      PIC 9(07)V99.
01 WS-SoldeSecDest   PIC 9(07)V99.
01 WS-SoldeMinDest   PIC 9(07)V99.
01 WS-SoldePinDest   PIC 9(04).
01 WS-DeviseDest     PIC X(03).
COPY COMPTEXT REPLACING LEADING ==Cpt== BY ==CptD==.
01 WS-EtatAvant      PIC X(01).
01 WS-Montant        PIC 9(07)V99.
01 WS-ChqMontant     PIC 9(07)V99.
01 WS-ChequesEnAttente PIC 9(09)V99 VALUE ZERO.
01 WS-NbPretsEnCours PIC 9(03) VALUE ZERO.
01 WS-Action         PIC X(10).
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-CodeSuperviseur PIC 9(04).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-FichierMaint   PIC X(20) VALUE "successions.txt".
01 WS-FichierSolde   PIC X(20) VALUE "solde.txt".
01 WS-FichierCarte   PIC X(20) VALUE "cartes.txt".
01 WS-FichierCarnet  PIC X(20) VALUE "carnets.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
*> Ligne d'échelle retenue pour le certificat : la plus récente au
*> jour du décès ou avant.
01 WS-EchDateRetenue PIC 9(08).
01 WS-EchSolRetenu   PIC 9(07).9(02).
01 WS-EchSecRetenu   PIC 9(07).9(02).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxSuc         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableSuccessions.
   05 WS-SucLigne OCCURS 500 PIC X(67).
*> Comptes de la succession : mandats du client et comptes dont il
*> est le titulaire unique.
01 WS-NbComptesSucc  PIC 9(03) VALUE ZERO.
01 WS-IdxCpt         PIC 9(03) COMP.
01 WS-IdxCptTrouve   PIC 9(03) COMP.
01 WS-CompteAjoute   PIC 9(08).
01 WS-TableComptesSucc.
   05 WS-CompteSucc OCCURS 50 PIC 9(08).
01 WS-NbCartes       PIC 9(04) VALUE ZERO.
01 WS-IdxCrt         PIC 9(04) COMP.
01 WS-TableCartes.
   05 WS-CrtLigne OCCURS 2000 PIC X(82).
01 WS-NbCarnets      PIC 9(04) VALUE ZERO.
01 WS-IdxCrn         PIC 9(04) COMP.
01 WS-TableCarnets.
   05 WS-CrnLigne OCCURS 500 PIC X(29).
01 WS-NbCat          PIC 9(04) VALUE ZERO.
01 WS-IdxCat         PIC 9(04) COMP.
01 WS-TableCat.
   05 WS-CatLigne OCCURS 200 PIC X(41).
01 WS-NbGeles        PIC 9(03) VALUE ZERO.
01 WS-NbCartesBloquees PIC 9(04) VALUE ZERO.
01 WS-NbCarnetsOpposes PIC 9(04) VALUE ZERO.
01 WS-NbCatRembourses PIC 9(03) VALUE ZERO.
01 WS-NbEncoreGeles  PIC 9(03) VALUE ZERO.
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-Reecrit      PIC X(01) VALUE 'N'.
      88 Reecrit      VALUE 'O'.
   05 WS-CompteRetenu PIC X(01) VALUE 'N'.
      88 CompteRetenu VALUE 'O'.
   05 WS-SupOK        PIC X(01) VALUE 'N'.
      88 SuperviseurOK VALUE 'O'.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
   05 WS-TableTronquee PIC X(01) VALUE 'N'.
      88 TableTronquee VALUE 'O'.
   05 WS-Modifie      PIC X(01) VALUE 'N'.
      88 LigneModifiee VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Dossiers de succession"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 6
    DISPLAY "Fin des dossiers de succession"
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
    OPEN INPUT SuccessionFile
    IF SuccessionStatus NOT = '00'
        IF SuccessionStatus NOT = '35'
            DISPLAY "Successions.txt illisible, statut ",
                SuccessionStatus
        ELSE
            DISPLAY "Aucun dossier de succession"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL SuccessionStatus NOT = '00' OR TableSaturee
        CLOSE SuccessionFile
        DISPLAY "Dossiers chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ SuccessionFile
    IF SuccessionStatus = '00'
        IF WS-NbCharges >= 500
            DISPLAY "Table des dossiers saturée (500), ",
                "modifications refusées pour ne pas tronquer ",
                "successions.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE SuccessionRecord TO WS-SucLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les dossiers de succession"
    DISPLAY "2. Ouvrir une succession et geler les comptes"
    DISPLAY "3. Certificat des avoirs au décès"
    DISPLAY "4. Lever le gel d'un compte (superviseur)"
    DISPLAY "5. Règlement final d'un compte (superviseur)"
    DISPLAY "6. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-OUVRIR THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-CERTIFICAT THRU 5000-EXIT
        WHEN 4
            PERFORM 6000-LEVER-GEL THRU 6000-EXIT
        WHEN 5
            PERFORM 6500-REGLER THRU 6500-EXIT
        WHEN 6
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 6 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun dossier de succession"
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxSuc FROM 1 BY 1
        UNTIL WS-IdxSuc > WS-NbCharges.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-SucLigne(WS-IdxSuc) TO SuccessionRecord
    MOVE "(client introuvable)" TO WS-NomClient
    CALL 'ReadClient' USING SucClient, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF SucReglee
        DISPLAY SucClient, "  ", WS-NomClient, "  décès ",
            SucDateDeces, "  réglée le ", SucDateMaj
    ELSE
        DISPLAY SucClient, "  ", WS-NomClient, "  décès ",
            SucDateDeces, "  ouverte le ", SucDateOuverture
    END-IF
    IF SucNotaire NOT = SPACES
        DISPLAY "          notaire : ", SucNotaire
    END-IF.
3100-EXIT.
    EXIT.

*> Ouverture du dossier puis gel immédiat des comptes, blocage des
*> cartes et opposition des chéquiers; les ordres permanents et les
*> prélèvements sont suspendus par les traitements de nuit tant
*> que le compte reste gelé.
4000-OUVRIR.
    IF TableSaturee
        DISPLAY "Table saturée, ouverture refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro du client décédé :"
    ACCEPT WS-Client
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-Client, " introuvable dans ",
            "client.txt, dossier non ouvert"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Client : ", WS-NomClient
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-SucLigne(WS-IdxTrouve) TO SuccessionRecord
        DISPLAY "Succession déjà ouverte le ", SucDateOuverture
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Date du décès (AAAAMMJJ) :"
    ACCEPT WS-DateDeces
    IF WS-DateDeces IS NOT NUMERIC OR WS-DateDeces = ZERO
        OR WS-DateDeces > WS-DateJour
        DISPLAY "Date du décès invalide, dossier non ouvert"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Notaire chargé de la succession (vide = inconnu) :"
    ACCEPT WS-Notaire
    OPEN EXTEND SuccessionFile
    IF SuccessionStatus = '35'
        OPEN OUTPUT SuccessionFile
    END-IF
    IF SuccessionStatus NOT = '00'
        DISPLAY "Erreur ouverture successions.txt, statut ",
            SuccessionStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Client TO SucClient
    MOVE WS-DateDeces TO SucDateDeces
    MOVE WS-DateJour TO SucDateOuverture
    MOVE WS-Notaire TO SucNotaire
    MOVE 'O' TO SucStatut
    MOVE WS-DateJour TO SucDateMaj
    MOVE WS-Operateur TO SucAgent
    WRITE SuccessionRecord
    IF SuccessionStatus NOT = '00'
        DISPLAY "Erreur écriture dossier, statut ",
            SuccessionStatus
        CLOSE SuccessionFile
        GO TO 4000-EXIT
    END-IF
    CLOSE SuccessionFile
    IF WS-NbCharges < 500
        ADD 1 TO WS-NbCharges
        MOVE SuccessionRecord TO WS-SucLigne(WS-NbCharges)
    END-IF
    MOVE "CREAT" TO WS-ActionMaint
    MOVE SPACES TO WS-AvantMaint
    PERFORM 8000-IMAGE THRU 8000-EXIT
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    DISPLAY "Dossier de succession ouvert"
    PERFORM 7000-RECENSER-COMPTES THRU 7000-EXIT
    IF WS-NbComptesSucc = ZERO
        DISPLAY "Aucun compte rattaché au client"
        GO TO 4000-EXIT
    END-IF
    MOVE ZERO TO WS-NbGeles
    PERFORM 4100-GELER-UN-COMPTE THRU 4100-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptesSucc
    PERFORM 4200-BLOQUER-CARTES THRU 4200-EXIT
    PERFORM 4300-OPPOSER-CARNETS THRU 4300-EXIT
    DISPLAY "Comptes gelés : ", WS-NbGeles,
        "  cartes bloquées : ", WS-NbCartesBloquees,
        "  chéquiers opposés : ", WS-NbCarnetsOpposes
    DISPLAY "Ordres permanents et prélèvements suspendus tant que ",
        "les comptes restent gelés".
4000-EXIT.
    EXIT.

4100-GELER-UN-COMPTE.
    MOVE WS-CompteSucc(WS-IdxCpt) TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptSuccession
        GO TO 4100-EXIT
    END-IF
    MOVE CptEtat TO WS-EtatAvant
    MOVE 'S' TO CptEtat
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur gel du compte ", WS-Compte, ", statut ",
            WS-SaveStatus
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO WS-NbGeles
    DISPLAY "Compte ", WS-Compte, " gelé"
    PERFORM 8100-JOURNALISER-ETAT THRU 8100-EXIT.
4100-EXIT.
    EXIT.

4200-BLOQUER-CARTES.
    MOVE ZERO TO WS-NbCartesBloquees
    MOVE ZERO TO WS-NbCartes
    MOVE 'N' TO WS-TableTronquee
    MOVE 'N' TO WS-Modifie
    OPEN INPUT CarteFile
    IF CarteStatus NOT = '00'
        GO TO 4200-EXIT
    END-IF
    PERFORM 4210-CHARGER-CARTE THRU 4210-EXIT
        UNTIL CarteStatus NOT = '00' OR TableTronquee
    CLOSE CarteFile
    IF TableTronquee
        DISPLAY "Registre des cartes saturé (2000), cartes à ",
            "bloquer par GestionCartes"
        GO TO 4200-EXIT
    END-IF
    PERFORM 4220-BLOQUER-UNE-CARTE THRU 4220-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCartes
    IF NOT LigneModifiee
        GO TO 4200-EXIT
    END-IF
    OPEN OUTPUT CarteFile
    IF CarteStatus NOT = '00'
        DISPLAY "Erreur réécriture cartes.txt, statut ",
            CarteStatus, ", cartes à bloquer par GestionCartes"
        MOVE ZERO TO WS-NbCartesBloquees
        GO TO 4200-EXIT
    END-IF
    PERFORM 4230-ECRIRE-CARTE THRU 4230-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCartes
    CLOSE CarteFile.
4200-EXIT.
    EXIT.

4210-CHARGER-CARTE.
    READ CarteFile
    IF CarteStatus = '00'
        IF WS-NbCartes >= 2000
            MOVE 'O' TO WS-TableTronquee
        ELSE
            ADD 1 TO WS-NbCartes
            MOVE CarteRecord TO WS-CrtLigne(WS-NbCartes)
        END-IF
    END-IF.
4210-EXIT.
    EXIT.

4220-BLOQUER-UNE-CARTE.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    IF NOT CrtActive
        GO TO 4220-EXIT
    END-IF
    MOVE CrtCompte TO WS-CompteAjoute
    PERFORM 7060-CHERCHER-COMPTE THRU 7060-EXIT
    IF WS-IdxCptTrouve = ZERO
        GO TO 4220-EXIT
    END-IF
    MOVE 'B' TO CrtStatut
    MOVE WS-DateJour TO CrtDateMaj
    MOVE WS-Operateur TO CrtAgent
    MOVE CarteRecord TO WS-CrtLigne(WS-IdxCrt)
    MOVE 'O' TO WS-Modifie
    ADD 1 TO WS-NbCartesBloquees
    MOVE CrtCompte TO WS-Compte
    MOVE "BlocCarte" TO WS-EvenementSec
    MOVE "Succes" TO WS-ResultatSec
    MOVE WS-Operateur TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec
    MOVE SPACES TO WS-AvantMaint
    STRING CrtNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtCompte DELIMITED BY SIZE
           " A" DELIMITED BY SIZE
      INTO WS-AvantMaint
    MOVE SPACES TO WS-ApresMaint
    STRING CrtNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtCompte DELIMITED BY SIZE
           " B succession" DELIMITED BY SIZE
      INTO WS-ApresMaint
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierCarte,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
4220-EXIT.
    EXIT.

4230-ECRIRE-CARTE.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    WRITE CarteRecord.
4230-EXIT.
    EXIT.

4300-OPPOSER-CARNETS.
    MOVE ZERO TO WS-NbCarnetsOpposes
    MOVE ZERO TO WS-NbCarnets
    MOVE 'N' TO WS-TableTronquee
    MOVE 'N' TO WS-Modifie
    OPEN INPUT CarnetFile
    IF CarnetStatus NOT = '00'
        GO TO 4300-EXIT
    END-IF
    PERFORM 4310-CHARGER-CARNET THRU 4310-EXIT
        UNTIL CarnetStatus NOT = '00' OR TableTronquee
    CLOSE CarnetFile
    IF TableTronquee
        DISPLAY "Registre des chéquiers saturé (500), chéquiers à ",
            "opposer par GestionCarnets"
        GO TO 4300-EXIT
    END-IF
    PERFORM 4320-OPPOSER-UN-CARNET THRU 4320-EXIT
        VARYING WS-IdxCrn FROM 1 BY 1
        UNTIL WS-IdxCrn > WS-NbCarnets
    IF NOT LigneModifiee
        GO TO 4300-EXIT
    END-IF
    OPEN OUTPUT CarnetFile
    IF CarnetStatus NOT = '00'
        DISPLAY "Erreur réécriture carnets.txt, statut ",
            CarnetStatus, ", chéquiers à opposer par GestionCarnets"
        MOVE ZERO TO WS-NbCarnetsOpposes
        GO TO 4300-EXIT
    END-IF
    PERFORM 4330-ECRIRE-CARNET THRU 4330-EXIT
        VARYING WS-IdxCrn FROM 1 BY 1
        UNTIL WS-IdxCrn > WS-NbCarnets
    CLOSE CarnetFile.
4300-EXIT.
    EXIT.

4310-CHARGER-CARNET.
    READ CarnetFile
    IF CarnetStatus = '00'
        IF WS-NbCarnets >= 500
            MOVE 'O' TO WS-TableTronquee
        ELSE
            ADD 1 TO WS-NbCarnets
            MOVE CarnetRecord TO WS-CrnLigne(WS-NbCarnets)
        END-IF
    END-IF.
4310-EXIT.
    EXIT.

4320-OPPOSER-UN-CARNET.
    MOVE WS-CrnLigne(WS-IdxCrn) TO CarnetRecord
    IF CrnStatut NOT = 'A'
        GO TO 4320-EXIT
    END-IF
    MOVE CrnCompte TO WS-CompteAjoute
    PERFORM 7060-CHERCHER-COMPTE THRU 7060-EXIT
    IF WS-IdxCptTrouve = ZERO
        GO TO 4320-EXIT
    END-IF
    MOVE 'O' TO CrnStatut
    MOVE CarnetRecord TO WS-CrnLigne(WS-IdxCrn)
    MOVE 'O' TO WS-Modifie
    ADD 1 TO WS-NbCarnetsOpposes
    MOVE CrnCompte TO WS-Compte
    MOVE "OppoCarnet" TO WS-EvenementSec
    MOVE "Posee" TO WS-ResultatSec
    MOVE WS-Operateur TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec
    MOVE SPACES TO WS-AvantMaint
    STRING CrnCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrnPremier DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           CrnDernier DELIMITED BY SIZE
           " A" DELIMITED BY SIZE
      INTO WS-AvantMaint
    MOVE SPACES TO WS-ApresMaint
    STRING CrnCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrnPremier DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           CrnDernier DELIMITED BY SIZE
           " O succession" DELIMITED BY SIZE
      INTO WS-ApresMaint
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierCarnet,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
4320-EXIT.
    EXIT.

4330-ECRIRE-CARNET.
    MOVE WS-CrnLigne(WS-IdxCrn) TO CarnetRecord
    WRITE CarnetRecord.
4330-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxSuc FROM 1 BY 1
        UNTIL WS-IdxSuc > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-SucLigne(WS-IdxSuc) TO SuccessionRecord
    IF SucClient = WS-Client
        MOVE WS-IdxSuc TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

*> Certificat des avoirs au jour du décès, compte par compte :
*> soldes de l'échelle, comptes à terme en vigueur au décès et
*> prêts non soldés (capital restant dû à la date d'édition).
5000-CERTIFICAT.
    DISPLAY "Numéro du client décédé :"
    ACCEPT WS-Client
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Aucun dossier de succession pour le client ",
            WS-Client
        GO TO 5000-EXIT
    END-IF
    MOVE WS-SucLigne(WS-IdxTrouve) TO SuccessionRecord
    MOVE SucDateDeces TO WS-DateDeces
    MOVE "(client introuvable)" TO WS-NomClient
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    PERFORM 7000-RECENSER-COMPTES THRU 7000-EXIT
    MOVE SPACES TO WS-NomCertificat
    STRING "certificat-" DELIMITED BY SIZE
           WS-Client DELIMITED BY SIZE
           ".prn" DELIMITED BY SIZE
      INTO WS-NomCertificat
    OPEN OUTPUT CertificatFile
    IF CertificatStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomCertificat, ", statut ",
            CertificatStatus
        GO TO 5000-EXIT
    END-IF
    MOVE "Certificat des avoirs au jour du décès" TO CertificatRecord
    WRITE CertificatRecord
    MOVE SPACES TO CertificatRecord
    STRING "Défunt     : " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
           " client " DELIMITED BY SIZE
           WS-Client DELIMITED BY SIZE
      INTO CertificatRecord
    WRITE CertificatRecord
    MOVE SPACES TO CertificatRecord
    STRING "Adresse    : " DELIMITED BY SIZE
           WS-AdresseClient DELIMITED BY SIZE
      INTO CertificatRecord
    WRITE CertificatRecord
    MOVE SPACES TO CertificatRecord
    STRING "Décès le   : " DELIMITED BY SIZE
           WS-DateDeces DELIMITED BY SIZE
           "   édité le " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO CertificatRecord
    WRITE CertificatRecord
    MOVE SPACES TO CertificatRecord
    STRING "Notaire    : " DELIMITED BY SIZE
           SucNotaire DELIMITED BY SIZE
      INTO CertificatRecord
    WRITE CertificatRecord
    MOVE SPACES TO CertificatRecord
    WRITE CertificatRecord
    IF WS-NbComptesSucc = ZERO
        MOVE "Aucun compte rattaché au défunt" TO CertificatRecord
        WRITE CertificatRecord
    END-IF
    PERFORM 5100-CERTIFIER-COMPTE THRU 5100-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptesSucc
    CLOSE CertificatFile
    DISPLAY "Certificat édité : ", WS-NomCertificat.
5000-EXIT.
    EXIT.

5100-CERTIFIER-COMPTE.
    MOVE WS-CompteSucc(WS-IdxCpt) TO WS-Compte
    MOVE ZERO TO WS-EchDateRetenue
    MOVE ZERO TO WS-EchSolRetenu
    MOVE ZERO TO WS-EchSecRetenu
    OPEN INPUT EchelleFile
    IF EchelleStatus = '00'
        PERFORM 5200-LIRE-ECHELLE THRU 5200-EXIT
            UNTIL EchelleStatus NOT = '00'
        CLOSE EchelleFile
    END-IF
    MOVE SPACES TO CertificatRecord
    IF WS-EchDateRetenue = ZERO
        STRING "Compte " DELIMITED BY SIZE
               WS-Compte DELIMITED BY SIZE
               " : aucune ligne d'échelle au décès" DELIMITED BY SIZE
          INTO CertificatRecord
    ELSE
        STRING "Compte " DELIMITED BY SIZE
               WS-Compte DELIMITED BY SIZE
               "  principal " DELIMITED BY SIZE
               WS-EchSolRetenu DELIMITED BY SIZE
               "  secondaire " DELIMITED BY SIZE
               WS-EchSecRetenu DELIMITED BY SIZE
               "  au " DELIMITED BY SIZE
               WS-EchDateRetenue DELIMITED BY SIZE
          INTO CertificatRecord
    END-IF
    WRITE CertificatRecord
    OPEN INPUT CatFile
    IF CatStatus = '00'
        PERFORM 5300-LIRE-CAT THRU 5300-EXIT
            UNTIL CatStatus NOT = '00'
        CLOSE CatFile
    END-IF
    OPEN INPUT PretFile
    IF PretStatus = '00'
        PERFORM 5400-LIRE-PRET THRU 5400-EXIT
            UNTIL PretStatus NOT = '00'
        CLOSE PretFile
    END-IF.
5100-EXIT.
    EXIT.

5200-LIRE-ECHELLE.
    READ EchelleFile
    IF EchelleStatus = '00'
        IF EchCompte = WS-Compte
            AND EchDate <= WS-DateDeces
            AND EchDate > WS-EchDateRetenue
            MOVE EchDate TO WS-EchDateRetenue
            MOVE EchSol TO WS-EchSolRetenu
            MOVE EchSolSec TO WS-EchSecRetenu
        END-IF
    END-IF.
5200-EXIT.
    EXIT.

5300-LIRE-CAT.
    READ CatFile
    IF CatStatus = '00'
        IF CatCompte = WS-Compte
            AND CatDateOuvert <= WS-DateDeces
            AND CatDateEcheance > WS-DateDeces
            MOVE SPACES TO CertificatRecord
            STRING "  compte à terme " DELIMITED BY SIZE
                   CatMontant DELIMITED BY SIZE
                   " taux " DELIMITED BY SIZE
                   CatTaux DELIMITED BY SIZE
                   " ouvert le " DELIMITED BY SIZE
                   CatDateOuvert DELIMITED BY SIZE
                   " échéance " DELIMITED BY SIZE
                   CatDateEcheance DELIMITED BY SIZE
              INTO CertificatRecord
            WRITE CertificatRecord
        END-IF
    END-IF.
5300-EXIT.
    EXIT.

5400-LIRE-PRET.
    READ PretFile
    IF PretStatus = '00'
        IF PrtCompte = WS-Compte
            AND PrtDateDebut <= WS-DateDeces
            AND (PrtStatut = 'A' OR PrtStatut = 'D')
            MOVE SPACES TO CertificatRecord
            STRING "  prêt " DELIMITED BY SIZE
                   PrtCapital DELIMITED BY SIZE
                   " du " DELIMITED BY SIZE
                   PrtDateDebut DELIMITED BY SIZE
                   " restant dû au " DELIMITED BY SIZE
                   WS-DateJour DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   PrtRestant DELIMITED BY SIZE
                   " statut " DELIMITED BY SIZE
                   PrtStatut DELIMITED BY SIZE
              INTO CertificatRecord
            WRITE CertificatRecord
        END-IF
    END-IF.
5400-EXIT.
    EXIT.

*> Levée du gel d'un compte qui survit au défunt (co-titulaire,
*> mandant du défunt mandataire) : le compte repasse actif; les
*> cartes bloquées se débloquent par GestionCartes et les
*> chéquiers opposés sont remplacés par GestionCarnets.
6000-LEVER-GEL.
    PERFORM 7100-CHOISIR-COMPTE THRU 7100-EXIT
    IF NOT CompteRetenu
        GO TO 6000-EXIT
    END-IF
    PERFORM 7200-SUPERVISEUR THRU 7200-EXIT
    IF NOT SuperviseurOK
        GO TO 6000-EXIT
    END-IF
    MOVE CptEtat TO WS-EtatAvant
    MOVE 'A' TO CptEtat
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur mise à jour du compte, statut ",
            WS-SaveStatus
        GO TO 6000-EXIT
    END-IF
    PERFORM 8100-JOURNALISER-ETAT THRU 8100-EXIT
    MOVE "LeveeGel" TO WS-EvenementSec
    MOVE "Succes" TO WS-ResultatSec
    MOVE WS-SupAutorisant TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec
    DISPLAY "Gel du compte ", WS-Compte, " levé par ",
        WS-SupAutorisant
    PERFORM 7300-CONTROLER-REGLEMENT THRU 7300-EXIT.
6000-EXIT.
    EXIT.

*> Règlement final d'un compte gelé : les comptes à terme encore en
*> cours sont remboursés par anticipation sur le solde principal,
*> puis les soldes sont remis en espèces (ou chèque de banque) au
*> notaire ou virés sur un compte de la banque, et le compte est
*> clôturé comme au guichet ("Cloture" / "ClotureSec").
6500-REGLER.
    PERFORM 7100-CHOISIR-COMPTE THRU 7100-EXIT
    IF NOT CompteRetenu
        GO TO 6500-EXIT
    END-IF
    PERFORM 6600-CUMULER-CHEQUES THRU 6600-EXIT
    IF WS-ChequesEnAttente > ZERO
        DISPLAY "Chèques en attente de bonne fin pour ",
            WS-ChequesEnAttente, ", règlement refusé"
        GO TO 6500-EXIT
    END-IF
    PERFORM 6700-COMPTER-PRETS THRU 6700-EXIT
    IF WS-NbPretsEnCours > ZERO
        DISPLAY "Prêts non soldés : ", WS-NbPretsEnCours,
            ", à solder par GestionPrets avant règlement"
        GO TO 6500-EXIT
    END-IF
    PERFORM 6800-CHARGER-CAT THRU 6800-EXIT
    IF TableTronquee
        DISPLAY "Plus de 200 comptes à terme, règlement refusé"
        GO TO 6500-EXIT
    END-IF
    PERFORM 7200-SUPERVISEUR THRU 7200-EXIT
    IF NOT SuperviseurOK
        GO TO 6500-EXIT
    END-IF
    MOVE ZERO TO WS-NbCatRembourses
    PERFORM 6810-REMBOURSER-UN-CAT THRU 6810-EXIT
        VARYING WS-IdxCat FROM 1 BY 1
        UNTIL WS-IdxCat > WS-NbCat
    IF WS-NbCatRembourses > ZERO
        PERFORM 6850-REECRIRE-CAT THRU 6850-EXIT
        DISPLAY "Comptes à terme remboursés : ", WS-NbCatRembourses
    END-IF
    DISPLAY "Solde principal : ", WS-Solde, " secondaire : ",
        WS-SoldeSec, " ", WS-Devise
    DISPLAY "Règlement : 1 = espèces ou chèque de banque, ",
        "2 = virement vers un compte de la banque"
    ACCEPT WS-ChoixReglement
    EVALUATE WS-ChoixReglement
        WHEN 1
            PERFORM 6900-SOLDER-LE-COMPTE THRU 6900-EXIT
        WHEN 2
            PERFORM 6950-REGLER-PAR-VIREMENT THRU 6950-EXIT
        WHEN OTHER
            DISPLAY "Choix invalide, règlement annulé"
    END-EVALUATE.
6500-EXIT.
    EXIT.

6600-CUMULER-CHEQUES.
    MOVE ZERO TO WS-ChequesEnAttente
    OPEN INPUT ChequeFile
    IF ChequeStatus NOT = '00'
        GO TO 6600-EXIT
    END-IF
    PERFORM 6610-CUMULER-UN-CHEQUE THRU 6610-EXIT
        UNTIL ChequeStatus NOT = '00'
    CLOSE ChequeFile.
6600-EXIT.
    EXIT.

6610-CUMULER-UN-CHEQUE.
    READ ChequeFile
    IF ChequeStatus = '00'
        IF ChqCompte = WS-Compte AND ChqStatut = 'H'
            MOVE ChqMontant TO WS-ChqMontant
            ADD WS-ChqMontant TO WS-ChequesEnAttente
        END-IF
    END-IF.
6610-EXIT.
    EXIT.

6700-COMPTER-PRETS.
    MOVE ZERO TO WS-NbPretsEnCours
    OPEN INPUT PretFile
    IF PretStatus NOT = '00'
        GO TO 6700-EXIT
    END-IF
    PERFORM 6710-COMPTER-UN-PRET THRU 6710-EXIT
        UNTIL PretStatus NOT = '00'
    CLOSE PretFile.
6700-EXIT.
    EXIT.

6710-COMPTER-UN-PRET.
    READ PretFile
    IF PretStatus = '00'
        IF PrtCompte = WS-Compte
            AND (PrtStatut = 'A' OR PrtStatut = 'D')
            ADD 1 TO WS-NbPretsEnCours
        END-IF
    END-IF.
6710-EXIT.
    EXIT.

6800-CHARGER-CAT.
    MOVE ZERO TO WS-NbCat
    MOVE 'N' TO WS-TableTronquee
    OPEN INPUT CatFile
    IF CatStatus NOT = '00'
        GO TO 6800-EXIT
    END-IF
    PERFORM 6805-LIRE-CAT THRU 6805-EXIT
        UNTIL CatStatus NOT = '00' OR TableTronquee
    CLOSE CatFile.
6800-EXIT.
    EXIT.

6805-LIRE-CAT.
    READ CatFile
    IF CatStatus = '00'
        IF WS-NbCat >= 200
            MOVE 'O' TO WS-TableTronquee
        ELSE
            ADD 1 TO WS-NbCat
            MOVE CompteTermeRecord TO WS-CatLigne(WS-NbCat)
        END-IF
    END-IF.
6805-EXIT.
    EXIT.

6810-REMBOURSER-UN-CAT.
    MOVE WS-CatLigne(WS-IdxCat) TO CompteTermeRecord
    IF CatCompte NOT = WS-Compte OR CatStatut NOT = 'A'
        GO TO 6810-EXIT
    END-IF
    MOVE CatMontant TO WS-Montant
    COMPUTE WS-Solde = WS-Solde + WS-Montant
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        SUBTRACT WS-Montant FROM WS-Solde
        DISPLAY "Erreur sauvegarde compte, statut ", WS-SaveStatus,
            ", compte à terme non remboursé"
        GO TO 6810-EXIT
    END-IF
    MOVE "CatRembour" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE 'R' TO CatStatut
    MOVE CompteTermeRecord TO WS-CatLigne(WS-IdxCat)
    ADD 1 TO WS-NbCatRembourses.
6810-EXIT.
    EXIT.

6850-REECRIRE-CAT.
    OPEN OUTPUT CatFile
    IF CatStatus NOT = '00'
        DISPLAY "Erreur réécriture comptesterme.txt, statut ",
            CatStatus
        GO TO 6850-EXIT
    END-IF
    PERFORM 6855-ECRIRE-CAT THRU 6855-EXIT
        VARYING WS-IdxCat FROM 1 BY 1
        UNTIL WS-IdxCat > WS-NbCat
    CLOSE CatFile.
6850-EXIT.
    EXIT.

6855-ECRIRE-CAT.
    MOVE WS-CatLigne(WS-IdxCat) TO CompteTermeRecord
    WRITE CompteTermeRecord.
6855-EXIT.
    EXIT.

6900-SOLDER-LE-COMPTE.
    MOVE WS-Solde TO WS-Montant
    MOVE ZERO TO WS-Solde
    MOVE "Cloture" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE WS-SoldeSec TO WS-Montant
    MOVE ZERO TO WS-SoldeSec
    MOVE "ClotureSec" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-SoldeSec, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE CptEtat TO WS-EtatAvant
    MOVE 'C' TO CptEtat
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde clôture, statut ", WS-SaveStatus
        GO TO 6900-EXIT
    END-IF
    PERFORM 8100-JOURNALISER-ETAT THRU 8100-EXIT
    MOVE "RegSucces" TO WS-EvenementSec
    MOVE "Succes" TO WS-ResultatSec
    MOVE WS-SupAutorisant TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec
    DISPLAY "Compte ", WS-Compte, " réglé et clôturé, autorisé par ",
        WS-SupAutorisant
    PERFORM 7300-CONTROLER-REGLEMENT THRU 7300-EXIT.
6900-EXIT.
    EXIT.

*> Règlement par virement : le solde secondaire revient d'abord
*> sur le principal ("RetEparg"), qui part en "Virement" vers le
*> compte destinataire ("VirRecu"); le compte, alors à zéro, est
*> clôturé par 6900 avec des mouvements de clôture à zéro.
6950-REGLER-PAR-VIREMENT.
    DISPLAY "Compte destinataire des fonds (héritier ou notaire) :"
    ACCEPT WS-CompteDest
    IF WS-CompteDest = WS-Compte
        DISPLAY "Compte destinataire invalide, règlement annulé"
        GO TO 6950-EXIT
    END-IF
    CALL 'ReadSolde' USING WS-CompteDest, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptDExtension, RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte destinataire introuvable, règlement annulé"
        GO TO 6950-EXIT
    END-IF
    IF CptDCloture
        DISPLAY "Compte destinataire clôturé, règlement annulé"
        GO TO 6950-EXIT
    END-IF
    IF WS-DeviseDest NOT = WS-Devise
        DISPLAY "Devises différentes, règlement annulé"
        GO TO 6950-EXIT
    END-IF
    COMPUTE WS-SoldeDest = WS-SoldeDest + WS-Solde + WS-SoldeSec
    CALL 'SaveSolde' USING WS-CompteDest, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptDExtension, WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde destinataire, règlement annulé"
        GO TO 6950-EXIT
    END-IF
    IF WS-SoldeSec > ZERO
        MOVE WS-SoldeSec TO WS-Montant
        ADD WS-SoldeSec TO WS-Solde
        MOVE ZERO TO WS-SoldeSec
        MOVE "RetEparg" TO WS-Action
        CALL 'SaveTransaction' USING WS-Compte, WS-Montant,
            WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
            WS-Operateur, WS-DateValeurMvt
    END-IF
    IF WS-Solde > ZERO
        MOVE WS-Solde TO WS-Montant
        MOVE ZERO TO WS-Solde
        MOVE "Virement" TO WS-Action
        CALL 'SaveTransaction' USING WS-Compte, WS-Montant,
            WS-Action, WS-Solde, WS-Devise, WS-CompteDest,
            WS-Operateur, WS-DateValeurMvt
        MOVE "VirRecu" TO WS-Action
        CALL 'SaveTransaction' USING WS-CompteDest, WS-Montant,
            WS-Action, WS-SoldeDest, WS-DeviseDest, WS-Compte,
            WS-Operateur, WS-DateValeurMvt
    END-IF
    PERFORM 6900-SOLDER-LE-COMPTE THRU 6900-EXIT.
6950-EXIT.
    EXIT.

*> Comptes de la succession : tout compte de mandats.txt où le
*> client figure (titulaire, co-titulaire ou mandataire) et tout
*> compte de solde.txt dont il est le titulaire unique SolClient.
7000-RECENSER-COMPTES.
    MOVE ZERO TO WS-NbComptesSucc
    OPEN INPUT MandatFile
    IF MandatStatus = '00'
        PERFORM 7010-LIRE-MANDAT THRU 7010-EXIT
            UNTIL MandatStatus NOT = '00'
        CLOSE MandatFile
    END-IF
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        GO TO 7000-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus NOT = '00'
        CLOSE SoldeFile
        GO TO 7000-EXIT
    END-IF
    MOVE 'N' TO WS-FinFichier
    PERFORM 7020-LIRE-SOLDE THRU 7020-EXIT
        UNTIL FinFichier
    CLOSE SoldeFile.
7000-EXIT.
    EXIT.

7010-LIRE-MANDAT.
    READ MandatFile
    IF MandatStatus = '00'
        IF ManClient = WS-Client
            MOVE ManCompte TO WS-CompteAjoute
            PERFORM 7050-AJOUTER-COMPTE THRU 7050-EXIT
        END-IF
    END-IF.
7010-EXIT.
    EXIT.

7020-LIRE-SOLDE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
    ELSE
        IF SolClient = WS-Client
            MOVE NumCompte TO WS-CompteAjoute
            PERFORM 7050-AJOUTER-COMPTE THRU 7050-EXIT
        END-IF
    END-IF.
7020-EXIT.
    EXIT.

7050-AJOUTER-COMPTE.
    PERFORM 7060-CHERCHER-COMPTE THRU 7060-EXIT
    IF WS-IdxCptTrouve NOT = ZERO
        GO TO 7050-EXIT
    END-IF
    IF WS-NbComptesSucc >= 50
        DISPLAY "Plus de 50 comptes pour le client, compte ",
            WS-CompteAjoute, " à traiter séparément"
        GO TO 7050-EXIT
    END-IF
    ADD 1 TO WS-NbComptesSucc
    MOVE WS-CompteAjoute TO WS-CompteSucc(WS-NbComptesSucc).
7050-EXIT.
    EXIT.

7060-CHERCHER-COMPTE.
    MOVE ZERO TO WS-IdxCptTrouve
    PERFORM 7070-COMPARER-COMPTE THRU 7070-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptesSucc
        OR WS-IdxCptTrouve NOT = ZERO.
7060-EXIT.
    EXIT.

7070-COMPARER-COMPTE.
    IF WS-CompteSucc(WS-IdxCpt) = WS-CompteAjoute
        MOVE WS-IdxCpt TO WS-IdxCptTrouve
    END-IF.
7070-EXIT.
    EXIT.

*> Le compte doit appartenir à une succession ouverte et être gelé.
7100-CHOISIR-COMPTE.
    MOVE 'N' TO WS-CompteRetenu
    IF TableSaturee
        DISPLAY "Table saturée, opération refusée"
        GO TO 7100-EXIT
    END-IF
    DISPLAY "Numéro du client décédé :"
    ACCEPT WS-Client
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Aucun dossier de succession pour le client ",
            WS-Client
        GO TO 7100-EXIT
    END-IF
    MOVE WS-SucLigne(WS-IdxTrouve) TO SuccessionRecord
    IF NOT SucOuverte
        DISPLAY "Succession réglée le ", SucDateMaj
        GO TO 7100-EXIT
    END-IF
    PERFORM 7000-RECENSER-COMPTES THRU 7000-EXIT
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    MOVE WS-Compte TO WS-CompteAjoute
    PERFORM 7060-CHERCHER-COMPTE THRU 7060-EXIT
    IF WS-IdxCptTrouve = ZERO
        DISPLAY "Compte ", WS-Compte, " hors de la succession"
        GO TO 7100-EXIT
    END-IF
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, statut ",
            RdStatus
        GO TO 7100-EXIT
    END-IF
    IF NOT CptSuccession
        DISPLAY "Compte ", WS-Compte, " non gelé"
        GO TO 7100-EXIT
    END-IF
    MOVE 'O' TO WS-CompteRetenu.
7100-EXIT.
    EXIT.

7200-SUPERVISEUR.
    MOVE 'N' TO WS-SupOK
    DISPLAY "Code superviseur :"
    ACCEPT WS-CodeSuperviseur
    CALL 'VerifSuperviseur' USING WS-CodeSuperviseur,
        WS-SupAutorisant, WS-SupStatus
    IF WS-SupStatus NOT = '00'
        DISPLAY "Code superviseur incorrect, opération refusée"
        MOVE "EchecSup" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
        GO TO 7200-EXIT
    END-IF
    MOVE 'O' TO WS-SupOK.
7200-EXIT.
    EXIT.

*> Le dossier passe réglé quand plus aucun de ses comptes n'est
*> gelé; successions.txt est réécrit aussitôt.
7300-CONTROLER-REGLEMENT.
    MOVE ZERO TO WS-NbEncoreGeles
    PERFORM 7310-EXAMINER-GEL THRU 7310-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptesSucc
    IF WS-NbEncoreGeles > ZERO
        DISPLAY "Comptes encore gelés dans la succession : ",
            WS-NbEncoreGeles
        GO TO 7300-EXIT
    END-IF
    MOVE WS-SucLigne(WS-IdxTrouve) TO SuccessionRecord
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    MOVE 'R' TO SucStatut
    MOVE WS-DateJour TO SucDateMaj
    MOVE WS-Operateur TO SucAgent
    MOVE SuccessionRecord TO WS-SucLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        GO TO 7300-EXIT
    END-IF
    MOVE SuccessionRecord TO WS-SucLigne(WS-IdxTrouve)
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    DISPLAY "Succession du client ", WS-Client, " réglée".
7300-EXIT.
    EXIT.

7310-EXAMINER-GEL.
    MOVE WS-CompteSucc(WS-IdxCpt) TO WS-CompteAjoute
    CALL 'ReadSolde' USING WS-CompteAjoute, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptDExtension, RdStatus
    IF RdStatus = '00' AND CptDSuccession
        ADD 1 TO WS-NbEncoreGeles
    END-IF.
7310-EXIT.
    EXIT.

*> Image journalisée du dossier : client, date du décès, statut,
*> notaire.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING SucClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SucDateDeces DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SucStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SucNotaire DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

*> Changement d'état du compte journalisé sur solde.txt.
8100-JOURNALISER-ETAT.
    MOVE SPACES TO WS-AvantMaint
    STRING WS-Compte DELIMITED BY SIZE
           " etat " DELIMITED BY SIZE
           WS-EtatAvant DELIMITED BY SIZE
      INTO WS-AvantMaint
    MOVE SPACES TO WS-ApresMaint
    STRING WS-Compte DELIMITED BY SIZE
           " etat " DELIMITED BY SIZE
           CptEtat DELIMITED BY SIZE
           " succession " DELIMITED BY SIZE
           WS-Client DELIMITED BY SIZE
      INTO WS-ApresMaint
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierSolde,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
8100-EXIT.
    EXIT.

9000-REECRIRE.
    MOVE 'N' TO WS-Reecrit
    OPEN OUTPUT SuccessionFile
    IF SuccessionStatus NOT = '00'
        DISPLAY "Erreur réécriture successions.txt, statut ",
            SuccessionStatus
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxSuc FROM 1 BY 1
        UNTIL WS-IdxSuc > WS-NbCharges
    CLOSE SuccessionFile
    MOVE 'O' TO WS-Reecrit.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-SucLigne(WS-IdxSuc) TO SuccessionRecord
    WRITE SuccessionRecord.
9100-EXIT.
    EXIT.
