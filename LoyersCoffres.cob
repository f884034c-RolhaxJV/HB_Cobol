IDENTIFICATION DIVISION.
PROGRAM-ID. LoyersCoffres.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Réécriture de coffres-loues.txt sur son propre
*>                 indice : elle remettait à la fin l'indice de la
*>                 boucle des coffres, si bien qu'un seul coffre
*>                 était prélevé ou bloqué par clôture. La ligne du
*>                 coffre traité est rechargée après la réécriture
*>                 (trace securite.txt sur le bon compte).
*> 2026-10-15  SI  Création - loyers des coffres-forts loués
*>                 (coffres-loues.txt) : chaque coffre loué dont
*>                 l'échéance est atteinte à la date comptable voit
*>                 son loyer annuel au barème tarifs.txt de sa
*>                 taille ("CoffreP" / "CoffreM" / "CoffreG", ligne
*>                 du produit du compte prioritaire) prélevé sur le
*>                 compte locataire ("LoyerCof" par SaveSolde /
*>                 SaveTransaction) et son échéance avancée d'un
*>                 an. Un loyer non prélevable (solde insuffisant
*>                 au-dessus du plancher, compte clos, gelé ou
*>                 introuvable) bloque l'accès au coffre (statut
*>                 'B', trace securite.txt); il est représenté à
*>                 chaque clôture et le prélèvement réussi rétablit
*>                 l'accès. Les coffres en impayé sont listés dans
*>                 coffres-impayes.rpt pour le recouvrement. Le
*>                 registre est réécrit après chaque coffre traité
*>                 : une relance après incident ne prélève pas deux
*>                 fois. Rien n'est prélevé quand le chargement
*>                 sature la table (2000) : la réécriture aurait
*>                 tronqué coffres-loues.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LocationFile ASSIGN TO 'coffres-loues.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LocationStatus.
    SELECT RapportFile ASSIGN TO 'coffres-impayes.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD LocationFile.
COPY LOCCOFREC.

FD RapportFile.
01 RapportRecord PIC X(120).

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 LocationStatus     PIC X(02).
01 RapportStatus      PIC X(02).
01 DateComptaStatus   PIC X(02).
01 RdStatus           PIC X(02).
01 WS-SaveStatus      PIC X(02).
01 WS-DateJour        PIC 9(08).
*> Loyer annuel de la taille : ligne "CoffreP" / "CoffreM" /
*> "CoffreG" du barème.
01 WS-OperationTarif.
   05 FILLER          PIC X(06) VALUE "Coffre".
   05 WS-TailleTarif  PIC X(01).
   05 FILLER          PIC X(03) VALUE SPACES.
01 WS-Loyer           PIC 9(07)V99.
01 WS-PourcentTarif   PIC 9(02)V9(04).
01 WS-ImpayeConnu     PIC 9(07)V99.
01 WS-TarifStatus     PIC X(02).
01 WS-Solde           PIC 9(07)V99.
01 WS-SoldeSec        PIC 9(07)V99.
01 WS-SoldeMin        PIC 9(07)V99.
01 WS-SoldePin        PIC 9(04).
01 WS-Devise          PIC X(03).
COPY COMPTEXT.
01 WS-Action          PIC X(10) VALUE "LoyerCof".
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt   PIC 9(08) VALUE ZERO.
01 WS-Operateur       PIC X(04) VALUE "BATC".
01 WS-MotifImpaye     PIC X(30).
*> Echéance suivante : même jour et même mois l'année d'après,
*> un 29 février devenant 28 février.
01 WS-Echeance.
   05 WS-EchAnnee     PIC 9(04).
   05 WS-EchMoisJour  PIC 9(04).
01 WS-EcheanceN REDEFINES WS-Echeance PIC 9(08).
01 WS-NomClient       PIC X(30).
01 WS-AdresseClient   PIC X(40).
01 WS-TelClient       PIC X(15).
01 WS-ClientStatus    PIC X(02).
01 WS-EvenementSec    PIC X(12).
01 WS-ResultatSec     PIC X(08).
01 WS-DetailSec       PIC X(08).
01 WS-NbCoffres       PIC 9(06) VALUE ZERO.
01 WS-NbEchus         PIC 9(06) VALUE ZERO.
01 WS-NbPreleves      PIC 9(06) VALUE ZERO.
01 WS-NbBloques       PIC 9(06) VALUE ZERO.
01 WS-NbRetablis      PIC 9(06) VALUE ZERO.
01 WS-NbImpayes       PIC 9(06) VALUE ZERO.
01 WS-TotalLoyers     PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-TotalImpayes    PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-MontantAff      PIC -(08)9.99.
01 WS-IdxLoc          PIC 9(04) COMP.
01 WS-IdxEcr          PIC 9(04) COMP.
01 WS-TableCoffres.
   05 WS-LocLigne OCCURS 2000 PIC X(105).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-RegistreLu   PIC X(01) VALUE 'N'.
      88 RegistreLu   VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Loyers des coffres-forts"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF RegistreLu AND NOT TableSaturee
        PERFORM 2000-TRAITER-COFFRE THRU 2000-EXIT
            VARYING WS-IdxLoc FROM 1 BY 1
            UNTIL WS-IdxLoc > WS-NbCoffres
        PERFORM 3000-LISTER-IMPAYES THRU 3000-EXIT
    END-IF
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

*> Le programme peut être appelé plusieurs fois dans la même
*> chaîne : compteurs et indicateurs sont remis à zéro.
1000-INITIALISATION.
    MOVE ZERO TO WS-NbCoffres
    MOVE ZERO TO WS-NbEchus
    MOVE ZERO TO WS-NbPreleves
    MOVE ZERO TO WS-NbBloques
    MOVE ZERO TO WS-NbRetablis
    MOVE ZERO TO WS-NbImpayes
    MOVE ZERO TO WS-TotalLoyers
    MOVE ZERO TO WS-TotalImpayes
    MOVE 'N' TO WS-TableSaturee
    MOVE 'N' TO WS-RegistreLu
    MOVE 'N' TO WS-RapportOuvert
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
    OPEN INPUT LocationFile
    IF LocationStatus NOT = '00'
        IF LocationStatus NOT = '35'
            DISPLAY "Coffres-loues.txt illisible, statut ",
                LocationStatus
        ELSE
            DISPLAY "Aucun coffre-fort au parc"
        END-IF
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-CHARGER-UN THRU 1100-EXIT
        UNTIL LocationStatus NOT = '00' OR TableSaturee
    CLOSE LocationFile
    MOVE 'O' TO WS-RegistreLu
    IF TableSaturee
        DISPLAY "Table des coffres saturée (2000), aucun loyer ",
            "prélevé pour ne pas tronquer coffres-loues.txt"
    END-IF.
1000-EXIT.
    EXIT.

1100-CHARGER-UN.
    READ LocationFile
    IF LocationStatus = '00'
        IF WS-NbCoffres >= 2000
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCoffres
            MOVE LocationCoffreRecord TO WS-LocLigne(WS-NbCoffres)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

*> Un loyer par coffre et par clôture : un coffre en retard de
*> plusieurs années rattrape une année à chaque passage.
2000-TRAITER-COFFRE.
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord
    IF NOT LocLoue AND NOT LocBloque
        GO TO 2000-EXIT
    END-IF
    IF LocEcheance > WS-DateJour
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-NbEchus
    MOVE SPACES TO WS-MotifImpaye
    CALL 'ReadSolde' USING LocCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        MOVE "compte introuvable ou clos" TO WS-MotifImpaye
        MOVE SPACES TO CptProduit
    END-IF
    MOVE LocTaille TO WS-TailleTarif
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        CptProduit, WS-Loyer, WS-PourcentTarif, WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        DISPLAY "Coffre ", LocCoffre, " : aucune ligne ",
            WS-OperationTarif, " au barème, loyer non prélevé"
        GO TO 2000-EXIT
    END-IF
    IF WS-MotifImpaye = SPACES AND CptSuccession
        MOVE "compte gelé (succession)" TO WS-MotifImpaye
    END-IF
    IF WS-MotifImpaye = SPACES
        AND WS-Loyer + WS-SoldeMin > WS-Solde
        MOVE "solde insuffisant" TO WS-MotifImpaye
    END-IF
    IF WS-MotifImpaye = SPACES
        PERFORM 2100-PRELEVER THRU 2100-EXIT
    ELSE
        PERFORM 2200-BLOQUER THRU 2200-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2100-PRELEVER.
    COMPUTE WS-Solde = WS-Solde - WS-Loyer
    CALL 'SaveSolde' USING LocCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur prélèvement loyer, coffre ", LocCoffre,
            " compte ", LocCompte, ", statut ", WS-SaveStatus
        GO TO 2100-EXIT
    END-IF
    CALL 'SaveTransaction' USING LocCompte, WS-Loyer, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    ADD 1 TO WS-NbPreleves
    ADD WS-Loyer TO WS-TotalLoyers
    DISPLAY "Coffre ", LocCoffre, " : loyer de ", WS-Loyer,
        " prélevé sur le compte ", LocCompte
    IF LocBloque
        ADD 1 TO WS-NbRetablis
        DISPLAY "Coffre ", LocCoffre, " : accès rétabli"
        MOVE "AccesCoffre" TO WS-EvenementSec
        MOVE "Retabli" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING LocCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF
    MOVE LocEcheance TO WS-EcheanceN
    ADD 1 TO WS-EchAnnee
    IF WS-EchMoisJour = 0229
        MOVE 0228 TO WS-EchMoisJour
    END-IF
    MOVE WS-EcheanceN TO LocEcheance
    MOVE 'L' TO LocStatut
    MOVE ZERO TO LocImpaye
    MOVE ZERO TO LocDateImpaye
    MOVE WS-DateJour TO LocDateMaj
    MOVE WS-Operateur TO LocAgent
    PERFORM 2900-ENREGISTRER THRU 2900-EXIT.
2100-EXIT.
    EXIT.

*> Premier impayé d'une échéance : accès bloqué et date retenue
*> pour le recouvrement; un coffre déjà bloqué reste en l'état.
2200-BLOQUER.
    DISPLAY "Coffre ", LocCoffre, " : loyer de ", WS-Loyer,
        " non prélevé, ", WS-MotifImpaye
    IF LocBloque
        MOVE LocImpaye TO WS-ImpayeConnu
        IF WS-ImpayeConnu NOT = WS-Loyer
            MOVE WS-Loyer TO LocImpaye
            PERFORM 2900-ENREGISTRER THRU 2900-EXIT
        END-IF
        GO TO 2200-EXIT
    END-IF
    ADD 1 TO WS-NbBloques
    MOVE 'B' TO LocStatut
    MOVE WS-Loyer TO LocImpaye
    MOVE LocEcheance TO LocDateImpaye
    MOVE WS-DateJour TO LocDateMaj
    MOVE WS-Operateur TO LocAgent
    PERFORM 2900-ENREGISTRER THRU 2900-EXIT
    MOVE "BlocCoffre" TO WS-EvenementSec
    MOVE "Impaye" TO WS-ResultatSec
    MOVE WS-Operateur TO WS-DetailSec
    CALL 'SaveSecurite' USING LocCompte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec.
2200-EXIT.
    EXIT.

*> Le coffre modifié remplace sa ligne et le registre est réécrit
*> aussitôt, avant le coffre suivant.
2900-ENREGISTRER.
    MOVE LocationCoffreRecord TO WS-LocLigne(WS-IdxLoc)
    OPEN OUTPUT LocationFile
    IF LocationStatus NOT = '00'
        DISPLAY "Erreur réécriture coffres-loues.txt, statut ",
            LocationStatus
        GO TO 2900-EXIT
    END-IF
    PERFORM 2910-ECRIRE-UN THRU 2910-EXIT
        VARYING WS-IdxEcr FROM 1 BY 1
        UNTIL WS-IdxEcr > WS-NbCoffres
    CLOSE LocationFile
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord.
2900-EXIT.
    EXIT.

2910-ECRIRE-UN.
    MOVE WS-LocLigne(WS-IdxEcr) TO LocationCoffreRecord
    WRITE LocationCoffreRecord.
2910-EXIT.
    EXIT.

3000-LISTER-IMPAYES.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création coffres-impayes.rpt, statut ",
            RapportStatus
        GO TO 3000-EXIT
    END-IF
    MOVE 'O' TO WS-RapportOuvert
    MOVE SPACES TO RapportRecord
    STRING "Coffres-forts en loyer impayé au " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE "Coffre T Compte    Titulaire                       Impayé"
      & "        Depuis" TO RapportRecord
    WRITE RapportRecord
    PERFORM 3100-LIGNE-IMPAYE THRU 3100-EXIT
        VARYING WS-IdxLoc FROM 1 BY 1
        UNTIL WS-IdxLoc > WS-NbCoffres
    MOVE WS-TotalImpayes TO WS-MontantAff
    MOVE SPACES TO RapportRecord
    STRING "Coffres bloqués : " DELIMITED BY SIZE
           WS-NbImpayes DELIMITED BY SIZE
           "   Total impayé : " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
3000-EXIT.
    EXIT.

3100-LIGNE-IMPAYE.
    MOVE WS-LocLigne(WS-IdxLoc) TO LocationCoffreRecord
    IF NOT LocBloque
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbImpayes
    MOVE LocImpaye TO WS-Loyer
    ADD WS-Loyer TO WS-TotalImpayes
    MOVE "(client introuvable)" TO WS-NomClient
    CALL 'ReadClient' USING LocTitulaire(1), WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        MOVE "(client introuvable)" TO WS-NomClient
    END-IF
    MOVE SPACES TO RapportRecord
    STRING LocCoffre DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocTaille DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LocCompte DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LocImpaye DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LocDateImpaye DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
3100-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Coffres en impayé : coffres-impayes.rpt"
    END-IF
    MOVE WS-TotalLoyers TO WS-MontantAff
    DISPLAY "Coffres au registre    : ", WS-NbCoffres
    DISPLAY "Loyers échus           : ", WS-NbEchus
    DISPLAY "Loyers prélevés        : ", WS-NbPreleves,
        " pour ", WS-MontantAff
    DISPLAY "Accès rétablis         : ", WS-NbRetablis
    DISPLAY "Nouveaux blocages      : ", WS-NbBloques
    IF WS-NbImpayes > ZERO
        DISPLAY "ATTENTION : ", WS-NbImpayes, " coffre(s) bloqué(s) ",
            "pour loyer impayé, voir coffres-impayes.rpt"
    END-IF
    DISPLAY "Fin des loyers des coffres-forts".
9999-EXIT.
    EXIT.
