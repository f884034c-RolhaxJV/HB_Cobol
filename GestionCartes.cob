IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCartes.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien du registre des cartes de
*>                 paiement (cartes.txt) : liste des cartes d'un
*>                 compte, émission d'une carte sur un compte
*>                 ouvert de solde.txt pour un client porteur de
*>                 client.txt (numéro masqué, validité trois ans,
*>                 plafond de retrait journalier), renouvellement
*>                 (trois ans de plus, plafond modifiable), blocage
*>                 temporaire ou déclaration de perte / vol, levée
*>                 d'un blocage temporaire. Un changement de statut
*>                 est écrit sur-le-champ (le réseau doit voir le
*>                 blocage à la demande suivante), journalisé dans
*>                 maintenance.txt via SaveMaintenance et, pour les
*>                 blocages et levées, tracé dans securite.txt.
*>                 Gestes refusés quand le chargement sature la
*>                 table (2000) : la réécriture aurait tronqué
*>                 cartes.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CarteFile ASSIGN TO 'cartes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CarteStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD CarteFile.
COPY CARTEREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 CarteStatus       PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Client         PIC 9(08).
01 WS-NumeroCarte    PIC 9(10).
01 WS-DernierNumero  PIC 9(10) VALUE ZERO.
01 WS-Bin            PIC X(06).
01 WS-Fin4           PIC X(04).
01 WS-Plafond        PIC 9(07)V99.
01 WS-Motif          PIC X(01).
01 WS-LibelleStatut  PIC X(20).
*> Mois d'expiration AAAAMM : trois ans de validité.
01 WS-Expiration.
   05 WS-ExpAnnee    PIC 9(04).
   05 WS-ExpMois     PIC 9(02).
01 WS-ExpirationN REDEFINES WS-Expiration PIC 9(06).
01 WS-DureeValidite  PIC 9(02) VALUE 3.
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
01 WS-FichierMaint   PIC X(20) VALUE "cartes.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-LigneAvant     PIC X(82).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxCrt         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-NbCompte       PIC 9(04) VALUE ZERO.
01 WS-TableCartes.
   05 WS-CrtLigne OCCURS 2000 PIC X(82).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-Reecrit     PIC X(01) VALUE 'N'.
      88 Reecrit     VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien des cartes de paiement"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 6
    DISPLAY "Fin de l'entretien des cartes de paiement"
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
    OPEN INPUT CarteFile
    IF CarteStatus NOT = '00'
        IF CarteStatus NOT = '35'
            DISPLAY "Cartes.txt illisible, statut ", CarteStatus
        ELSE
            DISPLAY "Aucune carte de paiement enregistrée"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL CarteStatus NOT = '00' OR TableSaturee
        CLOSE CarteFile
        DISPLAY "Cartes chargées : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ CarteFile
    IF CarteStatus = '00'
        IF WS-NbCharges >= 2000
            DISPLAY "Table des cartes saturée (2000), gestes ",
                "refusés pour ne pas tronquer cartes.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE CarteRecord TO WS-CrtLigne(WS-NbCharges)
            IF CrtNumero > WS-DernierNumero
                MOVE CrtNumero TO WS-DernierNumero
            END-IF
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les cartes d'un compte"
    DISPLAY "2. Emettre une carte"
    DISPLAY "3. Renouveler une carte"
    DISPLAY "4. Bloquer une carte ou la déclarer perdue / volée"
    DISPLAY "5. Lever le blocage temporaire d'une carte"
    DISPLAY "6. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-EMETTRE THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-RENOUVELER THRU 5000-EXIT
        WHEN 4
            PERFORM 6000-BLOQUER THRU 6000-EXIT
        WHEN 5
            PERFORM 6500-DEBLOQUER THRU 6500-EXIT
        WHEN 6
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 6 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    MOVE ZERO TO WS-NbCompte
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCharges
    IF WS-NbCompte = ZERO
        DISPLAY "Aucune carte pour le compte ", WS-Compte
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    IF CrtCompte = WS-Compte
        ADD 1 TO WS-NbCompte
        PERFORM 3200-LIBELLE-STATUT THRU 3200-EXIT
        DISPLAY CrtNumero, " ", CrtPanMasque, " porteur ",
            CrtClient, " expire ", CrtDateExpiration, " ",
            WS-LibelleStatut, " plafond ", CrtPlafond
    END-IF.
3100-EXIT.
    EXIT.

3200-LIBELLE-STATUT.
    EVALUATE TRUE
        WHEN CrtActive
            MOVE "active" TO WS-LibelleStatut
        WHEN CrtBloquee
            MOVE "bloquée" TO WS-LibelleStatut
        WHEN CrtPerdueVolee
            MOVE "perdue / volée" TO WS-LibelleStatut
        WHEN CrtExpiree
            MOVE "expirée" TO WS-LibelleStatut
        WHEN OTHER
            MOVE "statut inconnu" TO WS-LibelleStatut
    END-EVALUATE.
3200-EXIT.
    EXIT.

*> Le numéro interne suit le plus grand numéro chargé : une table
*> saturée ne le connaît pas, l'émission est alors refusée.
4000-EMETTRE.
    IF TableSaturee
        DISPLAY "Table saturée, émission refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de compte débité :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte ", WS-Compte, " inconnu ou clos, carte ",
            "non émise"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Client porteur (0 = titulaire du compte) :"
    ACCEPT WS-Client
    IF WS-Client = ZERO
        MOVE CptClient TO WS-Client
    END-IF
    IF WS-Client = ZERO
        DISPLAY "Compte sans client titulaire, porteur à saisir"
        GO TO 4000-EXIT
    END-IF
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-Client, " inconnu, carte non émise"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Six premiers chiffres de la carte :"
    ACCEPT WS-Bin
    DISPLAY "Quatre derniers chiffres de la carte :"
    ACCEPT WS-Fin4
    IF WS-Bin IS NOT NUMERIC OR WS-Fin4 IS NOT NUMERIC
        DISPLAY "Numéro de carte invalide, carte non émise"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Plafond de retrait journalier (0 = plafond du ",
        "compte) :"
    ACCEPT WS-Plafond
    IF WS-Plafond = ZERO
        MOVE CptPlafRetJour TO WS-Plafond
    END-IF
    MOVE WS-DateJour(1:6) TO WS-ExpirationN
    ADD WS-DureeValidite TO WS-ExpAnnee
    OPEN EXTEND CarteFile
    IF CarteStatus = '35'
        OPEN OUTPUT CarteFile
    END-IF
    IF CarteStatus NOT = '00'
        DISPLAY "Erreur ouverture cartes.txt, statut ", CarteStatus
        GO TO 4000-EXIT
    END-IF
    ADD 1 TO WS-DernierNumero
    MOVE WS-DernierNumero TO CrtNumero
    MOVE SPACES TO CrtPanMasque
    STRING WS-Bin DELIMITED BY SIZE
           "******" DELIMITED BY SIZE
           WS-Fin4 DELIMITED BY SIZE
      INTO CrtPanMasque
    MOVE WS-Compte TO CrtCompte
    MOVE WS-Client TO CrtClient
    MOVE WS-DateJour TO CrtDateEmission
    MOVE WS-ExpirationN TO CrtDateExpiration
    MOVE 'A' TO CrtStatut
    MOVE WS-Plafond TO CrtPlafond
    MOVE WS-DateJour TO CrtDateMaj
    MOVE WS-Operateur TO CrtAgent
    WRITE CarteRecord
    IF CarteStatus = '00'
        DISPLAY "Carte ", CrtNumero, " ", CrtPanMasque,
            " émise pour ", WS-NomClient, ", expire ",
            CrtDateExpiration
        ADD 1 TO WS-NbCharges
        MOVE CarteRecord TO WS-CrtLigne(WS-NbCharges)
        CLOSE CarteFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 7000-IMAGE THRU 7000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture carte, statut ", CarteStatus
        SUBTRACT 1 FROM WS-DernierNumero
        CLOSE CarteFile
    END-IF.
4000-EXIT.
    EXIT.

*> Une carte perdue, volée ou bloquée ne se renouvelle pas : la
*> première se remplace par une nouvelle émission, la seconde
*> doit d'abord être débloquée. Les trois ans partent de
*> l'expiration en cours, ou du mois comptable si elle est passée.
5000-RENOUVELER.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 5000-EXIT
    END-IF
    IF CrtPerdueVolee OR CrtBloquee
        DISPLAY "Carte bloquée, perdue ou volée, renouvellement ",
            "refusé"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Nouveau plafond de retrait journalier (0 = ",
        "inchangé) :"
    ACCEPT WS-Plafond
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    IF CrtDateExpiration < WS-DateJour(1:6)
        MOVE WS-DateJour(1:6) TO WS-ExpirationN
    ELSE
        MOVE CrtDateExpiration TO WS-ExpirationN
    END-IF
    ADD WS-DureeValidite TO WS-ExpAnnee
    MOVE WS-ExpirationN TO CrtDateExpiration
    MOVE 'A' TO CrtStatut
    IF WS-Plafond NOT = ZERO
        MOVE WS-Plafond TO CrtPlafond
    END-IF
    MOVE WS-DateJour TO CrtDateMaj
    MOVE WS-Operateur TO CrtAgent
    PERFORM 8000-APPLIQUER THRU 8000-EXIT
    IF Reecrit
        DISPLAY "Carte ", CrtNumero, " renouvelée, expire ",
            CrtDateExpiration
    END-IF.
5000-EXIT.
    EXIT.

5500-CHOISIR.
    MOVE ZERO TO WS-IdxTrouve
    IF TableSaturee
        DISPLAY "Table saturée, geste refusé"
        GO TO 5500-EXIT
    END-IF
    DISPLAY "Numéro de la carte :"
    ACCEPT WS-NumeroCarte
    PERFORM 5510-COMPARER THRU 5510-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve = ZERO
        DISPLAY "Carte ", WS-NumeroCarte, " inconnue"
        GO TO 5500-EXIT
    END-IF
    MOVE WS-CrtLigne(WS-IdxTrouve) TO CarteRecord
    MOVE CarteRecord TO WS-LigneAvant
    MOVE CrtCompte TO WS-Compte
    PERFORM 3200-LIBELLE-STATUT THRU 3200-EXIT
    DISPLAY CrtPanMasque, " compte ", CrtCompte, " expire ",
        CrtDateExpiration, " ", WS-LibelleStatut.
5500-EXIT.
    EXIT.

5510-COMPARER.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    IF CrtNumero = WS-NumeroCarte
        MOVE WS-IdxCrt TO WS-IdxTrouve
    END-IF.
5510-EXIT.
    EXIT.

6000-BLOQUER.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6000-EXIT
    END-IF
    IF CrtPerdueVolee
        DISPLAY "Carte déjà déclarée perdue ou volée"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Motif : B = blocage temporaire, V = perte ou vol :"
    ACCEPT WS-Motif
    IF WS-Motif NOT = 'B' AND WS-Motif NOT = 'V'
        DISPLAY "Motif invalide, carte non bloquée"
        GO TO 6000-EXIT
    END-IF
    IF WS-Motif = 'B' AND CrtBloquee
        DISPLAY "Carte déjà bloquée"
        GO TO 6000-EXIT
    END-IF
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    MOVE WS-Motif TO CrtStatut
    MOVE WS-DateJour TO CrtDateMaj
    MOVE WS-Operateur TO CrtAgent
    PERFORM 8000-APPLIQUER THRU 8000-EXIT
    IF NOT Reecrit
        GO TO 6000-EXIT
    END-IF
    IF WS-Motif = 'V'
        MOVE "OppoCarte" TO WS-EvenementSec
        DISPLAY "Carte ", CrtNumero, " déclarée perdue ou volée"
    ELSE
        MOVE "BlocCarte" TO WS-EvenementSec
        DISPLAY "Carte ", CrtNumero, " bloquée"
    END-IF
    MOVE "Succes" TO WS-ResultatSec
    MOVE WS-Operateur TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec.
6000-EXIT.
    EXIT.

6500-DEBLOQUER.
    PERFORM 5500-CHOISIR THRU 5500-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6500-EXIT
    END-IF
    IF NOT CrtBloquee
        DISPLAY "Seul un blocage temporaire peut être levé"
        GO TO 6500-EXIT
    END-IF
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    MOVE 'A' TO CrtStatut
    MOVE WS-DateJour TO CrtDateMaj
    MOVE WS-Operateur TO CrtAgent
    PERFORM 8000-APPLIQUER THRU 8000-EXIT
    IF NOT Reecrit
        GO TO 6500-EXIT
    END-IF
    DISPLAY "Blocage de la carte ", CrtNumero, " levé"
    MOVE "DeblocCarte" TO WS-EvenementSec
    MOVE "Succes" TO WS-ResultatSec
    MOVE WS-Operateur TO WS-DetailSec
    CALL 'SaveSecurite' USING WS-Compte, WS-EvenementSec,
        WS-ResultatSec, WS-DetailSec.
6500-EXIT.
    EXIT.

*> Image journalisée de la carte : numéro interne, numéro masqué,
*> compte, expiration, statut et plafond.
7000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING CrtNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtPanMasque DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtDateExpiration DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtPlafond DELIMITED BY SIZE
      INTO WS-ApresMaint.
7000-EXIT.
    EXIT.

*> La carte modifiée remplace sa ligne et cartes.txt est réécrit
*> aussitôt; en cas d'échec la ligne d'origine est remise en table.
8000-APPLIQUER.
    MOVE 'N' TO WS-Reecrit
    MOVE CarteRecord TO WS-CrtLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        MOVE WS-LigneAvant TO WS-CrtLigne(WS-IdxTrouve)
        GO TO 8000-EXIT
    END-IF
    MOVE WS-CrtLigne(WS-IdxTrouve) TO CarteRecord
    PERFORM 7000-IMAGE THRU 7000-EXIT
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT CarteFile
    IF CarteStatus NOT = '00'
        DISPLAY "Erreur réécriture cartes.txt, statut ",
            CarteStatus, ", geste non enregistré"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCharges
    CLOSE CarteFile
    MOVE 'O' TO WS-Reecrit.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    WRITE CarteRecord.
9100-EXIT.
    EXIT.
