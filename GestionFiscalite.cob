IDENTIFICATION DIVISION.
PROGRAM-ID. GestionFiscalite.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien du profil fiscal des
*>                 clients (fiscal.txt) pour la retenue à la source
*>                 sur les intérêts : liste, saisie ou modification
*>                 de la résidence fiscale (résident / non-résident)
*>                 et de la dispense de retenue avec sa date de fin
*>                 de validité. Le client doit exister dans
*>                 client.txt. Chaque geste est journalisé dans
*>                 maintenance.txt via SaveMaintenance. Modification
*>                 refusée quand le chargement sature la table
*>                 (1000) : la réécriture aurait tronqué fiscal.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FiscalFile ASSIGN TO 'fiscal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FiscalStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD FiscalFile.
COPY FISCREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 FiscalStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Client         PIC 9(08).
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-Residence      PIC X(01).
01 WS-Dispense       PIC X(01).
01 WS-DispenseFin    PIC 9(08).
01 WS-LibelleResid   PIC X(13).
01 WS-FichierMaint   PIC X(20) VALUE "fiscal.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxFis         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableFiscale.
   05 WS-FisLigne OCCURS 1000 PIC X(30).
*> Modifications en instance de journalisation : retenues ici
*> jusqu'à la réécriture réussie de fiscal.txt.
01 WS-NbGestes       PIC 9(02) VALUE ZERO.
01 WS-IdxGeste       PIC 9(02) COMP.
01 WS-TableGestes.
   05 WS-Geste OCCURS 50.
      10 WS-GesteAvant  PIC X(60).
      10 WS-GesteApres  PIC X(60).
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-SaisieValide PIC X(01) VALUE 'N'.
      88 SaisieValide VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien des profils fiscaux des clients"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 3
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien des profils fiscaux"
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
    OPEN INPUT FiscalFile
    IF FiscalStatus NOT = '00'
        IF FiscalStatus NOT = '35'
            DISPLAY "Fiscal.txt illisible, statut ", FiscalStatus
        ELSE
            DISPLAY "Aucun profil fiscal enregistré"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL FiscalStatus NOT = '00' OR TableSaturee
        CLOSE FiscalFile
        DISPLAY "Profils fiscaux chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ FiscalFile
    IF FiscalStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des profils fiscaux saturée (1000), ",
                "modifications refusées pour ne pas tronquer ",
                "fiscal.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE FiscalRecord TO WS-FisLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les profils fiscaux"
    DISPLAY "2. Saisir ou modifier le profil d'un client"
    DISPLAY "3. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-SAISIR-PROFIL THRU 4000-EXIT
        WHEN 3
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 3 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun profil fiscal enregistré, tous les clients ",
            "sont traités en résidents non dispensés"
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxFis FROM 1 BY 1
        UNTIL WS-IdxFis > WS-NbCharges.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-FisLigne(WS-IdxFis) TO FiscalRecord
    PERFORM 7100-LIBELLE-RESIDENCE THRU 7100-EXIT
    IF NOT FisEstDispense
        DISPLAY FisClient, " ", WS-LibelleResid, " retenue ",
            "appliquée, mis à jour le ", FisDateMaj, " par ",
            FisAgent
        GO TO 3100-EXIT
    END-IF
    IF FisDispenseFin = ZERO
        DISPLAY FisClient, " ", WS-LibelleResid, " dispensé ",
            "sans limite, mis à jour le ", FisDateMaj, " par ",
            FisAgent
    ELSE
        IF FisDispenseFin < WS-DateJour
            DISPLAY FisClient, " ", WS-LibelleResid, " dispense ",
                "échue le ", FisDispenseFin, ", mis à jour le ",
                FisDateMaj, " par ", FisAgent
        ELSE
            DISPLAY FisClient, " ", WS-LibelleResid, " dispensé ",
                "jusqu'au ", FisDispenseFin, ", mis à jour le ",
                FisDateMaj, " par ", FisAgent
        END-IF
    END-IF.
3100-EXIT.
    EXIT.

4000-SAISIR-PROFIL.
    IF TableSaturee
        DISPLAY "Table saturée, saisie refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de client :"
    ACCEPT WS-Client
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-Client, " introuvable dans ",
            "client.txt, saisie refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Client         : ", WS-Client, " ", WS-NomClient
    PERFORM 7000-SAISIR-ZONES THRU 7000-EXIT
    IF NOT SaisieValide
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        PERFORM 5000-MODIFIER THRU 5000-EXIT
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND FiscalFile
    IF FiscalStatus = '35'
        OPEN OUTPUT FiscalFile
    END-IF
    IF FiscalStatus NOT = '00'
        DISPLAY "Erreur ouverture fiscal.txt, statut ", FiscalStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Client TO FisClient
    MOVE WS-Residence TO FisResidence
    MOVE WS-Dispense TO FisDispense
    MOVE WS-DispenseFin TO FisDispenseFin
    MOVE WS-DateJour TO FisDateMaj
    MOVE WS-Operateur TO FisAgent
    WRITE FiscalRecord
    IF FiscalStatus = '00'
        DISPLAY "Profil fiscal enregistré"
        IF WS-NbCharges < 1000
            ADD 1 TO WS-NbCharges
            MOVE FiscalRecord TO WS-FisLigne(WS-NbCharges)
        END-IF
        CLOSE FiscalFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 8000-IMAGE THRU 8000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture profil fiscal, statut ",
            FiscalStatus
        CLOSE FiscalFile
    END-IF.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxFis FROM 1 BY 1
        UNTIL WS-IdxFis > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-FisLigne(WS-IdxFis) TO FiscalRecord
    IF FisClient = WS-Client
        MOVE WS-IdxFis TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-MODIFIER.
    MOVE WS-FisLigne(WS-IdxTrouve) TO FiscalRecord
    IF FisResidence = WS-Residence AND FisDispense = WS-Dispense
       AND FisDispenseFin = WS-DispenseFin
        DISPLAY "Profil fiscal inchangé"
        GO TO 5000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 modifications en instance, quitter ",
            "pour enregistrer avant de poursuivre"
        GO TO 5000-EXIT
    END-IF
    PERFORM 8000-IMAGE THRU 8000-EXIT
    ADD 1 TO WS-NbGestes
    MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
    MOVE WS-Residence TO FisResidence
    MOVE WS-Dispense TO FisDispense
    MOVE WS-DispenseFin TO FisDispenseFin
    MOVE WS-DateJour TO FisDateMaj
    MOVE WS-Operateur TO FisAgent
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE FiscalRecord TO WS-FisLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Profil fiscal modifié, enregistré à la sortie".
5000-EXIT.
    EXIT.

7000-SAISIR-ZONES.
    MOVE 'N' TO WS-SaisieValide
    MOVE ZERO TO WS-DispenseFin
    DISPLAY "Résidence fiscale (R = résident, N = non-résident) :"
    ACCEPT WS-Residence
    IF WS-Residence = 'r'
        MOVE 'R' TO WS-Residence
    END-IF
    IF WS-Residence = 'n'
        MOVE 'N' TO WS-Residence
    END-IF
    IF WS-Residence NOT = 'R' AND WS-Residence NOT = 'N'
        DISPLAY "Résidence invalide, opération annulée"
        GO TO 7000-EXIT
    END-IF
    DISPLAY "Dispense de retenue à la source (O/N) :"
    ACCEPT WS-Dispense
    IF WS-Dispense = 'o'
        MOVE 'O' TO WS-Dispense
    END-IF
    IF WS-Dispense = 'n' OR WS-Dispense = SPACE
        MOVE 'N' TO WS-Dispense
    END-IF
    IF WS-Dispense NOT = 'O' AND WS-Dispense NOT = 'N'
        DISPLAY "Réponse invalide, opération annulée"
        GO TO 7000-EXIT
    END-IF
    IF WS-Dispense = 'O'
        DISPLAY "Fin de validité de la dispense (AAAAMMJJ, ",
            "0 = sans limite) :"
        ACCEPT WS-DispenseFin
        IF WS-DispenseFin NOT = ZERO
           AND WS-DispenseFin < WS-DateJour
            DISPLAY "Dispense déjà échue, opération annulée"
            GO TO 7000-EXIT
        END-IF
    END-IF
    MOVE 'O' TO WS-SaisieValide.
7000-EXIT.
    EXIT.

7100-LIBELLE-RESIDENCE.
    IF FisNonResident
        MOVE "non-résident" TO WS-LibelleResid
    ELSE
        MOVE "résident" TO WS-LibelleResid
    END-IF.
7100-EXIT.
    EXIT.

*> Image journalisée du profil : client, résidence, dispense et
*> fin de validité de la dispense.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING FisClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FisResidence DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FisDispense DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FisDispenseFin DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT FiscalFile
    IF FiscalStatus NOT = '00'
        DISPLAY "Erreur réécriture fiscal.txt, statut ",
            FiscalStatus, ", modifications perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxFis FROM 1 BY 1
        UNTIL WS-IdxFis > WS-NbCharges
    CLOSE FiscalFile
    MOVE "MODIF" TO WS-ActionMaint
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-FisLigne(WS-IdxFis) TO FiscalRecord
    WRITE FiscalRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-GesteAvant(WS-IdxGeste),
        WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
