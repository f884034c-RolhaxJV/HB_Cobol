IDENTIFICATION DIVISION.
PROGRAM-ID. GestionRelevesElec.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien des abonnements au relevé
*>                 électronique (releves-elec.txt) des clients
*>                 entreprises : liste, abonnement d'un compte
*>                 ouvert de solde.txt au format MT940 ou camt.053,
*>                 changement de format, résiliation. Un compte
*>                 résilié qui se réabonne reprend sa ligne et la
*>                 suite de ses numéros de relevé. Chaque geste est
*>                 journalisé dans maintenance.txt via
*>                 SaveMaintenance. Modification refusée quand le
*>                 chargement sature la table (1000) : la
*>                 réécriture aurait tronqué releves-elec.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReleveElecFile ASSIGN TO 'releves-elec.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReleveElecStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD ReleveElecFile.
COPY RELELECREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 ReleveElecStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Format         PIC X(01).
01 WS-LibelleFormat  PIC X(08).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-FichierMaint   PIC X(20) VALUE "releves-elec.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxRel         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableReleves.
   05 WS-RelLigne OCCURS 1000 PIC X(35).
*> Modifications en instance de journalisation : retenues ici
*> jusqu'à la réécriture réussie de releves-elec.txt.
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

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien des abonnements au relevé électronique"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 5
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien des relevés électroniques"
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
    OPEN INPUT ReleveElecFile
    IF ReleveElecStatus NOT = '00'
        IF ReleveElecStatus NOT = '35'
            DISPLAY "Releves-elec.txt illisible, statut ",
                ReleveElecStatus
        ELSE
            DISPLAY "Aucun abonnement au relevé électronique"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL ReleveElecStatus NOT = '00' OR TableSaturee
        CLOSE ReleveElecFile
        DISPLAY "Abonnements chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ ReleveElecFile
    IF ReleveElecStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des abonnements saturée (1000), ",
                "modifications refusées pour ne pas tronquer ",
                "releves-elec.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE ReleveElecRecord TO WS-RelLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les abonnements"
    DISPLAY "2. Abonner un compte au relevé électronique"
    DISPLAY "3. Changer le format d'un abonnement"
    DISPLAY "4. Résilier un abonnement"
    DISPLAY "5. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-ABONNER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-CHANGER-FORMAT THRU 5000-EXIT
        WHEN 4
            PERFORM 6000-RESILIER THRU 6000-EXIT
        WHEN 5
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 5 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun abonnement au relevé électronique"
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxRel FROM 1 BY 1
        UNTIL WS-IdxRel > WS-NbCharges.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-RelLigne(WS-IdxRel) TO ReleveElecRecord
    PERFORM 7100-LIBELLE-FORMAT THRU 7100-EXIT
    IF RelResilie
        DISPLAY RelCompte, " ", WS-LibelleFormat, " relevé n° ",
            RelDernierNumero, " du ", RelDerniereDate,
            " résilié le ", RelDateMaj
    ELSE
        DISPLAY RelCompte, " ", WS-LibelleFormat, " relevé n° ",
            RelDernierNumero, " du ", RelDerniereDate, " actif"
    END-IF.
3100-EXIT.
    EXIT.

4000-ABONNER.
    IF TableSaturee
        DISPLAY "Table saturée, abonnement refusé"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte ", WS-Compte, " inconnu ou clos, ",
            "abonnement refusé"
        GO TO 4000-EXIT
    END-IF
    PERFORM 7000-SAISIR-FORMAT THRU 7000-EXIT
    IF WS-Format = SPACE
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-RelLigne(WS-IdxTrouve) TO ReleveElecRecord
        IF RelActif
            DISPLAY "Compte ", WS-Compte, " déjà abonné"
            GO TO 4000-EXIT
        END-IF
        IF WS-NbGestes >= 50
            DISPLAY "Plus de 50 modifications en instance, quitter ",
                "pour enregistrer avant de poursuivre"
            GO TO 4000-EXIT
        END-IF
        PERFORM 8000-IMAGE THRU 8000-EXIT
        ADD 1 TO WS-NbGestes
        MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
        MOVE WS-Format TO RelFormat
        MOVE 'A' TO RelStatut
        MOVE WS-DateJour TO RelDateMaj
        MOVE WS-Operateur TO RelAgent
        PERFORM 8000-IMAGE THRU 8000-EXIT
        MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
        MOVE ReleveElecRecord TO WS-RelLigne(WS-IdxTrouve)
        MOVE 'O' TO WS-TableModifiee
        DISPLAY "Abonnement repris à partir du relevé n° ",
            RelDernierNumero, ", enregistré à la sortie"
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND ReleveElecFile
    IF ReleveElecStatus = '35'
        OPEN OUTPUT ReleveElecFile
    END-IF
    IF ReleveElecStatus NOT = '00'
        DISPLAY "Erreur ouverture releves-elec.txt, statut ",
            ReleveElecStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Compte TO RelCompte
    MOVE WS-Format TO RelFormat
    MOVE 'A' TO RelStatut
    MOVE ZERO TO RelDernierNumero
    MOVE ZERO TO RelDerniereDate
    MOVE WS-DateJour TO RelDateMaj
    MOVE WS-Operateur TO RelAgent
    WRITE ReleveElecRecord
    IF ReleveElecStatus = '00'
        DISPLAY "Compte abonné au relevé électronique"
        IF WS-NbCharges < 1000
            ADD 1 TO WS-NbCharges
            MOVE ReleveElecRecord TO WS-RelLigne(WS-NbCharges)
        END-IF
        CLOSE ReleveElecFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 8000-IMAGE THRU 8000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture abonnement, statut ",
            ReleveElecStatus
        CLOSE ReleveElecFile
    END-IF.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxRel FROM 1 BY 1
        UNTIL WS-IdxRel > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-RelLigne(WS-IdxRel) TO ReleveElecRecord
    IF RelCompte = WS-Compte
        MOVE WS-IdxRel TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-CHANGER-FORMAT.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Compte ", WS-Compte, " non abonné"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-RelLigne(WS-IdxTrouve) TO ReleveElecRecord
    IF NOT RelActif
        DISPLAY "Abonnement résilié, le réabonner d'abord"
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-SAISIR-FORMAT THRU 7000-EXIT
    IF WS-Format = SPACE
        GO TO 5000-EXIT
    END-IF
    IF WS-Format = RelFormat
        DISPLAY "Format inchangé"
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
    MOVE WS-Format TO RelFormat
    MOVE WS-DateJour TO RelDateMaj
    MOVE WS-Operateur TO RelAgent
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE ReleveElecRecord TO WS-RelLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Format modifié, enregistré à la sortie".
5000-EXIT.
    EXIT.

6000-RESILIER.
    IF TableSaturee
        DISPLAY "Table saturée, résiliation refusée"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Compte ", WS-Compte, " non abonné"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-RelLigne(WS-IdxTrouve) TO ReleveElecRecord
    IF RelResilie
        DISPLAY "Abonnement déjà résilié le ", RelDateMaj
        GO TO 6000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 modifications en instance, quitter ",
            "pour enregistrer avant de poursuivre"
        GO TO 6000-EXIT
    END-IF
    PERFORM 8000-IMAGE THRU 8000-EXIT
    ADD 1 TO WS-NbGestes
    MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
    MOVE 'R' TO RelStatut
    MOVE WS-DateJour TO RelDateMaj
    MOVE WS-Operateur TO RelAgent
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE ReleveElecRecord TO WS-RelLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Abonnement résilié, enregistré à la sortie".
6000-EXIT.
    EXIT.

7000-SAISIR-FORMAT.
    DISPLAY "Format du relevé (M = MT940, C = camt.053) :"
    ACCEPT WS-Format
    IF WS-Format = 'm'
        MOVE 'M' TO WS-Format
    END-IF
    IF WS-Format = 'c'
        MOVE 'C' TO WS-Format
    END-IF
    IF WS-Format NOT = 'M' AND WS-Format NOT = 'C'
        DISPLAY "Format invalide, opération annulée"
        MOVE SPACE TO WS-Format
    END-IF.
7000-EXIT.
    EXIT.

7100-LIBELLE-FORMAT.
    IF RelCamt053
        MOVE "camt.053" TO WS-LibelleFormat
    ELSE
        MOVE "MT940" TO WS-LibelleFormat
    END-IF.
7100-EXIT.
    EXIT.

*> Image journalisée de l'abonnement : compte, format, statut,
*> dernier numéro et date de relevé.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING RelCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RelFormat DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RelStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RelDernierNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RelDerniereDate DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT ReleveElecFile
    IF ReleveElecStatus NOT = '00'
        DISPLAY "Erreur réécriture releves-elec.txt, statut ",
            ReleveElecStatus, ", modifications perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxRel FROM 1 BY 1
        UNTIL WS-IdxRel > WS-NbCharges
    CLOSE ReleveElecFile
    MOVE "MODIF" TO WS-ActionMaint
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-RelLigne(WS-IdxRel) TO ReleveElecRecord
    WRITE ReleveElecRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-GesteAvant(WS-IdxGeste),
        WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
