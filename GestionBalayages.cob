IDENTIFICATION DIVISION.
PROGRAM-ID. GestionBalayages.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien des conventions de
*>                 balayage automatique (balayages.txt) entre le
*>                 solde principal et le solde secondaire : liste,
*>                 souscription d'un compte ouvert de solde.txt
*>                 avec un plancher et un plafond (zéro = sens non
*>                 souscrit, plafond au moins égal au plancher),
*>                 modification des seuils, résiliation. Un compte
*>                 dont le produit n'ouvre pas les virements vers
*>                 et depuis le solde secondaire (options 12 et 13
*>                 du menu guichet) ne peut souscrire. Un compte
*>                 résilié qui souscrit à nouveau reprend sa ligne.
*>                 Chaque geste est journalisé dans maintenance.txt
*>                 via SaveMaintenance. Modification refusée quand
*>                 le chargement sature la table (1000) : la
*>                 réécriture aurait tronqué balayages.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BalayageFile ASSIGN TO 'balayages.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BalayageStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD BalayageFile.
COPY BALAYREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 BalayageStatus    PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Plancher       PIC 9(07)V99.
01 WS-Plafond        PIC 9(07)V99.
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-PrdLibelle     PIC X(30).
01 WS-PrdSolMin      PIC 9(07)V99.
01 WS-PrdSoldeMax    PIC 9(07)V99.
01 WS-PrdGrille      PIC X(03).
01 WS-PrdMenus       PIC X(20).
01 WS-PrdEtat        PIC X(01).
01 WS-PrdStatus      PIC X(02).
01 WS-FichierMaint   PIC X(20) VALUE "balayages.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxBal         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableBalayages.
   05 WS-BalLigne OCCURS 1000 PIC X(41).
*> Modifications en instance de journalisation : retenues ici
*> jusqu'à la réécriture réussie de balayages.txt.
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
    DISPLAY "Entretien des conventions de balayage"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 5
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien des conventions de balayage"
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
    OPEN INPUT BalayageFile
    IF BalayageStatus NOT = '00'
        IF BalayageStatus NOT = '35'
            DISPLAY "Balayages.txt illisible, statut ",
                BalayageStatus
        ELSE
            DISPLAY "Aucune convention de balayage"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL BalayageStatus NOT = '00' OR TableSaturee
        CLOSE BalayageFile
        DISPLAY "Conventions chargées : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ BalayageFile
    IF BalayageStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des conventions saturée (1000), ",
                "modifications refusées pour ne pas tronquer ",
                "balayages.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE BalayageRecord TO WS-BalLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les conventions de balayage"
    DISPLAY "2. Souscrire une convention pour un compte"
    DISPLAY "3. Modifier le plancher et le plafond"
    DISPLAY "4. Résilier une convention"
    DISPLAY "5. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-SOUSCRIRE THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-MODIFIER THRU 5000-EXIT
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
        DISPLAY "Aucune convention de balayage"
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxBal FROM 1 BY 1
        UNTIL WS-IdxBal > WS-NbCharges.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-BalLigne(WS-IdxBal) TO BalayageRecord
    IF BalResiliee
        DISPLAY BalCompte, " plancher ", BalPlancher,
            " plafond ", BalPlafond, " résiliée le ", BalDateMaj
    ELSE
        DISPLAY BalCompte, " plancher ", BalPlancher,
            " plafond ", BalPlafond, " active depuis le ",
            BalDateMaj
    END-IF.
3100-EXIT.
    EXIT.

4000-SOUSCRIRE.
    IF TableSaturee
        DISPLAY "Table saturée, souscription refusée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte ", WS-Compte, " inconnu ou clos, ",
            "souscription refusée"
        GO TO 4000-EXIT
    END-IF
    IF CptProduit NOT = SPACES
        CALL 'ReadProduit' USING CptProduit, WS-PrdLibelle,
            WS-PrdSolMin, WS-PrdSoldeMax, WS-PrdGrille,
            WS-PrdMenus, WS-PrdEtat, WS-PrdStatus
        IF WS-PrdStatus = '00' AND WS-PrdMenus NOT = SPACES
            AND (WS-PrdMenus(12:1) NOT = 'O'
                 OR WS-PrdMenus(13:1) NOT = 'O')
            DISPLAY "Le produit ", CptProduit, " n'ouvre pas les ",
                "virements avec le solde secondaire, souscription ",
                "refusée"
            GO TO 4000-EXIT
        END-IF
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-BalLigne(WS-IdxTrouve) TO BalayageRecord
        IF BalActive
            DISPLAY "Compte ", WS-Compte, " déjà sous convention, ",
                "modifier les seuils"
            GO TO 4000-EXIT
        END-IF
    END-IF
    PERFORM 7000-SAISIR-SEUILS THRU 7000-EXIT
    IF NOT SaisieValide
        GO TO 4000-EXIT
    END-IF
    IF WS-IdxTrouve NOT = ZERO
        IF WS-NbGestes >= 50
            DISPLAY "Plus de 50 modifications en instance, quitter ",
                "pour enregistrer avant de poursuivre"
            GO TO 4000-EXIT
        END-IF
        PERFORM 8000-IMAGE THRU 8000-EXIT
        ADD 1 TO WS-NbGestes
        MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
        MOVE WS-Plancher TO BalPlancher
        MOVE WS-Plafond TO BalPlafond
        MOVE 'A' TO BalStatut
        MOVE WS-DateJour TO BalDateMaj
        MOVE WS-Operateur TO BalAgent
        PERFORM 8000-IMAGE THRU 8000-EXIT
        MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
        MOVE BalayageRecord TO WS-BalLigne(WS-IdxTrouve)
        MOVE 'O' TO WS-TableModifiee
        DISPLAY "Convention reprise, enregistrée à la sortie"
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND BalayageFile
    IF BalayageStatus = '35'
        OPEN OUTPUT BalayageFile
    END-IF
    IF BalayageStatus NOT = '00'
        DISPLAY "Erreur ouverture balayages.txt, statut ",
            BalayageStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Compte TO BalCompte
    MOVE WS-Plancher TO BalPlancher
    MOVE WS-Plafond TO BalPlafond
    MOVE 'A' TO BalStatut
    MOVE WS-DateJour TO BalDateMaj
    MOVE WS-Operateur TO BalAgent
    WRITE BalayageRecord
    IF BalayageStatus = '00'
        DISPLAY "Convention de balayage enregistrée"
        IF WS-NbCharges < 1000
            ADD 1 TO WS-NbCharges
            MOVE BalayageRecord TO WS-BalLigne(WS-NbCharges)
        END-IF
        CLOSE BalayageFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 8000-IMAGE THRU 8000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture convention, statut ",
            BalayageStatus
        CLOSE BalayageFile
    END-IF.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxBal FROM 1 BY 1
        UNTIL WS-IdxBal > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-BalLigne(WS-IdxBal) TO BalayageRecord
    IF BalCompte = WS-Compte
        MOVE WS-IdxBal TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-MODIFIER.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Compte ", WS-Compte, " sans convention de balayage"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-BalLigne(WS-IdxTrouve) TO BalayageRecord
    IF NOT BalActive
        DISPLAY "Convention résiliée, la souscrire à nouveau"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Seuils actuels : plancher ", BalPlancher,
        " plafond ", BalPlafond
    PERFORM 7000-SAISIR-SEUILS THRU 7000-EXIT
    IF NOT SaisieValide
        GO TO 5000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 modifications en instance, quitter ",
            "pour enregistrer avant de poursuivre"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-BalLigne(WS-IdxTrouve) TO BalayageRecord
    PERFORM 8000-IMAGE THRU 8000-EXIT
    ADD 1 TO WS-NbGestes
    MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
    MOVE WS-Plancher TO BalPlancher
    MOVE WS-Plafond TO BalPlafond
    MOVE WS-DateJour TO BalDateMaj
    MOVE WS-Operateur TO BalAgent
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE BalayageRecord TO WS-BalLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Seuils modifiés, enregistrés à la sortie".
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
        DISPLAY "Compte ", WS-Compte, " sans convention de balayage"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-BalLigne(WS-IdxTrouve) TO BalayageRecord
    IF BalResiliee
        DISPLAY "Convention déjà résiliée le ", BalDateMaj
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
    MOVE 'R' TO BalStatut
    MOVE WS-DateJour TO BalDateMaj
    MOVE WS-Operateur TO BalAgent
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE BalayageRecord TO WS-BalLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Convention résiliée, enregistrée à la sortie".
6000-EXIT.
    EXIT.

*> Plancher : le solde secondaire renfloue le solde principal
*> tombé en dessous; plafond : l'excédent du solde principal part
*> sur le solde secondaire. Zéro laisse le sens non souscrit, mais
*> l'un des deux au moins est requis.
7000-SAISIR-SEUILS.
    MOVE 'N' TO WS-SaisieValide
    DISPLAY "Plancher du solde principal (0 = pas de ",
        "renflouement) :"
    ACCEPT WS-Plancher
    DISPLAY "Plafond du solde principal (0 = pas de ",
        "versement de l'excédent) :"
    ACCEPT WS-Plafond
    IF WS-Plancher = ZERO AND WS-Plafond = ZERO
        DISPLAY "Plancher ou plafond requis, opération annulée"
        GO TO 7000-EXIT
    END-IF
    IF WS-Plafond NOT = ZERO AND WS-Plafond < WS-Plancher
        DISPLAY "Plafond inférieur au plancher, opération annulée"
        GO TO 7000-EXIT
    END-IF
    MOVE 'O' TO WS-SaisieValide.
7000-EXIT.
    EXIT.

*> Image journalisée de la convention : compte, plancher,
*> plafond, statut.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING BalCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BalPlancher DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BalPlafond DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BalStatut DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT BalayageFile
    IF BalayageStatus NOT = '00'
        DISPLAY "Erreur réécriture balayages.txt, statut ",
            BalayageStatus, ", modifications perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxBal FROM 1 BY 1
        UNTIL WS-IdxBal > WS-NbCharges
    CLOSE BalayageFile
    MOVE "MODIF" TO WS-ActionMaint
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-BalLigne(WS-IdxBal) TO BalayageRecord
    WRITE BalayageRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-GesteAvant(WS-IdxGeste),
        WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
