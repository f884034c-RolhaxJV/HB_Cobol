IDENTIFICATION DIVISION.
PROGRAM-ID. GestionPrelevements.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien du registre des mandats de
*>                 prélèvement (mandats-prlv.txt) : liste des
*>                 mandats d'un compte, enregistrement d'un mandat
*>                 (identifiant du créancier, référence unique du
*>                 mandat, date de signature) sur un compte ouvert
*>                 de solde.txt, révocation. Un mandat révoqué
*>                 n'est pas réactivé : le créancier doit en faire
*>                 signer un nouveau. Chaque geste est journalisé
*>                 dans maintenance.txt via SaveMaintenance.
*>                 Révocation refusée quand le chargement sature la
*>                 table (1000) : la réécriture aurait tronqué
*>                 mandats-prlv.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MandatPrlvFile ASSIGN TO 'mandats-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatPrlvStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD MandatPrlvFile.
COPY PRLVREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 MandatPrlvStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Creancier      PIC X(13).
01 WS-Reference      PIC X(35).
01 WS-DateSignature  PIC 9(08).
01 WS-NumeroMandat   PIC 9(04).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-FichierMaint   PIC X(20) VALUE "mandats-prlv.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxMpv         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-NbCompte       PIC 9(04) VALUE ZERO.
01 WS-TableMandats.
   05 WS-MpvLigne OCCURS 1000 PIC X(77).
*> Révocations en instance de journalisation : retenues ici
*> jusqu'à la réécriture réussie de mandats-prlv.txt.
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
    DISPLAY "Entretien des mandats de prélèvement"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien des mandats de prélèvement"
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
    OPEN INPUT MandatPrlvFile
    IF MandatPrlvStatus NOT = '00'
        IF MandatPrlvStatus NOT = '35'
            DISPLAY "Mandats-prlv.txt illisible, statut ",
                MandatPrlvStatus
        ELSE
            DISPLAY "Aucun mandat de prélèvement enregistré"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL MandatPrlvStatus NOT = '00' OR TableSaturee
        CLOSE MandatPrlvFile
        DISPLAY "Mandats chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ MandatPrlvFile
    IF MandatPrlvStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des mandats saturée (1000), révocation ",
                "refusée pour ne pas tronquer mandats-prlv.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE MandatPrlvRecord TO WS-MpvLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les mandats de prélèvement d'un compte"
    DISPLAY "2. Enregistrer un mandat de prélèvement"
    DISPLAY "3. Révoquer un mandat de prélèvement"
    DISPLAY "4. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-ENREGISTRER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-REVOQUER THRU 5000-EXIT
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    DISPLAY "Numéro de compte :"
    ACCEPT WS-Compte
    MOVE ZERO TO WS-NbCompte
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxMpv FROM 1 BY 1
        UNTIL WS-IdxMpv > WS-NbCharges
    IF WS-NbCompte = ZERO
        DISPLAY "Aucun mandat de prélèvement pour le compte ",
            WS-Compte
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-MpvLigne(WS-IdxMpv) TO MandatPrlvRecord
    IF MpvCompte = WS-Compte
        ADD 1 TO WS-NbCompte
        IF MpvRevoque
            DISPLAY WS-IdxMpv, ". ", MpvCreancier, " ",
                MpvReference, " signé le ", MpvDateSignature,
                " révoqué le ", MpvDateRevocation
        ELSE
            DISPLAY WS-IdxMpv, ". ", MpvCreancier, " ",
                MpvReference, " signé le ", MpvDateSignature,
                " actif"
        END-IF
    END-IF.
3100-EXIT.
    EXIT.

4000-ENREGISTRER.
    DISPLAY "Numéro de compte débité :"
    ACCEPT WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte ", WS-Compte, " inconnu ou clos, mandat ",
            "non enregistré"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Identifiant du créancier :"
    ACCEPT WS-Creancier
    DISPLAY "Référence unique du mandat :"
    ACCEPT WS-Reference
    IF WS-Creancier = SPACES OR WS-Reference = SPACES
        DISPLAY "Créancier ou référence absent, mandat non ",
            "enregistré"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Date de signature (AAAAMMJJ) :"
    ACCEPT WS-DateSignature
    IF WS-DateSignature = ZERO OR WS-DateSignature > WS-DateJour
        OR WS-DateSignature(5:2) < "01" OR WS-DateSignature(5:2) > "12"
        OR WS-DateSignature(7:2) < "01" OR WS-DateSignature(7:2) > "31"
        DISPLAY "Date de signature invalide, mandat non enregistré"
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        DISPLAY "Mandat ", WS-Reference, " déjà enregistré sur le ",
            "compte ", WS-Compte
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND MandatPrlvFile
    IF MandatPrlvStatus = '35'
        OPEN OUTPUT MandatPrlvFile
    END-IF
    IF MandatPrlvStatus NOT = '00'
        DISPLAY "Erreur ouverture mandats-prlv.txt, statut ",
            MandatPrlvStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Compte TO MpvCompte
    MOVE WS-Creancier TO MpvCreancier
    MOVE WS-Reference TO MpvReference
    MOVE WS-DateSignature TO MpvDateSignature
    MOVE 'A' TO MpvStatut
    MOVE ZERO TO MpvDateRevocation
    MOVE WS-Operateur TO MpvAgent
    WRITE MandatPrlvRecord
    IF MandatPrlvStatus = '00'
        DISPLAY "Mandat de prélèvement enregistré"
        IF WS-NbCharges < 1000
            ADD 1 TO WS-NbCharges
            MOVE MandatPrlvRecord TO WS-MpvLigne(WS-NbCharges)
        END-IF
        CLOSE MandatPrlvFile
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-AvantMaint
        PERFORM 6000-IMAGE THRU 6000-EXIT
        CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    ELSE
        DISPLAY "Erreur écriture mandat, statut ", MandatPrlvStatus
        CLOSE MandatPrlvFile
    END-IF.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxMpv FROM 1 BY 1
        UNTIL WS-IdxMpv > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-MpvLigne(WS-IdxMpv) TO MandatPrlvRecord
    IF MpvCompte = WS-Compte AND MpvCreancier = WS-Creancier
        AND MpvReference = WS-Reference
        MOVE WS-IdxMpv TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-REVOQUER.
    IF TableSaturee
        DISPLAY "Table saturée, révocation refusée"
        GO TO 5000-EXIT
    END-IF
    PERFORM 3000-LISTER THRU 3000-EXIT
    IF WS-NbCompte = ZERO
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Numéro du mandat à révoquer :"
    ACCEPT WS-NumeroMandat
    IF WS-NumeroMandat = ZERO OR WS-NumeroMandat > WS-NbCharges
        DISPLAY "Numéro de mandat invalide"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-MpvLigne(WS-NumeroMandat) TO MandatPrlvRecord
    IF MpvCompte NOT = WS-Compte
        DISPLAY "Ce mandat n'appartient pas au compte"
        GO TO 5000-EXIT
    END-IF
    IF MpvRevoque
        DISPLAY "Mandat déjà révoqué le ", MpvDateRevocation
        GO TO 5000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 révocations en instance, quitter pour ",
            "enregistrer avant de poursuivre"
        GO TO 5000-EXIT
    END-IF
    PERFORM 6000-IMAGE THRU 6000-EXIT
    ADD 1 TO WS-NbGestes
    MOVE WS-ApresMaint TO WS-GesteAvant(WS-NbGestes)
    MOVE 'R' TO MpvStatut
    MOVE WS-DateJour TO MpvDateRevocation
    MOVE WS-Operateur TO MpvAgent
    PERFORM 6000-IMAGE THRU 6000-EXIT
    MOVE WS-ApresMaint TO WS-GesteApres(WS-NbGestes)
    MOVE MandatPrlvRecord TO WS-MpvLigne(WS-NumeroMandat)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Mandat révoqué, enregistré à la sortie".
5000-EXIT.
    EXIT.

*> Image journalisée du mandat : compte, créancier, début de la
*> référence, statut et date de révocation.
6000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING MpvCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MpvCreancier DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MpvReference(1:24) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MpvStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MpvDateRevocation DELIMITED BY SIZE
      INTO WS-ApresMaint.
6000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT MandatPrlvFile
    IF MandatPrlvStatus NOT = '00'
        DISPLAY "Erreur réécriture mandats-prlv.txt, statut ",
            MandatPrlvStatus, ", révocations perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxMpv FROM 1 BY 1
        UNTIL WS-IdxMpv > WS-NbCharges
    CLOSE MandatPrlvFile
    MOVE "MODIF" TO WS-ActionMaint
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-MpvLigne(WS-IdxMpv) TO MandatPrlvRecord
    WRITE MandatPrlvRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-GesteAvant(WS-IdxGeste),
        WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
