IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementGab.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - rapprochement nocturne des automates
*>                 de billets : le journal de distribution des GAB
*>                 (journal-gab.txt) de la date comptable est
*>                 confronté, référence par référence, aux retraits
*>                 GAB postés par ImportTransactions
*>                 (retraits-gab.txt) de la même date. Les écarts
*>                 partent en suspens dans suspens-gab.rpt : "NPO"
*>                 = billets distribués sans retrait posté, "NDI" =
*>                 retrait posté sans distribution au journal,
*>                 "MNT" = montants distribué et posté différents.
*>                 Le rapport donne aussi, par automate, les
*>                 chargements, déchargements (gab.txt) et
*>                 distributions du jour. Rejouable : le rapport
*>                 est réécrit.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalGabFile ASSIGN TO 'journal-gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalGabStatus.
    SELECT RetraitGabFile ASSIGN TO 'retraits-gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetraitGabStatus.
    SELECT GabFile ASSIGN TO 'gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GabStatus.
    SELECT RapportFile ASSIGN TO 'suspens-gab.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD JournalGabFile.
COPY JOURGABREC.

FD RetraitGabFile.
COPY RETGABREC.

FD GabFile.
COPY GABREC.

FD RapportFile.
01 RapportRecord PIC X(120).

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 JournalGabStatus   PIC X(02).
01 RetraitGabStatus   PIC X(02).
01 GabStatus          PIC X(02).
01 RapportStatus      PIC X(02).
01 DateComptaStatus   PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-Montant         PIC 9(09)V99.
01 WS-MontantPoste    PIC 9(09)V99.
01 WS-MontantAff      PIC Z(8)9.99.
01 WS-MontantAff2     PIC Z(8)9.99.
01 WS-Motif           PIC X(03).
01 WS-Libelle         PIC X(50).
01 WS-Reference       PIC X(10).
01 WS-Compte          PIC 9(08).
01 WS-MachineLigne    PIC X(04).
01 WS-NbDistributions PIC 9(06) VALUE ZERO.
01 WS-NbPostes        PIC 9(06) VALUE ZERO.
01 WS-NbRapproches    PIC 9(06) VALUE ZERO.
01 WS-NbSuspens       PIC 9(06) VALUE ZERO.
01 WS-TotalDistribue  PIC 9(11)V99 VALUE ZERO.
01 WS-TotalPoste      PIC 9(11)V99 VALUE ZERO.
*> Retraits GAB postés à la date comptable, marqués au fur et à
*> mesure de leur rapprochement.
01 WS-IdxRet          PIC 9(04) COMP.
01 WS-IdxTrouve       PIC 9(04) COMP.
01 WS-TableRetraits.
   05 WS-Retrait OCCURS 2000.
      10 WS-RetReference PIC X(10).
      10 WS-RetCompte    PIC 9(08).
      10 WS-RetMontant   PIC 9(07)V99.
      10 WS-RetRapproche PIC X(01).
*> Mouvements du jour par automate.
01 WS-NbMachines      PIC 9(04) VALUE ZERO.
01 WS-IdxMac          PIC 9(04) COMP.
01 WS-IdxMacTrouve    PIC 9(04) COMP.
01 WS-MachineCherchee PIC X(04).
01 WS-TableMachines.
   05 WS-Machine OCCURS 50.
      10 WS-MacId         PIC X(04).
      10 WS-MacCharge     PIC 9(09)V99.
      10 WS-MacDecharge   PIC 9(09)V99.
      10 WS-MacDistribue  PIC 9(09)V99.
      10 WS-MacNbRetraits PIC 9(06).
01 WS-Switches.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-RetraitsSatures PIC X(01) VALUE 'N'.
      88 RetraitsSatures VALUE 'O'.
   05 WS-MachinesSaturees PIC X(01) VALUE 'N'.
      88 MachinesSaturees VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Rapprochement des automates de billets"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-LIRE-JOURNAL THRU 2000-EXIT
    PERFORM 3000-LIRE-CHARGEMENTS THRU 3000-EXIT
    PERFORM 4000-POSTES-NON-DISTRIBUES THRU 4000-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

1000-INITIALISATION.
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
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création suspens-gab.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Rapprochement des GAB au " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        MOVE "Motif GAB  Référence  Compte" TO RapportRecord
        MOVE "Distribué" TO RapportRecord(37:10)
        MOVE "Posté" TO RapportRecord(55:6)
        MOVE "Libellé" TO RapportRecord(62:8)
        WRITE RapportRecord
    END-IF
    OPEN INPUT RetraitGabFile
    IF RetraitGabStatus NOT = '00'
        IF RetraitGabStatus NOT = '35'
            DISPLAY "Retraits-gab.txt illisible, statut ",
                RetraitGabStatus
        END-IF
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-CHARGER-RETRAIT THRU 1100-EXIT
        UNTIL RetraitGabStatus NOT = '00' OR RetraitsSatures
    CLOSE RetraitGabFile.
1000-EXIT.
    EXIT.

1100-CHARGER-RETRAIT.
    READ RetraitGabFile
    IF RetraitGabStatus = '00'
        IF RgbDate = WS-DateJour
            IF WS-NbPostes >= 2000
                DISPLAY "Table des retraits GAB saturée (2000), ",
                    "rapprochement incomplet"
                MOVE 'O' TO WS-RetraitsSatures
            ELSE
                ADD 1 TO WS-NbPostes
                MOVE RgbReference TO WS-RetReference(WS-NbPostes)
                MOVE RgbCompte TO WS-RetCompte(WS-NbPostes)
                MOVE RgbMontant TO WS-RetMontant(WS-NbPostes)
                MOVE 'N' TO WS-RetRapproche(WS-NbPostes)
                MOVE RgbMontant TO WS-Montant
                ADD WS-Montant TO WS-TotalPoste
            END-IF
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-LIRE-JOURNAL.
    OPEN INPUT JournalGabFile
    IF JournalGabStatus NOT = '00'
        DISPLAY "Aucun journal de distribution des GAB, statut ",
            JournalGabStatus
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-RAPPROCHER-UNE THRU 2100-EXIT
        UNTIL JournalGabStatus NOT = '00'
    CLOSE JournalGabFile.
2000-EXIT.
    EXIT.

*> Seules les distributions effectives du jour comptent; un
*> incident n'a sorti aucun billet.
2100-RAPPROCHER-UNE.
    READ JournalGabFile
    IF JournalGabStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    IF JgbDate NOT = WS-DateJour OR NOT JgbDistribue
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbDistributions
    MOVE JgbMontant TO WS-Montant
    ADD WS-Montant TO WS-TotalDistribue
    MOVE JgbMachine TO WS-MachineCherchee
    PERFORM 8000-TROUVER-MACHINE THRU 8000-EXIT
    IF WS-IdxMacTrouve NOT = ZERO
        ADD WS-Montant TO WS-MacDistribue(WS-IdxMacTrouve)
        ADD 1 TO WS-MacNbRetraits(WS-IdxMacTrouve)
    END-IF
    MOVE JgbReference TO WS-Reference
    MOVE JgbCompte TO WS-Compte
    MOVE JgbMachine TO WS-MachineLigne
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 2200-COMPARER THRU 2200-EXIT
        VARYING WS-IdxRet FROM 1 BY 1
        UNTIL WS-IdxRet > WS-NbPostes OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve = ZERO
        MOVE ZERO TO WS-MontantPoste
        MOVE "NPO" TO WS-Motif
        MOVE "distribué, aucun retrait posté" TO WS-Libelle
        PERFORM 7000-LIGNE-SUSPENS THRU 7000-EXIT
        GO TO 2100-EXIT
    END-IF
    MOVE 'O' TO WS-RetRapproche(WS-IdxTrouve)
    MOVE WS-RetMontant(WS-IdxTrouve) TO WS-MontantPoste
    IF WS-MontantPoste NOT = WS-Montant
        MOVE "MNT" TO WS-Motif
        MOVE "montants distribué et posté différents"
          TO WS-Libelle
        PERFORM 7000-LIGNE-SUSPENS THRU 7000-EXIT
    ELSE
        ADD 1 TO WS-NbRapproches
    END-IF.
2100-EXIT.
    EXIT.

2200-COMPARER.
    IF WS-RetReference(WS-IdxRet) = WS-Reference
        AND WS-RetRapproche(WS-IdxRet) = 'N'
        MOVE WS-IdxRet TO WS-IdxTrouve
    END-IF.
2200-EXIT.
    EXIT.

3000-LIRE-CHARGEMENTS.
    OPEN INPUT GabFile
    IF GabStatus NOT = '00'
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-CUMULER-CHARGEMENT THRU 3100-EXIT
        UNTIL GabStatus NOT = '00'
    CLOSE GabFile.
3000-EXIT.
    EXIT.

3100-CUMULER-CHARGEMENT.
    READ GabFile
    IF GabStatus = '00'
        IF GabDate = WS-DateJour
            MOVE GabMachine TO WS-MachineCherchee
            PERFORM 8000-TROUVER-MACHINE THRU 8000-EXIT
            IF WS-IdxMacTrouve NOT = ZERO
                MOVE GabMontant TO WS-Montant
                IF GabChargement
                    ADD WS-Montant TO WS-MacCharge(WS-IdxMacTrouve)
                ELSE
                    ADD WS-Montant TO WS-MacDecharge(WS-IdxMacTrouve)
                END-IF
            END-IF
        END-IF
    END-IF.
3100-EXIT.
    EXIT.

4000-POSTES-NON-DISTRIBUES.
    PERFORM 4100-CONTROLER-POSTE THRU 4100-EXIT
        VARYING WS-IdxRet FROM 1 BY 1
        UNTIL WS-IdxRet > WS-NbPostes.
4000-EXIT.
    EXIT.

4100-CONTROLER-POSTE.
    IF WS-RetRapproche(WS-IdxRet) = 'O'
        GO TO 4100-EXIT
    END-IF
    MOVE WS-RetReference(WS-IdxRet) TO WS-Reference
    MOVE WS-RetCompte(WS-IdxRet) TO WS-Compte
    MOVE WS-RetMontant(WS-IdxRet) TO WS-MontantPoste
    MOVE ZERO TO WS-Montant
    MOVE SPACES TO WS-MachineLigne
    MOVE "NDI" TO WS-Motif
    MOVE "posté, absent du journal des GAB" TO WS-Libelle
    PERFORM 7000-LIGNE-SUSPENS THRU 7000-EXIT.
4100-EXIT.
    EXIT.

7000-LIGNE-SUSPENS.
    ADD 1 TO WS-NbSuspens
    DISPLAY "Suspens GAB ", WS-Motif, " référence ", WS-Reference,
        " compte ", WS-Compte
    IF NOT RapportOuvert
        GO TO 7000-EXIT
    END-IF
    MOVE WS-Montant TO WS-MontantAff
    MOVE WS-MontantPoste TO WS-MontantAff2
    MOVE SPACES TO RapportRecord
    STRING WS-Motif DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-MachineLigne DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Reference DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Compte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MontantAff2 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Libelle DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
7000-EXIT.
    EXIT.

*> Cherche l'automate dans la table du jour et l'y ajoute au
*> premier mouvement; au-delà de 50 automates, il n'est pas
*> détaillé.
8000-TROUVER-MACHINE.
    MOVE ZERO TO WS-IdxMacTrouve
    PERFORM 8100-COMPARER-MACHINE THRU 8100-EXIT
        VARYING WS-IdxMac FROM 1 BY 1
        UNTIL WS-IdxMac > WS-NbMachines OR WS-IdxMacTrouve NOT = ZERO
    IF WS-IdxMacTrouve NOT = ZERO
        GO TO 8000-EXIT
    END-IF
    IF WS-NbMachines >= 50
        IF NOT MachinesSaturees
            DISPLAY "Plus de 50 GAB, détail par automate incomplet"
            MOVE 'O' TO WS-MachinesSaturees
        END-IF
        GO TO 8000-EXIT
    END-IF
    ADD 1 TO WS-NbMachines
    MOVE WS-NbMachines TO WS-IdxMacTrouve
    MOVE WS-MachineCherchee TO WS-MacId(WS-IdxMacTrouve)
    MOVE ZERO TO WS-MacCharge(WS-IdxMacTrouve)
    MOVE ZERO TO WS-MacDecharge(WS-IdxMacTrouve)
    MOVE ZERO TO WS-MacDistribue(WS-IdxMacTrouve)
    MOVE ZERO TO WS-MacNbRetraits(WS-IdxMacTrouve).
8000-EXIT.
    EXIT.

8100-COMPARER-MACHINE.
    IF WS-MacId(WS-IdxMac) = WS-MachineCherchee
        MOVE WS-IdxMac TO WS-IdxMacTrouve
    END-IF.
8100-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        IF WS-NbSuspens = ZERO
            MOVE "Aucun écart" TO RapportRecord
            WRITE RapportRecord
        END-IF
        IF RetraitsSatures
            MOVE "*** RETRAITS SATURES, RAPPROCHEMENT INCOMPLET ***"
              TO RapportRecord
            WRITE RapportRecord
        END-IF
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE "GAB" TO RapportRecord(1:3)
        MOVE "Chargé" TO RapportRecord(11:7)
        MOVE "Déchargé" TO RapportRecord(23:10)
        MOVE "Distribué" TO RapportRecord(37:10)
        MOVE "Retraits" TO RapportRecord(48:8)
        WRITE RapportRecord
        PERFORM 9100-LIGNE-MACHINE THRU 9100-EXIT
            VARYING WS-IdxMac FROM 1 BY 1
            UNTIL WS-IdxMac > WS-NbMachines
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE WS-TotalDistribue TO WS-MontantAff
        MOVE WS-TotalPoste TO WS-MontantAff2
        MOVE SPACES TO RapportRecord
        STRING "Distributions   : " DELIMITED BY SIZE
               WS-NbDistributions DELIMITED BY SIZE
               " pour " DELIMITED BY SIZE
               WS-MontantAff DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Retraits postés : " DELIMITED BY SIZE
               WS-NbPostes DELIMITED BY SIZE
               " pour " DELIMITED BY SIZE
               WS-MontantAff2 DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Rapprochés : " DELIMITED BY SIZE
               WS-NbRapproches DELIMITED BY SIZE
               "   suspens : " DELIMITED BY SIZE
               WS-NbSuspens DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Distributions du jour    : ", WS-NbDistributions
    DISPLAY "Retraits GAB postés      : ", WS-NbPostes
    DISPLAY "Rapprochés               : ", WS-NbRapproches
    DISPLAY "Suspens                  : ", WS-NbSuspens.
9999-EXIT.
    EXIT.

9100-LIGNE-MACHINE.
    MOVE SPACES TO RapportRecord
    MOVE WS-MacId(WS-IdxMac) TO RapportRecord(1:4)
    MOVE WS-MacCharge(WS-IdxMac) TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(5:12)
    MOVE WS-MacDecharge(WS-IdxMac) TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(18:12)
    MOVE WS-MacDistribue(WS-IdxMac) TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(31:12)
    MOVE WS-MacNbRetraits(WS-IdxMac) TO RapportRecord(45:6)
    WRITE RapportRecord.
9100-EXIT.
    EXIT.
