    SELECT LockFile ASSIGN TO 'solde.lock'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LockStatus.
    SELECT SimulationFile ASSIGN TO 'simulation.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SimulationStatus.

DATA DIVISION.
FILE SECTION.
COPY SOLDEREC.

FD BackupFile.
01 BackupRecord PIC X(83).

FD LockFile.
01 LockRecord PIC X(1).

FD SimulationFile.
COPY SIMULREC.

WORKING-STORAGE SECTION.
01 SoldeStatus PIC X(2).
01 BackupStatus PIC X(2).
01 LockStatus PIC X(2).
01 SimulationStatus PIC X(2).
01 WS-LockFileName PIC X(10) VALUE "solde.lock".
01 WS-DeleteStatus PIC S9(9) COMP-5.
01 Backup-Switches.
   05 WS-FinBackup PIC X(01) VALUE 'N'.
      88 FinBackup VALUE 'O'.
01 WS-IdxSim PIC 9(4) COMP.
01 WS-IdxProjete PIC 9(4) COMP.
COPY SIMULCTL.

LINKAGE SECTION.
01 LK-NumCompte PIC 9(8).

PROCEDURE DIVISION USING LK-NumCompte, Solde, SoldeSec, SoldeMin,
    SoldePin, Devise, CptExtension, LK-Status.
    IF SimulationActive
        PERFORM PROJETER-SOLDE
        MOVE '00' TO LK-Status
        GOBACK
    END-IF
    OPEN INPUT LockFile
    IF LockStatus = '00'
        CLOSE LockFile
        ELSE
            MOVE ZERO TO SolPlafVirJour
        END-IF
        MOVE CptProduit TO SolProduit
        OPEN I-O SoldeFile
        IF SoldeStatus = '35'
            CLOSE SoldeFile
    IF SoldeStatus NOT = '00'
        MOVE 'O' TO WS-FinBackup
    END-IF.

*> Clôture en simulation : solde.txt n'est pas touché, le solde
*> projeté du compte est tenu dans la zone commune SIMULCTL et
*> tracé dans simulation.txt.
PROJETER-SOLDE.
    MOVE ZERO TO WS-IdxProjete
    PERFORM CHERCHER-PROJETE
        VARYING WS-IdxSim FROM 1 BY 1
        UNTIL WS-IdxSim > SimNbComptes OR WS-IdxProjete NOT = ZERO
    IF WS-IdxProjete = ZERO
        IF SimNbComptes >= 1000
            IF NOT SimTableSaturee
                DISPLAY "Table des soldes projetés saturée (1000), ",
                    "projection non enchaînée au-delà"
                MOVE 'O' TO SimComptesSatures
            END-IF
        ELSE
            ADD 1 TO SimNbComptes
            MOVE SimNbComptes TO WS-IdxProjete
            MOVE LK-NumCompte TO SimPrjCompte(WS-IdxProjete)
        END-IF
    END-IF
    IF WS-IdxProjete NOT = ZERO
        MOVE Solde TO SimPrjSolde(WS-IdxProjete)
        MOVE SoldeSec TO SimPrjSoldeSec(WS-IdxProjete)
    END-IF
    OPEN EXTEND SimulationFile
    IF SimulationStatus = '35'
        OPEN OUTPUT SimulationFile
    END-IF
    IF SimulationStatus NOT = '00'
        DISPLAY "Erreur ouverture simulation.txt, statut ",
            SimulationStatus
    ELSE
        MOVE SPACES TO SimulationRecord
        MOVE 'S' TO SimLigType
        MOVE SimEtape TO SimLigEtape
        MOVE LK-NumCompte TO SimLigCompte
        MOVE Solde TO SimLigPrjSolde
        MOVE SoldeSec TO SimLigPrjSoldeSec
        WRITE SimulationRecord
        IF SimulationStatus NOT = '00'
            DISPLAY "Erreur écriture simulation.txt, statut ",
                SimulationStatus
        END-IF
        CLOSE SimulationFile
    END-IF.

CHERCHER-PROJETE.
    IF SimPrjCompte(WS-IdxSim) = LK-NumCompte
        MOVE WS-IdxSim TO WS-IdxProjete
    END-IF.
