IDENTIFICATION DIVISION.
PROGRAM-ID. FiltrageClients.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - refiltrage nocturne de tout
*>                 client.txt sur la liste des gels d'avoirs après
*>                 chaque rechargement (ChargementGels) : tant que
*>                 la date de refiltrage de gelsctl.txt est à zéro,
*>                 chaque nom de client passe par FiltrageGel
*>                 (origine 'C', agent "BATC"), qui ouvre dans
*>                 conformite.txt un dossier 'G' pour toute
*>                 nouvelle concordance. Les clients bloqués sont
*>                 listés dans gels.rpt; la date de refiltrage est
*>                 posée à la date comptable une fois le passage
*>                 complet, pour qu'il ne soit pas refait chaque
*>                 nuit. Sans liste chargée, rien n'est fait.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClientFile ASSIGN TO 'client.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumClient
       FILE STATUS IS ClientStatus.
    SELECT GelControleFile ASSIGN TO 'gelsctl.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GelControleStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'gels.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD ClientFile.
COPY CLIENTREC.

FD GelControleFile.
COPY GELCTLREC.

FD DateComptaFile.
COPY DATECREC.

FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 ClientStatus      PIC X(02).
01 GelControleStatus PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-NomGel         PIC X(30).
01 WS-OrigineGel     PIC X(01) VALUE 'C'.
01 WS-ClientGel      PIC 9(08).
01 WS-CompteGel      PIC 9(08) VALUE ZERO.
01 WS-ReferenceGel   PIC 9(10) VALUE ZERO.
01 WS-MontantGel     PIC 9(07)V99 VALUE ZERO.
01 WS-AgentGel       PIC X(04) VALUE "BATC".
01 WS-GelStatus      PIC X(02).
01 WS-NbClients      PIC 9(06) VALUE ZERO.
01 WS-NbBloques      PIC 9(06) VALUE ZERO.
01 WS-ControleSauve  PIC X(34).
01 WS-Switches.
   05 WS-FinClients   PIC X(01) VALUE 'N'.
      88 FinClients   VALUE 'O'.
   05 WS-AFiltrer     PIC X(01) VALUE 'N'.
      88 AFiltrer     VALUE 'O'.
   05 WS-ListeAbsente PIC X(01) VALUE 'N'.
      88 ListeAbsente VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Filtrage des clients sur la liste des gels d'avoirs"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF AFiltrer
        PERFORM 2000-FILTRER THRU 2000-EXIT
        PERFORM 9999-FIN THRU 9999-EXIT
    END-IF
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
    OPEN INPUT GelControleFile
    IF GelControleStatus NOT = '00'
        DISPLAY "Aucune liste des gels chargée, filtrage sans objet"
        GO TO 1000-EXIT
    END-IF
    READ GelControleFile
    IF GelControleStatus NOT = '00'
        DISPLAY "Gelsctl.txt vide ou illisible, statut ",
            GelControleStatus, ", filtrage sans objet"
        CLOSE GelControleFile
        GO TO 1000-EXIT
    END-IF
    MOVE GelControleRecord TO WS-ControleSauve
    CLOSE GelControleFile
    MOVE WS-ControleSauve TO GelControleRecord
    IF GctDateFiltrage IS NUMERIC AND GctDateFiltrage NOT = ZERO
        AND GctDateFiltrage >= GctDateChargement
        DISPLAY "Liste du ", GctDatePublication, " déjà passée sur ",
            "les clients le ", GctDateFiltrage
        GO TO 1000-EXIT
    END-IF
    MOVE 'O' TO WS-AFiltrer
    DISPLAY "Liste du ", GctDatePublication, " chargée le ",
        GctDateChargement, " : refiltrage de client.txt"
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création gels.rpt, statut ", RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Filtrage des gels d'avoirs du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - liste publiée le " DELIMITED BY SIZE
               GctDatePublication DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE "Client   Nom                            Situation"
            TO RapportRecord
        WRITE RapportRecord
    END-IF.
1000-EXIT.
    EXIT.

2000-FILTRER.
    OPEN INPUT ClientFile
    IF ClientStatus NOT = '00'
        DISPLAY "Client.txt illisible, statut ", ClientStatus
        MOVE 'N' TO WS-AFiltrer
        GO TO 2000-EXIT
    END-IF
    MOVE ZEROS TO NumClient
    START ClientFile KEY IS GREATER THAN OR EQUAL NumClient
    IF ClientStatus = '00'
        PERFORM 2100-FILTRER-CLIENT THRU 2100-EXIT
            UNTIL FinClients OR ListeAbsente
    END-IF
    CLOSE ClientFile.
2000-EXIT.
    EXIT.

2100-FILTRER-CLIENT.
    READ ClientFile NEXT RECORD
    IF ClientStatus NOT = '00'
        MOVE 'O' TO WS-FinClients
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbClients
    MOVE CliNom TO WS-NomGel
    MOVE NumClient TO WS-ClientGel
    CALL 'FiltrageGel' USING WS-NomGel, WS-OrigineGel,
        WS-ClientGel, WS-CompteGel, WS-ReferenceGel, WS-MontantGel,
        WS-AgentGel, WS-GelStatus
    EVALUATE WS-GelStatus
        WHEN '00'
            CONTINUE
        WHEN '01'
            ADD 1 TO WS-NbBloques
            IF RapportOuvert
                MOVE SPACES TO RapportRecord
                STRING NumClient DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CliNom DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       "bloqué - dossier de gel en instance"
                           DELIMITED BY SIZE
                  INTO RapportRecord
                WRITE RapportRecord
            END-IF
        WHEN OTHER
            DISPLAY "Gels.txt illisible, statut ", WS-GelStatus,
                ", filtrage interrompu"
            MOVE 'O' TO WS-ListeAbsente
    END-EVALUATE.
2100-EXIT.
    EXIT.

*> La date de refiltrage n'est posée que sur un passage complet :
*> interrompu, il est repris en entier à la clôture suivante.
9999-FIN.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Clients filtrés : " DELIMITED BY SIZE
               WS-NbClients DELIMITED BY SIZE
               "   bloqués : " DELIMITED BY SIZE
               WS-NbBloques DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Clients filtrés : ", WS-NbClients
    DISPLAY "Clients bloqués : ", WS-NbBloques
    IF ListeAbsente OR NOT AFiltrer
        GO TO 9999-EXIT
    END-IF
    OPEN OUTPUT GelControleFile
    IF GelControleStatus NOT = '00'
        DISPLAY "Erreur ouverture gelsctl.txt, statut ",
            GelControleStatus, ", refiltrage à refaire"
        GO TO 9999-EXIT
    END-IF
    MOVE WS-ControleSauve TO GelControleRecord
    MOVE WS-DateJour TO GctDateFiltrage
    WRITE GelControleRecord
    IF GelControleStatus NOT = '00'
        DISPLAY "Erreur écriture gelsctl.txt, statut ",
            GelControleStatus
    END-IF
    CLOSE GelControleFile.
9999-EXIT.
    EXIT.
