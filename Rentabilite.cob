IDENTIFICATION DIVISION.
PROGRAM-ID. Rentabilite.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") compté
*>                 dans la rubrique des frais.
*> 2026-10-15  SI  Création - rentabilité mensuelle par client et
*>                 par agence : à la première clôture d'un mois,
*>                 les produits (agios, frais de tenue et pénalités
*>                 de retard, commissions, intérêts de prêts) et
*>                 les charges (intérêts servis sur le solde
*>                 secondaire, intérêts bruts des comptes à terme
*>                 échus du registre retenues.txt) du mois
*>                 précédent sont totalisés par compte à partir de
*>                 l'historique (et de son archive de l'année),
*>                 puis regroupés par client (SolClient) et par
*>                 agence (SolAgence). La marge nette est rapportée
*>                 à l'encours moyen du mois lu sur echelle.txt.
*>                 rentabilite-AAAAMM.rpt liste les agences, les 20
*>                 clients les plus et les 20 les moins rentables;
*>                 rentabilite-AAAAMM.csv reprend toutes les lignes
*>                 clients et agences pour le tableur. Passé une
*>                 fois par mois comptable : sauté quand
*>                 journalbatch.txt porte déjà une fin "OK" de
*>                 l'étape RENTABILITE pour le mois.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT ArchiveFile ASSIGN USING WS-NomArchive
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArchiveStatus.
    SELECT RetenueFile ASSIGN TO 'retenues.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetenueStatus.
    SELECT EchelleFile ASSIGN TO 'echelle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EchelleStatus.
    SELECT JournalBatchFile ASSIGN TO 'journalbatch.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalBatchStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN USING WS-NomRapport
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT CsvFile ASSIGN USING WS-NomCsv
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CsvStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ArchiveFile.
01 ArchiveRecord PIC X(100).
FD RetenueFile.
COPY RETENUEREC.
FD EchelleFile.
COPY ECHELLEREC.
FD JournalBatchFile.
COPY JOURBATREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).
FD CsvFile.
01 CSV-Record PIC X(150).

WORKING-STORAGE SECTION.
01 SoldeStatus        PIC X(02).
01 HistStatus         PIC X(02).
01 ArchiveStatus      PIC X(02).
01 RetenueStatus      PIC X(02).
01 EchelleStatus      PIC X(02).
01 JournalBatchStatus PIC X(02).
01 DateComptaStatus   PIC X(02).
01 RapportStatus      PIC X(02).
01 CsvStatus          PIC X(02).
01 WS-NomArchive      PIC X(30).
01 WS-NomRapport      PIC X(30).
01 WS-NomCsv          PIC X(30).
01 WS-DateJour        PIC 9(08).
01 WS-MoisComptable   PIC 9(06).
01 WS-MoisAnalyse.
   05 WS-AnneeAnalyse PIC 9(04).
   05 WS-MoisAna      PIC 9(02).
01 WS-Montant         PIC 9(07)V99.
01 WS-CompteExam      PIC 9(08).
01 WS-ActExam         PIC X(10).
01 WS-DateExam        PIC 9(08).
01 WS-MontExam        PIC 9(7).9(2).
01 WS-ArchiveTrans.
   05 ArcTransID    PIC 9(10).
   05 ArcNumCompteH PIC 9(8).
   05 ArcAct        PIC X(10).
   05 ArcMont       PIC 9(7).9(2).
   05 ArcDateTrans  PIC 9(8).
   05 ArcReste      PIC X(38).
01 WS-NbComptes       PIC 9(04) COMP VALUE ZERO.
01 WS-NbClients       PIC 9(04) COMP VALUE ZERO.
01 WS-NbAgences       PIC 9(03) COMP VALUE ZERO.
01 WS-IdxCpt          PIC 9(04) COMP.
01 WS-IdxCli          PIC 9(04) COMP.
01 WS-IdxAg           PIC 9(03) COMP.
01 WS-IdxRub          PIC 9(01) COMP.
01 WS-IdxTrouve       PIC 9(04) COMP.
01 WS-IdxChoisi       PIC 9(04) COMP.
01 WS-Rang            PIC 9(02) COMP.
*> Rubriques : 1 = agios, 2 = frais, 3 = commissions,
*> 4 = intérêts de prêts (produits); 5 = intérêts d'épargne,
*> 6 = intérêts de comptes à terme (charges).
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
         ASCENDING KEY IS WS-CpNum
         INDEXED BY IDX-CP.
      10 WS-CpNum       PIC 9(08).
      10 WS-CpClient    PIC 9(08).
      10 WS-CpAgence    PIC X(03).
      10 WS-CpRub       OCCURS 6 PIC S9(09)V99 COMP-3.
      10 WS-CpCumulSol  PIC S9(11)V99 COMP-3.
      10 WS-CpNbJours   PIC 9(03) COMP.
*> Ligne de rentabilité commune aux clients et aux agences.
01 WS-TableClients.
   05 WS-Client OCCURS 1000.
      10 WS-ClNum       PIC 9(08).
      10 WS-ClAgence    PIC X(03).
      10 WS-ClRub       OCCURS 6 PIC S9(09)V99 COMP-3.
      10 WS-ClProduits  PIC S9(09)V99 COMP-3.
      10 WS-ClCharges   PIC S9(09)V99 COMP-3.
      10 WS-ClMarge     PIC S9(09)V99 COMP-3.
      10 WS-ClEncours   PIC S9(11)V99 COMP-3.
      10 WS-ClChoisiH   PIC X(01).
      10 WS-ClChoisiB   PIC X(01).
01 WS-TableAgences.
   05 WS-Agence OCCURS 100.
      10 WS-AgCode      PIC X(03).
      10 WS-AgNbClients PIC 9(04) COMP.
      10 WS-AgRub       OCCURS 6 PIC S9(09)V99 COMP-3.
      10 WS-AgProduits  PIC S9(09)V99 COMP-3.
      10 WS-AgCharges   PIC S9(09)V99 COMP-3.
      10 WS-AgMarge     PIC S9(09)V99 COMP-3.
      10 WS-AgEncours   PIC S9(11)V99 COMP-3.
*> Ligne en cours d'édition (client ou agence).
01 WS-LigneEdit.
   05 WS-LeType       PIC X(06).
   05 WS-LeCode       PIC X(08).
   05 WS-LeAgence     PIC X(03).
   05 WS-LeRub        OCCURS 6 PIC S9(09)V99 COMP-3.
   05 WS-LeProduits   PIC S9(09)V99 COMP-3.
   05 WS-LeCharges    PIC S9(09)V99 COMP-3.
   05 WS-LeMarge      PIC S9(09)V99 COMP-3.
   05 WS-LeEncours    PIC S9(11)V99 COMP-3.
01 WS-EncoursMoyen    PIC S9(11)V99 COMP-3.
01 WS-Ratio           PIC S9(05)V99 COMP-3.
01 WS-MontantAff      PIC -(9)9.99.
01 WS-EncoursAff      PIC -(11)9.99.
01 WS-RatioAff        PIC -(4)9.99.
01 WS-NbBlancs        PIC 9(02) COMP.
01 WS-Champ           PIC X(16).
01 WS-PtrCsv          PIC 9(03) COMP.
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
   05 WS-DejaPasse    PIC X(01) VALUE 'N'.
      88 DejaPasse    VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-RatioCalcule PIC X(01) VALUE 'N'.
      88 RatioCalcule VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Rentabilité mensuelle des clients et des agences"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT FinFichier
        PERFORM 2000-CUMULER-ARCHIVE THRU 2000-EXIT
        PERFORM 2500-CUMULER-HISTORIQUE THRU 2500-EXIT
        PERFORM 2600-CUMULER-TERMES THRU 2600-EXIT
        PERFORM 2700-CUMULER-ECHELLE THRU 2700-EXIT
        PERFORM 3000-REGROUPER THRU 3000-EXIT
        PERFORM 4000-EDITER-RAPPORT THRU 4000-EXIT
        PERFORM 5000-EDITER-CSV THRU 5000-EXIT
    END-IF
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
    MOVE WS-DateJour(1:6) TO WS-MoisComptable
    MOVE WS-DateJour(1:4) TO WS-AnneeAnalyse
    MOVE WS-DateJour(5:2) TO WS-MoisAna
    IF WS-MoisAna = 1
        MOVE 12 TO WS-MoisAna
        SUBTRACT 1 FROM WS-AnneeAnalyse
    ELSE
        SUBTRACT 1 FROM WS-MoisAna
    END-IF
    PERFORM 1500-CONTROLER-DOUBLE THRU 1500-EXIT
    IF DejaPasse
        DISPLAY "Rentabilité du mois ", WS-MoisAnalyse,
            " déjà produite"
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO WS-NomArchive
    STRING "historique-" DELIMITED BY SIZE
        WS-AnneeAnalyse DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomArchive
    MOVE SPACES TO WS-NomRapport
    STRING "rentabilite-" DELIMITED BY SIZE
        WS-MoisAnalyse DELIMITED BY SIZE
        ".rpt" DELIMITED BY SIZE
        INTO WS-NomRapport
    MOVE SPACES TO WS-NomCsv
    STRING "rentabilite-" DELIMITED BY SIZE
        WS-MoisAnalyse DELIMITED BY SIZE
        ".csv" DELIMITED BY SIZE
        INTO WS-NomCsv
    PERFORM 1200-CHARGER-COMPTES THRU 1200-EXIT
    IF WS-NbComptes = ZERO
        MOVE 'O' TO WS-FinFichier
    END-IF.
1000-EXIT.
    EXIT.

1200-CHARGER-COMPTES.
    MOVE ZERO TO WS-NbComptes
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        GO TO 1200-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 1210-LIRE-COMPTE THRU 1210-EXIT
            UNTIL SoldeStatus NOT = '00' OR TableSaturee
    END-IF
    CLOSE SoldeFile.
1200-EXIT.
    EXIT.

1210-LIRE-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus = '00'
        IF WS-NbComptes >= 1000
            DISPLAY "Table des comptes saturée (1000), compte ",
                NumCompte, " et suivants non analysés"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbComptes
            MOVE NumCompte TO WS-CpNum(WS-NbComptes)
            MOVE SolClient TO WS-CpClient(WS-NbComptes)
            MOVE SolAgence TO WS-CpAgence(WS-NbComptes)
            MOVE ZERO TO WS-CpCumulSol(WS-NbComptes)
            MOVE ZERO TO WS-CpNbJours(WS-NbComptes)
            PERFORM 1220-RAZ-RUBRIQUE THRU 1220-EXIT
                VARYING WS-IdxRub FROM 1 BY 1
                UNTIL WS-IdxRub > 6
        END-IF
    END-IF.
1210-EXIT.
    EXIT.

1220-RAZ-RUBRIQUE.
    MOVE ZERO TO WS-CpRub(WS-NbComptes, WS-IdxRub).
1220-EXIT.
    EXIT.

1500-CONTROLER-DOUBLE.
    MOVE 'N' TO WS-DejaPasse
    OPEN INPUT JournalBatchFile
    IF JournalBatchStatus NOT = '00'
        GO TO 1500-EXIT
    END-IF
    PERFORM 1510-LIRE-JOURNAL THRU 1510-EXIT
        UNTIL JournalBatchStatus NOT = '00'
    CLOSE JournalBatchFile.
1500-EXIT.
    EXIT.

1510-LIRE-JOURNAL.
    READ JournalBatchFile
    IF JournalBatchStatus = '00'
        IF JbEtape = "RENTABILITE"
            AND JbEvenement = "FIN"
            AND JbResultat = "OK"
            AND JbDate(1:6) = WS-MoisComptable
            MOVE 'O' TO WS-DejaPasse
        END-IF
    END-IF.
1510-EXIT.
    EXIT.

2000-CUMULER-ARCHIVE.
    OPEN INPUT ArchiveFile
    IF ArchiveStatus NOT = '00'
        IF ArchiveStatus NOT = '35'
            DISPLAY "Archive illisible, statut ", ArchiveStatus
        END-IF
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LIRE-ARCHIVE THRU 2100-EXIT
        UNTIL ArchiveStatus NOT = '00'
    CLOSE ArchiveFile.
2000-EXIT.
    EXIT.

2100-LIRE-ARCHIVE.
    READ ArchiveFile
    IF ArchiveStatus = '00'
        MOVE ArchiveRecord TO WS-ArchiveTrans
        MOVE ArcNumCompteH TO WS-CompteExam
        MOVE ArcAct TO WS-ActExam
        MOVE ArcDateTrans TO WS-DateExam
        MOVE ArcMont TO WS-MontExam
        PERFORM 2400-CLASSER-MOUVEMENT THRU 2400-EXIT
    END-IF.
2100-EXIT.
    EXIT.

2400-CLASSER-MOUVEMENT.
    IF WS-DateExam(1:6) NOT = WS-MoisAnalyse
        GO TO 2400-EXIT
    END-IF
    EVALUATE WS-ActExam
        WHEN "Agios"
            MOVE 1 TO WS-IdxRub
        WHEN "FraisTenue"
        WHEN "LoyerCof"
        WHEN "PretPenal"
            MOVE 2 TO WS-IdxRub
        WHEN "Commission"
            MOVE 3 TO WS-IdxRub
        WHEN "PretEchInt"
        WHEN "PretRegInt"
        WHEN "PretDtxInt"
            MOVE 4 TO WS-IdxRub
        WHEN "Intérêt"
        WHEN "AnnulInt"
            MOVE 5 TO WS-IdxRub
        WHEN OTHER
            GO TO 2400-EXIT
    END-EVALUATE
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = WS-CompteExam
            MOVE WS-MontExam TO WS-Montant
            IF WS-ActExam = "AnnulInt"
                SUBTRACT WS-Montant FROM WS-CpRub(IDX-CP, WS-IdxRub)
            ELSE
                ADD WS-Montant TO WS-CpRub(IDX-CP, WS-IdxRub)
            END-IF
    END-SEARCH.
2400-EXIT.
    EXIT.

2500-CUMULER-HISTORIQUE.
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        IF HistStatus NOT = '35'
            DISPLAY "Historique.txt illisible, statut ", HistStatus
        END-IF
        GO TO 2500-EXIT
    END-IF
    PERFORM 2510-LIRE-HISTO THRU 2510-EXIT
        UNTIL HistStatus NOT = '00'
    CLOSE HistoriqueFile.
2500-EXIT.
    EXIT.

2510-LIRE-HISTO.
    READ HistoriqueFile
    IF HistStatus = '00'
        MOVE NumCompteH TO WS-CompteExam
        MOVE Act TO WS-ActExam
        MOVE DateTrans TO WS-DateExam
        MOVE Mont TO WS-MontExam
        PERFORM 2400-CLASSER-MOUVEMENT THRU 2400-EXIT
    END-IF.
2510-EXIT.
    EXIT.

*> L'intérêt d'un compte à terme est payé avec le capital dans un
*> seul mouvement "CatEchu" : son montant brut est repris du
*> registre des retenues à la source.
2600-CUMULER-TERMES.
    OPEN INPUT RetenueFile
    IF RetenueStatus NOT = '00'
        IF RetenueStatus NOT = '35'
            DISPLAY "Retenues.txt illisible, statut ", RetenueStatus
        END-IF
        GO TO 2600-EXIT
    END-IF
    PERFORM 2610-LIRE-RETENUE THRU 2610-EXIT
        UNTIL RetenueStatus NOT = '00'
    CLOSE RetenueFile.
2600-EXIT.
    EXIT.

2610-LIRE-RETENUE.
    READ RetenueFile
    IF RetenueStatus NOT = '00'
        GO TO 2610-EXIT
    END-IF
    IF RetDate(1:6) NOT = WS-MoisAnalyse OR NOT RetCompteTerme
        GO TO 2610-EXIT
    END-IF
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = RetCompte
            MOVE RetBrut TO WS-Montant
            ADD WS-Montant TO WS-CpRub(IDX-CP, 6)
    END-SEARCH.
2610-EXIT.
    EXIT.

*> Encours d'un compte : solde principal plus solde secondaire de
*> chaque jour de l'échelle du mois; la moyenne est prise sur les
*> jours où le compte figure à l'échelle.
2700-CUMULER-ECHELLE.
    OPEN INPUT EchelleFile
    IF EchelleStatus NOT = '00'
        IF EchelleStatus NOT = '35'
            DISPLAY "Echelle.txt illisible, statut ", EchelleStatus
        ELSE
            DISPLAY "Aucune échelle des soldes, encours moyens nuls"
        END-IF
        GO TO 2700-EXIT
    END-IF
    PERFORM 2710-LIRE-ECHELLE THRU 2710-EXIT
        UNTIL EchelleStatus NOT = '00'
    CLOSE EchelleFile.
2700-EXIT.
    EXIT.

2710-LIRE-ECHELLE.
    READ EchelleFile
    IF EchelleStatus NOT = '00'
        GO TO 2710-EXIT
    END-IF
    IF EchDate(1:6) NOT = WS-MoisAnalyse
        GO TO 2710-EXIT
    END-IF
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = EchCompte
            MOVE EchSol TO WS-Montant
            ADD WS-Montant TO WS-CpCumulSol(IDX-CP)
            MOVE EchSolSec TO WS-Montant
            ADD WS-Montant TO WS-CpCumulSol(IDX-CP)
            ADD 1 TO WS-CpNbJours(IDX-CP)
    END-SEARCH.
2710-EXIT.
    EXIT.

3000-REGROUPER.
    MOVE ZERO TO WS-NbClients
    MOVE ZERO TO WS-NbAgences
    PERFORM 3100-REGROUPER-COMPTE THRU 3100-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes
    PERFORM 3400-CALCULER-MARGE THRU 3400-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
    PERFORM 3500-CALCULER-MARGE-AGENCE THRU 3500-EXIT
        VARYING WS-IdxAg FROM 1 BY 1
        UNTIL WS-IdxAg > WS-NbAgences.
3000-EXIT.
    EXIT.

3100-REGROUPER-COMPTE.
    IF WS-CpNbJours(WS-IdxCpt) > ZERO
        COMPUTE WS-EncoursMoyen ROUNDED =
            WS-CpCumulSol(WS-IdxCpt) / WS-CpNbJours(WS-IdxCpt)
    ELSE
        MOVE ZERO TO WS-EncoursMoyen
    END-IF
    PERFORM 3200-TROUVER-CLIENT THRU 3200-EXIT
    IF WS-IdxCli NOT = ZERO
        PERFORM 3110-AJOUTER-CLIENT THRU 3110-EXIT
            VARYING WS-IdxRub FROM 1 BY 1
            UNTIL WS-IdxRub > 6
        ADD WS-EncoursMoyen TO WS-ClEncours(WS-IdxCli)
    END-IF
    PERFORM 3300-TROUVER-AGENCE THRU 3300-EXIT
    IF WS-IdxAg NOT = ZERO
        PERFORM 3120-AJOUTER-AGENCE THRU 3120-EXIT
            VARYING WS-IdxRub FROM 1 BY 1
            UNTIL WS-IdxRub > 6
        ADD WS-EncoursMoyen TO WS-AgEncours(WS-IdxAg)
    END-IF.
3100-EXIT.
    EXIT.

3110-AJOUTER-CLIENT.
    ADD WS-CpRub(WS-IdxCpt, WS-IdxRub)
        TO WS-ClRub(WS-IdxCli, WS-IdxRub).
3110-EXIT.
    EXIT.

3120-AJOUTER-AGENCE.
    ADD WS-CpRub(WS-IdxCpt, WS-IdxRub)
        TO WS-AgRub(WS-IdxAg, WS-IdxRub).
3120-EXIT.
    EXIT.

*> Le client est rattaché à l'agence de son premier compte.
3200-TROUVER-CLIENT.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 3210-COMPARER-CLIENT THRU 3210-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-IdxTrouve TO WS-IdxCli
        GO TO 3200-EXIT
    END-IF
    IF WS-NbClients >= 1000
        MOVE ZERO TO WS-IdxCli
        GO TO 3200-EXIT
    END-IF
    ADD 1 TO WS-NbClients
    MOVE WS-NbClients TO WS-IdxCli
    MOVE WS-CpClient(WS-IdxCpt) TO WS-ClNum(WS-IdxCli)
    MOVE WS-CpAgence(WS-IdxCpt) TO WS-ClAgence(WS-IdxCli)
    MOVE ZERO TO WS-ClEncours(WS-IdxCli)
    MOVE 'N' TO WS-ClChoisiH(WS-IdxCli)
    MOVE 'N' TO WS-ClChoisiB(WS-IdxCli)
    PERFORM 3220-RAZ-CLIENT THRU 3220-EXIT
        VARYING WS-IdxRub FROM 1 BY 1
        UNTIL WS-IdxRub > 6.
3200-EXIT.
    EXIT.

3210-COMPARER-CLIENT.
    IF WS-ClNum(WS-IdxCli) = WS-CpClient(WS-IdxCpt)
        MOVE WS-IdxCli TO WS-IdxTrouve
    END-IF.
3210-EXIT.
    EXIT.

3220-RAZ-CLIENT.
    MOVE ZERO TO WS-ClRub(WS-IdxCli, WS-IdxRub).
3220-EXIT.
    EXIT.

3300-TROUVER-AGENCE.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 3310-COMPARER-AGENCE THRU 3310-EXIT
        VARYING WS-IdxAg FROM 1 BY 1
        UNTIL WS-IdxAg > WS-NbAgences
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-IdxTrouve TO WS-IdxAg
        GO TO 3300-EXIT
    END-IF
    IF WS-NbAgences >= 100
        MOVE ZERO TO WS-IdxAg
        GO TO 3300-EXIT
    END-IF
    ADD 1 TO WS-NbAgences
    MOVE WS-NbAgences TO WS-IdxAg
    MOVE WS-CpAgence(WS-IdxCpt) TO WS-AgCode(WS-IdxAg)
    MOVE ZERO TO WS-AgNbClients(WS-IdxAg)
    MOVE ZERO TO WS-AgEncours(WS-IdxAg)
    PERFORM 3320-RAZ-AGENCE THRU 3320-EXIT
        VARYING WS-IdxRub FROM 1 BY 1
        UNTIL WS-IdxRub > 6.
3300-EXIT.
    EXIT.

3310-COMPARER-AGENCE.
    IF WS-AgCode(WS-IdxAg) = WS-CpAgence(WS-IdxCpt)
        MOVE WS-IdxAg TO WS-IdxTrouve
    END-IF.
3310-EXIT.
    EXIT.

3320-RAZ-AGENCE.
    MOVE ZERO TO WS-AgRub(WS-IdxAg, WS-IdxRub).
3320-EXIT.
    EXIT.

3400-CALCULER-MARGE.
    COMPUTE WS-ClProduits(WS-IdxCli) = WS-ClRub(WS-IdxCli, 1)
        + WS-ClRub(WS-IdxCli, 2) + WS-ClRub(WS-IdxCli, 3)
        + WS-ClRub(WS-IdxCli, 4)
    COMPUTE WS-ClCharges(WS-IdxCli) = WS-ClRub(WS-IdxCli, 5)
        + WS-ClRub(WS-IdxCli, 6)
    COMPUTE WS-ClMarge(WS-IdxCli) = WS-ClProduits(WS-IdxCli)
        - WS-ClCharges(WS-IdxCli).
3400-EXIT.
    EXIT.

3500-CALCULER-MARGE-AGENCE.
    COMPUTE WS-AgProduits(WS-IdxAg) = WS-AgRub(WS-IdxAg, 1)
        + WS-AgRub(WS-IdxAg, 2) + WS-AgRub(WS-IdxAg, 3)
        + WS-AgRub(WS-IdxAg, 4)
    COMPUTE WS-AgCharges(WS-IdxAg) = WS-AgRub(WS-IdxAg, 5)
        + WS-AgRub(WS-IdxAg, 6)
    COMPUTE WS-AgMarge(WS-IdxAg) = WS-AgProduits(WS-IdxAg)
        - WS-AgCharges(WS-IdxAg)
    PERFORM 3510-COMPTER-CLIENTS THRU 3510-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients.
3500-EXIT.
    EXIT.

3510-COMPTER-CLIENTS.
    IF WS-ClAgence(WS-IdxCli) = WS-AgCode(WS-IdxAg)
        ADD 1 TO WS-AgNbClients(WS-IdxAg)
    END-IF.
3510-EXIT.
    EXIT.

4000-EDITER-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomRapport, ", statut ",
            RapportStatus
        GO TO 4000-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    STRING "Rentabilité des clients et des agences - mois "
               DELIMITED BY SIZE
           WS-MoisAnalyse DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Par agence" TO RapportRecord
    WRITE RapportRecord
    PERFORM 4900-ENTETE-COLONNES THRU 4900-EXIT
    PERFORM 4100-EDITER-AGENCE THRU 4100-EXIT
        VARYING WS-IdxAg FROM 1 BY 1
        UNTIL WS-IdxAg > WS-NbAgences
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Les 20 clients les plus rentables" TO RapportRecord
    WRITE RapportRecord
    PERFORM 4900-ENTETE-COLONNES THRU 4900-EXIT
    PERFORM 4200-CHOISIR-HAUT THRU 4200-EXIT
        VARYING WS-Rang FROM 1 BY 1
        UNTIL WS-Rang > 20 OR WS-Rang > WS-NbClients
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Les 20 clients les moins rentables" TO RapportRecord
    WRITE RapportRecord
    PERFORM 4900-ENTETE-COLONNES THRU 4900-EXIT
    PERFORM 4300-CHOISIR-BAS THRU 4300-EXIT
        VARYING WS-Rang FROM 1 BY 1
        UNTIL WS-Rang > 20 OR WS-Rang > WS-NbClients
    CLOSE RapportFile
    DISPLAY "Etat de rentabilité : ", WS-NomRapport.
4000-EXIT.
    EXIT.

4100-EDITER-AGENCE.
    PERFORM 4810-CHARGER-AGENCE THRU 4810-EXIT
    PERFORM 4950-LIGNE-RAPPORT THRU 4950-EXIT.
4100-EXIT.
    EXIT.

*> Sélection par passes successives : la plus forte marge parmi
*> les clients non encore retenus.
4200-CHOISIR-HAUT.
    MOVE ZERO TO WS-IdxChoisi
    PERFORM 4210-COMPARER-HAUT THRU 4210-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
    IF WS-IdxChoisi = ZERO
        GO TO 4200-EXIT
    END-IF
    MOVE 'O' TO WS-ClChoisiH(WS-IdxChoisi)
    MOVE WS-IdxChoisi TO WS-IdxCli
    PERFORM 4800-CHARGER-CLIENT THRU 4800-EXIT
    PERFORM 4950-LIGNE-RAPPORT THRU 4950-EXIT.
4200-EXIT.
    EXIT.

4210-COMPARER-HAUT.
    IF WS-ClChoisiH(WS-IdxCli) = 'O'
        GO TO 4210-EXIT
    END-IF
    IF WS-IdxChoisi = ZERO
        MOVE WS-IdxCli TO WS-IdxChoisi
        GO TO 4210-EXIT
    END-IF
    IF WS-ClMarge(WS-IdxCli) > WS-ClMarge(WS-IdxChoisi)
        MOVE WS-IdxCli TO WS-IdxChoisi
    END-IF.
4210-EXIT.
    EXIT.

4300-CHOISIR-BAS.
    MOVE ZERO TO WS-IdxChoisi
    PERFORM 4310-COMPARER-BAS THRU 4310-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
    IF WS-IdxChoisi = ZERO
        GO TO 4300-EXIT
    END-IF
    MOVE 'O' TO WS-ClChoisiB(WS-IdxChoisi)
    MOVE WS-IdxChoisi TO WS-IdxCli
    PERFORM 4800-CHARGER-CLIENT THRU 4800-EXIT
    PERFORM 4950-LIGNE-RAPPORT THRU 4950-EXIT.
4300-EXIT.
    EXIT.

4310-COMPARER-BAS.
    IF WS-ClChoisiB(WS-IdxCli) = 'O'
        GO TO 4310-EXIT
    END-IF
    IF WS-IdxChoisi = ZERO
        MOVE WS-IdxCli TO WS-IdxChoisi
        GO TO 4310-EXIT
    END-IF
    IF WS-ClMarge(WS-IdxCli) < WS-ClMarge(WS-IdxChoisi)
        MOVE WS-IdxCli TO WS-IdxChoisi
    END-IF.
4310-EXIT.
    EXIT.

4800-CHARGER-CLIENT.
    MOVE "CLIENT" TO WS-LeType
    MOVE WS-ClNum(WS-IdxCli) TO WS-LeCode
    MOVE WS-ClAgence(WS-IdxCli) TO WS-LeAgence
    PERFORM 4801-CHARGER-RUB-CLIENT THRU 4801-EXIT
        VARYING WS-IdxRub FROM 1 BY 1
        UNTIL WS-IdxRub > 6
    MOVE WS-ClProduits(WS-IdxCli) TO WS-LeProduits
    MOVE WS-ClCharges(WS-IdxCli) TO WS-LeCharges
    MOVE WS-ClMarge(WS-IdxCli) TO WS-LeMarge
    MOVE WS-ClEncours(WS-IdxCli) TO WS-LeEncours
    PERFORM 4850-CALCULER-RATIO THRU 4850-EXIT.
4800-EXIT.
    EXIT.

4801-CHARGER-RUB-CLIENT.
    MOVE WS-ClRub(WS-IdxCli, WS-IdxRub) TO WS-LeRub(WS-IdxRub).
4801-EXIT.
    EXIT.

4810-CHARGER-AGENCE.
    MOVE "AGENCE" TO WS-LeType
    MOVE SPACES TO WS-LeCode
    MOVE WS-AgCode(WS-IdxAg) TO WS-LeCode
    MOVE WS-AgCode(WS-IdxAg) TO WS-LeAgence
    PERFORM 4811-CHARGER-RUB-AGENCE THRU 4811-EXIT
        VARYING WS-IdxRub FROM 1 BY 1
        UNTIL WS-IdxRub > 6
    MOVE WS-AgProduits(WS-IdxAg) TO WS-LeProduits
    MOVE WS-AgCharges(WS-IdxAg) TO WS-LeCharges
    MOVE WS-AgMarge(WS-IdxAg) TO WS-LeMarge
    MOVE WS-AgEncours(WS-IdxAg) TO WS-LeEncours
    PERFORM 4850-CALCULER-RATIO THRU 4850-EXIT.
4810-EXIT.
    EXIT.

4811-CHARGER-RUB-AGENCE.
    MOVE WS-AgRub(WS-IdxAg, WS-IdxRub) TO WS-LeRub(WS-IdxRub).
4811-EXIT.
    EXIT.

*> Marge du mois en pourcentage de l'encours moyen; sans encours
*> le rapport n'est pas significatif.
4850-CALCULER-RATIO.
    MOVE 'N' TO WS-RatioCalcule
    MOVE ZERO TO WS-Ratio
    IF WS-LeEncours > ZERO
        COMPUTE WS-Ratio ROUNDED =
            WS-LeMarge * 100 / WS-LeEncours
            ON SIZE ERROR
                MOVE ZERO TO WS-Ratio
            NOT ON SIZE ERROR
                MOVE 'O' TO WS-RatioCalcule
        END-COMPUTE
    END-IF.
4850-EXIT.
    EXIT.

4900-ENTETE-COLONNES.
    MOVE SPACES TO RapportRecord
    MOVE "Code" TO RapportRecord(1:4)
    MOVE "Ag." TO RapportRecord(10:3)
    MOVE "Produits" TO RapportRecord(20:8)
    MOVE "Charges" TO RapportRecord(34:7)
    MOVE "Marge" TO RapportRecord(49:5)
    MOVE "Encours moyen" TO RapportRecord(57:13)
    MOVE "Marge %" TO RapportRecord(74:7)
    WRITE RapportRecord.
4900-EXIT.
    EXIT.

4950-LIGNE-RAPPORT.
    MOVE SPACES TO RapportRecord
    MOVE WS-LeCode TO RapportRecord(1:8)
    MOVE WS-LeAgence TO RapportRecord(10:3)
    MOVE WS-LeProduits TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(14:13)
    MOVE WS-LeCharges TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(28:13)
    MOVE WS-LeMarge TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(41:13)
    MOVE WS-LeEncours TO WS-EncoursAff
    MOVE WS-EncoursAff TO RapportRecord(55:15)
    IF RatioCalcule
        MOVE WS-Ratio TO WS-RatioAff
        MOVE WS-RatioAff TO RapportRecord(72:9)
    ELSE
        MOVE "n.s." TO RapportRecord(77:4)
    END-IF
    WRITE RapportRecord.
4950-EXIT.
    EXIT.

5000-EDITER-CSV.
    OPEN OUTPUT CsvFile
    IF CsvStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomCsv, ", statut ",
            CsvStatus
        GO TO 5000-EXIT
    END-IF
    MOVE SPACES TO CSV-Record
    STRING "Type,Code,Agence,Agios,Frais,Commissions,InteretsPrets,"
               DELIMITED BY SIZE
           "InteretsEpargne,InteretsTerme,Produits,Charges,Marge,"
               DELIMITED BY SIZE
           "EncoursMoyen,MargePct" DELIMITED BY SIZE
      INTO CSV-Record
    WRITE CSV-Record
    PERFORM 5100-CSV-AGENCE THRU 5100-EXIT
        VARYING WS-IdxAg FROM 1 BY 1
        UNTIL WS-IdxAg > WS-NbAgences
    PERFORM 5200-CSV-CLIENT THRU 5200-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
    CLOSE CsvFile
    DISPLAY "Export tableur : ", WS-NomCsv.
5000-EXIT.
    EXIT.

5100-CSV-AGENCE.
    PERFORM 4810-CHARGER-AGENCE THRU 4810-EXIT
    PERFORM 5900-LIGNE-CSV THRU 5900-EXIT.
5100-EXIT.
    EXIT.

5200-CSV-CLIENT.
    PERFORM 4800-CHARGER-CLIENT THRU 4800-EXIT
    PERFORM 5900-LIGNE-CSV THRU 5900-EXIT.
5200-EXIT.
    EXIT.

5900-LIGNE-CSV.
    MOVE SPACES TO CSV-Record
    MOVE 1 TO WS-PtrCsv
    STRING WS-LeType DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-LeCode DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-LeAgence DELIMITED BY SPACE
      INTO CSV-Record WITH POINTER WS-PtrCsv
    PERFORM 5910-CSV-RUBRIQUE THRU 5910-EXIT
        VARYING WS-IdxRub FROM 1 BY 1
        UNTIL WS-IdxRub > 6
    MOVE WS-LeProduits TO WS-MontantAff
    PERFORM 5950-CSV-MONTANT THRU 5950-EXIT
    MOVE WS-LeCharges TO WS-MontantAff
    PERFORM 5950-CSV-MONTANT THRU 5950-EXIT
    MOVE WS-LeMarge TO WS-MontantAff
    PERFORM 5950-CSV-MONTANT THRU 5950-EXIT
    MOVE WS-LeEncours TO WS-EncoursAff
    MOVE WS-EncoursAff TO WS-Champ
    PERFORM 5960-CSV-CHAMP THRU 5960-EXIT
    IF RatioCalcule
        MOVE WS-Ratio TO WS-RatioAff
        MOVE WS-RatioAff TO WS-Champ
    ELSE
        MOVE SPACES TO WS-Champ
    END-IF
    PERFORM 5960-CSV-CHAMP THRU 5960-EXIT
    WRITE CSV-Record.
5900-EXIT.
    EXIT.

5910-CSV-RUBRIQUE.
    MOVE WS-LeRub(WS-IdxRub) TO WS-MontantAff
    PERFORM 5950-CSV-MONTANT THRU 5950-EXIT.
5910-EXIT.
    EXIT.

5950-CSV-MONTANT.
    MOVE WS-MontantAff TO WS-Champ
    PERFORM 5960-CSV-CHAMP THRU 5960-EXIT.
5950-EXIT.
    EXIT.

*> Champ numérique édité ajouté au CSV sans ses blancs de tête.
5960-CSV-CHAMP.
    MOVE ZERO TO WS-NbBlancs
    INSPECT WS-Champ TALLYING WS-NbBlancs FOR LEADING SPACES
    IF WS-NbBlancs >= 16
        STRING "," DELIMITED BY SIZE
          INTO CSV-Record WITH POINTER WS-PtrCsv
        GO TO 5960-EXIT
    END-IF
    STRING "," DELIMITED BY SIZE
           WS-Champ(WS-NbBlancs + 1:) DELIMITED BY SPACE
      INTO CSV-Record WITH POINTER WS-PtrCsv.
5960-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Comptes analysés : ", WS-NbComptes,
        ", clients : ", WS-NbClients, ", agences : ", WS-NbAgences
    DISPLAY "Fin de la rentabilité mensuelle".
9999-EXIT.
    EXIT.
