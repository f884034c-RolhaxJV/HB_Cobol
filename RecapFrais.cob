IDENTIFICATION DIVISION.
PROGRAM-ID. RecapFrais.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") totalisé
*>                 avec les commissions de service.
*> 2026-10-15  SI  Création - récapitulatif annuel des frais
*>                 adressé à chaque client en janvier : pour une
*>                 année saisie au clavier (l'année précédant la
*>                 date comptable par défaut), les frais de tenue de
*>                 compte ("FraisTenue"), commissions
*>                 ("Commission"), agios ("Agios") et pénalités de
*>                 retard de prêt ("PretPenal") sont totalisés par
*>                 compte à partir de l'archive historique-AAAA.txt
*>                 et de l'historique vivant, puis regroupés par
*>                 client titulaire (SolClient). Un feuillet par
*>                 client (nom et adresse de client.txt, une ligne
*>                 par compte, total de l'année) est édité dans
*>                 frais-AAAA.prn, dans la présentation du relevé
*>                 imprimé. Les chèques remis revenus impayés
*>                 ("ChqImpaye", contre-passation du montant du
*>                 chèque) sont comptés pour information, hors
*>                 frais. À passer après ArchiveHistorique.
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
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT PrintFile ASSIGN USING WS-NomEtat
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PrintStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ArchiveFile.
01 ArchiveRecord PIC X(100).
FD DateComptaFile.
COPY DATECREC.
FD PrintFile.
01 PrintRecord PIC X(80).

WORKING-STORAGE SECTION.
01 SoldeStatus       PIC X(02).
01 HistStatus        PIC X(02).
01 ArchiveStatus     PIC X(02).
01 DateComptaStatus  PIC X(02).
01 PrintStatus       PIC X(02).
01 WS-Annee          PIC 9(04).
01 WS-DateJour       PIC 9(08).
01 WS-NomArchive     PIC X(30).
01 WS-NomEtat        PIC X(30).
01 WS-Montant        PIC 9(07)V99.
01 WS-MontantAff     PIC Z(7)9.99.
01 WS-NbImpAff       PIC ZZZ9.
01 WS-NbComptes      PIC 9(04) COMP VALUE ZERO.
01 WS-NbClients      PIC 9(04) COMP VALUE ZERO.
01 WS-NbEdites       PIC 9(06) VALUE ZERO.
01 WS-NbSansClient   PIC 9(06) VALUE ZERO.
01 WS-IdxCpt         PIC 9(04) COMP.
01 WS-IdxCli         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-IdxFrais       PIC 9(01) COMP.
01 WS-Colonne        PIC 9(02) COMP.
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-CompteExam     PIC 9(08).
01 WS-ActExam        PIC X(10).
01 WS-DateExam       PIC 9(08).
01 WS-MontExam       PIC 9(7).9(2).
01 WS-ArchiveTrans.
   05 ArcTransID    PIC 9(10).
   05 ArcNumCompteH PIC 9(8).
   05 ArcAct        PIC X(10).
   05 ArcMont       PIC 9(7).9(2).
   05 ArcDateTrans  PIC 9(8).
   05 ArcReste      PIC X(38).
*> Nature de frais : 1 = tenue de compte, 2 = commissions (dont
*> loyers de coffres-forts), 3 = agios, 4 = pénalités de retard,
*> 5 = total.
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
         ASCENDING KEY IS WS-CpNum
         INDEXED BY IDX-CP.
      10 WS-CpNum      PIC 9(08).
      10 WS-CpClient   PIC 9(08).
      10 WS-CpFrais    OCCURS 5 PIC S9(09)V99 COMP-3.
      10 WS-CpImpayes  PIC 9(04) COMP.
01 WS-TableClients.
   05 WS-Client OCCURS 1000.
      10 WS-ClNum      PIC 9(08).
01 WS-TotalClient.
   05 WS-TcFrais     OCCURS 5 PIC S9(09)V99 COMP-3.
01 WS-NbImpayesClient PIC 9(04) COMP.
01 WS-Switches.
   05 WS-FinHisto     PIC X(01) VALUE 'N'.
      88 FinHisto     VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-PrintOuvert  PIC X(01) VALUE 'N'.
      88 PrintOuvert  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Récapitulatif annuel des frais"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-CUMULER-ARCHIVE THRU 2000-EXIT
    PERFORM 2500-CUMULER-HISTORIQUE THRU 2500-EXIT
    PERFORM 2800-REGROUPER-CLIENTS THRU 2800-EXIT
    PERFORM 3000-EDITER THRU 3000-EXIT
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
    DISPLAY "Année des frais (AAAA, 0 = année précédente) :"
    ACCEPT WS-Annee
    IF WS-Annee = ZERO
        MOVE WS-DateJour(1:4) TO WS-Annee
        SUBTRACT 1 FROM WS-Annee
    END-IF
    DISPLAY "Récapitulatif des frais de l'année ", WS-Annee
    MOVE SPACES TO WS-NomArchive
    STRING "historique-" DELIMITED BY SIZE
        WS-Annee DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomArchive
    MOVE SPACES TO WS-NomEtat
    STRING "frais-" DELIMITED BY SIZE
        WS-Annee DELIMITED BY SIZE
        ".prn" DELIMITED BY SIZE
        INTO WS-NomEtat
    PERFORM 1200-CHARGER-COMPTES THRU 1200-EXIT.
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
                NumCompte, " et suivants non édités"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbComptes
            MOVE NumCompte TO WS-CpNum(WS-NbComptes)
            MOVE SolClient TO WS-CpClient(WS-NbComptes)
            MOVE ZERO TO WS-CpImpayes(WS-NbComptes)
            PERFORM 1220-RAZ-FRAIS THRU 1220-EXIT
                VARYING WS-IdxFrais FROM 1 BY 1
                UNTIL WS-IdxFrais > 5
        END-IF
    END-IF.
1210-EXIT.
    EXIT.

1220-RAZ-FRAIS.
    MOVE ZERO TO WS-CpFrais(WS-NbComptes, WS-IdxFrais).
1220-EXIT.
    EXIT.

2000-CUMULER-ARCHIVE.
    IF WS-NbComptes = ZERO
        GO TO 2000-EXIT
    END-IF
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
        PERFORM 2700-CUMULER-FRAIS THRU 2700-EXIT
    END-IF.
2100-EXIT.
    EXIT.

2500-CUMULER-HISTORIQUE.
    IF WS-NbComptes = ZERO
        GO TO 2500-EXIT
    END-IF
    MOVE 'N' TO WS-FinHisto
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        IF HistStatus NOT = '35'
            DISPLAY "Historique.txt illisible, statut ", HistStatus
        END-IF
        GO TO 2500-EXIT
    END-IF
    PERFORM 2510-LIRE-HISTO THRU 2510-EXIT
        UNTIL FinHisto
    CLOSE HistoriqueFile.
2500-EXIT.
    EXIT.

2510-LIRE-HISTO.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        MOVE 'O' TO WS-FinHisto
    ELSE
        MOVE NumCompteH TO WS-CompteExam
        MOVE Act TO WS-ActExam
        MOVE DateTrans TO WS-DateExam
        MOVE Mont TO WS-MontExam
        PERFORM 2700-CUMULER-FRAIS THRU 2700-EXIT
    END-IF.
2510-EXIT.
    EXIT.

2700-CUMULER-FRAIS.
    IF WS-DateExam(1:4) NOT = WS-Annee
        GO TO 2700-EXIT
    END-IF
    EVALUATE WS-ActExam
        WHEN "FraisTenue"
            MOVE 1 TO WS-IdxFrais
        WHEN "Commission"
        WHEN "LoyerCof"
            MOVE 2 TO WS-IdxFrais
        WHEN "Agios"
            MOVE 3 TO WS-IdxFrais
        WHEN "PretPenal"
            MOVE 4 TO WS-IdxFrais
        WHEN "ChqImpaye"
            MOVE ZERO TO WS-IdxFrais
        WHEN OTHER
            GO TO 2700-EXIT
    END-EVALUATE
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = WS-CompteExam
            IF WS-IdxFrais = ZERO
                ADD 1 TO WS-CpImpayes(IDX-CP)
            ELSE
                MOVE WS-MontExam TO WS-Montant
                ADD WS-Montant TO WS-CpFrais(IDX-CP, WS-IdxFrais)
                ADD WS-Montant TO WS-CpFrais(IDX-CP, 5)
            END-IF
    END-SEARCH.
2700-EXIT.
    EXIT.

*> Liste des clients à qui adresser un récapitulatif : titulaires
*> d'au moins un compte ayant supporté des frais ou un impayé.
2800-REGROUPER-CLIENTS.
    MOVE ZERO TO WS-NbClients
    PERFORM 2810-RETENIR-CLIENT THRU 2810-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes.
2800-EXIT.
    EXIT.

2810-RETENIR-CLIENT.
    IF WS-CpFrais(WS-IdxCpt, 5) = ZERO
       AND WS-CpImpayes(WS-IdxCpt) = ZERO
        GO TO 2810-EXIT
    END-IF
    IF WS-CpClient(WS-IdxCpt) = ZERO
        ADD 1 TO WS-NbSansClient
        DISPLAY "Compte ", WS-CpNum(WS-IdxCpt), " sans client, ",
            "frais non récapitulés"
        GO TO 2810-EXIT
    END-IF
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 2820-COMPARER-CLIENT THRU 2820-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve = ZERO
        ADD 1 TO WS-NbClients
        MOVE WS-CpClient(WS-IdxCpt) TO WS-ClNum(WS-NbClients)
    END-IF.
2810-EXIT.
    EXIT.

2820-COMPARER-CLIENT.
    IF WS-ClNum(WS-IdxCli) = WS-CpClient(WS-IdxCpt)
        MOVE WS-IdxCli TO WS-IdxTrouve
    END-IF.
2820-EXIT.
    EXIT.

3000-EDITER.
    IF WS-NbClients = ZERO
        GO TO 3000-EXIT
    END-IF
    OPEN OUTPUT PrintFile
    IF PrintStatus NOT = '00'
        DISPLAY "Erreur création du récapitulatif, statut ",
            PrintStatus
        GO TO 3000-EXIT
    END-IF
    MOVE 'O' TO WS-PrintOuvert
    PERFORM 3100-EDITER-UN-CLIENT THRU 3100-EXIT
        VARYING WS-IdxCli FROM 1 BY 1
        UNTIL WS-IdxCli > WS-NbClients
    CLOSE PrintFile.
3000-EXIT.
    EXIT.

3100-EDITER-UN-CLIENT.
    MOVE "(client introuvable)" TO WS-NomClient
    MOVE SPACES TO WS-AdresseClient
    CALL 'ReadClient' USING WS-ClNum(WS-IdxCli), WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        MOVE "(client introuvable)" TO WS-NomClient
        MOVE SPACES TO WS-AdresseClient
    END-IF
    MOVE SPACES TO PrintRecord
    STRING "Récapitulatif annuel des frais - année "
               DELIMITED BY SIZE
           WS-Annee DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord AFTER ADVANCING PAGE
    MOVE SPACES TO PrintRecord
    STRING "Client    : " DELIMITED BY SIZE
           WS-ClNum(WS-IdxCli) DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    STRING "Titulaire : " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    STRING "Adresse   : " DELIMITED BY SIZE
           WS-AdresseClient DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    MOVE "Compte" TO PrintRecord(1:6)
    MOVE "Frais tenue" TO PrintRecord(11:11)
    MOVE "Commissions" TO PrintRecord(24:11)
    MOVE "Agios" TO PrintRecord(43:5)
    MOVE "Pen. retard" TO PrintRecord(50:11)
    MOVE "Total" TO PrintRecord(69:5)
    WRITE PrintRecord
    MOVE ZERO TO WS-NbImpayesClient
    PERFORM 3110-RAZ-TOTAL THRU 3110-EXIT
        VARYING WS-IdxFrais FROM 1 BY 1
        UNTIL WS-IdxFrais > 5
    PERFORM 3200-EDITER-COMPTE THRU 3200-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes
    MOVE SPACES TO PrintRecord
    MOVE "Total" TO PrintRecord(1:5)
    PERFORM 3120-PLACER-TOTAL THRU 3120-EXIT
        VARYING WS-IdxFrais FROM 1 BY 1
        UNTIL WS-IdxFrais > 5
    WRITE PrintRecord
    IF WS-NbImpayesClient NOT = ZERO
        MOVE WS-NbImpayesClient TO WS-NbImpAff
        MOVE SPACES TO PrintRecord
        WRITE PrintRecord
        MOVE SPACES TO PrintRecord
        STRING "Chèques remis revenus impayés dans l'année : "
                   DELIMITED BY SIZE
               WS-NbImpAff DELIMITED BY SIZE
               " (sans frais)" DELIMITED BY SIZE
          INTO PrintRecord
        WRITE PrintRecord
    END-IF
    ADD 1 TO WS-NbEdites.
3100-EXIT.
    EXIT.

3110-RAZ-TOTAL.
    MOVE ZERO TO WS-TcFrais(WS-IdxFrais).
3110-EXIT.
    EXIT.

3120-PLACER-TOTAL.
    MOVE WS-TcFrais(WS-IdxFrais) TO WS-MontantAff
    COMPUTE WS-Colonne = 11 + (WS-IdxFrais - 1) * 13
    MOVE WS-MontantAff TO PrintRecord(WS-Colonne:11).
3120-EXIT.
    EXIT.

3200-EDITER-COMPTE.
    IF WS-CpClient(WS-IdxCpt) NOT = WS-ClNum(WS-IdxCli)
        GO TO 3200-EXIT
    END-IF
    IF WS-CpFrais(WS-IdxCpt, 5) = ZERO
       AND WS-CpImpayes(WS-IdxCpt) = ZERO
        GO TO 3200-EXIT
    END-IF
    ADD WS-CpImpayes(WS-IdxCpt) TO WS-NbImpayesClient
    MOVE SPACES TO PrintRecord
    MOVE WS-CpNum(WS-IdxCpt) TO PrintRecord(1:8)
    PERFORM 3210-PLACER-FRAIS THRU 3210-EXIT
        VARYING WS-IdxFrais FROM 1 BY 1
        UNTIL WS-IdxFrais > 5
    WRITE PrintRecord.
3200-EXIT.
    EXIT.

3210-PLACER-FRAIS.
    ADD WS-CpFrais(WS-IdxCpt, WS-IdxFrais) TO WS-TcFrais(WS-IdxFrais)
    MOVE WS-CpFrais(WS-IdxCpt, WS-IdxFrais) TO WS-MontantAff
    COMPUTE WS-Colonne = 11 + (WS-IdxFrais - 1) * 13
    MOVE WS-MontantAff TO PrintRecord(WS-Colonne:11).
3210-EXIT.
    EXIT.

9999-FIN.
    IF PrintOuvert
        DISPLAY "Récapitulatif des frais édité : ", WS-NomEtat
    END-IF
    DISPLAY "Récapitulatifs édités : ", WS-NbEdites
    DISPLAY "Fin du récapitulatif annuel des frais".
9999-EXIT.
    EXIT.
