DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Retenue à la source : le feuillet porte aussi
*>                 les intérêts de comptes à terme échus dans
*>                 l'année (registre retenues.txt, origine 'T'), la
*>                 retenue prélevée ("RetSource" et "RetSourceS")
*>                 et l'intérêt net perçu.
*> 2026-08-23  SI  Création - état fiscal annuel des intérêts :
*>                 pour une année saisie au clavier (comme
*>                 ArchiveHistorique), les mouvements "Intérêt"
    SELECT ArchiveFile ASSIGN USING WS-NomArchive
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArchiveStatus.
    SELECT RetenueFile ASSIGN TO 'retenues.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetenueStatus.
    SELECT PrintFile ASSIGN USING WS-NomEtat
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PrintStatus.
COPY TRANSREC.
FD ArchiveFile.
01 ArchiveRecord PIC X(100).
FD RetenueFile.
COPY RETENUEREC.
FD PrintFile.
01 PrintRecord PIC X(80).

01 HistStatus        PIC X(02).
01 ArchiveStatus     PIC X(02).
01 PrintStatus       PIC X(02).
01 RetenueStatus     PIC X(02).
01 WS-Annee          PIC 9(04).
01 WS-NomArchive     PIC X(30).
01 WS-NomEtat        PIC X(30).
      10 WS-CpNum      PIC 9(08).
      10 WS-CpClient   PIC 9(08).
      10 WS-CpInterets PIC S9(09)V99 COMP-3.
      10 WS-CpTermes   PIC S9(09)V99 COMP-3.
      10 WS-CpRetenues PIC S9(09)V99 COMP-3.
01 WS-NetPercu       PIC S9(09)V99 COMP-3.
01 WS-Switches.
   05 WS-FinHisto     PIC X(01) VALUE 'N'.
      88 FinHisto     VALUE 'O'.
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-CUMULER-ARCHIVE THRU 2000-EXIT
    PERFORM 2500-CUMULER-HISTORIQUE THRU 2500-EXIT
    PERFORM 2800-CUMULER-TERMES THRU 2800-EXIT
    PERFORM 3000-EDITER THRU 3000-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.
            MOVE NumCompte TO WS-CpNum(WS-NbComptes)
            MOVE SolClient TO WS-CpClient(WS-NbComptes)
            MOVE ZERO TO WS-CpInterets(WS-NbComptes)
            MOVE ZERO TO WS-CpTermes(WS-NbComptes)
            MOVE ZERO TO WS-CpRetenues(WS-NbComptes)
        END-IF
    END-IF.
1210-EXIT.
        GO TO 2700-EXIT
    END-IF
    IF WS-ActExam NOT = "Intérêt" AND WS-ActExam NOT = "AnnulInt"
       AND WS-ActExam NOT = "RetSource"
       AND WS-ActExam NOT = "RetSourceS"
        GO TO 2700-EXIT
    END-IF
    SEARCH ALL WS-Compte
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = WS-CompteExam
            MOVE WS-MontExam TO WS-Montant
            EVALUATE WS-ActExam
                WHEN "Intérêt"
                    ADD WS-Montant TO WS-CpInterets(IDX-CP)
                WHEN "AnnulInt"
                    SUBTRACT WS-Montant FROM WS-CpInterets(IDX-CP)
                WHEN OTHER
                    ADD WS-Montant TO WS-CpRetenues(IDX-CP)
            END-EVALUATE
    END-SEARCH.
2700-EXIT.
    EXIT.

*> L'intérêt d'un compte à terme est payé avec le capital dans un
*> seul mouvement "CatEchu" : son montant brut est repris du
*> registre des retenues à la source.
2800-CUMULER-TERMES.
    IF WS-NbComptes = ZERO
        GO TO 2800-EXIT
    END-IF
    OPEN INPUT RetenueFile
    IF RetenueStatus NOT = '00'
        IF RetenueStatus NOT = '35'
            DISPLAY "Retenues.txt illisible, statut ", RetenueStatus
        END-IF
        GO TO 2800-EXIT
    END-IF
    PERFORM 2810-LIRE-RETENUE THRU 2810-EXIT
        UNTIL RetenueStatus NOT = '00'
    CLOSE RetenueFile.
2800-EXIT.
    EXIT.

2810-LIRE-RETENUE.
    READ RetenueFile
    IF RetenueStatus NOT = '00'
        GO TO 2810-EXIT
    END-IF
    IF RetDate(1:4) NOT = WS-Annee OR NOT RetCompteTerme
        GO TO 2810-EXIT
    END-IF
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = RetCompte
            MOVE RetBrut TO WS-Montant
            ADD WS-Montant TO WS-CpTermes(IDX-CP)
    END-SEARCH.
2810-EXIT.
    EXIT.

3000-EDITER.
    IF WS-NbComptes = ZERO
        GO TO 3000-EXIT

3100-EDITER-UN-COMPTE.
    IF WS-CpInterets(WS-IdxCpt) = ZERO
       AND WS-CpTermes(WS-IdxCpt) = ZERO
       AND WS-CpRetenues(WS-IdxCpt) = ZERO
        GO TO 3100-EXIT
    END-IF
    MOVE "(compte sans client)" TO WS-NomClient
           WS-TotalAff DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    IF WS-CpTermes(WS-IdxCpt) NOT = ZERO
        MOVE WS-CpTermes(WS-IdxCpt) TO WS-TotalAff
        MOVE SPACES TO PrintRecord
        STRING "Intérêts de comptes à terme échus    : "
                   DELIMITED BY SIZE
               WS-TotalAff DELIMITED BY SIZE
          INTO PrintRecord
        WRITE PrintRecord
    END-IF
    MOVE WS-CpRetenues(WS-IdxCpt) TO WS-TotalAff
    MOVE SPACES TO PrintRecord
    STRING "Retenue à la source prélevée         : "
               DELIMITED BY SIZE
           WS-TotalAff DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    COMPUTE WS-NetPercu = WS-CpInterets(WS-IdxCpt)
        + WS-CpTermes(WS-IdxCpt) - WS-CpRetenues(WS-IdxCpt)
    MOVE WS-NetPercu TO WS-TotalAff
    MOVE SPACES TO PrintRecord
    STRING "Intérêts nets perçus                 : "
               DELIMITED BY SIZE
           WS-TotalAff DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    ADD 1 TO WS-NbEdites.
3100-EXIT.
    EXIT.
