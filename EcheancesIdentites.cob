IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancesIdentites.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - échéancier mensuel des pièces
*>                 d'identité (identites.txt) : liste dans
*>                 identites.rpt les pièces déjà expirées, celles
*>                 qui expirent dans les 60 jours suivant la date
*>                 comptable, et les revues périodiques échues.
*>                 Passé une fois par mois comptable : sauté quand
*>                 journalbatch.txt porte déjà une fin "OK" de
*>                 l'étape IDENTITES pour le mois.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IdentiteFile ASSIGN TO 'identites.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IdentiteStatus.
    SELECT RapportFile ASSIGN TO 'identites.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT JournalBatchFile ASSIGN TO 'journalbatch.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalBatchStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD IdentiteFile.
COPY IDENTREC.

FD RapportFile.
01 RapportRecord PIC X(120).

FD JournalBatchFile.
COPY JOURBATREC.

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 IdentiteStatus     PIC X(02).
01 RapportStatus      PIC X(02).
01 JournalBatchStatus PIC X(02).
01 DateComptaStatus   PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-MoisComptable   PIC 9(06).
01 WS-NomClient       PIC X(30).
01 WS-AdresseClient   PIC X(40).
01 WS-TelClient       PIC X(15).
01 WS-ClientStatus    PIC X(02).
01 WS-Situation       PIC X(30).
01 WS-NbPieces        PIC 9(06) VALUE ZERO.
01 WS-NbExpirees      PIC 9(06) VALUE ZERO.
01 WS-NbAExpirer      PIC 9(06) VALUE ZERO.
01 WS-NbRevues        PIC 9(06) VALUE ZERO.
*> Jours restants avant l'expiration, en numéros de jour.
01 WS-JourCompta      PIC 9(07) COMP.
01 WS-NbJours         PIC S9(07) COMP.
01 WS-NbJoursEd       PIC Z9.
01 WS-DateTravail.
   05 WS-DtAnnee      PIC 9(04).
   05 WS-DtMois       PIC 9(02).
   05 WS-DtJour       PIC 9(02).
01 WS-DtAnneeC        PIC 9(07) COMP.
01 WS-Div4            PIC 9(07) COMP.
01 WS-Div100          PIC 9(07) COMP.
01 WS-Div400          PIC 9(07) COMP.
01 WS-DtMoisC         PIC 9(02) COMP.
01 WS-NumJour         PIC 9(07) COMP.
01 WS-DecalMoisDef.
   05 FILLER PIC 9(03) VALUE 000.
   05 FILLER PIC 9(03) VALUE 031.
   05 FILLER PIC 9(03) VALUE 061.
   05 FILLER PIC 9(03) VALUE 092.
   05 FILLER PIC 9(03) VALUE 122.
   05 FILLER PIC 9(03) VALUE 153.
   05 FILLER PIC 9(03) VALUE 184.
   05 FILLER PIC 9(03) VALUE 214.
   05 FILLER PIC 9(03) VALUE 245.
   05 FILLER PIC 9(03) VALUE 275.
   05 FILLER PIC 9(03) VALUE 306.
   05 FILLER PIC 9(03) VALUE 337.
01 WS-DecalMois REDEFINES WS-DecalMoisDef.
   05 WS-Decal OCCURS 12 PIC 9(03).
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
   05 WS-DejaPasse    PIC X(01) VALUE 'N'.
      88 DejaPasse    VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-PiecesOuvert PIC X(01) VALUE 'N'.
      88 PiecesOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Echéancier des pièces d'identité"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-EXAMINER THRU 2000-EXIT UNTIL FinFichier
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
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    MOVE WS-NumJour TO WS-JourCompta
    PERFORM 1500-CONTROLER-DOUBLE THRU 1500-EXIT
    IF DejaPasse
        DISPLAY "Echéancier des pièces déjà produit pour le mois ",
            WS-MoisComptable
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT IdentiteFile
    IF IdentiteStatus NOT = '00'
        DISPLAY "Aucune pièce d'identité enregistrée, statut ",
            IdentiteStatus
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    MOVE 'O' TO WS-PiecesOuvert
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création identites.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Echéancier des pièces d'identité au "
                   DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        MOVE "Client   Nom" TO RapportRecord
        MOVE "Expiration" TO RapportRecord(41:10)
        MOVE "Revue" TO RapportRecord(52:5)
        MOVE "Situation" TO RapportRecord(61:9)
        WRITE RapportRecord
    END-IF.
1000-EXIT.
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
        IF JbEtape = "IDENTITES"
            AND JbEvenement = "FIN"
            AND JbResultat = "OK"
            AND JbDate(1:6) = WS-MoisComptable
            MOVE 'O' TO WS-DejaPasse
        END-IF
    END-IF.
1510-EXIT.
    EXIT.

*> Une pièce expirée ou à expirer dans les 60 jours et une revue
*> échue donnent chacune une ligne.
2000-EXAMINER.
    READ IdentiteFile
    IF IdentiteStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-NbPieces
    IF IdtDateExpiration IS NOT NUMERIC
        OR IdtDateRevue IS NOT NUMERIC
        DISPLAY "Ligne de pièce invalide pour le client ", IdtClient
        GO TO 2000-EXIT
    END-IF
    MOVE IdtDateExpiration TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    COMPUTE WS-NbJours = WS-NumJour - WS-JourCompta
    IF WS-NbJours < 0
        ADD 1 TO WS-NbExpirees
        MOVE "pièce expirée" TO WS-Situation
        PERFORM 2100-LIGNE THRU 2100-EXIT
    ELSE
        IF WS-NbJours <= 60
            ADD 1 TO WS-NbAExpirer
            MOVE WS-NbJours TO WS-NbJoursEd
            MOVE SPACES TO WS-Situation
            STRING "expire dans " DELIMITED BY SIZE
                   WS-NbJoursEd DELIMITED BY SIZE
                   " jours" DELIMITED BY SIZE
              INTO WS-Situation
            PERFORM 2100-LIGNE THRU 2100-EXIT
        END-IF
    END-IF
    IF IdtDateRevue < WS-DateJour
        ADD 1 TO WS-NbRevues
        MOVE "revue périodique échue" TO WS-Situation
        PERFORM 2100-LIGNE THRU 2100-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2100-LIGNE.
    IF NOT RapportOuvert
        GO TO 2100-EXIT
    END-IF
    MOVE SPACES TO WS-NomClient
    CALL 'ReadClient' USING IdtClient, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        MOVE "(client introuvable)" TO WS-NomClient
    END-IF
    MOVE SPACES TO RapportRecord
    STRING IdtClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtDateExpiration DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           IdtDateRevue DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Situation DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
2100-EXIT.
    EXIT.

8100-NUMERO-DE-JOUR.
    MOVE WS-DtAnnee TO WS-DtAnneeC
    MOVE WS-DtMois TO WS-DtMoisC
    IF WS-DtMoisC < 3
        SUBTRACT 1 FROM WS-DtAnneeC
        ADD 12 TO WS-DtMoisC
    END-IF
    DIVIDE WS-DtAnneeC BY 4 GIVING WS-Div4
    DIVIDE WS-DtAnneeC BY 100 GIVING WS-Div100
    DIVIDE WS-DtAnneeC BY 400 GIVING WS-Div400
    COMPUTE WS-NumJour =
        365 * WS-DtAnneeC
        + WS-Div4 - WS-Div100 + WS-Div400
        + WS-Decal(WS-DtMoisC - 2)
        + WS-DtJour.
8100-EXIT.
    EXIT.

9999-FIN.
    IF NOT PiecesOuvert
        GO TO 9999-EXIT
    END-IF
    CLOSE IdentiteFile
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Pièces examinées : " DELIMITED BY SIZE
               WS-NbPieces DELIMITED BY SIZE
               "   expirées : " DELIMITED BY SIZE
               WS-NbExpirees DELIMITED BY SIZE
               "   à expirer sous 60 jours : " DELIMITED BY SIZE
               WS-NbAExpirer DELIMITED BY SIZE
               "   revues échues : " DELIMITED BY SIZE
               WS-NbRevues DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Pièces examinées         : ", WS-NbPieces
    DISPLAY "Pièces expirées          : ", WS-NbExpirees
    DISPLAY "A expirer sous 60 jours  : ", WS-NbAExpirer
    DISPLAY "Revues périodiques échues: ", WS-NbRevues.
9999-EXIT.
    EXIT.
