IDENTIFICATION DIVISION.
PROGRAM-ID. EcheancesCartes.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - échéancier mensuel des cartes de
*>                 paiement (cartes.txt) : les cartes actives dont
*>                 le mois d'expiration est passé prennent le
*>                 statut 'E', et les cartes actives ou bloquées
*>                 qui expirent le mois suivant le mois comptable
*>                 sont listées dans renouvellement.rpt avec le nom
*>                 du porteur, pour fabrication. Passé une fois par
*>                 mois comptable : sauté quand journalbatch.txt
*>                 porte déjà une fin "OK" de l'étape CARTES pour
*>                 le mois. Le marquage est abandonné quand le
*>                 chargement sature la table (2000) : la
*>                 réécriture aurait tronqué cartes.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CarteFile ASSIGN TO 'cartes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CarteStatus.
    SELECT RapportFile ASSIGN TO 'renouvellement.rpt'
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
FD CarteFile.
COPY CARTEREC.

FD RapportFile.
01 RapportRecord PIC X(120).

FD JournalBatchFile.
COPY JOURBATREC.

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 CarteStatus        PIC X(02).
01 RapportStatus      PIC X(02).
01 JournalBatchStatus PIC X(02).
01 DateComptaStatus   PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-MoisComptable   PIC 9(06).
01 WS-MoisSuivant.
   05 WS-SuivAnnee    PIC 9(04).
   05 WS-SuivMois     PIC 9(02).
01 WS-MoisSuivantN REDEFINES WS-MoisSuivant PIC 9(06).
01 WS-NomClient       PIC X(30).
01 WS-AdresseClient   PIC X(40).
01 WS-TelClient       PIC X(15).
01 WS-ClientStatus    PIC X(02).
01 WS-NbCartes        PIC 9(06) VALUE ZERO.
01 WS-NbExpirees      PIC 9(06) VALUE ZERO.
01 WS-NbARenouveler   PIC 9(06) VALUE ZERO.
01 WS-IdxCrt          PIC 9(04) COMP.
01 WS-TableCartes.
   05 WS-CrtLigne OCCURS 2000 PIC X(82).
01 WS-Switches.
   05 WS-DejaPasse    PIC X(01) VALUE 'N'.
      88 DejaPasse    VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Echéancier des cartes de paiement"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT DejaPasse AND WS-NbCartes NOT = ZERO
        PERFORM 2000-EXAMINER THRU 2000-EXIT
            VARYING WS-IdxCrt FROM 1 BY 1
            UNTIL WS-IdxCrt > WS-NbCartes
        IF TableModifiee
            PERFORM 3000-REECRIRE THRU 3000-EXIT
        END-IF
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
    MOVE WS-DateJour(1:6) TO WS-MoisComptable
    MOVE WS-MoisComptable TO WS-MoisSuivantN
    IF WS-SuivMois = 12
        ADD 1 TO WS-SuivAnnee
        MOVE 1 TO WS-SuivMois
    ELSE
        ADD 1 TO WS-SuivMois
    END-IF
    PERFORM 1500-CONTROLER-DOUBLE THRU 1500-EXIT
    IF DejaPasse
        DISPLAY "Echéancier des cartes déjà produit pour le mois ",
            WS-MoisComptable
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT CarteFile
    IF CarteStatus NOT = '00'
        DISPLAY "Aucune carte de paiement enregistrée, statut ",
            CarteStatus
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-CHARGER-UNE THRU 1100-EXIT
        UNTIL CarteStatus NOT = '00' OR TableSaturee
    CLOSE CarteFile
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création renouvellement.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Cartes à renouveler, expiration " DELIMITED BY SIZE
               WS-MoisSuivantN DELIMITED BY SIZE
               " - situation au " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        MOVE "Carte      Numéro masqué" TO RapportRecord
        MOVE "Compte" TO RapportRecord(32:6)
        MOVE "Porteur" TO RapportRecord(41:7)
        MOVE "Client" TO RapportRecord(72:6)
        MOVE "Statut" TO RapportRecord(81:6)
        WRITE RapportRecord
    END-IF.
1000-EXIT.
    EXIT.

1100-CHARGER-UNE.
    READ CarteFile
    IF CarteStatus = '00'
        IF WS-NbCartes >= 2000
            DISPLAY "Table des cartes saturée (2000), marquage des ",
                "cartes expirées abandonné"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCartes
            MOVE CarteRecord TO WS-CrtLigne(WS-NbCartes)
        END-IF
    END-IF.
1100-EXIT.
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
        IF JbEtape = "CARTES"
            AND JbEvenement = "FIN"
            AND JbResultat = "OK"
            AND JbDate(1:6) = WS-MoisComptable
            MOVE 'O' TO WS-DejaPasse
        END-IF
    END-IF.
1510-EXIT.
    EXIT.

*> Une carte perdue, volée ou déjà expirée n'est pas renouvelée;
*> une carte bloquée l'est, le blocage pouvant être levé d'ici là.
2000-EXAMINER.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    IF CrtDateExpiration IS NOT NUMERIC
        DISPLAY "Ligne de carte invalide, carte ", CrtNumero
        GO TO 2000-EXIT
    END-IF
    IF CrtActive AND CrtDateExpiration < WS-MoisComptable
        ADD 1 TO WS-NbExpirees
        MOVE 'E' TO CrtStatut
        MOVE WS-DateJour TO CrtDateMaj
        MOVE "BATC" TO CrtAgent
        MOVE CarteRecord TO WS-CrtLigne(WS-IdxCrt)
        MOVE 'O' TO WS-TableModifiee
        GO TO 2000-EXIT
    END-IF
    IF (CrtActive OR CrtBloquee)
        AND CrtDateExpiration = WS-MoisSuivantN
        ADD 1 TO WS-NbARenouveler
        PERFORM 2100-LIGNE THRU 2100-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2100-LIGNE.
    IF NOT RapportOuvert
        GO TO 2100-EXIT
    END-IF
    MOVE SPACES TO WS-NomClient
    CALL 'ReadClient' USING CrtClient, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        MOVE "(client introuvable)" TO WS-NomClient
    END-IF
    MOVE SPACES TO RapportRecord
    STRING CrtNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtPanMasque DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CrtStatut DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
2100-EXIT.
    EXIT.

3000-REECRIRE.
    IF TableSaturee
        DISPLAY "Cartes expirées non marquées, table saturée"
        MOVE ZERO TO WS-NbExpirees
        GO TO 3000-EXIT
    END-IF
    OPEN OUTPUT CarteFile
    IF CarteStatus NOT = '00'
        DISPLAY "Erreur réécriture cartes.txt, statut ",
            CarteStatus, ", cartes expirées non marquées"
        MOVE ZERO TO WS-NbExpirees
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-ECRIRE-UNE THRU 3100-EXIT
        VARYING WS-IdxCrt FROM 1 BY 1
        UNTIL WS-IdxCrt > WS-NbCartes
    CLOSE CarteFile.
3000-EXIT.
    EXIT.

3100-ECRIRE-UNE.
    MOVE WS-CrtLigne(WS-IdxCrt) TO CarteRecord
    WRITE CarteRecord.
3100-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Cartes examinées : " DELIMITED BY SIZE
               WS-NbCartes DELIMITED BY SIZE
               "   à renouveler : " DELIMITED BY SIZE
               WS-NbARenouveler DELIMITED BY SIZE
               "   passées expirées : " DELIMITED BY SIZE
               WS-NbExpirees DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Cartes examinées         : ", WS-NbCartes
    DISPLAY "Cartes à renouveler      : ", WS-NbARenouveler
    DISPLAY "Cartes passées expirées  : ", WS-NbExpirees.
9999-EXIT.
    EXIT.
