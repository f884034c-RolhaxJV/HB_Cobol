IDENTIFICATION DIVISION.
PROGRAM-ID. SuiviDemandesPrets.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - portefeuille des demandes de prêt
*>                 de demandes-prets.txt : nombre et capital par
*>                 statut (soumise, en examen, approuvée, refusée,
*>                 versée) ventilés par ancienneté depuis le dépôt
*>                 à la date comptable (7 jours, 8 à 15, 16 à 30,
*>                 plus de 30), puis détail des demandes encore
*>                 ouvertes - soumises, en examen, approuvées non
*>                 versées - avec leur âge en jours, dans
*>                 demandes-prets.rpt. Avertissement pour les
*>                 demandes ouvertes depuis plus de 30 jours.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DemandeFile ASSIGN TO 'demandes-prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DemandeStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'demandes-prets.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD DemandeFile.
COPY DEMPRETREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 DemandeStatus     PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-Age            PIC S9(05) COMP.
01 WS-AgeAff         PIC Z(4)9.
01 WS-Tranche        PIC 9(01).
01 WS-IdxSt          PIC 9(01) COMP.
01 WS-IdxTr          PIC 9(01) COMP.
01 WS-Montant        PIC 9(07)V99.
01 WS-MontantAff     PIC Z(9)9.99.
01 WS-EdCapital      PIC Z(6)9.99.
01 WS-EdTaux         PIC ZZ9.99.
01 WS-NbDemandes     PIC 9(04) VALUE ZERO.
01 WS-NbOuvertes     PIC 9(04) VALUE ZERO.
01 WS-NbEnSouffrance PIC 9(04) VALUE ZERO.
*> Cinq statuts dans l'ordre du circuit, quatre tranches
*> d'ancienneté : 7 jours, 8 à 15, 16 à 30, > 30.
01 WS-StatutsDef.
   05 FILLER PIC X(13) VALUE "SSoumises".
   05 FILLER PIC X(13) VALUE "EEn examen".
   05 FILLER PIC X(13) VALUE "AApprouvées".
   05 FILLER PIC X(13) VALUE "RRefusées".
   05 FILLER PIC X(13) VALUE "VVersées".
01 WS-Statuts REDEFINES WS-StatutsDef.
   05 WS-Statut OCCURS 5.
      10 WS-StCode     PIC X(01).
      10 WS-StLibelle  PIC X(12).
01 WS-TableCumuls.
   05 WS-Cumul OCCURS 5.
      10 WS-CuTranche OCCURS 4.
         15 WS-CuNb      PIC 9(04).
      10 WS-CuTotalNb    PIC 9(04).
      10 WS-CuCapital    PIC S9(11)V99 COMP-3.
*> Conversion AAAAMMJJ -> numéro de jour grégorien, même règle
*> que BalanceAgee, pour l'ancienneté en jours.
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
01 WS-JourCourant     PIC 9(07) COMP.
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
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Portefeuille des demandes de prêt"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-VENTILER THRU 2000-EXIT
    IF RapportOuvert
        PERFORM 3000-SYNTHESE THRU 3000-EXIT
        PERFORM 4000-DETAIL THRU 4000-EXIT
        CLOSE RapportFile
        DISPLAY "Portefeuille des demandes : demandes-prets.rpt"
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
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    MOVE WS-NumJour TO WS-JourCourant
    PERFORM 1100-RAZ-STATUT THRU 1100-EXIT
        VARYING WS-IdxSt FROM 1 BY 1 UNTIL WS-IdxSt > 5
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création demandes-prets.rpt, statut ",
            RapportStatus
        GO TO 1000-EXIT
    END-IF
    MOVE 'O' TO WS-RapportOuvert
    MOVE SPACES TO RapportRecord
    STRING "Portefeuille des demandes de prêt au "
               DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
1000-EXIT.
    EXIT.

1100-RAZ-STATUT.
    PERFORM 1110-RAZ-TRANCHE THRU 1110-EXIT
        VARYING WS-IdxTr FROM 1 BY 1 UNTIL WS-IdxTr > 4
    MOVE ZERO TO WS-CuTotalNb(WS-IdxSt)
    MOVE ZERO TO WS-CuCapital(WS-IdxSt).
1100-EXIT.
    EXIT.

1110-RAZ-TRANCHE.
    MOVE ZERO TO WS-CuNb(WS-IdxSt, WS-IdxTr).
1110-EXIT.
    EXIT.

2000-VENTILER.
    OPEN INPUT DemandeFile
    IF DemandeStatus NOT = '00'
        DISPLAY "Aucune demande de prêt (demandes-prets.txt, ",
            "statut ", DemandeStatus, ")"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-VENTILER-UNE THRU 2100-EXIT
        UNTIL DemandeStatus NOT = '00'
    CLOSE DemandeFile.
2000-EXIT.
    EXIT.

2100-VENTILER-UNE.
    READ DemandeFile
    IF DemandeStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbDemandes
    PERFORM 8000-AGE THRU 8000-EXIT
    PERFORM 2110-TROUVER-STATUT THRU 2110-EXIT
    IF WS-IdxSt > 5
        DISPLAY "Demande ", DmpNumero, " au statut inconnu '",
            DmpStatut, "', ignorée"
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-CuNb(WS-IdxSt, WS-Tranche)
    ADD 1 TO WS-CuTotalNb(WS-IdxSt)
    MOVE DmpCapital TO WS-Montant
    ADD WS-Montant TO WS-CuCapital(WS-IdxSt).
2100-EXIT.
    EXIT.

2110-TROUVER-STATUT.
    MOVE 1 TO WS-IdxSt
    PERFORM 2120-STATUT-SUIVANT THRU 2120-EXIT
        UNTIL WS-IdxSt > 5
        OR WS-StCode(WS-IdxSt) = DmpStatut.
2110-EXIT.
    EXIT.

2120-STATUT-SUIVANT.
    ADD 1 TO WS-IdxSt.
2120-EXIT.
    EXIT.

3000-SYNTHESE.
    MOVE SPACES TO RapportRecord
    STRING "Demandes : " DELIMITED BY SIZE
           WS-NbDemandes DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Statut        <= 7 j  8-15 j 16-30 j  > 30 j   Total       Capital"
      TO RapportRecord
    WRITE RapportRecord
    PERFORM 3100-LIGNE-STATUT THRU 3100-EXIT
        VARYING WS-IdxSt FROM 1 BY 1 UNTIL WS-IdxSt > 5.
3000-EXIT.
    EXIT.

3100-LIGNE-STATUT.
    MOVE SPACES TO RapportRecord
    MOVE WS-StLibelle(WS-IdxSt) TO RapportRecord(1:12)
    MOVE WS-CuNb(WS-IdxSt, 1) TO RapportRecord(16:4)
    MOVE WS-CuNb(WS-IdxSt, 2) TO RapportRecord(24:4)
    MOVE WS-CuNb(WS-IdxSt, 3) TO RapportRecord(32:4)
    MOVE WS-CuNb(WS-IdxSt, 4) TO RapportRecord(40:4)
    MOVE WS-CuTotalNb(WS-IdxSt) TO RapportRecord(48:4)
    MOVE WS-CuCapital(WS-IdxSt) TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(53:13)
    WRITE RapportRecord.
3100-EXIT.
    EXIT.

*> Détail des demandes ouvertes (ni refusées ni versées), dans
*> l'ordre du fichier, avec leur âge depuis le dépôt.
4000-DETAIL.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Demandes ouvertes" TO RapportRecord
    WRITE RapportRecord
    MOVE "No     Compte    Capital     Endett. Statut Déposée   Par  Age (j)"
      TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT DemandeFile
    IF DemandeStatus NOT = '00'
        GO TO 4000-EXIT
    END-IF
    PERFORM 4100-DETAIL-UNE THRU 4100-EXIT
        UNTIL DemandeStatus NOT = '00'
    CLOSE DemandeFile
    IF WS-NbOuvertes = ZERO
        MOVE "(aucune)" TO RapportRecord
        WRITE RapportRecord
    END-IF.
4000-EXIT.
    EXIT.

4100-DETAIL-UNE.
    READ DemandeFile
    IF DemandeStatus NOT = '00'
        GO TO 4100-EXIT
    END-IF
    IF NOT DmpSoumise AND NOT DmpEnExamen AND NOT DmpApprouvee
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO WS-NbOuvertes
    PERFORM 8000-AGE THRU 8000-EXIT
    MOVE DmpCapital TO WS-Montant
    MOVE WS-Montant TO WS-EdCapital
    MOVE DmpEndettement TO WS-EdTaux
    MOVE WS-Age TO WS-AgeAff
    MOVE SPACES TO RapportRecord
    STRING DmpNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DmpCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EdCapital DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EdTaux DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           DmpStatut DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           DmpDateDepot DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DmpOperateur DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AgeAff DELIMITED BY SIZE
      INTO RapportRecord
    IF WS-Tranche = 4
        ADD 1 TO WS-NbEnSouffrance
        MOVE "> 30 j" TO RapportRecord(80:6)
    END-IF
    WRITE RapportRecord.
4100-EXIT.
    EXIT.

*> Ancienneté de DemandePretRecord depuis son dépôt.
8000-AGE.
    MOVE ZERO TO WS-Age
    IF DmpDateDepot IS NUMERIC AND DmpDateDepot NOT = ZERO
        MOVE DmpDateDepot TO WS-DateTravail
        PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
        COMPUTE WS-Age = WS-JourCourant - WS-NumJour
    END-IF
    IF WS-Age < ZERO
        MOVE ZERO TO WS-Age
    END-IF
    EVALUATE TRUE
        WHEN WS-Age <= 7
            MOVE 1 TO WS-Tranche
        WHEN WS-Age <= 15
            MOVE 2 TO WS-Tranche
        WHEN WS-Age <= 30
            MOVE 3 TO WS-Tranche
        WHEN OTHER
            MOVE 4 TO WS-Tranche
    END-EVALUATE.
8000-EXIT.
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
    DISPLAY "Demandes : ", WS-NbDemandes,
        "  ouvertes : ", WS-NbOuvertes
    IF WS-NbEnSouffrance > ZERO
        DISPLAY "ATTENTION : ", WS-NbEnSouffrance, " demande(s) ",
            "ouverte(s) depuis plus de 30 jours"
    END-IF
    DISPLAY "Fin du portefeuille des demandes de prêt".
9999-EXIT.
    EXIT.
