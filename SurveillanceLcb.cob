IDENTIFICATION DIVISION.
PROGRAM-ID. SurveillanceLcb.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Le débit global d'une remise de virements de
*>                 masse ("VirMasse") est une sortie de fonds.
*> 2026-10-15  SI  Création - surveillance nocturne LCB-FT des
*>                 mouvements de historique.txt (et de l'archive
*>                 historique-AAAA.txt de l'année précédente tant
*>                 que les 90 derniers jours y débordent). Quatre
*>                 règles, seuils lus dans config.txt :
*>                 - dépôt espèces au guichet du jour égal ou
*>                   supérieur au seuil Cfg-SeuilEspeces (10 000,00
*>                   par défaut);
*>                 - dépôts espèces fractionnés sous le seuil : au
*>                   moins deux dépôts sur la fenêtre de
*>                   Cfg-JoursLcb jours (7 par défaut), sur un ou
*>                   plusieurs comptes du même client SolClient,
*>                   dont un du jour, cumulant le seuil;
*>                 - fonds en transit : crédits reçus (VirRecu,
*>                   dépôts importés) d'au moins la moitié du seuil
*>                   ressortis à 90 % ou plus (Retrait, Virement,
*>                   VirEmis) dans la fenêtre, avec une sortie du
*>                   jour;
*>                 - volume du jour d'un compte supérieur à
*>                   Cfg-FacteurVolume fois (5 par défaut) sa
*>                   moyenne journalière des 90 jours précédents,
*>                   et au moins égal à la moitié du seuil.
*>                 Chaque alerte ouvre un dossier numéroté dans
*>                 conformite.txt, instruit par le responsable
*>                 conformité dans GestionConformite, et une ligne
*>                 dans surveillance.rpt. Un mouvement déjà à
*>                 l'origine d'un dossier, ou un dossier encore
*>                 ouvert du même type sur le même compte (client
*>                 pour le fractionnement) dans la fenêtre, ne
*>                 rouvre pas de dossier : un rejeu ne double rien.
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
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT ConformiteFile ASSIGN TO 'conformite.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConformiteStatus.
    SELECT RapportFile ASSIGN TO 'surveillance.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ArchiveFile.
01 ArchiveRecord PIC X(100).
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.
FD ConformiteFile.
COPY CONFORMREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SoldeStatus        PIC X(02).
01 HistStatus         PIC X(02).
01 ArchiveStatus      PIC X(02).
01 ConfigStatus       PIC X(02).
01 DateComptaStatus   PIC X(02).
01 ConformiteStatus   PIC X(02).
01 RapportStatus      PIC X(02).
01 WS-NomArchive      PIC X(30).
01 WS-DateJour        PIC 9(08).
01 WS-AnneeArchive    PIC 9(04).
*> Seuils de surveillance (config.txt, à défaut ces valeurs).
01 WS-Seuil           PIC 9(07)V99.
01 WS-SeuilDef        PIC 9(07)V99 VALUE 10000.00.
01 WS-DemiSeuil       PIC 9(07)V99.
01 WS-JoursFenetre    PIC 9(02).
01 WS-JoursFenetreDef PIC 9(02) VALUE 07.
01 WS-Facteur         PIC 9(02).
01 WS-FacteurDef      PIC 9(02) VALUE 05.
01 WS-JoursHisto      PIC 9(03) VALUE 90.
*> Bornes en numéros de jour : fenêtre courte (fractionnement,
*> transit) et historique de référence du volume.
01 WS-JourCompta      PIC 9(07) COMP.
01 WS-JourFenetre     PIC 9(07) COMP.
01 WS-JourHisto       PIC 9(07) COMP.
01 WS-JourAn          PIC 9(07) COMP.
01 WS-Montant         PIC 9(07)V99.
01 WS-Moyenne         PIC 9(09)V99.
01 WS-SeuilVolume     PIC 9(11)V99.
01 WS-MontantEd       PIC Z(8)9.99.
01 WS-MontantEd2      PIC Z(8)9.99.
01 WS-NbEd            PIC Z(3)9.
01 WS-NbEd2           PIC Z(3)9.
*> Mouvement examiné, de historique.txt ou d'une archive.
01 WS-Mvt.
   05 MvtTransID      PIC 9(10).
   05 MvtCompte       PIC 9(08).
   05 MvtAct          PIC X(10).
   05 MvtMont         PIC 9(7).9(2).
   05 MvtDate         PIC 9(08).
   05 MvtHeure        PIC 9(06).
   05 MvtSoldeApres   PIC 9(7).9(2).
   05 MvtDevise       PIC X(03).
   05 MvtCompteDest   PIC 9(08).
   05 MvtOperateur    PIC X(04).
   05 MvtReste        PIC X(11).
01 WS-SensMvt         PIC X(01).
   88 MvtEspeces      VALUE 'E'.
   88 MvtEntree       VALUE 'R'.
   88 MvtSortie       VALUE 'S'.
   88 MvtAutre        VALUE 'A'.
   88 MvtIgnore       VALUE ' '.
*> Alerte à inscrire.
01 WS-AlCompte        PIC 9(08).
01 WS-AlClient        PIC 9(08).
01 WS-AlType          PIC X(01).
01 WS-AlMontant       PIC 9(09)V99.
01 WS-AlReference     PIC 9(10).
01 WS-AlMotif         PIC X(40).
01 WS-DernierNumero   PIC 9(06) VALUE ZERO.
01 WS-NbAlertes       PIC 9(05) VALUE ZERO.
01 WS-NbDejaSignales  PIC 9(05) VALUE ZERO.
01 WS-NbMvtExamines   PIC 9(07) VALUE ZERO.
01 WS-NbComptes       PIC 9(04) COMP VALUE ZERO.
01 WS-IdxCpt          PIC 9(04) COMP.
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
         ASCENDING KEY IS WS-CpNum
         INDEXED BY IDX-CP.
      10 WS-CpNum        PIC 9(08).
      10 WS-CpClient     PIC 9(08).
      10 WS-CpVolJour    PIC 9(09)V99.
      10 WS-CpVolHisto   PIC 9(11)V99.
      10 WS-CpRefJour    PIC 9(10).
      10 WS-CpEspNb      PIC 9(04).
      10 WS-CpEspCumul   PIC 9(09)V99.
      10 WS-CpEspJour    PIC 9(04).
      10 WS-CpEspRef     PIC 9(10).
      10 WS-CpEntrees    PIC 9(09)V99.
      10 WS-CpSorties    PIC 9(09)V99.
      10 WS-CpSortieJour PIC 9(09)V99.
      10 WS-CpSortieRef  PIC 9(10).
*> Dépôts espèces sous le seuil regroupés par client (par compte
*> quand le compte n'a pas de client rattaché).
01 WS-NbGroupes       PIC 9(04) COMP VALUE ZERO.
01 WS-IdxGrp          PIC 9(04) COMP.
01 WS-IdxGrpTrouve    PIC 9(04) COMP.
01 WS-TableGroupes.
   05 WS-Groupe OCCURS 1000.
      10 WS-GrClient     PIC 9(08).
      10 WS-GrNb         PIC 9(04).
      10 WS-GrNbComptes  PIC 9(04).
      10 WS-GrCumul      PIC 9(09)V99.
      10 WS-GrJour       PIC 9(04).
      10 WS-GrCompte     PIC 9(08).
      10 WS-GrRef        PIC 9(10).
*> Dossiers déjà connus : ouverts, ou détectés dans la fenêtre.
01 WS-NbDossiers      PIC 9(04) COMP VALUE ZERO.
01 WS-IdxDos          PIC 9(04) COMP.
01 WS-TableDossiers.
   05 WS-Dossier OCCURS 2000.
      10 WS-DsCompte     PIC 9(08).
      10 WS-DsClient     PIC 9(08).
      10 WS-DsType       PIC X(01).
      10 WS-DsReference  PIC 9(10).
      10 WS-DsStatut     PIC X(01).
      10 WS-DsJour       PIC 9(07) COMP.
*> Conversion AAAAMMJJ -> numéro de jour grégorien, même règle
*> que EcheanceTermes.
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
   05 WS-FinHisto     PIC X(01) VALUE 'N'.
      88 FinHisto     VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-DossiersSatures PIC X(01) VALUE 'N'.
      88 DossiersSatures VALUE 'O'.
   05 WS-GroupesSatures PIC X(01) VALUE 'N'.
      88 GroupesSatures VALUE 'O'.
   05 WS-ConformiteOuvert PIC X(01) VALUE 'N'.
      88 ConformiteOuvert VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-CompteConnu  PIC X(01) VALUE 'N'.
      88 CompteConnu  VALUE 'O'.
   05 WS-DejaSignale  PIC X(01) VALUE 'N'.
      88 DejaSignale  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Surveillance LCB-FT des mouvements"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF ConformiteOuvert
        PERFORM 2000-BALAYER-ARCHIVE THRU 2000-EXIT
        PERFORM 2500-BALAYER-HISTORIQUE THRU 2500-EXIT
        PERFORM 3000-EXAMINER-COMPTE THRU 3000-EXIT
            VARYING WS-IdxCpt FROM 1 BY 1
            UNTIL WS-IdxCpt > WS-NbComptes
        PERFORM 4000-FRACTIONNEMENT THRU 4000-EXIT
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
    PERFORM 1100-LIRE-CONFIG THRU 1100-EXIT
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    MOVE WS-NumJour TO WS-JourCompta
    COMPUTE WS-JourFenetre = WS-JourCompta - WS-JoursFenetre + 1
    COMPUTE WS-JourHisto = WS-JourCompta - WS-JoursHisto
    MOVE 01 TO WS-DtMois
    MOVE 01 TO WS-DtJour
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    MOVE WS-NumJour TO WS-JourAn
    COMPUTE WS-AnneeArchive = WS-DtAnnee - 1
    DISPLAY "Seuil espèces ", WS-Seuil, ", fenêtre ",
        WS-JoursFenetre, " jours, facteur de volume ", WS-Facteur
    PERFORM 1200-CHARGER-COMPTES THRU 1200-EXIT
    PERFORM 1300-CHARGER-DOSSIERS THRU 1300-EXIT
    PERFORM 1400-OUVRIR-CONFORMITE THRU 1400-EXIT
    PERFORM 1500-OUVRIR-RAPPORT THRU 1500-EXIT.
1000-EXIT.
    EXIT.

1100-LIRE-CONFIG.
    MOVE WS-SeuilDef TO WS-Seuil
    MOVE WS-JoursFenetreDef TO WS-JoursFenetre
    MOVE WS-FacteurDef TO WS-Facteur
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            IF Cfg-SeuilEspeces IS NUMERIC
                MOVE Cfg-SeuilEspeces TO WS-Montant
                IF WS-Montant NOT = ZERO
                    MOVE WS-Montant TO WS-Seuil
                END-IF
            END-IF
            IF Cfg-JoursLcb IS NUMERIC
                AND Cfg-JoursLcb NOT = ZERO
                MOVE Cfg-JoursLcb TO WS-JoursFenetre
            END-IF
            IF Cfg-FacteurVolume IS NUMERIC
                AND Cfg-FacteurVolume > 1
                MOVE Cfg-FacteurVolume TO WS-Facteur
            END-IF
        END-IF
        CLOSE ConfigFile
    END-IF
    COMPUTE WS-DemiSeuil = WS-Seuil / 2.
1100-EXIT.
    EXIT.

1200-CHARGER-COMPTES.
    MOVE ZERO TO WS-NbComptes
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus,
            " - seuls les dépôts espèces seront contrôlés"
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
        AND SolEtat NOT = 'C'
        IF WS-NbComptes >= 1000
            DISPLAY "Table des comptes saturée (1000), compte ",
                NumCompte, " et suivants hors fractionnement, ",
                "transit et volume"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbComptes
            INITIALIZE WS-Compte(WS-NbComptes)
            MOVE NumCompte TO WS-CpNum(WS-NbComptes)
            IF SolClient IS NUMERIC
                MOVE SolClient TO WS-CpClient(WS-NbComptes)
            END-IF
        END-IF
    END-IF.
1210-EXIT.
    EXIT.

*> Seuls les dossiers encore ouverts ou détectés dans la fenêtre
*> servent au contrôle des doublons; tous donnent le dernier
*> numéro attribué.
1300-CHARGER-DOSSIERS.
    OPEN INPUT ConformiteFile
    IF ConformiteStatus NOT = '00'
        IF ConformiteStatus NOT = '35'
            DISPLAY "Conformite.txt illisible, statut ",
                ConformiteStatus
        END-IF
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-LIRE-DOSSIER THRU 1310-EXIT
        UNTIL ConformiteStatus NOT = '00'
    CLOSE ConformiteFile
    IF ConformiteStatus = '10'
        MOVE '00' TO ConformiteStatus
    END-IF.
1300-EXIT.
    EXIT.

1310-LIRE-DOSSIER.
    READ ConformiteFile
    IF ConformiteStatus NOT = '00'
        GO TO 1310-EXIT
    END-IF
    IF CnfNumero IS NUMERIC AND CnfNumero > WS-DernierNumero
        MOVE CnfNumero TO WS-DernierNumero
    END-IF
    IF CnfDateDetect IS NOT NUMERIC
        GO TO 1310-EXIT
    END-IF
    MOVE CnfDateDetect TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    IF NOT CnfOuvert AND WS-NumJour < WS-JourFenetre
        GO TO 1310-EXIT
    END-IF
    IF WS-NbDossiers >= 2000
        IF NOT DossiersSatures
            DISPLAY "Table des dossiers saturée (2000), contrôle ",
                "des doublons partiel"
            MOVE 'O' TO WS-DossiersSatures
        END-IF
        GO TO 1310-EXIT
    END-IF
    ADD 1 TO WS-NbDossiers
    MOVE CnfCompte TO WS-DsCompte(WS-NbDossiers)
    MOVE CnfClient TO WS-DsClient(WS-NbDossiers)
    MOVE CnfType TO WS-DsType(WS-NbDossiers)
    MOVE CnfReference TO WS-DsReference(WS-NbDossiers)
    MOVE CnfStatut TO WS-DsStatut(WS-NbDossiers)
    MOVE WS-NumJour TO WS-DsJour(WS-NbDossiers).
1310-EXIT.
    EXIT.

1400-OUVRIR-CONFORMITE.
    IF ConformiteStatus NOT = '00' AND ConformiteStatus NOT = '35'
        DISPLAY "Surveillance non faite : dossiers existants ",
            "illisibles"
        GO TO 1400-EXIT
    END-IF
    OPEN EXTEND ConformiteFile
    IF ConformiteStatus = '35'
        OPEN OUTPUT ConformiteFile
    END-IF
    IF ConformiteStatus NOT = '00'
        DISPLAY "Erreur ouverture conformite.txt, statut ",
            ConformiteStatus, " - surveillance non faite"
    ELSE
        MOVE 'O' TO WS-ConformiteOuvert
    END-IF.
1400-EXIT.
    EXIT.

1500-OUVRIR-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création surveillance.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Surveillance LCB-FT du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - alertes ouvertes" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE "Dossier Compte   Client   T      Montant  Motif"
            TO RapportRecord
        WRITE RapportRecord
    END-IF.
1500-EXIT.
    EXIT.

*> L'archive de l'année précédente n'est lue que si les 90 jours
*> de référence du volume commencent avant le 1er janvier.
2000-BALAYER-ARCHIVE.
    IF WS-JourHisto >= WS-JourAn
        GO TO 2000-EXIT
    END-IF
    MOVE SPACES TO WS-NomArchive
    STRING "historique-" DELIMITED BY SIZE
        WS-AnneeArchive DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomArchive
    OPEN INPUT ArchiveFile
    IF ArchiveStatus = '00'
        PERFORM 2100-LIRE-LIGNE-ARCHIVE THRU 2100-EXIT
            UNTIL ArchiveStatus NOT = '00'
        CLOSE ArchiveFile
    END-IF.
2000-EXIT.
    EXIT.

2100-LIRE-LIGNE-ARCHIVE.
    READ ArchiveFile
    IF ArchiveStatus = '00'
        MOVE ArchiveRecord TO WS-Mvt
        PERFORM 2700-EXAMINER-MVT THRU 2700-EXIT
    END-IF.
2100-EXIT.
    EXIT.

2500-BALAYER-HISTORIQUE.
    MOVE 'N' TO WS-FinHisto
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        IF HistStatus NOT = '35'
            DISPLAY "Historique.txt illisible, statut ", HistStatus
        END-IF
        GO TO 2500-EXIT
    END-IF
    PERFORM 2510-LIRE-LIGNE-HISTO THRU 2510-EXIT
        UNTIL FinHisto
    CLOSE HistoriqueFile.
2500-EXIT.
    EXIT.

2510-LIRE-LIGNE-HISTO.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        MOVE 'O' TO WS-FinHisto
    ELSE
        MOVE TransactionRecord TO WS-Mvt
        PERFORM 2700-EXAMINER-MVT THRU 2700-EXIT
    END-IF.
2510-EXIT.
    EXIT.

*> Les dépôts espèces au guichet se distinguent des crédits
*> importés (même action "Dépot", opérateur "BATC"), qui entrent
*> comme les virements reçus dans la règle du transit.
2600-SENS-MVT.
    MOVE SPACE TO WS-SensMvt
    EVALUATE MvtAct
        WHEN "Dépot"
            IF MvtOperateur = "BATC"
                MOVE 'R' TO WS-SensMvt
            ELSE
                MOVE 'E' TO WS-SensMvt
            END-IF
        WHEN "VirRecu"
            MOVE 'R' TO WS-SensMvt
        WHEN "Retrait"
        WHEN "Virement"
        WHEN "VirEmis"
        WHEN "VirMasse"
            MOVE 'S' TO WS-SensMvt
        WHEN "DepotChq"
            MOVE 'A' TO WS-SensMvt
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2600-EXIT.
    EXIT.

2700-EXAMINER-MVT.
    IF MvtDate IS NOT NUMERIC OR MvtDate > WS-DateJour
        GO TO 2700-EXIT
    END-IF
    PERFORM 2600-SENS-MVT THRU 2600-EXIT
    IF MvtIgnore
        GO TO 2700-EXIT
    END-IF
    MOVE MvtDate TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    IF WS-NumJour < WS-JourHisto
        GO TO 2700-EXIT
    END-IF
    ADD 1 TO WS-NbMvtExamines
    MOVE MvtMont TO WS-Montant
    MOVE 'N' TO WS-CompteConnu
    IF WS-NbComptes > ZERO
        SEARCH ALL WS-Compte
            AT END
                CONTINUE
            WHEN WS-CpNum(IDX-CP) = MvtCompte
                MOVE 'O' TO WS-CompteConnu
        END-SEARCH
    END-IF
    IF MvtEspeces AND WS-NumJour = WS-JourCompta
        AND WS-Montant >= WS-Seuil
        PERFORM 5200-ALERTE-ESPECES THRU 5200-EXIT
    END-IF
    IF NOT CompteConnu
        GO TO 2700-EXIT
    END-IF
    PERFORM 2800-CUMULER THRU 2800-EXIT.
2700-EXIT.
    EXIT.

*> Volume : jour comptable contre les 90 jours précédents.
*> Fenêtre : dépôts espèces sous le seuil, entrées, et sorties
*> postérieures à une entrée (l'historique est chronologique).
2800-CUMULER.
    IF WS-NumJour = WS-JourCompta
        ADD WS-Montant TO WS-CpVolJour(IDX-CP)
        MOVE MvtTransID TO WS-CpRefJour(IDX-CP)
    ELSE
        ADD WS-Montant TO WS-CpVolHisto(IDX-CP)
    END-IF
    IF WS-NumJour < WS-JourFenetre
        GO TO 2800-EXIT
    END-IF
    EVALUATE TRUE
        WHEN MvtEspeces
            IF WS-Montant < WS-Seuil
                ADD 1 TO WS-CpEspNb(IDX-CP)
                ADD WS-Montant TO WS-CpEspCumul(IDX-CP)
                IF WS-NumJour = WS-JourCompta
                    ADD 1 TO WS-CpEspJour(IDX-CP)
                    MOVE MvtTransID TO WS-CpEspRef(IDX-CP)
                END-IF
            END-IF
        WHEN MvtEntree
            ADD WS-Montant TO WS-CpEntrees(IDX-CP)
        WHEN MvtSortie
            IF WS-CpEntrees(IDX-CP) > ZERO
                ADD WS-Montant TO WS-CpSorties(IDX-CP)
                IF WS-NumJour = WS-JourCompta
                    ADD WS-Montant TO WS-CpSortieJour(IDX-CP)
                    MOVE MvtTransID TO WS-CpSortieRef(IDX-CP)
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2800-EXIT.
    EXIT.

3000-EXAMINER-COMPTE.
    PERFORM 3100-TRANSIT THRU 3100-EXIT
    PERFORM 3200-VOLUME THRU 3200-EXIT.
3000-EXIT.
    EXIT.

3100-TRANSIT.
    IF WS-CpSortieJour(WS-IdxCpt) = ZERO
        OR WS-CpEntrees(WS-IdxCpt) < WS-DemiSeuil
        GO TO 3100-EXIT
    END-IF
    IF WS-CpSorties(WS-IdxCpt) * 10 < WS-CpEntrees(WS-IdxCpt) * 9
        GO TO 3100-EXIT
    END-IF
    MOVE WS-CpNum(WS-IdxCpt) TO WS-AlCompte
    MOVE WS-CpClient(WS-IdxCpt) TO WS-AlClient
    MOVE 'T' TO WS-AlType
    MOVE WS-CpSorties(WS-IdxCpt) TO WS-AlMontant
    MOVE WS-CpSortieRef(WS-IdxCpt) TO WS-AlReference
    MOVE WS-CpEntrees(WS-IdxCpt) TO WS-MontantEd
    MOVE WS-CpSorties(WS-IdxCpt) TO WS-MontantEd2
    MOVE SPACES TO WS-AlMotif
    STRING "Recu " DELIMITED BY SIZE
           WS-MontantEd DELIMITED BY SIZE
           " sorti " DELIMITED BY SIZE
           WS-MontantEd2 DELIMITED BY SIZE
      INTO WS-AlMotif
    PERFORM 5000-LEVER-ALERTE THRU 5000-EXIT.
3100-EXIT.
    EXIT.

*> Un compte sans historique sur 90 jours a une moyenne nulle :
*> seul le plancher de la moitié du seuil le retient.
3200-VOLUME.
    IF WS-CpVolJour(WS-IdxCpt) < WS-DemiSeuil
        GO TO 3200-EXIT
    END-IF
    COMPUTE WS-Moyenne = WS-CpVolHisto(WS-IdxCpt) / WS-JoursHisto
    COMPUTE WS-SeuilVolume = WS-Moyenne * WS-Facteur
    IF WS-CpVolJour(WS-IdxCpt) <= WS-SeuilVolume
        GO TO 3200-EXIT
    END-IF
    MOVE WS-CpNum(WS-IdxCpt) TO WS-AlCompte
    MOVE WS-CpClient(WS-IdxCpt) TO WS-AlClient
    MOVE 'V' TO WS-AlType
    MOVE WS-CpVolJour(WS-IdxCpt) TO WS-AlMontant
    MOVE WS-CpRefJour(WS-IdxCpt) TO WS-AlReference
    MOVE WS-Moyenne TO WS-MontantEd
    MOVE SPACES TO WS-AlMotif
    STRING "Moyenne journaliere 90 j " DELIMITED BY SIZE
           WS-MontantEd DELIMITED BY SIZE
      INTO WS-AlMotif
    PERFORM 5000-LEVER-ALERTE THRU 5000-EXIT.
3200-EXIT.
    EXIT.

4000-FRACTIONNEMENT.
    MOVE ZERO TO WS-NbGroupes
    PERFORM 4100-GROUPER THRU 4100-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes
    PERFORM 4300-EXAMINER-GROUPE THRU 4300-EXIT
        VARYING WS-IdxGrp FROM 1 BY 1
        UNTIL WS-IdxGrp > WS-NbGroupes.
4000-EXIT.
    EXIT.

4100-GROUPER.
    IF WS-CpEspNb(WS-IdxCpt) = ZERO
        GO TO 4100-EXIT
    END-IF
    MOVE ZERO TO WS-IdxGrpTrouve
    IF WS-CpClient(WS-IdxCpt) NOT = ZERO
        PERFORM 4110-CHERCHER-GROUPE THRU 4110-EXIT
            VARYING WS-IdxGrp FROM 1 BY 1
            UNTIL WS-IdxGrp > WS-NbGroupes
            OR WS-IdxGrpTrouve NOT = ZERO
    END-IF
    IF WS-IdxGrpTrouve = ZERO
        IF WS-NbGroupes >= 1000
            IF NOT GroupesSatures
                DISPLAY "Table des clients saturée (1000), ",
                    "fractionnement partiel"
                MOVE 'O' TO WS-GroupesSatures
            END-IF
            GO TO 4100-EXIT
        END-IF
        ADD 1 TO WS-NbGroupes
        MOVE WS-NbGroupes TO WS-IdxGrpTrouve
        INITIALIZE WS-Groupe(WS-NbGroupes)
        MOVE WS-CpClient(WS-IdxCpt) TO WS-GrClient(WS-NbGroupes)
        MOVE WS-CpNum(WS-IdxCpt) TO WS-GrCompte(WS-NbGroupes)
    END-IF
    ADD WS-CpEspNb(WS-IdxCpt) TO WS-GrNb(WS-IdxGrpTrouve)
    ADD 1 TO WS-GrNbComptes(WS-IdxGrpTrouve)
    ADD WS-CpEspCumul(WS-IdxCpt) TO WS-GrCumul(WS-IdxGrpTrouve)
    IF WS-CpEspJour(WS-IdxCpt) > ZERO
        ADD WS-CpEspJour(WS-IdxCpt) TO WS-GrJour(WS-IdxGrpTrouve)
        IF WS-CpEspRef(WS-IdxCpt) > WS-GrRef(WS-IdxGrpTrouve)
            MOVE WS-CpEspRef(WS-IdxCpt) TO WS-GrRef(WS-IdxGrpTrouve)
            MOVE WS-CpNum(WS-IdxCpt) TO WS-GrCompte(WS-IdxGrpTrouve)
        END-IF
    END-IF.
4100-EXIT.
    EXIT.

4110-CHERCHER-GROUPE.
    IF WS-GrClient(WS-IdxGrp) = WS-CpClient(WS-IdxCpt)
        MOVE WS-IdxGrp TO WS-IdxGrpTrouve
    END-IF.
4110-EXIT.
    EXIT.

4300-EXAMINER-GROUPE.
    IF WS-GrJour(WS-IdxGrp) = ZERO OR WS-GrNb(WS-IdxGrp) < 2
        OR WS-GrCumul(WS-IdxGrp) < WS-Seuil
        GO TO 4300-EXIT
    END-IF
    MOVE WS-GrCompte(WS-IdxGrp) TO WS-AlCompte
    MOVE WS-GrClient(WS-IdxGrp) TO WS-AlClient
    MOVE 'F' TO WS-AlType
    MOVE WS-GrCumul(WS-IdxGrp) TO WS-AlMontant
    MOVE WS-GrRef(WS-IdxGrp) TO WS-AlReference
    MOVE WS-GrNb(WS-IdxGrp) TO WS-NbEd
    MOVE WS-GrNbComptes(WS-IdxGrp) TO WS-NbEd2
    MOVE SPACES TO WS-AlMotif
    STRING WS-NbEd DELIMITED BY SIZE
           " depots sur" DELIMITED BY SIZE
           WS-NbEd2 DELIMITED BY SIZE
           " compte(s), " DELIMITED BY SIZE
           WS-JoursFenetre DELIMITED BY SIZE
           " j" DELIMITED BY SIZE
      INTO WS-AlMotif
    PERFORM 5000-LEVER-ALERTE THRU 5000-EXIT.
4300-EXIT.
    EXIT.

5000-LEVER-ALERTE.
    PERFORM 5100-DEJA-SIGNALE THRU 5100-EXIT
    IF DejaSignale
        ADD 1 TO WS-NbDejaSignales
        GO TO 5000-EXIT
    END-IF
    ADD 1 TO WS-DernierNumero
    MOVE WS-DernierNumero TO CnfNumero
    MOVE WS-DateJour TO CnfDateDetect
    MOVE WS-AlCompte TO CnfCompte
    MOVE WS-AlClient TO CnfClient
    MOVE WS-AlType TO CnfType
    MOVE WS-AlMontant TO CnfMontant
    MOVE WS-AlReference TO CnfReference
    MOVE WS-AlMotif TO CnfMotif
    MOVE 'O' TO CnfStatut
    MOVE WS-DateJour TO CnfDateMaj
    MOVE "BATC" TO CnfAgent
    MOVE SPACES TO CnfNote
    WRITE ConformiteRecord
    IF ConformiteStatus NOT = '00'
        DISPLAY "Erreur écriture conformite.txt, statut ",
            ConformiteStatus, ", alerte compte ", WS-AlCompte,
            " type ", WS-AlType, " perdue"
        GO TO 5000-EXIT
    END-IF
    ADD 1 TO WS-NbAlertes
    IF WS-NbDossiers < 2000
        ADD 1 TO WS-NbDossiers
        MOVE WS-AlCompte TO WS-DsCompte(WS-NbDossiers)
        MOVE WS-AlClient TO WS-DsClient(WS-NbDossiers)
        MOVE WS-AlType TO WS-DsType(WS-NbDossiers)
        MOVE WS-AlReference TO WS-DsReference(WS-NbDossiers)
        MOVE 'O' TO WS-DsStatut(WS-NbDossiers)
        MOVE WS-JourCompta TO WS-DsJour(WS-NbDossiers)
    END-IF
    IF RapportOuvert
        MOVE WS-AlMontant TO WS-MontantEd
        MOVE SPACES TO RapportRecord
        STRING CnfNumero DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CnfCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CnfClient DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CnfType DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MontantEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CnfMotif DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
5000-EXIT.
    EXIT.

*> Déjà signalé : le même mouvement déclencheur a déjà ouvert un
*> dossier de ce type, ou (hors espèces, où chaque dépôt compte)
*> un dossier du même type reste ouvert sur le compte - sur le
*> client pour le fractionnement - depuis le début de la fenêtre.
5100-DEJA-SIGNALE.
    MOVE 'N' TO WS-DejaSignale
    PERFORM 5110-COMPARER THRU 5110-EXIT
        VARYING WS-IdxDos FROM 1 BY 1
        UNTIL WS-IdxDos > WS-NbDossiers OR DejaSignale.
5100-EXIT.
    EXIT.

5110-COMPARER.
    IF WS-DsType(WS-IdxDos) NOT = WS-AlType
        GO TO 5110-EXIT
    END-IF
    IF WS-AlType = 'F' AND WS-AlClient NOT = ZERO
        IF WS-DsClient(WS-IdxDos) NOT = WS-AlClient
            GO TO 5110-EXIT
        END-IF
    ELSE
        IF WS-DsCompte(WS-IdxDos) NOT = WS-AlCompte
            GO TO 5110-EXIT
        END-IF
    END-IF
    IF WS-DsReference(WS-IdxDos) = WS-AlReference
        MOVE 'O' TO WS-DejaSignale
        GO TO 5110-EXIT
    END-IF
    IF WS-AlType NOT = 'E' AND WS-DsStatut(WS-IdxDos) = 'O'
        AND WS-DsJour(WS-IdxDos) >= WS-JourFenetre
        MOVE 'O' TO WS-DejaSignale
    END-IF.
5110-EXIT.
    EXIT.

5200-ALERTE-ESPECES.
    MOVE MvtCompte TO WS-AlCompte
    MOVE ZERO TO WS-AlClient
    IF CompteConnu
        MOVE WS-CpClient(IDX-CP) TO WS-AlClient
    END-IF
    MOVE 'E' TO WS-AlType
    MOVE WS-Montant TO WS-AlMontant
    MOVE MvtTransID TO WS-AlReference
    MOVE SPACES TO WS-AlMotif
    STRING "Depot especes, operateur " DELIMITED BY SIZE
           MvtOperateur DELIMITED BY SIZE
      INTO WS-AlMotif
    PERFORM 5000-LEVER-ALERTE THRU 5000-EXIT.
5200-EXIT.
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
    IF ConformiteOuvert
        CLOSE ConformiteFile
    END-IF
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Mouvements examinés : " DELIMITED BY SIZE
               WS-NbMvtExamines DELIMITED BY SIZE
               "   alertes ouvertes : " DELIMITED BY SIZE
               WS-NbAlertes DELIMITED BY SIZE
               "   déjà signalées : " DELIMITED BY SIZE
               WS-NbDejaSignales DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Mouvements examinés : ", WS-NbMvtExamines
    DISPLAY "Alertes ouvertes    : ", WS-NbAlertes
    DISPLAY "Déjà signalées      : ", WS-NbDejaSignales.
9999-EXIT.
    EXIT.
