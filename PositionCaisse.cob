DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Position par devise : arrêtés de caisse pris
*>                 dans leur devise (CaiDevise) et mouvements du
*>                 coffre dans la leur (CofDevise), blanc = devise
*>                 de référence de config.txt; les GAB restent en
*>                 devise de référence. Une ligne de
*>                 positioncaisse.txt par devise et par date (zone
*>                 PosDevise ajoutée en fin, blanc = référence pour
*>                 les positions antérieures), position de la
*>                 veille et contrôle de cohérence tiroirs / coffre
*>                 par devise, une section du rapport par devise.
*> 2026-10-15  SI  Espèces des automates de billets : position GAB
*>                 du jour = position GAB de la veille plus les
*>                 chargements moins les déchargements du jour
*>                 (gab.txt) moins les distributions du jour
*>                 (journal-gab.txt), éditée sur sa propre ligne et
*>                 comprise dans la position totale. Les sorties 'G'
*>                 vers les GAB et retours 'R' des GAB mouvementent
*>                 le coffre. Zone PosGab ajoutée en fin de
*>                 positioncaisse.txt (à zéro pour les positions
*>                 antérieures, plus courtes).
*> 2026-09-02  SI  Création - position de trésorerie consolidée de
*>                 l'agence en fin de journée : les arrêtés de
*>                 caisse (caisse.txt) de la date comptable et les
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT GabFile ASSIGN TO 'gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GabStatus.
    SELECT JournalGabFile ASSIGN TO 'journal-gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalGabStatus.
    SELECT RapportFile ASSIGN TO 'position-caisse.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.

DATA DIVISION.
FILE SECTION.
   05 PosTiroirs PIC S9(9)V9(2) SIGN LEADING SEPARATE.
   05 PosCoffre  PIC S9(9)V9(2) SIGN LEADING SEPARATE.
   05 PosTotal   PIC S9(9)V9(2) SIGN LEADING SEPARATE.
   05 PosGab     PIC S9(9)V9(2) SIGN LEADING SEPARATE.
   05 PosDevise  PIC X(3).
FD DateComptaFile.
COPY DATECREC.
FD GabFile.
COPY GABREC.
FD JournalGabFile.
COPY JOURGABREC.
FD RapportFile.
01 RapportRecord PIC X(100).
FD ConfigFile.
COPY CONFIGREC.

WORKING-STORAGE SECTION.
01 CaisseStatus       PIC X(02).
01 PositionStatus     PIC X(02).
01 DateComptaStatus   PIC X(02).
01 RapportStatus      PIC X(02).
01 GabStatus          PIC X(02).
01 JournalGabStatus   PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-TiroirsVeille   PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CoffreVeille    PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-ComptesJour     PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-AttenduJour     PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-NetCoffreTiroirs PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-TiroirsJour     PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-CoffreJour      PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-TotalJour       PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-GabVeille       PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-MvtGabJour      PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-GabJour         PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-Montant         PIC S9(09)V99 COMP-3.
01 WS-NbArretes       PIC 9(04) VALUE ZERO.
01 WS-NbMvtsCoffre    PIC 9(04) VALUE ZERO.
01 WS-NbMvtsGab       PIC 9(04) VALUE ZERO.
01 WS-NbDistributions PIC 9(06) VALUE ZERO.
01 WS-MontantAff      PIC -(09)9.99.
01 ConfigStatus       PIC X(02).
01 WS-DeviseReference PIC X(03) VALUE "EUR".
01 WS-Devise          PIC X(03).
01 WS-NbDevises       PIC 9(02) VALUE ZERO.
01 WS-IdxDev          PIC 9(02) COMP.
01 WS-IdxDevTrouve    PIC 9(02) COMP.
01 WS-NbDivergences   PIC 9(02) VALUE ZERO.
*> Cumuls par devise, la devise de référence en premier poste :
*> sa position est écrite chaque jour, même sans mouvement.
01 WS-TableDevises.
   05 WS-Dev OCCURS 20.
      10 WS-DevCode          PIC X(03).
      10 WS-DevTiroirsVeille PIC S9(09)V99 COMP-3.
      10 WS-DevCoffreVeille  PIC S9(09)V99 COMP-3.
      10 WS-DevGabVeille     PIC S9(09)V99 COMP-3.
      10 WS-DevComptesJour   PIC S9(09)V99 COMP-3.
      10 WS-DevAttenduJour   PIC S9(09)V99 COMP-3.
      10 WS-DevNetCoffre     PIC S9(09)V99 COMP-3.
      10 WS-DevMvtCoffre     PIC S9(09)V99 COMP-3.
      10 WS-DevMvtGab        PIC S9(09)V99 COMP-3.
      10 WS-DevNbArretes     PIC 9(04).
      10 WS-DevNbMvtsCoffre  PIC 9(04).
      10 WS-DevVeille        PIC X(01).
01 WS-Switches.
   05 WS-DejaEcrite    PIC X(01) VALUE 'N'.
      88 DejaEcrite    VALUE 'O'.
    ELSE
        PERFORM 2000-CUMULER-ARRETES THRU 2000-EXIT
        PERFORM 3000-CUMULER-COFFRE THRU 3000-EXIT
        PERFORM 3500-CUMULER-GAB THRU 3500-EXIT
        PERFORM 4000-CONSOLIDER THRU 4000-EXIT
    END-IF
    DISPLAY "Fin de la position de trésorerie"
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00' AND Cfg-DeviseDefaut NOT = SPACES
            MOVE Cfg-DeviseDefaut TO WS-DeviseReference
        END-IF
        CLOSE ConfigFile
    END-IF
    MOVE WS-DeviseReference TO WS-Devise
    PERFORM 1200-TROUVER-DEVISE THRU 1200-EXIT
    PERFORM 1100-LIRE-POSITIONS THRU 1100-EXIT.
1000-EXIT.
    EXIT.
            MOVE 'O' TO WS-DejaEcrite
        ELSE
            IF PosDate < WS-DateJour
                IF PosDevise = SPACES
                    MOVE WS-DeviseReference TO WS-Devise
                ELSE
                    MOVE PosDevise TO WS-Devise
                END-IF
                PERFORM 1200-TROUVER-DEVISE THRU 1200-EXIT
                MOVE PosTiroirs TO WS-DevTiroirsVeille(WS-IdxDevTrouve)
                MOVE PosCoffre TO WS-DevCoffreVeille(WS-IdxDevTrouve)
                IF PosGab IS NUMERIC
                    MOVE PosGab TO WS-DevGabVeille(WS-IdxDevTrouve)
                ELSE
                    MOVE ZERO TO WS-DevGabVeille(WS-IdxDevTrouve)
                END-IF
                MOVE 'O' TO WS-DevVeille(WS-IdxDevTrouve)
            END-IF
        END-IF
    END-IF.
1110-EXIT.
    EXIT.

*> Poste de la devise WS-Devise, ouvert à zéro au premier
*> mouvement; au-delà de 20 devises, le dernier poste recueille
*> le surplus et le signale.
1200-TROUVER-DEVISE.
    MOVE ZERO TO WS-IdxDevTrouve
    PERFORM 1210-COMPARER-DEVISE THRU 1210-EXIT
        VARYING WS-IdxDev FROM 1 BY 1
        UNTIL WS-IdxDev > WS-NbDevises
        OR WS-IdxDevTrouve NOT = ZERO
    IF WS-IdxDevTrouve NOT = ZERO
        GO TO 1200-EXIT
    END-IF
    IF WS-NbDevises >= 20
        DISPLAY "Plus de 20 devises, ", WS-Devise,
            " cumulée avec ", WS-DevCode(20)
        MOVE 20 TO WS-IdxDevTrouve
        GO TO 1200-EXIT
    END-IF
    ADD 1 TO WS-NbDevises
    MOVE WS-NbDevises TO WS-IdxDevTrouve
    MOVE WS-Devise TO WS-DevCode(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevTiroirsVeille(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevCoffreVeille(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevGabVeille(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevComptesJour(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevAttenduJour(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevNetCoffre(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevMvtCoffre(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevMvtGab(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevNbArretes(WS-IdxDevTrouve)
    MOVE ZERO TO WS-DevNbMvtsCoffre(WS-IdxDevTrouve)
    MOVE 'N' TO WS-DevVeille(WS-IdxDevTrouve).
1200-EXIT.
    EXIT.

1210-COMPARER-DEVISE.
    IF WS-DevCode(WS-IdxDev) = WS-Devise
        MOVE WS-IdxDev TO WS-IdxDevTrouve
    END-IF.
1210-EXIT.
    EXIT.

2000-CUMULER-ARRETES.
    OPEN INPUT CaisseFile
    IF CaisseStatus NOT = '00'
    READ CaisseFile
    IF CaisseStatus = '00'
        IF CaiDate = WS-DateJour
            IF CaiDevise = SPACES
                MOVE WS-DeviseReference TO WS-Devise
            ELSE
                MOVE CaiDevise TO WS-Devise
            END-IF
            PERFORM 1200-TROUVER-DEVISE THRU 1200-EXIT
            ADD 1 TO WS-DevNbArretes(WS-IdxDevTrouve)
            MOVE CaiComptees TO WS-Montant
            ADD WS-Montant TO WS-DevComptesJour(WS-IdxDevTrouve)
            MOVE CaiEntrees TO WS-Montant
            ADD WS-Montant TO WS-DevAttenduJour(WS-IdxDevTrouve)
            MOVE CaiSorties TO WS-Montant
            SUBTRACT WS-Montant FROM WS-DevAttenduJour(WS-IdxDevTrouve)
        END-IF
    END-IF.
2100-EXIT.
    READ CoffreFile
    IF CoffreStatus = '00'
        IF CofDate = WS-DateJour
            IF CofDevise = SPACES
                MOVE WS-DeviseReference TO WS-Devise
            ELSE
                MOVE CofDevise TO WS-Devise
            END-IF
            PERFORM 1200-TROUVER-DEVISE THRU 1200-EXIT
            ADD 1 TO WS-DevNbMvtsCoffre(WS-IdxDevTrouve)
            MOVE CofMontant TO WS-Montant
            EVALUATE CofSens
                WHEN 'E'
                    ADD WS-Montant TO WS-DevMvtCoffre(WS-IdxDevTrouve)
                    SUBTRACT WS-Montant
                        FROM WS-DevNetCoffre(WS-IdxDevTrouve)
                WHEN 'S'
                    SUBTRACT WS-Montant
                        FROM WS-DevMvtCoffre(WS-IdxDevTrouve)
                    ADD WS-Montant TO WS-DevNetCoffre(WS-IdxDevTrouve)
                WHEN 'L'
                    ADD WS-Montant TO WS-DevMvtCoffre(WS-IdxDevTrouve)
                WHEN 'X'
                    SUBTRACT WS-Montant
                        FROM WS-DevMvtCoffre(WS-IdxDevTrouve)
                WHEN 'G'
                    SUBTRACT WS-Montant
                        FROM WS-DevMvtCoffre(WS-IdxDevTrouve)
                WHEN 'R'
                    ADD WS-Montant TO WS-DevMvtCoffre(WS-IdxDevTrouve)
                WHEN OTHER
                    DISPLAY "Sens de coffre non reconnu : ",
                        CofSens
3000-EXIT.
    EXIT.

*> Les automates reçoivent les chargements et rendent les
*> déchargements du coffre; ils se vident de leurs distributions
*> effectives du jour, un incident n'ayant rien distribué.
3500-CUMULER-GAB.
    OPEN INPUT GabFile
    IF GabStatus NOT = '00'
        IF GabStatus NOT = '35'
            DISPLAY "Gab.txt illisible, statut ", GabStatus
        END-IF
    ELSE
        PERFORM 3510-CUMULER-UN-GAB THRU 3510-EXIT
            UNTIL GabStatus NOT = '00'
        CLOSE GabFile
    END-IF
    OPEN INPUT JournalGabFile
    IF JournalGabStatus NOT = '00'
        IF JournalGabStatus NOT = '35'
            DISPLAY "Journal-gab.txt illisible, statut ",
                JournalGabStatus
        END-IF
        GO TO 3500-EXIT
    END-IF
    PERFORM 3520-CUMULER-UNE-DISTRIBUTION THRU 3520-EXIT
        UNTIL JournalGabStatus NOT = '00'
    CLOSE JournalGabFile.
3500-EXIT.
    EXIT.

3510-CUMULER-UN-GAB.
    READ GabFile
    IF GabStatus = '00'
        IF GabDate = WS-DateJour
            ADD 1 TO WS-NbMvtsGab
            MOVE GabMontant TO WS-Montant
            IF GabChargement
                ADD WS-Montant TO WS-DevMvtGab(1)
            ELSE
                SUBTRACT WS-Montant FROM WS-DevMvtGab(1)
            END-IF
        END-IF
    END-IF.
3510-EXIT.
    EXIT.

3520-CUMULER-UNE-DISTRIBUTION.
    READ JournalGabFile
    IF JournalGabStatus = '00'
        IF JgbDate = WS-DateJour AND JgbDistribue
            ADD 1 TO WS-NbDistributions
            MOVE JgbMontant TO WS-Montant
            SUBTRACT WS-Montant FROM WS-DevMvtGab(1)
        END-IF
    END-IF.
3520-EXIT.
    EXIT.

4000-CONSOLIDER.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création position-caisse.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Position de trésorerie de l'agence au "
                   DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    OPEN EXTEND PositionFile
    IF PositionStatus = '35'
        OPEN OUTPUT PositionFile
    END-IF
    IF PositionStatus NOT = '00'
        DISPLAY "Erreur ouverture positioncaisse.txt, statut ",
            PositionStatus
    END-IF
    PERFORM 4050-CONSOLIDER-DEVISE THRU 4050-EXIT
        VARYING WS-IdxDev FROM 1 BY 1
        UNTIL WS-IdxDev > WS-NbDevises
    IF PositionStatus = '00'
        CLOSE PositionFile
    END-IF
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Rapport écrit : position-caisse.rpt"
    END-IF
    IF WS-NbDivergences > ZERO
        DISPLAY "Devises en divergence : ", WS-NbDivergences
    END-IF.
4000-EXIT.
    EXIT.

*> Les cumuls de la devise passent dans les zones de travail
*> d'une devise, consolidées, éditées et écrites tour à tour.
4050-CONSOLIDER-DEVISE.
    MOVE WS-DevCode(WS-IdxDev) TO WS-Devise
    MOVE WS-DevTiroirsVeille(WS-IdxDev) TO WS-TiroirsVeille
    MOVE WS-DevCoffreVeille(WS-IdxDev) TO WS-CoffreVeille
    MOVE WS-DevGabVeille(WS-IdxDev) TO WS-GabVeille
    MOVE WS-DevComptesJour(WS-IdxDev) TO WS-ComptesJour
    MOVE WS-DevAttenduJour(WS-IdxDev) TO WS-AttenduJour
    MOVE WS-DevNetCoffre(WS-IdxDev) TO WS-NetCoffreTiroirs
    MOVE WS-DevMvtCoffre(WS-IdxDev) TO WS-MvtCoffreJour
    MOVE WS-DevMvtGab(WS-IdxDev) TO WS-MvtGabJour
    MOVE WS-DevNbArretes(WS-IdxDev) TO WS-NbArretes
    MOVE WS-DevNbMvtsCoffre(WS-IdxDev) TO WS-NbMvtsCoffre
    MOVE WS-DevVeille(WS-IdxDev) TO WS-VeilleTrouvee
    COMPUTE WS-TiroirsJour = WS-TiroirsVeille + WS-ComptesJour
    COMPUTE WS-CoffreJour = WS-CoffreVeille + WS-MvtCoffreJour
    COMPUTE WS-GabJour = WS-GabVeille + WS-MvtGabJour
    COMPUTE WS-TotalJour = WS-TiroirsJour + WS-CoffreJour
        + WS-GabJour
*> L'excédent des espèces comptées sur les mouvements clientèle
*> des tiroirs doit rejoindre le net servi par le coffre : toute
*> différence est une divergence tiroirs / coffre.
    COMPUTE WS-EcartTiroirs = WS-ComptesJour - WS-AttenduJour
    COMPUTE WS-Divergence = WS-EcartTiroirs - WS-NetCoffreTiroirs
    IF WS-Divergence NOT = ZERO
        ADD 1 TO WS-NbDivergences
    END-IF
    IF RapportOuvert
        PERFORM 4100-ECRIRE-RAPPORT THRU 4100-EXIT
    END-IF
    IF PositionStatus = '00'
        PERFORM 4200-ECRIRE-POSITION THRU 4200-EXIT
    END-IF.
4050-EXIT.
    EXIT.

4100-ECRIRE-RAPPORT.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "Devise " DELIMITED BY SIZE
           WS-Devise DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    IF WS-Divergence NOT = ZERO
        STRING "*** DIVERGENCE TIROIRS / COFFRE : "
                   DELIMITED BY SIZE
               WS-MontantAff DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Devise DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        DISPLAY "DIVERGENCE tiroirs / coffre ", WS-Devise, " : ",
            WS-Divergence
    END-IF
    IF NOT VeilleTrouvee
        MOVE "Aucune position antérieure, départ à zéro"
           WS-NbMvtsCoffre DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    IF WS-Devise = WS-DeviseReference
        MOVE SPACES TO RapportRecord
        STRING "Mouvements de GAB         : " DELIMITED BY SIZE
               WS-NbMvtsGab DELIMITED BY SIZE
               "   distributions : " DELIMITED BY SIZE
               WS-NbDistributions DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    MOVE WS-TiroirsJour TO WS-MontantAff
    MOVE SPACES TO RapportRecord
    STRING "Position tiroirs : " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    IF WS-Devise = WS-DeviseReference
        MOVE WS-GabJour TO WS-MontantAff
        MOVE SPACES TO RapportRecord
        STRING "Position GAB     : " DELIMITED BY SIZE
               WS-MontantAff DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    MOVE WS-TotalJour TO WS-MontantAff
    MOVE SPACES TO RapportRecord
    STRING "Position totale  : " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Devise DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
4100-EXIT.
    EXIT.

    EXIT.

4200-ECRIRE-POSITION.
    MOVE WS-DateJour TO PosDate
    MOVE WS-TiroirsJour TO PosTiroirs
    MOVE WS-CoffreJour TO PosCoffre
    MOVE WS-TotalJour TO PosTotal
    MOVE WS-GabJour TO PosGab
    MOVE WS-Devise TO PosDevise
    WRITE PositionRecord
    IF PositionStatus NOT = '00'
        DISPLAY "Erreur écriture positioncaisse.txt, statut ",
            PositionStatus
    ELSE
        DISPLAY "Position du ", WS-DateJour, " en ", WS-Devise,
            " : tiroirs ", WS-TiroirsJour, ", coffre ",
            WS-CoffreJour, ", GAB ", WS-GabJour, ", total ",
            WS-TotalJour
    END-IF.
4200-EXIT.
    EXIT.
