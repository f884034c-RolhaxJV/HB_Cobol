DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Contrôle des cours du jour : pour chaque devise
*>                 tenue par un compte non clôturé, autre que la
*>                 devise de référence de config.txt, sans ligne de
*>                 taux.txt à la date d'effet du jour, la clôture
*>                 avertit (console et devises.rpt) en distinguant
*>                 le cours jamais reçu du flux flux-taux.txt du
*>                 cours reçu mais retenu ou rejeté au chargement
*>                 (ChargementTaux, détail dans taux-flux.rpt).
*> 2026-09-02  SI  Création - position de change par devise en fin
*>                 de journée (devises.rpt) : totaux de solde.txt
*>                 par SolDevise (principal et secondaire), liste
    SELECT TauxFile ASSIGN TO 'taux.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TauxStatus.
    SELECT FluxFile ASSIGN TO 'flux-taux.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FluxStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
COPY TRANSREC.
FD TauxFile.
COPY TAUXREC.
FD FluxFile.
COPY FLUXTXREC.
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 SoldeStatus       PIC X(02).
01 HistStatus        PIC X(02).
01 TauxStatus        PIC X(02).
01 FluxStatus        PIC X(02).
01 ConfigStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-IdxDev         PIC 9(02) COMP.
01 WS-IdxDevTrouve   PIC 9(02) COMP.
01 WS-DeviseCherchee PIC X(03).
01 WS-DeviseReference PIC X(03) VALUE "EUR".
01 WS-NbSansCours    PIC 9(02) VALUE ZERO.
01 WS-AlerteCours    PIC X(100).
01 WS-TableDevises.
   05 WS-DevPos OCCURS 10.
      10 WS-DevCode     PIC X(03).
      88 VirEnCours  VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-CoursDuJour PIC X(01) VALUE 'N'.
      88 CoursDuJour VALUE 'O'.
   05 WS-CoursRecu   PIC X(01) VALUE 'N'.
      88 CoursRecu   VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 3000-BALAYER-CONVERSIONS THRU 3000-EXIT
        UNTIL FinFichier
    PERFORM 4000-EDITER-POSITION THRU 4000-EXIT
    PERFORM 5000-CONTROLER-COURS THRU 5000-EXIT
        VARYING WS-IdxDev FROM 1 BY 1
        UNTIL WS-IdxDev > WS-NbDevises
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

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
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création devises.rpt, statut ",
4100-EXIT.
    EXIT.

*> Une devise tenue en compte doit avoir reçu son cours du jour du
*> flux (ChargementTaux) ou d'une saisie : une ligne de taux.txt à
*> la date d'effet du jour, dans un sens ou dans l'autre.
5000-CONTROLER-COURS.
    IF WS-DevCode(WS-IdxDev) = WS-DeviseReference
        OR WS-DevCode(WS-IdxDev) = SPACES
        GO TO 5000-EXIT
    END-IF
    MOVE 'N' TO WS-CoursDuJour
    OPEN INPUT TauxFile
    IF TauxStatus = '00'
        PERFORM 5100-LIRE-TAUX-JOUR THRU 5100-EXIT
            UNTIL TauxStatus NOT = '00' OR CoursDuJour
        CLOSE TauxFile
    END-IF
    IF CoursDuJour
        GO TO 5000-EXIT
    END-IF
    MOVE 'N' TO WS-CoursRecu
    OPEN INPUT FluxFile
    IF FluxStatus = '00'
        PERFORM 5200-LIRE-FLUX THRU 5200-EXIT
            UNTIL FluxStatus NOT = '00' OR CoursRecu
        CLOSE FluxFile
    END-IF
    ADD 1 TO WS-NbSansCours
    MOVE SPACES TO WS-AlerteCours
    IF CoursRecu
        STRING "*** ATTENTION : devise " DELIMITED BY SIZE
               WS-DevCode(WS-IdxDev) DELIMITED BY SIZE
               " sans taux du jour - cours reçu non appliqué "
                   DELIMITED BY SIZE
               "(taux-flux.rpt)" DELIMITED BY SIZE
          INTO WS-AlerteCours
    ELSE
        STRING "*** ATTENTION : devise " DELIMITED BY SIZE
               WS-DevCode(WS-IdxDev) DELIMITED BY SIZE
               " sans taux du jour - aucun cours reçu du flux"
                   DELIMITED BY SIZE
          INTO WS-AlerteCours
    END-IF
    DISPLAY WS-AlerteCours
    IF RapportOuvert
        MOVE WS-AlerteCours TO RapportRecord
        WRITE RapportRecord
    END-IF.
5000-EXIT.
    EXIT.

5100-LIRE-TAUX-JOUR.
    READ TauxFile
    IF TauxStatus = '00'
        IF TxDateEffet = WS-DateJour
            AND (TxDeviseOrig = WS-DevCode(WS-IdxDev)
                 OR TxDeviseDest = WS-DevCode(WS-IdxDev))
            MOVE 'O' TO WS-CoursDuJour
        END-IF
    END-IF.
5100-EXIT.
    EXIT.

5200-LIRE-FLUX.
    READ FluxFile
    IF FluxStatus = '00'
        IF FtxDateCours = WS-DateJour
            AND (FtxDeviseOrig = WS-DevCode(WS-IdxDev)
                 OR FtxDeviseDest = WS-DevCode(WS-IdxDev))
            MOVE 'O' TO WS-CoursRecu
        END-IF
    END-IF.
5200-EXIT.
    EXIT.

8000-TROUVER-DEVISE.
    MOVE ZERO TO WS-IdxDevTrouve
    PERFORM 8010-COMPARER-DEVISE THRU 8010-EXIT
        DISPLAY "Rapport de change : devises.rpt"
    END-IF
    DISPLAY "Conversions du jour : ", WS-NbConversions
    IF WS-NbSansCours NOT = ZERO
        DISPLAY "*** Devises tenues sans cours du jour : ",
            WS-NbSansCours
    END-IF
    DISPLAY "Fin de la position de change".
9999-EXIT.
    EXIT.
