IDENTIFICATION DIVISION.
PROGRAM-ID. RapportSimulation.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - compte rendu d'une clôture en
*>                 simulation (simulation.rpt) à partir des lignes
*>                 de projection de simulation.txt : mouvements
*>                 projetés étape par étape avec un total par
*>                 action et un total par étape, puis projection
*>                 par compte (nombre de mouvements, soldes
*>                 principal et secondaire actuels lus dans
*>                 solde.txt et soldes projetés). Chaque étape est
*>                 projetée sur les soldes du fichier : le solde
*>                 projeté d'un compte cumule l'effet de chaque
*>                 étape. Simple édition, rien n'est modifié.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SimulationFile ASSIGN TO 'simulation.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SimulationStatus.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'simulation.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD SimulationFile.
COPY SIMULREC.
FD SoldeFile.
COPY SOLDEREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SimulationStatus  PIC X(02).
01 SoldeStatus       PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-EtapeCourante  PIC X(20) VALUE SPACES.
01 WS-Montant        PIC 9(07)V99.
01 WS-SoldeProjete   PIC 9(07)V99.
01 WS-SoldeSecProjete PIC 9(07)V99.
01 WS-SoldeActuel    PIC 9(07)V99.
01 WS-SoldeSecActuel PIC 9(07)V99.
01 WS-DeviseActuelle PIC X(03).
01 WS-Resultat       PIC S9(09)V99 COMP-3.
01 WS-MontantAff     PIC -(09)9.99.
01 WS-MontantAff2    PIC -(09)9.99.
01 WS-MontantAff3    PIC -(09)9.99.
01 WS-MontantAff4    PIC -(09)9.99.
01 WS-NbAff          PIC Z(04)9.
01 WS-NbEtapes       PIC 9(02) VALUE ZERO.
01 WS-NbMouvements   PIC 9(06) VALUE ZERO.
01 WS-EtpNbMvt       PIC 9(06) VALUE ZERO.
01 WS-EtpMontant     PIC S9(11)V99 COMP-3 VALUE ZERO.
*> Actions de l'étape en cours, totalisées à la rupture.
01 WS-NbActions      PIC 9(02) VALUE ZERO.
01 WS-IdxAct         PIC 9(02) COMP.
01 WS-IdxActTrouve   PIC 9(02) COMP.
01 WS-TableActions.
   05 WS-ActPos OCCURS 30.
      10 WS-ActCode     PIC X(10).
      10 WS-ActNb       PIC 9(06).
      10 WS-ActMontant  PIC S9(11)V99 COMP-3.
*> Dernier solde projeté de chaque compte dans l'étape en cours.
01 WS-NbEtpSoldes    PIC 9(04) VALUE ZERO.
01 WS-IdxEs          PIC 9(04) COMP.
01 WS-IdxEsTrouve    PIC 9(04) COMP.
01 WS-TableEtpSoldes.
   05 WS-EsPos OCCURS 1000.
      10 WS-EsCompte    PIC 9(08).
      10 WS-EsSolde     PIC 9(07)V99.
      10 WS-EsSoldeSec  PIC 9(07)V99.
*> Effet cumulé de toutes les étapes par compte.
01 WS-NbComptes      PIC 9(04) VALUE ZERO.
01 WS-IdxCpt         PIC 9(04) COMP.
01 WS-IdxCptTrouve   PIC 9(04) COMP.
01 WS-CompteCherche  PIC 9(08).
01 WS-TableComptes.
   05 WS-CptPos OCCURS 2000.
      10 WS-CptNumero   PIC 9(08).
      10 WS-CptNbMvt    PIC 9(06).
      10 WS-CptEcartSol PIC S9(09)V99 COMP-3.
      10 WS-CptEcartSec PIC S9(09)V99 COMP-3.
01 WS-Switches.
   05 WS-FinFichier  PIC X(01) VALUE 'N'.
      88 FinFichier  VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-SoldeOuvert PIC X(01) VALUE 'N'.
      88 SoldeOuvert VALUE 'O'.
   05 WS-TablesSaturees PIC X(01) VALUE 'N'.
      88 TablesSaturees VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Compte rendu de la simulation de clôture"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-LIRE-PROJECTION THRU 2000-EXIT
        UNTIL FinFichier
    PERFORM 2800-RUPTURE-ETAPE THRU 2800-EXIT
    PERFORM 4000-EDITER-COMPTES THRU 4000-EXIT
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
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création simulation.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "SIMULATION de la clôture du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - aucun mouvement n'a été passé" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE "Chaque étape est projetée sur les soldes actuels, comme si elle passait seule"
          TO RapportRecord
        WRITE RapportRecord
    END-IF
    OPEN INPUT SoldeFile
    IF SoldeStatus = '00'
        MOVE 'O' TO WS-SoldeOuvert
    ELSE
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus,
            " - soldes actuels à zéro"
    END-IF
    OPEN INPUT SimulationFile
    IF SimulationStatus NOT = '00'
        IF SimulationStatus NOT = '35'
            DISPLAY "Simulation.txt illisible, statut ",
                SimulationStatus
        END-IF
        MOVE 'O' TO WS-FinFichier
    END-IF.
1000-EXIT.
    EXIT.

2000-LIRE-PROJECTION.
    READ SimulationFile
    IF SimulationStatus NOT = '00'
        CLOSE SimulationFile
        MOVE 'O' TO WS-FinFichier
        GO TO 2000-EXIT
    END-IF
    IF SimLigEtape NOT = WS-EtapeCourante
        PERFORM 2800-RUPTURE-ETAPE THRU 2800-EXIT
        PERFORM 2700-DEBUT-ETAPE THRU 2700-EXIT
    END-IF
    IF SimLigSoldes
        PERFORM 2200-NOTER-SOLDES THRU 2200-EXIT
        GO TO 2000-EXIT
    END-IF
    IF SimLigMouvement
        PERFORM 2100-NOTER-MOUVEMENT THRU 2100-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2100-NOTER-MOUVEMENT.
    MOVE SimLigMontant TO WS-Montant
    ADD 1 TO WS-NbMouvements
    ADD 1 TO WS-EtpNbMvt
    ADD WS-Montant TO WS-EtpMontant
    PERFORM 8000-TROUVER-ACTION THRU 8000-EXIT
    IF WS-IdxActTrouve NOT = ZERO
        ADD 1 TO WS-ActNb(WS-IdxActTrouve)
        ADD WS-Montant TO WS-ActMontant(WS-IdxActTrouve)
    END-IF
    MOVE SimLigCompte TO WS-CompteCherche
    PERFORM 8100-TROUVER-COMPTE THRU 8100-EXIT
    IF WS-IdxCptTrouve NOT = ZERO
        ADD 1 TO WS-CptNbMvt(WS-IdxCptTrouve)
    END-IF
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "  " DELIMITED BY SIZE
               SimLigCompte DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SimLigAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SimLigMontant DELIMITED BY SIZE
               "  solde " DELIMITED BY SIZE
               SimLigSolde DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SimLigDevise DELIMITED BY SIZE
          INTO RapportRecord
        IF SimLigDest IS NUMERIC AND SimLigDest NOT = ZERO
            MOVE "vers" TO RapportRecord(65:4)
            MOVE SimLigDest TO RapportRecord(70:8)
        END-IF
        WRITE RapportRecord
    END-IF.
2100-EXIT.
    EXIT.

*> Seul le dernier solde projeté d'un compte dans l'étape compte :
*> les mouvements successifs d'une même étape s'enchaînent.
2200-NOTER-SOLDES.
    MOVE ZERO TO WS-IdxEsTrouve
    PERFORM 2210-COMPARER-SOLDES THRU 2210-EXIT
        VARYING WS-IdxEs FROM 1 BY 1
        UNTIL WS-IdxEs > WS-NbEtpSoldes
        OR WS-IdxEsTrouve NOT = ZERO
    IF WS-IdxEsTrouve = ZERO
        IF WS-NbEtpSoldes >= 1000
            MOVE 'O' TO WS-TablesSaturees
            GO TO 2200-EXIT
        END-IF
        ADD 1 TO WS-NbEtpSoldes
        MOVE WS-NbEtpSoldes TO WS-IdxEsTrouve
        MOVE SimLigCompte TO WS-EsCompte(WS-IdxEsTrouve)
    END-IF
    MOVE SimLigPrjSolde TO WS-EsSolde(WS-IdxEsTrouve)
    MOVE SimLigPrjSoldeSec TO WS-EsSoldeSec(WS-IdxEsTrouve).
2200-EXIT.
    EXIT.

2210-COMPARER-SOLDES.
    IF WS-EsCompte(WS-IdxEs) = SimLigCompte
        MOVE WS-IdxEs TO WS-IdxEsTrouve
    END-IF.
2210-EXIT.
    EXIT.

2700-DEBUT-ETAPE.
    MOVE SimLigEtape TO WS-EtapeCourante
    ADD 1 TO WS-NbEtapes
    MOVE ZERO TO WS-EtpNbMvt
    MOVE ZERO TO WS-EtpMontant
    MOVE ZERO TO WS-NbActions
    MOVE ZERO TO WS-NbEtpSoldes
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Etape " DELIMITED BY SIZE
               WS-EtapeCourante DELIMITED BY SPACE
               " - mouvements projetés" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
2700-EXIT.
    EXIT.

*> Fin d'une étape : total par action et total de l'étape, puis
*> écart entre solde projeté et solde actuel reporté sur chaque
*> compte touché.
2800-RUPTURE-ETAPE.
    IF WS-EtapeCourante = SPACES
        GO TO 2800-EXIT
    END-IF
    PERFORM 2810-TOTAL-ACTION THRU 2810-EXIT
        VARYING WS-IdxAct FROM 1 BY 1
        UNTIL WS-IdxAct > WS-NbActions
    IF RapportOuvert
        MOVE WS-EtpNbMvt TO WS-NbAff
        MOVE WS-EtpMontant TO WS-MontantAff
        MOVE SPACES TO RapportRecord
        STRING "Total étape " DELIMITED BY SIZE
               WS-EtapeCourante DELIMITED BY SPACE
               " : " DELIMITED BY SIZE
               WS-NbAff DELIMITED BY SIZE
               " mouvement(s), montant " DELIMITED BY SIZE
               WS-MontantAff DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    DISPLAY "  étape ", WS-EtapeCourante, " : ", WS-EtpNbMvt,
        " mouvement(s) projeté(s)"
    PERFORM 2820-REPORTER-ECART THRU 2820-EXIT
        VARYING WS-IdxEs FROM 1 BY 1
        UNTIL WS-IdxEs > WS-NbEtpSoldes.
2800-EXIT.
    EXIT.

2810-TOTAL-ACTION.
    IF RapportOuvert
        MOVE WS-ActNb(WS-IdxAct) TO WS-NbAff
        MOVE WS-ActMontant(WS-IdxAct) TO WS-MontantAff
        MOVE SPACES TO RapportRecord
        STRING "    total " DELIMITED BY SIZE
               WS-ActCode(WS-IdxAct) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-NbAff DELIMITED BY SIZE
               " mouvement(s), montant " DELIMITED BY SIZE
               WS-MontantAff DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
2810-EXIT.
    EXIT.

2820-REPORTER-ECART.
    MOVE WS-EsCompte(WS-IdxEs) TO WS-CompteCherche
    PERFORM 8200-LIRE-SOLDE-ACTUEL THRU 8200-EXIT
    PERFORM 8100-TROUVER-COMPTE THRU 8100-EXIT
    IF WS-IdxCptTrouve = ZERO
        GO TO 2820-EXIT
    END-IF
    COMPUTE WS-CptEcartSol(WS-IdxCptTrouve) =
        WS-CptEcartSol(WS-IdxCptTrouve)
        + WS-EsSolde(WS-IdxEs) - WS-SoldeActuel
    COMPUTE WS-CptEcartSec(WS-IdxCptTrouve) =
        WS-CptEcartSec(WS-IdxCptTrouve)
        + WS-EsSoldeSec(WS-IdxEs) - WS-SoldeSecActuel.
2820-EXIT.
    EXIT.

4000-EDITER-COMPTES.
    IF NOT RapportOuvert
        GO TO 4000-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    IF WS-NbEtapes = ZERO
        MOVE "Aucun mouvement projeté" TO RapportRecord
        WRITE RapportRecord
        GO TO 4000-EXIT
    END-IF
    MOVE "Projection par compte" TO RapportRecord
    WRITE RapportRecord
    MOVE "Compte   Dev  Mvts  Solde actuel  Solde projeté   Second. actuel Second. projeté"
      TO RapportRecord
    WRITE RapportRecord
    PERFORM 4100-LIGNE-COMPTE THRU 4100-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes
    MOVE SPACES TO RapportRecord
    STRING "Etapes projetées : " DELIMITED BY SIZE
           WS-NbEtapes DELIMITED BY SIZE
           "  mouvements : " DELIMITED BY SIZE
           WS-NbMouvements DELIMITED BY SIZE
           "  comptes : " DELIMITED BY SIZE
           WS-NbComptes DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    IF TablesSaturees
        MOVE "ATTENTION : tables saturées, projection incomplète"
          TO RapportRecord
        WRITE RapportRecord
    END-IF.
4000-EXIT.
    EXIT.

4100-LIGNE-COMPTE.
    MOVE WS-CptNumero(WS-IdxCpt) TO WS-CompteCherche
    PERFORM 8200-LIRE-SOLDE-ACTUEL THRU 8200-EXIT
    MOVE SPACES TO RapportRecord
    MOVE WS-CptNumero(WS-IdxCpt) TO RapportRecord(1:8)
    MOVE WS-DeviseActuelle TO RapportRecord(10:3)
    MOVE WS-CptNbMvt(WS-IdxCpt) TO WS-NbAff
    MOVE WS-NbAff TO RapportRecord(14:5)
    MOVE WS-SoldeActuel TO WS-MontantAff
    MOVE WS-MontantAff TO RapportRecord(19:13)
    COMPUTE WS-Resultat = WS-SoldeActuel
        + WS-CptEcartSol(WS-IdxCpt)
    MOVE WS-Resultat TO WS-MontantAff2
    MOVE WS-MontantAff2 TO RapportRecord(34:13)
    MOVE WS-SoldeSecActuel TO WS-MontantAff3
    MOVE WS-MontantAff3 TO RapportRecord(50:13)
    COMPUTE WS-Resultat = WS-SoldeSecActuel
        + WS-CptEcartSec(WS-IdxCpt)
    MOVE WS-Resultat TO WS-MontantAff4
    MOVE WS-MontantAff4 TO RapportRecord(66:13)
    WRITE RapportRecord.
4100-EXIT.
    EXIT.

8000-TROUVER-ACTION.
    MOVE ZERO TO WS-IdxActTrouve
    PERFORM 8010-COMPARER-ACTION THRU 8010-EXIT
        VARYING WS-IdxAct FROM 1 BY 1
        UNTIL WS-IdxAct > WS-NbActions
        OR WS-IdxActTrouve NOT = ZERO
    IF WS-IdxActTrouve = ZERO
        IF WS-NbActions >= 30
            MOVE 'O' TO WS-TablesSaturees
            GO TO 8000-EXIT
        END-IF
        ADD 1 TO WS-NbActions
        MOVE WS-NbActions TO WS-IdxActTrouve
        MOVE SimLigAction TO WS-ActCode(WS-IdxActTrouve)
        MOVE ZERO TO WS-ActNb(WS-IdxActTrouve)
        MOVE ZERO TO WS-ActMontant(WS-IdxActTrouve)
    END-IF.
8000-EXIT.
    EXIT.

8010-COMPARER-ACTION.
    IF WS-ActCode(WS-IdxAct) = SimLigAction
        MOVE WS-IdxAct TO WS-IdxActTrouve
    END-IF.
8010-EXIT.
    EXIT.

8100-TROUVER-COMPTE.
    MOVE ZERO TO WS-IdxCptTrouve
    PERFORM 8110-COMPARER-COMPTE THRU 8110-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes
        OR WS-IdxCptTrouve NOT = ZERO
    IF WS-IdxCptTrouve = ZERO
        IF WS-NbComptes >= 2000
            MOVE 'O' TO WS-TablesSaturees
            GO TO 8100-EXIT
        END-IF
        ADD 1 TO WS-NbComptes
        MOVE WS-NbComptes TO WS-IdxCptTrouve
        MOVE WS-CompteCherche TO WS-CptNumero(WS-IdxCptTrouve)
        MOVE ZERO TO WS-CptNbMvt(WS-IdxCptTrouve)
        MOVE ZERO TO WS-CptEcartSol(WS-IdxCptTrouve)
        MOVE ZERO TO WS-CptEcartSec(WS-IdxCptTrouve)
    END-IF.
8100-EXIT.
    EXIT.

8110-COMPARER-COMPTE.
    IF WS-CptNumero(WS-IdxCpt) = WS-CompteCherche
        MOVE WS-IdxCpt TO WS-IdxCptTrouve
    END-IF.
8110-EXIT.
    EXIT.

8200-LIRE-SOLDE-ACTUEL.
    MOVE ZERO TO WS-SoldeActuel
    MOVE ZERO TO WS-SoldeSecActuel
    MOVE SPACES TO WS-DeviseActuelle
    IF NOT SoldeOuvert
        GO TO 8200-EXIT
    END-IF
    MOVE WS-CompteCherche TO NumCompte
    READ SoldeFile
    IF SoldeStatus = '00'
        MOVE Sol TO WS-SoldeActuel
        MOVE SolSec TO WS-SoldeSecActuel
        MOVE SolDevise TO WS-DeviseActuelle
    END-IF.
8200-EXIT.
    EXIT.

9999-FIN.
    IF SoldeOuvert
        CLOSE SoldeFile
    END-IF
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Compte rendu de simulation : simulation.rpt"
    END-IF
    DISPLAY "Mouvements projetés : ", WS-NbMouvements,
        " sur ", WS-NbComptes, " compte(s)"
    DISPLAY "Fin du compte rendu de simulation".
9999-EXIT.
    EXIT.
