IDENTIFICATION DIVISION.
PROGRAM-ID. SuiviLitiges.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - suivi nocturne des litiges clients
*>                 (litiges.txt, tenu par GestionLitiges). Les
*>                 contre-passations de crédit provisoire restées en
*>                 attente sur un litige rejeté sont reprises
*>                 ("AnnulProv" sous l'opérateur "BATC") dès que le
*>                 solde principal les couvre. Les litiges ouverts
*>                 sont listés dans litiges.rpt avec leur date
*>                 limite de réponse : "ECHEANCE PROCHE" quand elle
*>                 tombe dans les Cfg-AlerteLitige jours ouvrés
*>                 (5 par défaut) de l'agence du compte, "DELAI
*>                 DEPASSE" quand elle est passée.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LitigeFile ASSIGN TO 'litiges.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LitigeStatus.
    SELECT RapportFile ASSIGN TO 'litiges.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD LitigeFile.
COPY LITIGEREC.
FD RapportFile.
01 RapportRecord PIC X(100).
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 LitigeStatus      PIC X(02).
01 RapportStatus     PIC X(02).
01 ConfigStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-AlerteLitige   PIC 9(03).
01 WS-AlerteLitigeDef PIC 9(03) VALUE 5.
01 WS-DateAlerte     PIC 9(08).
01 WS-RegleJour      PIC X(01) VALUE SPACE.
01 WS-Compte         PIC 9(08).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-Montant        PIC 9(07)V99.
01 WS-Action         PIC X(10).
01 WS-Operateur      PIC X(04) VALUE "BATC".
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-Alerte         PIC X(16).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-NbOuverts      PIC 9(04) VALUE ZERO.
01 WS-NbProches      PIC 9(04) VALUE ZERO.
01 WS-NbDepasses     PIC 9(04) VALUE ZERO.
01 WS-NbContrepasses PIC 9(04) VALUE ZERO.
01 WS-NbEnAttente    PIC 9(04) VALUE ZERO.
01 WS-IdxLit         PIC 9(04) COMP.
01 WS-TableLitiges.
   05 WS-LitLigne OCCURS 1000 PIC X(114).
01 WS-Switches.
   05 WS-TableSaturee  PIC X(01) VALUE 'N'.
      88 TableSaturee  VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-Modifie       PIC X(01) VALUE 'N'.
      88 LigneModifiee VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Suivi des litiges clients"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-TRAITER-LITIGE THRU 2000-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
    PERFORM 8000-REECRIRE THRU 8000-EXIT
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
    MOVE WS-AlerteLitigeDef TO WS-AlerteLitige
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            AND Cfg-AlerteLitige IS NUMERIC
            AND Cfg-AlerteLitige NOT = ZERO
            MOVE Cfg-AlerteLitige TO WS-AlerteLitige
        END-IF
        CLOSE ConfigFile
    END-IF
    OPEN INPUT LitigeFile
    IF LitigeStatus NOT = '00'
        DISPLAY "Litiges.txt absent ou illisible, statut ",
            LitigeStatus, ", aucun litige à suivre"
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL LitigeStatus NOT = '00' OR TableSaturee
        CLOSE LitigeFile
    END-IF
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création litiges.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Litiges clients ouverts au " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " (alerte à " DELIMITED BY SIZE
               WS-AlerteLitige DELIMITED BY SIZE
               " jours ouvrés de l'échéance)" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE "Litige  Compte    Mouvement   Reçu le   Limite    Alerte"
          TO RapportRecord
        WRITE RapportRecord
    END-IF.
1000-EXIT.
    EXIT.

*> Au-delà de 1000 litiges le registre n'est pas réécrit : les
*> contre-passations ne sont pas reprises pour ne pas le tronquer.
1100-LIRE-UN.
    READ LitigeFile
    IF LitigeStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des litiges saturée (1000), litige ",
                LitNumero, " et suivants non suivis"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE LitigeRecord TO WS-LitLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-TRAITER-LITIGE.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    IF LitRejete AND LitAContrepasser
        PERFORM 3000-CONTREPASSER THRU 3000-EXIT
        GO TO 2000-EXIT
    END-IF
    IF LitOuvert
        PERFORM 4000-EXAMINER-ECHEANCE THRU 4000-EXIT
    END-IF.
2000-EXIT.
    EXIT.

*> Le crédit provisoire d'un litige rejeté est repris dès que le
*> solde principal le couvre, compte gelé compris.
3000-CONTREPASSER.
    IF TableSaturee
        ADD 1 TO WS-NbEnAttente
        GO TO 3000-EXIT
    END-IF
    MOVE LitCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension, RdStatus
    IF RdStatus NOT = '00'
        ADD 1 TO WS-NbEnAttente
        DISPLAY "Litige ", LitNumero, " : compte ", WS-Compte,
            " indisponible, contre-passation en attente"
        GO TO 3000-EXIT
    END-IF
    MOVE LitMontantProv TO WS-Montant
    IF WS-Solde < WS-Montant
        ADD 1 TO WS-NbEnAttente
        DISPLAY "Litige ", LitNumero, " : solde insuffisant, ",
            "contre-passation en attente"
        GO TO 3000-EXIT
    END-IF
    SUBTRACT WS-Montant FROM WS-Solde
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        ADD 1 TO WS-NbEnAttente
        DISPLAY "Litige ", LitNumero, " : erreur sauvegarde, statut ",
            WS-SaveStatus, ", contre-passation en attente"
        GO TO 3000-EXIT
    END-IF
    MOVE "AnnulProv" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE 'A' TO LitProvisoire
    MOVE WS-DateJour TO LitDateMaj
    MOVE WS-Operateur TO LitAgent
    MOVE LitigeRecord TO WS-LitLigne(WS-IdxLit)
    MOVE 'O' TO WS-Modifie
    ADD 1 TO WS-NbContrepasses
    DISPLAY "Litige ", LitNumero, " : crédit provisoire ",
        WS-Montant, " contre-passé sur le compte ", WS-Compte.
3000-EXIT.
    EXIT.

*> L'échéance est rapprochée du jour ouvré situé à
*> Cfg-AlerteLitige jours ouvrés, au calendrier de l'agence du
*> compte.
4000-EXAMINER-ECHEANCE.
    ADD 1 TO WS-NbOuverts
    MOVE SPACES TO CptAgence
    MOVE LitCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension, RdStatus
    IF RdStatus NOT = '00'
        MOVE SPACES TO CptAgence
    END-IF
    CALL 'JourOuvre' USING WS-DateJour, WS-AlerteLitige,
        CptAgence, WS-RegleJour, WS-DateAlerte
    MOVE SPACES TO WS-Alerte
    IF LitDateLimite < WS-DateJour
        MOVE "DELAI DEPASSE" TO WS-Alerte
        ADD 1 TO WS-NbDepasses
    ELSE
        IF LitDateLimite <= WS-DateAlerte
            MOVE "ECHEANCE PROCHE" TO WS-Alerte
            ADD 1 TO WS-NbProches
        END-IF
    END-IF
    IF WS-Alerte NOT = SPACES
        DISPLAY "Litige ", LitNumero, " compte ", LitCompte,
            " limite ", LitDateLimite, " : ", WS-Alerte
    END-IF
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING LitNumero       DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               LitCompte       DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               LitTransID      DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               LitDateReception DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               LitDateLimite   DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               WS-Alerte       DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "        "      DELIMITED BY SIZE
               LitAction       DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               LitMontant      DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               LitMotif        DELIMITED BY SIZE
               "  crédit prov. " DELIMITED BY SIZE
               LitProvisoire   DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
4000-EXIT.
    EXIT.

8000-REECRIRE.
    IF NOT LigneModifiee
        GO TO 8000-EXIT
    END-IF
    OPEN OUTPUT LitigeFile
    IF LitigeStatus NOT = '00'
        DISPLAY "Erreur réécriture litiges.txt, statut ",
            LitigeStatus, " : contre-passations passées ",
            "à reporter par GestionLitiges"
        GO TO 8000-EXIT
    END-IF
    PERFORM 8100-ECRIRE-UN THRU 8100-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
    CLOSE LitigeFile.
8000-EXIT.
    EXIT.

8100-ECRIRE-UN.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    WRITE LitigeRecord.
8100-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Litiges ouverts : " DELIMITED BY SIZE
               WS-NbOuverts         DELIMITED BY SIZE
               "  échéance proche : " DELIMITED BY SIZE
               WS-NbProches         DELIMITED BY SIZE
               "  délai dépassé : " DELIMITED BY SIZE
               WS-NbDepasses        DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Contre-passations passées : " DELIMITED BY SIZE
               WS-NbContrepasses    DELIMITED BY SIZE
               "  en attente : "    DELIMITED BY SIZE
               WS-NbEnAttente       DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
        DISPLAY "Compte rendu écrit : litiges.rpt"
    END-IF
    DISPLAY "Litiges ouverts : ", WS-NbOuverts,
        " échéance proche : ", WS-NbProches,
        " délai dépassé : ", WS-NbDepasses
    DISPLAY "Contre-passations passées : ", WS-NbContrepasses,
        " en attente : ", WS-NbEnAttente
    DISPLAY "Fin du suivi des litiges".
9999-EXIT.
    EXIT.
