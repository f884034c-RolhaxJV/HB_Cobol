IDENTIFICATION DIVISION.
PROGRAM-ID. BalayageComptes.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Compte gelé pour succession (SolEtat 'S',
*>                 GestionSuccessions) ignoré, aucun balayage.
*> 2026-10-15  SI  Création - balayage nocturne entre le solde
*>                 principal et le solde secondaire des comptes
*>                 sous convention active de balayages.txt : un
*>                 solde principal tombé sous le plancher est
*>                 renfloué depuis le solde secondaire (dans la
*>                 limite de celui-ci, "RetEparg"), un solde
*>                 principal disponible au-dessus du plafond voit
*>                 l'excédent versé au solde secondaire
*>                 ("VersEparg"; chèques en attente de bonne fin et
*>                 oppositions judiciaires restent sur le solde
*>                 principal, qui ne descend pas sous SolMin). Les
*>                 mouvements passent par la chaîne ReadSolde /
*>                 SaveSolde / SaveTransaction du guichet sous
*>                 l'opérateur dédié "BALA", qui les signale aux
*>                 avis clients. Comptes clos ou dormants ignorés.
*>                 Le calcul repart des soldes du moment : une
*>                 étape interrompue se relance sans double
*>                 balayage. Compte rendu dans balayages.rpt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BalayageFile ASSIGN TO 'balayages.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BalayageStatus.
    SELECT RapportFile ASSIGN TO 'balayages.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT ChequeFile ASSIGN TO 'cheques.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChequeStatus.
    SELECT OppositionFile ASSIGN TO 'oppositions.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OppositionStatus.

DATA DIVISION.
FILE SECTION.
FD BalayageFile.
COPY BALAYREC.
FD RapportFile.
01 RapportRecord PIC X(100).
FD DateComptaFile.
COPY DATECREC.
FD ChequeFile.
COPY CHEQREC.
FD OppositionFile.
COPY OPPOREC.

WORKING-STORAGE SECTION.
01 BalayageStatus    PIC X(02).
01 RapportStatus     PIC X(02).
01 DateComptaStatus  PIC X(02).
01 ChequeStatus      PIC X(02).
01 OppositionStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-ChequesEnAttente PIC 9(09)V99 VALUE ZERO.
01 WS-ChqMontant     PIC 9(07)V99.
01 WS-OppositionsBloquees PIC 9(09)V99 VALUE ZERO.
01 WS-OppMontant     PIC 9(07)V99.
01 WS-Plancher       PIC 9(07)V99.
01 WS-Plafond        PIC 9(07)V99.
01 WS-Reserve        PIC 9(09)V99.
01 WS-ReserveMin     PIC 9(09)V99.
01 WS-Montant        PIC 9(07)V99.
01 WS-MontantRapport PIC 9(07).9(02).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-Action         PIC X(10).
01 WS-Sens           PIC X(20).
01 WS-Operateur      PIC X(04) VALUE "BALA".
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-Motif          PIC X(40).
01 WS-NbLus          PIC 9(06) VALUE ZERO.
01 WS-NbRenfloues    PIC 9(06) VALUE ZERO.
01 WS-NbVerses       PIC 9(06) VALUE ZERO.
01 WS-NbIgnores      PIC 9(06) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier    PIC X(01) VALUE 'N'.
      88 FinFichier    VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Balayage des soldes principal / secondaire"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-TRAITEMENT THRU 2000-EXIT
        UNTIL FinFichier
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
    OPEN INPUT BalayageFile
    IF BalayageStatus NOT = '00'
        DISPLAY "Balayages.txt absent ou illisible, statut ",
            BalayageStatus, ", aucun balayage à exécuter"
        MOVE 'O' TO WS-FinFichier
    ELSE
        OPEN OUTPUT RapportFile
        IF RapportStatus NOT = '00'
            DISPLAY "Erreur création balayages.rpt, statut ",
                RapportStatus
        ELSE
            MOVE 'O' TO WS-RapportOuvert
            MOVE SPACES TO RapportRecord
            STRING "Balayages des soldes du " DELIMITED BY SIZE
                   WS-DateJour DELIMITED BY SIZE
              INTO RapportRecord
            WRITE RapportRecord
        END-IF
        PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
    END-IF.
1000-EXIT.
    EXIT.

2000-TRAITEMENT.
    IF BalActive
        ADD 1 TO WS-NbLus
        PERFORM 3000-BALAYER-COMPTE THRU 3000-EXIT
    END-IF
    PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT.
2000-EXIT.
    EXIT.

2100-LIRE-SUIVANT.
    READ BalayageFile
    IF BalayageStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
    END-IF.
2100-EXIT.
    EXIT.

*> Renflouement d'abord : un compte sous son plancher ne peut
*> être en même temps au-dessus de son plafond.
3000-BALAYER-COMPTE.
    CALL 'ReadSolde' USING BalCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension, RdStatus
    IF RdStatus NOT = '00'
        MOVE "compte introuvable" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3000-EXIT
    END-IF
    IF CptCloture
        MOVE "compte clos" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3000-EXIT
    END-IF
    IF CptDormant
        MOVE "compte dormant" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3000-EXIT
    END-IF
    IF CptSuccession
        MOVE "compte gelé (succession)" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3000-EXIT
    END-IF
    MOVE BalPlancher TO WS-Plancher
    MOVE BalPlafond TO WS-Plafond
    IF WS-Plancher > ZERO AND WS-Solde < WS-Plancher
        PERFORM 3100-RENFLOUER THRU 3100-EXIT
        GO TO 3000-EXIT
    END-IF
    IF WS-Plafond > ZERO AND WS-Solde > WS-Plafond
        PERFORM 3200-VERSER-EXCEDENT THRU 3200-EXIT
    END-IF.
3000-EXIT.
    EXIT.

3100-RENFLOUER.
    COMPUTE WS-Montant = WS-Plancher - WS-Solde
    IF WS-Montant > WS-SoldeSec
        MOVE WS-SoldeSec TO WS-Montant
    END-IF
    IF WS-Montant = ZERO
        MOVE "solde secondaire épuisé" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3100-EXIT
    END-IF
    COMPUTE WS-Solde = WS-Solde + WS-Montant
    COMPUTE WS-SoldeSec = WS-SoldeSec - WS-Montant
    CALL 'SaveSolde' USING BalCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        MOVE "erreur sauvegarde du compte" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3100-EXIT
    END-IF
    MOVE "RetEparg" TO WS-Action
    CALL 'SaveTransaction' USING BalCompte, WS-Montant,
        WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
        WS-Operateur, WS-DateValeurMvt
    ADD 1 TO WS-NbRenfloues
    MOVE "renfloué" TO WS-Sens
    PERFORM 3500-RAPPORTER-PASSE THRU 3500-EXIT.
3100-EXIT.
    EXIT.

*> Seul l'excédent disponible part : les chèques en attente et
*> les oppositions restent couverts sur le solde principal, qui
*> ne descend jamais sous son plancher autorisé SolMin.
3200-VERSER-EXCEDENT.
    PERFORM 3600-CUMULER-CHEQUES THRU 3600-EXIT
    PERFORM 3700-CUMULER-OPPOSITIONS THRU 3700-EXIT
    COMPUTE WS-Reserve = WS-Plafond + WS-ChequesEnAttente
        + WS-OppositionsBloquees
    COMPUTE WS-ReserveMin = WS-SoldeMin + WS-ChequesEnAttente
        + WS-OppositionsBloquees
    IF WS-Reserve < WS-ReserveMin
        MOVE WS-ReserveMin TO WS-Reserve
    END-IF
    IF WS-Solde NOT > WS-Reserve
        GO TO 3200-EXIT
    END-IF
    COMPUTE WS-Montant = WS-Solde - WS-Reserve
    COMPUTE WS-Solde = WS-Solde - WS-Montant
    COMPUTE WS-SoldeSec = WS-SoldeSec + WS-Montant
    CALL 'SaveSolde' USING BalCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        MOVE "erreur sauvegarde du compte" TO WS-Motif
        PERFORM 3900-IGNORER THRU 3900-EXIT
        GO TO 3200-EXIT
    END-IF
    MOVE "VersEparg" TO WS-Action
    CALL 'SaveTransaction' USING BalCompte, WS-Montant,
        WS-Action, WS-SoldeSec, WS-Devise, WS-SansDestinataire,
        WS-Operateur, WS-DateValeurMvt
    ADD 1 TO WS-NbVerses
    MOVE "excédent versé" TO WS-Sens
    PERFORM 3500-RAPPORTER-PASSE THRU 3500-EXIT.
3200-EXIT.
    EXIT.

3500-RAPPORTER-PASSE.
    DISPLAY "Balayage : ", BalCompte, " ", WS-Sens, " ", WS-Montant
    IF RapportOuvert
        MOVE WS-Montant TO WS-MontantRapport
        MOVE SPACES TO RapportRecord
        STRING BalCompte       DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               WS-Sens         DELIMITED BY SIZE
               "  "            DELIMITED BY SIZE
               WS-MontantRapport DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               WS-Devise       DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
3500-EXIT.
    EXIT.

3600-CUMULER-CHEQUES.
    MOVE ZERO TO WS-ChequesEnAttente
    OPEN INPUT ChequeFile
    IF ChequeStatus NOT = '00'
        GO TO 3600-EXIT
    END-IF
    PERFORM 3610-CUMULER-UN-CHEQUE THRU 3610-EXIT
        UNTIL ChequeStatus NOT = '00'
    CLOSE ChequeFile.
3600-EXIT.
    EXIT.

3610-CUMULER-UN-CHEQUE.
    READ ChequeFile
    IF ChequeStatus = '00'
        IF ChqCompte = BalCompte AND ChqStatut = 'H'
            MOVE ChqMontant TO WS-ChqMontant
            ADD WS-ChqMontant TO WS-ChequesEnAttente
        END-IF
    END-IF.
3610-EXIT.
    EXIT.

3700-CUMULER-OPPOSITIONS.
    MOVE ZERO TO WS-OppositionsBloquees
    OPEN INPUT OppositionFile
    IF OppositionStatus NOT = '00'
        GO TO 3700-EXIT
    END-IF
    PERFORM 3710-CUMULER-UNE-OPPO THRU 3710-EXIT
        UNTIL OppositionStatus NOT = '00'
    CLOSE OppositionFile.
3700-EXIT.
    EXIT.

3710-CUMULER-UNE-OPPO.
    READ OppositionFile
    IF OppositionStatus = '00'
        IF OppCompte = BalCompte AND OppStatut = 'O'
            AND OppDateDebut <= WS-DateJour
            AND (OppDateFin = ZERO OR OppDateFin >= WS-DateJour)
            MOVE OppMontant TO WS-OppMontant
            ADD WS-OppMontant TO WS-OppositionsBloquees
        END-IF
    END-IF.
3710-EXIT.
    EXIT.

3900-IGNORER.
    ADD 1 TO WS-NbIgnores
    DISPLAY "Balayage ignoré : ", BalCompte, " : ", WS-Motif
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING BalCompte       DELIMITED BY SIZE
               "  ignoré : "   DELIMITED BY SIZE
               WS-Motif        DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
3900-EXIT.
    EXIT.

9999-FIN.
    IF BalayageStatus NOT = '35'
        CLOSE BalayageFile
    END-IF
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Conventions actives : " DELIMITED BY SIZE
               WS-NbLus           DELIMITED BY SIZE
               "  renfloués : "   DELIMITED BY SIZE
               WS-NbRenfloues     DELIMITED BY SIZE
               "  versés : "      DELIMITED BY SIZE
               WS-NbVerses        DELIMITED BY SIZE
               "  ignorés : "     DELIMITED BY SIZE
               WS-NbIgnores       DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
        DISPLAY "Compte rendu écrit : balayages.rpt"
    END-IF
    DISPLAY "Conventions actives : ", WS-NbLus, " renfloués : ",
        WS-NbRenfloues, " versés : ", WS-NbVerses,
        " ignorés : ", WS-NbIgnores
    DISPLAY "Fin du balayage des soldes".
9999-EXIT.
    EXIT.
