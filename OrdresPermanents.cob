DATE-COMPILED. 2026-08-22.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Contrôle de rejouabilité lu dans l'index
*>                 historique.idx (mouvements du compte source à
*>                 la date du jour) au lieu de tout historique.txt.
*> 2026-10-15  SI  Ordre ignoré quand le compte source est gelé pour
*>                 succession (SolEtat 'S', GestionSuccessions).
*> 2026-10-15  SI  Jour d'exécution reporté au jour ouvré suivant
*>                 de l'agence du compte source (JourOuvre,
*>                 calendrier.txt) quand OrdJour tombe un samedi,
*>                 un dimanche ou un jour férié, sans sortir du
*>                 mois (sinon jour ouvré précédent) : la date
*>                 comptable ne passant plus par les jours fermés,
*>                 l'ordre n'est plus perdu.
*> 2026-09-02  SI  Les oppositions judiciaires ouvertes
*>                 (oppositions.txt) sont exclues du disponible du
*>                 compte source, comme au guichet et à l'import.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.
    SELECT ChequeFile ASSIGN TO 'cheques.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChequeStatus.
01 RapportRecord PIC X(100).
FD DateComptaFile.
COPY DATECREC.
FD HistIndexFile.
COPY HISTIDXREC.
FD ChequeFile.
COPY CHEQREC.
FD OppositionFile.
01 WS-SaveStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 DateComptaStatus  PIC X(02).
01 HixStatus         PIC X(02).
COPY TRANSREC.
01 ChequeStatus      PIC X(02).
01 WS-ChequesEnAttente PIC 9(09)V99 VALUE ZERO.
01 WS-ChqMontant     PIC 9(07)V99.
01 WS-MontHisto      PIC 9(07)V99.
01 WS-DejaPasse      PIC X(01).
   88 OrdreDejaPasse VALUE 'O'.
01 WS-DateEcheance   PIC 9(08).
01 WS-DateExecution  PIC 9(08).
01 WS-AgenceOrdre    PIC X(03).
01 WS-ZeroJour       PIC 9(03) VALUE ZERO.
01 WS-RegleMois      PIC X(01) VALUE 'M'.
01 WS-Montant        PIC 9(07)V99.
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
      88 FinFichier    VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-FinCle        PIC X(01) VALUE 'N'.
      88 FinCle        VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    GOBACK.

1000-INITIALISATION.
    CALL 'ExistHistorique'
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT OrdreFile
    IF OrdreStatus NOT = '00'
        DISPLAY "Ordres.txt absent ou illisible, statut ",

2000-TRAITEMENT.
    ADD 1 TO WS-NbLus
    PERFORM 2200-DATE-EXECUTION THRU 2200-EXIT
    IF WS-DateExecution NOT = WS-DateJour
        CONTINUE
    ELSE
        IF WS-DateJour < OrdDateDebut
2100-EXIT.
    EXIT.

*> Jour d'exécution de l'ordre dans le mois comptable : OrdJour
*> reporté au jour ouvré de l'agence du compte source.
2200-DATE-EXECUTION.
    MOVE ZERO TO WS-DateExecution
    IF OrdJour IS NOT NUMERIC OR OrdJour = ZERO
        GO TO 2200-EXIT
    END-IF
    MOVE WS-DateJour TO WS-DateEcheance
    MOVE OrdJour TO WS-DateEcheance(7:2)
    MOVE SPACES TO WS-AgenceOrdre
    CALL 'ReadSolde' USING OrdCompteSource, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension, RdStatus
    IF RdStatus = '00'
        MOVE CptAgence TO WS-AgenceOrdre
    END-IF
    CALL 'JourOuvre' USING WS-DateEcheance, WS-ZeroJour,
        WS-AgenceOrdre, WS-RegleMois, WS-DateExecution.
2200-EXIT.
    EXIT.

3000-EXECUTER-ORDRE.
    MOVE OrdMontant TO WS-Montant
    PERFORM 3500-ORDRE-DEJA-PASSE THRU 3500-EXIT
        PERFORM 3200-IGNORER THRU 3200-EXIT
        GO TO 3000-EXIT
    END-IF
    IF CptSuccession
        MOVE "compte gelé (succession)" TO WS-Motif
        PERFORM 3200-IGNORER THRU 3200-EXIT
        GO TO 3000-EXIT
    END-IF
    PERFORM 3600-CUMULER-CHEQUES THRU 3600-EXIT
    PERFORM 3700-CUMULER-OPPOSITIONS THRU 3700-EXIT
    IF WS-Montant + WS-SoldeMin + WS-ChequesEnAttente
3100-EXIT.
    EXIT.

*> Rejouabilité : le virement de l'ordre est cherché parmi les
*> mouvements du compte source à la date comptable du jour (clé
*> compte + date de historique.idx).
3500-ORDRE-DEJA-PASSE.
    MOVE 'N' TO WS-DejaPasse
    MOVE 'N' TO WS-FinCle
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00'
        GO TO 3500-EXIT
    END-IF
    MOVE OrdCompteSource TO HixCompte
    MOVE WS-DateJour TO HixDate
    START HistIndexFile KEY IS GREATER THAN OR EQUAL HixCompteDate
    IF HixStatus NOT = '00'
        MOVE 'O' TO WS-FinCle
    END-IF
    PERFORM 3510-LIRE-HISTO THRU 3510-EXIT
        UNTIL FinCle OR OrdreDejaPasse
    CLOSE HistIndexFile.
3500-EXIT.
    EXIT.

3510-LIRE-HISTO.
    READ HistIndexFile NEXT RECORD
    IF HixStatus NOT = '00'
        OR HixCompte NOT = OrdCompteSource
        OR HixDate NOT = WS-DateJour
        MOVE 'O' TO WS-FinCle
        GO TO 3510-EXIT
    END-IF
    MOVE HixMouvement TO TransactionRecord
    MOVE Mont TO WS-MontHisto
    IF Act = "Virement"
        AND NumCompteDestH = OrdCompteDest
        AND WS-MontHisto = WS-Montant
        MOVE 'O' TO WS-DejaPasse
    END-IF.
3510-EXIT.
    EXIT.
