IDENTIFICATION DIVISION.
PROGRAM-ID. IndexHistorique.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - reconstruction de l'index des
*>                 mouvements historique.idx (HISTIDXREC, clé
*>                 TransID, clé secondaire compte + date) depuis
*>                 historique.txt, relu dans son ordre scellé et
*>                 laissé intact. Appelé par ExistHistorique quand
*>                 l'index manque ou ne porte pas le dernier
*>                 mouvement attribué, lançable seul après une
*>                 restauration de historique.txt. Un TransID en
*>                 double est signalé et la ligne laissée hors de
*>                 l'index; code retour 8 en cas d'erreur.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.

DATA DIVISION.
FILE SECTION.
FD HistoriqueFile.
COPY TRANSREC.
FD HistIndexFile.
COPY HISTIDXREC.

WORKING-STORAGE SECTION.
01 HistStatus         PIC X(02).
01 HixStatus          PIC X(02).
01 WS-NbMouvements    PIC 9(08) VALUE ZERO.
01 WS-NbIndexes       PIC 9(08) VALUE ZERO.
01 WS-NbDoublons      PIC 9(06) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
   05 WS-IndexOuvert  PIC X(01) VALUE 'N'.
      88 IndexOuvert  VALUE 'O'.
   05 WS-Erreur       PIC X(01) VALUE 'N'.
      88 ErreurIndex  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Reconstruction de l'index des mouvements"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-TRAITEMENT THRU 2000-EXIT
        UNTIL FinFichier
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

*> L'index est toujours recréé vide, puis rempli; sans
*> historique.txt il reste vide.
1000-INITIALISATION.
    MOVE ZERO TO RETURN-CODE
    MOVE ZERO TO WS-NbMouvements
    MOVE ZERO TO WS-NbIndexes
    MOVE ZERO TO WS-NbDoublons
    MOVE 'N' TO WS-FinFichier
    MOVE 'N' TO WS-IndexOuvert
    MOVE 'N' TO WS-Erreur
    OPEN OUTPUT HistIndexFile
    IF HixStatus NOT = '00'
        DISPLAY "Erreur création historique.idx, statut ",
            HixStatus
        MOVE 'O' TO WS-Erreur
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    MOVE 'O' TO WS-IndexOuvert
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        IF HistStatus NOT = '35'
            DISPLAY "Historique.txt illisible, statut ", HistStatus
            MOVE 'O' TO WS-Erreur
        END-IF
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
    IF FinFichier
        CLOSE HistoriqueFile
    END-IF.
1000-EXIT.
    EXIT.

2000-TRAITEMENT.
    ADD 1 TO WS-NbMouvements
    MOVE TransID TO HixTransID
    MOVE NumCompteH TO HixCompte
    MOVE DateTrans TO HixDate
    MOVE TransactionRecord TO HixMouvement
    WRITE HistIndexRecord
    IF HixStatus = '00'
        ADD 1 TO WS-NbIndexes
    END-IF
    IF HixStatus = '22'
        ADD 1 TO WS-NbDoublons
        DISPLAY "Mouvement ", TransID, " en double, non indexé"
    END-IF
    IF HixStatus NOT = '00' AND HixStatus NOT = '22'
        DISPLAY "Erreur écriture historique.idx, statut ",
            HixStatus
        MOVE 'O' TO WS-Erreur
        MOVE 'O' TO WS-FinFichier
        CLOSE HistoriqueFile
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
    IF FinFichier
        CLOSE HistoriqueFile
    END-IF.
2000-EXIT.
    EXIT.

2100-LIRE-SUIVANT.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
    END-IF.
2100-EXIT.
    EXIT.

9999-FIN.
    IF IndexOuvert
        CLOSE HistIndexFile
    END-IF
    DISPLAY "Mouvements lus      : ", WS-NbMouvements
    DISPLAY "Mouvements indexés  : ", WS-NbIndexes
    IF WS-NbDoublons > ZERO
        DISPLAY "ATTENTION : ", WS-NbDoublons, " TransID en double ",
            "dans historique.txt"
    END-IF
    IF ErreurIndex
        DISPLAY "*** Index des mouvements incomplet ***"
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "Fin de la reconstruction de l'index".
9999-EXIT.
    EXIT.
