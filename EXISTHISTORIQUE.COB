       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExistHistorique.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  Contrôle de l'index des mouvements
      *>                 (historique.idx) à chaque démarrage : absent,
      *>                 ou ne portant pas le dernier mouvement
      *>                 attribué (seqtrans.dat) alors que
      *>                 historique.txt n'est pas vide, il est
      *>                 reconstruit par IndexHistorique.
      *>                 historique.txt créé vide est refermé.
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
           SELECT SeqFile ASSIGN TO 'seqtrans.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SeqStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HistoriqueFile.
       COPY TRANSREC.

       FD HistIndexFile.
       COPY HISTIDXREC.

       FD SeqFile.
       01 SeqRecord PIC 9(10).

       WORKING-STORAGE SECTION.
       01 HistStatus PIC X(2).
       01 HixStatus PIC X(2).
       01 SeqStatus PIC X(2).
       01 WS-DernierID PIC 9(10).
       01 WS-Reconstruire PIC X(1).
          88 IndexAReconstruire VALUE 'O'.
       01 WS-HistoVide PIC X(1) VALUE 'O'.
          88 HistoVide VALUE 'O'.

       PROCEDURE DIVISION.
           MOVE 'O' TO WS-HistoVide
           OPEN INPUT HistoriqueFile
           IF HistStatus = '35'
               DISPLAY "Historique.txt does not exist ", HistStatus
               CLOSE HistoriqueFile
               OPEN OUTPUT HistoriqueFile
               CLOSE HistoriqueFile
           ELSE
               READ HistoriqueFile
               IF HistStatus = '00'
                   MOVE 'N' TO WS-HistoVide
               END-IF
               CLOSE HistoriqueFile
           END-IF.
           PERFORM CONTROLER-INDEX
           IF IndexAReconstruire
               DISPLAY "Index des mouvements absent ou en retard, ",
                   "reconstruction depuis historique.txt"
               CALL 'IndexHistorique'
           END-IF
           GOBACK.

      *> L'index historique.idx doit exister et, tant que
      *> historique.txt n'est pas vide (archivage annuel), porter le
      *> dernier mouvement attribué (seqtrans.dat); sinon il est
      *> reconstruit.
       CONTROLER-INDEX.
           MOVE 'N' TO WS-Reconstruire
           MOVE ZERO TO WS-DernierID
           OPEN INPUT SeqFile
           IF SeqStatus = '00'
               READ SeqFile
               IF SeqStatus = '00' AND SeqRecord IS NUMERIC
                   MOVE SeqRecord TO WS-DernierID
               END-IF
               CLOSE SeqFile
           END-IF
           OPEN INPUT HistIndexFile
           IF HixStatus NOT = '00'
               MOVE 'O' TO WS-Reconstruire
           ELSE
               IF WS-DernierID NOT = ZERO AND NOT HistoVide
                   MOVE WS-DernierID TO HixTransID
                   READ HistIndexFile
                   IF HixStatus NOT = '00'
                       MOVE 'O' TO WS-Reconstruire
                   END-IF
               END-IF
               CLOSE HistIndexFile
           END-IF.
