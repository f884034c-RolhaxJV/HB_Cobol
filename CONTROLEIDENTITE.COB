       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleIdentite.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Création - contrôle de la pièce d'identité
      *>                 d'un client dans identites.txt, à la date
      *>                 comptable (datecompta.txt, repli horloge
      *>                 machine). Rend la date d'expiration et un
      *>                 statut : '00' = pièce valide, '01' = pièce
      *>                 expirée, '23' = aucune pièce enregistrée pour
      *>                 le client, '35' = identites.txt absent.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IdentiteFile ASSIGN TO 'identites.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IdentiteStatus.
           SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DateComptaStatus.

       DATA DIVISION.
       FILE SECTION.
       FD IdentiteFile.
       COPY IDENTREC.
       FD DateComptaFile.
       COPY DATECREC.

       WORKING-STORAGE SECTION.
       01 IdentiteStatus PIC X(2).
       01 DateComptaStatus PIC X(2).
       01 WS-DateJour PIC 9(8).
       01 WS-Trouve PIC X VALUE 'N'.
          88 PieceTrouvee VALUE 'O'.

       LINKAGE SECTION.
       01 LK-Client PIC 9(8).
       01 LK-DateExpiration PIC 9(8).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Client, LK-DateExpiration,
           LK-Status.
           MOVE ZERO TO LK-DateExpiration
           MOVE 'N' TO WS-Trouve
           OPEN INPUT IdentiteFile
           IF IdentiteStatus NOT = '00'
               MOVE IdentiteStatus TO LK-Status
               GOBACK
           END-IF
           PERFORM CHERCHER-PIECE UNTIL IdentiteStatus NOT = '00'
               OR PieceTrouvee
           CLOSE IdentiteFile
           IF NOT PieceTrouvee
               MOVE '23' TO LK-Status
               GOBACK
           END-IF
           PERFORM LIRE-DATE-COMPTABLE
           IF LK-DateExpiration < WS-DateJour
               MOVE '01' TO LK-Status
           ELSE
               MOVE '00' TO LK-Status
           END-IF
           GOBACK.

       CHERCHER-PIECE.
           READ IdentiteFile
           IF IdentiteStatus = '00'
               IF IdtClient = LK-Client
                   MOVE 'O' TO WS-Trouve
                   IF IdtDateExpiration IS NUMERIC
                       MOVE IdtDateExpiration TO LK-DateExpiration
                   END-IF
               END-IF
           END-IF.

       LIRE-DATE-COMPTABLE.
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
           END-IF.
