       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifOperateur.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  Création - identification d'un opérateur
      *>                 contre operateur.txt avant un geste sur les
      *>                 données de référence : l'identifiant et le
      *>                 code d'ouverture de session doivent
      *>                 correspondre à un opérateur actif (même
      *>                 contrôle que GestionValidations). Retourne
      *>                 '00' si l'opérateur est reconnu, '35' si
      *>                 operateur.txt est absent ou vide (aucun
      *>                 opérateur encore déclaré), sinon '99'.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperateurFile ASSIGN TO 'operateur.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OperateurStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperateurFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 OperateurStatus PIC X(2).
       01 WS-NbLus PIC 9(6).
       01 WS-Trouve PIC X(1).
          88 OpTrouve VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OpId PIC X(4).
       01 LK-Code PIC 9(4).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-OpId, LK-Code, LK-Status.
           MOVE 'N' TO WS-Trouve
           MOVE ZERO TO WS-NbLus
           MOVE '99' TO LK-Status
           OPEN INPUT OperateurFile
           IF OperateurStatus NOT = '00'
               IF OperateurStatus = '35'
                   MOVE '35' TO LK-Status
               ELSE
                   DISPLAY "Operateur.txt illisible, statut ",
                       OperateurStatus, ", identification refusée"
               END-IF
           ELSE
               PERFORM CONTROLER-SUIVANT
                   UNTIL OperateurStatus NOT = '00' OR OpTrouve
               CLOSE OperateurFile
               IF OpTrouve
                   MOVE '00' TO LK-Status
               ELSE
                   IF WS-NbLus = ZERO
                       MOVE '35' TO LK-Status
                   END-IF
               END-IF
           END-IF
           GOBACK.

       CONTROLER-SUIVANT.
           READ OperateurFile
           IF OperateurStatus = '00'
               ADD 1 TO WS-NbLus
               IF OpId = LK-OpId AND OpCode = LK-Code
                   AND OpActif = 'O'
                   MOVE 'O' TO WS-Trouve
               END-IF
           END-IF.
