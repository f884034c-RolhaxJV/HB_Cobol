       IDENTIFICATION DIVISION.
       PROGRAM-ID. SoumettreModif.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  Images avant / après portées à 150
      *>                 caractères (MODATTREC).
      *> 2026-10-15  SI  Le retour '01' (aucun autre valideur) ne
      *>                 vaut plus écriture directe : les écrans
      *>                 appelants refusent la modification tant qu'un
      *>                 second valideur n'est pas déclaré. Seule
      *>                 exception, l'installation dans
      *>                 GestionOperateurs : la création d'un opérateur
      *>                 portant le droit de valider.
      *> 2026-10-15  SI  Création - dépôt d'une modification des
      *>                 données de référence dans modifs-attente.txt
      *>                 (ajout seul, numéro suivant le plus grand
      *>                 numéro du fichier, date et heure estampillées
      *>                 ici) au lieu de l'écrire dans le fichier visé :
      *>                 elle n'y prend effet qu'après validation par
      *>                 un second opérateur dans GestionValidations.
      *>                 Retourne le numéro de la demande et '00'. Si
      *>                 operateur.txt ne compte aucun autre opérateur
      *>                 actif ayant le droit de valider que le
      *>                 demandeur (installation initiale, valideur
      *>                 unique), retourne '01' sans rien déposer :
      *>                 l'écran appelant applique alors lui-même la
      *>                 modification comme auparavant. '30' = erreur
      *>                 d'écriture, rien n'est déposé ni appliqué.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttenteFile ASSIGN TO 'modifs-attente.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AttenteStatus.
           SELECT OperateurFile ASSIGN TO 'operateur.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OperateurStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AttenteFile.
       COPY MODATTREC.

       FD OperateurFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 AttenteStatus PIC X(2).
       01 OperateurStatus PIC X(2).
       01 WS-NbValideurs PIC 9(3) COMP.
       01 WS-DernierNumero PIC 9(6).
       01 WS-Heure PIC 9(8).

       LINKAGE SECTION.
       01 LK-Demandeur PIC X(4).
       01 LK-Fichier PIC X(20).
       01 LK-Action PIC X(5).
       01 LK-LgCle PIC 9(2).
       01 LK-Libelle PIC X(40).
       01 LK-Avant PIC X(150).
       01 LK-Apres PIC X(150).
       01 LK-Numero PIC 9(6).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Demandeur, LK-Fichier, LK-Action,
           LK-LgCle, LK-Libelle, LK-Avant, LK-Apres, LK-Numero,
           LK-Status.
           MOVE ZERO TO LK-Numero
           MOVE ZERO TO WS-NbValideurs
           OPEN INPUT OperateurFile
           IF OperateurStatus = '00'
               PERFORM COMPTER-VALIDEUR
                   UNTIL OperateurStatus NOT = '00'
               CLOSE OperateurFile
           END-IF
           IF WS-NbValideurs = ZERO
               MOVE '01' TO LK-Status
               GOBACK
           END-IF
           MOVE ZERO TO WS-DernierNumero
           OPEN INPUT AttenteFile
           IF AttenteStatus = '00'
               PERFORM LIRE-NUMERO
                   UNTIL AttenteStatus NOT = '00'
               CLOSE AttenteFile
           END-IF
           OPEN EXTEND AttenteFile
           IF AttenteStatus = '35'
               OPEN OUTPUT AttenteFile
           END-IF
           IF AttenteStatus NOT = '00'
               DISPLAY "Erreur ouverture modifs-attente.txt, statut ",
                   AttenteStatus
               MOVE '30' TO LK-Status
               GOBACK
           END-IF
           ADD 1 TO WS-DernierNumero
           MOVE WS-DernierNumero TO MdaNumero
           MOVE LK-Fichier TO MdaFichier
           MOVE LK-Action TO MdaAction
           MOVE LK-LgCle TO MdaLgCle
           MOVE LK-Libelle TO MdaLibelle
           MOVE LK-Demandeur TO MdaDemandeur
           ACCEPT MdaDateDemande FROM DATE YYYYMMDD
           ACCEPT WS-Heure FROM TIME
           MOVE WS-Heure(1:6) TO MdaHeureDemande
           MOVE 'A' TO MdaStatut
           MOVE SPACES TO MdaValideur
           MOVE ZERO TO MdaDateDecision
           MOVE SPACES TO MdaMotifRejet
           MOVE LK-Avant TO MdaAvant
           MOVE LK-Apres TO MdaApres
           WRITE ModifAttenteRecord
           IF AttenteStatus = '00'
               MOVE WS-DernierNumero TO LK-Numero
               MOVE '00' TO LK-Status
           ELSE
               DISPLAY "Erreur écriture modifs-attente.txt, statut ",
                   AttenteStatus
               MOVE '30' TO LK-Status
           END-IF
           CLOSE AttenteFile
           GOBACK.

       COMPTER-VALIDEUR.
           READ OperateurFile
           IF OperateurStatus = '00'
               IF OpActif = 'O' AND OpValideur NOT = 'N'
                   AND OpId NOT = LK-Demandeur
                   ADD 1 TO WS-NbValideurs
               END-IF
           END-IF.

       LIRE-NUMERO.
           READ AttenteFile
           IF AttenteStatus = '00'
               IF MdaNumero IS NUMERIC
                   AND MdaNumero > WS-DernierNumero
                   MOVE MdaNumero TO WS-DernierNumero
               END-IF
           END-IF.
