       IDENTIFICATION DIVISION.
       PROGRAM-ID. FiltrageGel.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Origine 'P' = client de passage identifié au
      *>                 change manuel de billets (sans client ni
      *>                 compte : le dossier existant est retrouvé sur
      *>                 le nom contrôlé).
      *> 2026-10-15  SI  Création - filtrage d'un nom contre la liste
      *>                 des gels d'avoirs gels.txt. Le nom et chaque
      *>                 nom ou alias de la liste sont comparés sous
      *>                 leur forme normalisée (NormaliseNom) : il y a
      *>                 concordance quand tous les mots de l'entrée
      *>                 de liste figurent dans le nom contrôlé, dans
      *>                 n'importe quel ordre (une entrée d'un seul
      *>                 mot doit égaler le nom entier). Une
      *>                 concordance ouvre un dossier 'G' dans
      *>                 conformite.txt (nom contrôlé, origine
      *>                 'C' = client, 'B' = bénéficiaire,
      *>                 'R' = remettant d'une remise reçue, et numéro
      *>                 de la liste dans le motif), sauf si le même
      *>                 contrôle en a déjà un : un dossier classé
      *>                 sans suite par la conformité lève le doute,
      *>                 un dossier ouvert ou à déclarer bloque.
      *>                 Statut '00' = aucun obstacle, '01' = bloqué
      *>                 en attente ou gel confirmé, '35' = liste
      *>                 absente (aucune restriction, laissé à
      *>                 l'appelant).
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GelFile ASSIGN TO 'gels.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GelStatus.
           SELECT ConformiteFile ASSIGN TO 'conformite.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ConformiteStatus.
           SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DateComptaStatus.

       DATA DIVISION.
       FILE SECTION.
       FD GelFile.
       COPY GELREC.
       FD ConformiteFile.
       COPY CONFORMREC.
       FD DateComptaFile.
       COPY DATECREC.

       WORKING-STORAGE SECTION.
       01 GelStatus PIC X(2).
       01 ConformiteStatus PIC X(2).
       01 DateComptaStatus PIC X(2).
       01 WS-NomSaisi PIC X(60).
       01 WS-NomNorm PIC X(60).
      *> Nom contrôlé encadré de blancs : un mot de la liste n'y est
      *> reconnu qu'entier.
       01 WS-Cadre PIC X(62).
       01 WS-NbMots PIC 9(2) COMP.
       01 WS-IdxMot PIC 9(2) COMP.
       01 WS-LgMot PIC 9(2) COMP.
       01 WS-Occurrences PIC 9(4) COMP.
       01 WS-Mots.
          05 WS-Mot OCCURS 8 PIC X(60).
       01 WS-MotCadre PIC X(62).
       01 WS-NumeroGel PIC 9(6).
       01 WS-DernierNumero PIC 9(6).
       01 WS-StatutDossier PIC X(1).
       01 WS-DateJour PIC 9(8).
       01 WS-MotifGel.
          05 MgNom PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 MgOrigine PIC X(1).
          05 FILLER PIC X(1) VALUE "/".
          05 MgNumeroGel PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
       01 WS-MotifLu.
          05 MlNom PIC X(30).
          05 FILLER PIC X(1).
          05 MlOrigine PIC X(1).
          05 FILLER PIC X(8).
       01 WS-Switches.
          05 WS-Trouve PIC X VALUE 'N'.
             88 GelTrouve VALUE 'O'.
          05 WS-TousPresents PIC X VALUE 'N'.
             88 TousPresents VALUE 'O'.
          05 WS-DossierTrouve PIC X VALUE 'N'.
             88 DossierTrouve VALUE 'O'.

       LINKAGE SECTION.
       01 LK-Nom PIC X(30).
       01 LK-Origine PIC X(1).
       01 LK-Client PIC 9(8).
       01 LK-Compte PIC 9(8).
       01 LK-Reference PIC 9(10).
       01 LK-Montant PIC 9(7)V99.
       01 LK-Agent PIC X(4).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Nom, LK-Origine, LK-Client,
           LK-Compte, LK-Reference, LK-Montant, LK-Agent, LK-Status.
           MOVE '00' TO LK-Status
           MOVE 'N' TO WS-Trouve
           IF LK-Nom = SPACES
               GOBACK
           END-IF
           MOVE LK-Nom TO WS-NomSaisi
           CALL 'NormaliseNom' USING WS-NomSaisi, WS-NomNorm
           MOVE SPACES TO WS-Cadre
           MOVE WS-NomNorm TO WS-Cadre(2:60)
           OPEN INPUT GelFile
           IF GelStatus NOT = '00'
               MOVE GelStatus TO LK-Status
               GOBACK
           END-IF
           PERFORM COMPARER-ENTREE UNTIL GelStatus NOT = '00'
               OR GelTrouve
           CLOSE GelFile
           IF NOT GelTrouve
               GOBACK
           END-IF
           PERFORM CHERCHER-DOSSIER
           IF DossierTrouve
               IF WS-StatutDossier = 'C'
                   MOVE '00' TO LK-Status
               ELSE
                   MOVE '01' TO LK-Status
               END-IF
           ELSE
               PERFORM OUVRIR-DOSSIER
               MOVE '01' TO LK-Status
           END-IF
           GOBACK.

       COMPARER-ENTREE.
           READ GelFile
           IF GelStatus = '00' AND GelNomNorm NOT = SPACES
               MOVE SPACES TO WS-Mots
               MOVE ZERO TO WS-NbMots
               UNSTRING GelNomNorm DELIMITED BY ALL SPACE
                   INTO WS-Mot(1) WS-Mot(2) WS-Mot(3) WS-Mot(4)
                        WS-Mot(5) WS-Mot(6) WS-Mot(7) WS-Mot(8)
                   TALLYING IN WS-NbMots
               END-UNSTRING
               IF WS-NbMots > 8
                   MOVE 8 TO WS-NbMots
               END-IF
               IF WS-NbMots = 1
                   IF GelNomNorm = WS-NomNorm
                       MOVE 'O' TO WS-Trouve
                       MOVE GelNumero TO WS-NumeroGel
                   END-IF
               ELSE
                   MOVE 'O' TO WS-TousPresents
                   PERFORM CHERCHER-MOT
                       VARYING WS-IdxMot FROM 1 BY 1
                       UNTIL WS-IdxMot > WS-NbMots
                       OR NOT TousPresents
                   IF TousPresents
                       MOVE 'O' TO WS-Trouve
                       MOVE GelNumero TO WS-NumeroGel
                   END-IF
               END-IF
           END-IF.

       CHERCHER-MOT.
           IF WS-Mot(WS-IdxMot) = SPACES
               CONTINUE
           ELSE
               MOVE ZERO TO WS-LgMot
               INSPECT WS-Mot(WS-IdxMot) TALLYING WS-LgMot
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE SPACES TO WS-MotCadre
               MOVE WS-Mot(WS-IdxMot)(1:WS-LgMot)
                   TO WS-MotCadre(2:WS-LgMot)
               MOVE ZERO TO WS-Occurrences
               INSPECT WS-Cadre TALLYING WS-Occurrences
                   FOR ALL WS-MotCadre(1:WS-LgMot + 2)
               IF WS-Occurrences = ZERO
                   MOVE 'N' TO WS-TousPresents
               END-IF
           END-IF.

      *> Le dernier dossier 'G' du même contrôle fait foi : même
      *> remise pour un remettant, même client et même nom pour un
      *> client, même compte et même nom pour un bénéficiaire.
       CHERCHER-DOSSIER.
           MOVE 'N' TO WS-DossierTrouve
           MOVE ZERO TO WS-DernierNumero
           OPEN INPUT ConformiteFile
           IF ConformiteStatus = '00'
               PERFORM COMPARER-DOSSIER
                   UNTIL ConformiteStatus NOT = '00'
               CLOSE ConformiteFile
           END-IF.

       COMPARER-DOSSIER.
           READ ConformiteFile
           IF ConformiteStatus = '00'
               IF CnfNumero IS NUMERIC
                   AND CnfNumero > WS-DernierNumero
                   MOVE CnfNumero TO WS-DernierNumero
               END-IF
               IF CnfGel
                   MOVE CnfMotif TO WS-MotifLu
                   IF MlOrigine = LK-Origine
                       EVALUATE LK-Origine
                           WHEN 'R'
                               IF CnfReference = LK-Reference
                                   AND CnfCompte = LK-Compte
                                   MOVE 'O' TO WS-DossierTrouve
                                   MOVE CnfStatut TO WS-StatutDossier
                               END-IF
                           WHEN 'C'
                               IF CnfClient = LK-Client
                                   AND MlNom = LK-Nom
                                   MOVE 'O' TO WS-DossierTrouve
                                   MOVE CnfStatut TO WS-StatutDossier
                               END-IF
                           WHEN OTHER
                               IF CnfCompte = LK-Compte
                                   AND MlNom = LK-Nom
                                   MOVE 'O' TO WS-DossierTrouve
                                   MOVE CnfStatut TO WS-StatutDossier
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       OUVRIR-DOSSIER.
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
           OPEN EXTEND ConformiteFile
           IF ConformiteStatus = '35'
               OPEN OUTPUT ConformiteFile
           END-IF
           IF ConformiteStatus NOT = '00'
               DISPLAY "Erreur ouverture conformite.txt, statut ",
                   ConformiteStatus, ", dossier de gel non écrit"
           ELSE
               PERFORM ECRIRE-DOSSIER
               CLOSE ConformiteFile
           END-IF.

       ECRIRE-DOSSIER.
           MOVE LK-Nom TO MgNom
           MOVE LK-Origine TO MgOrigine
           MOVE WS-NumeroGel TO MgNumeroGel
           ADD 1 TO WS-DernierNumero
           MOVE WS-DernierNumero TO CnfNumero
           MOVE WS-DateJour TO CnfDateDetect
           MOVE LK-Compte TO CnfCompte
           MOVE LK-Client TO CnfClient
           SET CnfGel TO TRUE
           MOVE LK-Montant TO CnfMontant
           MOVE LK-Reference TO CnfReference
           MOVE WS-MotifGel TO CnfMotif
           MOVE 'O' TO CnfStatut
           MOVE WS-DateJour TO CnfDateMaj
           MOVE LK-Agent TO CnfAgent
           MOVE SPACES TO CnfNote
           WRITE ConformiteRecord
           IF ConformiteStatus NOT = '00'
               DISPLAY "Erreur écriture conformite.txt, statut ",
                   ConformiteStatus, ", dossier de gel non écrit"
           END-IF.
