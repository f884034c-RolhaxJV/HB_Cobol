IDENTIFICATION DIVISION.
PROGRAM-ID. GestionValidations.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Lignes des fichiers de référence et images
*>                 avant / après portées à 150 caractères
*>                 (MODATTREC) : config.txt (124 caractères) était
*>                 tronqué de Cfg-EndettementMax à l'application.
*>                 Images affichées sur trois lignes d'écran.
*> 2026-10-15  SI  Création - validation à double regard des
*>                 modifications des données de référence (taux,
*>                 barème, grille, configuration, opérateurs,
*>                 superviseurs) déposées en attente dans
*>                 modifs-attente.txt par SoumettreModif. Le
*>                 valideur s'identifie par son identifiant et son
*>                 code d'ouverture de session (operateur.txt :
*>                 actif, droit OpValideur; échec tracé EchecValid
*>                 dans securite.txt) et ne peut pas décider d'une
*>                 demande qu'il a lui-même déposée. Validation :
*>                 la ligne est appliquée au fichier visé - création
*>                 ajoutée en fin de fichier (refusée si la clé
*>                 unique existe déjà), modification remplaçant la
*>                 ligne identique à l'image avant (refusée si cette
*>                 ligne a changé depuis la demande). Rejet : motif
*>                 obligatoire. Chaque décision est journalisée
*>                 (VALID / REJET) dans maintenance.txt sous
*>                 l'identité du valideur, codes d'accès masqués.
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
    SELECT ReferenceFile ASSIGN USING WS-NomReference
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.

DATA DIVISION.
FILE SECTION.
FD AttenteFile.
COPY MODATTREC.
FD OperateurFile.
COPY OPERREC.
FD ReferenceFile.
01 ReferenceLigne    PIC X(150).

WORKING-STORAGE SECTION.
01 AttenteStatus     PIC X(02).
01 OperateurStatus   PIC X(02).
01 ReferenceStatus   PIC X(02).
01 WS-NomReference   PIC X(20).
01 WS-Choix          PIC 9.
01 WS-Confirmation   PIC X(01).
01 WS-Valideur       PIC X(04).
01 WS-CodeValideur   PIC 9(04).
01 WS-Numero         PIC 9(06).
01 WS-Motif          PIC X(30).
01 WS-DateJour       PIC 9(08).
01 WS-SansCompte     PIC 9(08) VALUE ZERO.
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-ActionMaint    PIC X(05).
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
*> Images affichées au valideur, codes d'accès masqués.
01 WS-VueAvant       PIC X(150).
01 WS-VueApres       PIC X(150).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-NbListees      PIC 9(04) VALUE ZERO.
01 WS-IdxAtt         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableAttente.
   05 WS-MdaLigne OCCURS 1000 PIC X(434).
*> Fichier de référence visé par une modification, rechargé en
*> entier pour remplacer la ligne de l'image avant.
01 WS-NbRef          PIC 9(04) VALUE ZERO.
01 WS-IdxRef         PIC 9(04) COMP.
01 WS-IdxRefTrouve   PIC 9(04) COMP.
01 WS-TableReference.
   05 WS-RefLigne OCCURS 1000 PIC X(150).
01 WS-Switches.
   05 WS-ValideurOK   PIC X(01) VALUE 'N'.
      88 ValideurOK   VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-RefSaturee   PIC X(01) VALUE 'N'.
      88 RefSaturee   VALUE 'O'.
   05 WS-CleTrouvee   PIC X(01) VALUE 'N'.
      88 CleTrouvee   VALUE 'O'.
   05 WS-Reecrit      PIC X(01) VALUE 'N'.
      88 Reecrit      VALUE 'O'.
   05 WS-ListerTout   PIC X(01) VALUE 'N'.
      88 ListerTout   VALUE 'O'.
*> Issue de l'application : 'A' = appliquée, 'P' = périmée ou
*> doublon (rejet automatique, motif dans WS-Motif), 'E' = erreur
*> d'entrée-sortie (la demande reste en attente).
   05 WS-Issue        PIC X(01).
      88 IssueAppliquee VALUE 'A'.
      88 IssuePerimee   VALUE 'P'.
      88 IssueErreur    VALUE 'E'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Validation des modifications des données de référence"
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    PERFORM 0100-IDENTIFIER THRU 0100-EXIT
    IF NOT ValideurOK
        DISPLAY "Fin de la validation des modifications"
        GOBACK
    END-IF
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 6
    DISPLAY "Fin de la validation des modifications"
    GOBACK.

*> Le valideur s'identifie comme à l'ouverture de session du
*> guichet; le droit de valider est porté par son profil (blanc =
*> enregistrement antérieur au droit, conservé).
0100-IDENTIFIER.
    DISPLAY "Identifiant du valideur :"
    ACCEPT WS-Valideur
    DISPLAY "Code opérateur :"
    ACCEPT WS-CodeValideur
    MOVE 'N' TO WS-ValideurOK
    OPEN INPUT OperateurFile
    IF OperateurStatus NOT = '00'
        DISPLAY "Operateur.txt absent ou illisible, statut ",
            OperateurStatus
        GO TO 0100-EXIT
    END-IF
    PERFORM 0110-CONTROLER-VALIDEUR THRU 0110-EXIT
        UNTIL OperateurStatus NOT = '00' OR ValideurOK
    CLOSE OperateurFile
    IF ValideurOK
        DISPLAY "Valideur ", WS-Valideur, " identifié"
    ELSE
        DISPLAY "Opérateur inconnu, inactif ou sans droit de ",
            "validation"
        MOVE "EchecValid" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Valideur TO WS-DetailSec
        CALL 'SaveSecurite' USING WS-SansCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF.
0100-EXIT.
    EXIT.

0110-CONTROLER-VALIDEUR.
    READ OperateurFile
    IF OperateurStatus = '00'
        IF OpId = WS-Valideur AND OpCode = WS-CodeValideur
            AND OpActif = 'O' AND OpValideur NOT = 'N'
            MOVE 'O' TO WS-ValideurOK
        END-IF
    END-IF.
0110-EXIT.
    EXIT.

1000-CHARGER.
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT AttenteFile
    IF AttenteStatus NOT = '00'
        IF AttenteStatus NOT = '35'
            DISPLAY "Modifs-attente.txt illisible, statut ",
                AttenteStatus
        ELSE
            DISPLAY "Aucune modification déposée"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL AttenteStatus NOT = '00' OR TableSaturee
        CLOSE AttenteFile
        DISPLAY "Demandes chargées : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ AttenteFile
    IF AttenteStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des demandes saturée (1000), décisions ",
                "refusées pour ne pas tronquer modifs-attente.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE ModifAttenteRecord TO WS-MdaLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les demandes en attente"
    DISPLAY "2. Consulter une demande"
    DISPLAY "3. Valider une demande"
    DISPLAY "4. Rejeter une demande"
    DISPLAY "5. Lister toutes les demandes"
    DISPLAY "6. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            MOVE 'N' TO WS-ListerTout
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 3600-CHERCHER THRU 3600-EXIT
            IF WS-IdxTrouve NOT = ZERO
                PERFORM 3500-DETAIL THRU 3500-EXIT
            END-IF
        WHEN 3
            PERFORM 4000-VALIDER THRU 4000-EXIT
        WHEN 4
            PERFORM 6000-REJETER THRU 6000-EXIT
        WHEN 5
            MOVE 'O' TO WS-ListerTout
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 6
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 6 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    MOVE ZERO TO WS-NbListees
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxAtt FROM 1 BY 1
        UNTIL WS-IdxAtt > WS-NbCharges
    IF WS-NbListees = ZERO
        DISPLAY "Aucune demande à lister"
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-MdaLigne(WS-IdxAtt) TO ModifAttenteRecord
    IF NOT ListerTout AND NOT MdaEnAttente
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbListees
    DISPLAY MdaNumero, " ", MdaStatut, " ", MdaFichier, " ",
        MdaAction, " ", MdaLibelle
    DISPLAY "       demandée par ", MdaDemandeur, " le ",
        MdaDateDemande, " à ", MdaHeureDemande
    IF NOT MdaEnAttente
        DISPLAY "       décidée par ", MdaValideur, " le ",
            MdaDateDecision, " ", MdaMotifRejet
    END-IF.
3100-EXIT.
    EXIT.

*> Détail de la demande courante (ModifAttenteRecord) : images avant et
*> après de la ligne, sur trois lignes d'écran chacune.
3500-DETAIL.
    PERFORM 8000-MASQUER THRU 8000-EXIT
    DISPLAY "Demande ", MdaNumero, " (", MdaStatut, ") ",
        MdaAction, " ", MdaFichier
    DISPLAY "Libellé   : ", MdaLibelle
    DISPLAY "Demandeur : ", MdaDemandeur, " le ", MdaDateDemande,
        " à ", MdaHeureDemande
    IF WS-VueAvant NOT = SPACES
        DISPLAY "Avant : ", WS-VueAvant(1:60)
        DISPLAY "        ", WS-VueAvant(61:60)
        DISPLAY "        ", WS-VueAvant(121:30)
    END-IF
    DISPLAY "Après : ", WS-VueApres(1:60)
    DISPLAY "        ", WS-VueApres(61:60)
    DISPLAY "        ", WS-VueApres(121:30).
3500-EXIT.
    EXIT.

3600-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    DISPLAY "Numéro de la demande :"
    ACCEPT WS-Numero
    PERFORM 3610-COMPARER THRU 3610-EXIT
        VARYING WS-IdxAtt FROM 1 BY 1
        UNTIL WS-IdxAtt > WS-NbCharges OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve = ZERO
        DISPLAY "Demande ", WS-Numero, " introuvable"
    ELSE
        MOVE WS-MdaLigne(WS-IdxTrouve) TO ModifAttenteRecord
    END-IF.
3600-EXIT.
    EXIT.

3610-COMPARER.
    MOVE WS-MdaLigne(WS-IdxAtt) TO ModifAttenteRecord
    IF MdaNumero = WS-Numero
        MOVE WS-IdxAtt TO WS-IdxTrouve
    END-IF.
3610-EXIT.
    EXIT.

*> Contrôles communs à la validation et au rejet : la demande est
*> en attente et n'a pas été déposée par le valideur.
3700-CONTROLER-DECISION.
    IF TableSaturee
        DISPLAY "Table saturée, décision refusée"
        MOVE ZERO TO WS-IdxTrouve
        GO TO 3700-EXIT
    END-IF
    PERFORM 3600-CHERCHER THRU 3600-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 3700-EXIT
    END-IF
    IF NOT MdaEnAttente
        DISPLAY "Demande ", WS-Numero, " déjà décidée (",
            MdaStatut, ")"
        MOVE ZERO TO WS-IdxTrouve
        GO TO 3700-EXIT
    END-IF
    IF MdaDemandeur = WS-Valideur
        DISPLAY "Demande déposée par ", WS-Valideur, ", elle doit ",
            "être décidée par un autre opérateur"
        MOVE ZERO TO WS-IdxTrouve
        GO TO 3700-EXIT
    END-IF
    PERFORM 3500-DETAIL THRU 3500-EXIT.
3700-EXIT.
    EXIT.

4000-VALIDER.
    PERFORM 3700-CONTROLER-DECISION THRU 3700-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Valider et appliquer cette modification (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        DISPLAY "Validation abandonnée, demande toujours en attente"
        GO TO 4000-EXIT
    END-IF
    PERFORM 5000-APPLIQUER THRU 5000-EXIT
    IF IssueErreur
        DISPLAY "Modification non appliquée, demande toujours en ",
            "attente"
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Valideur TO MdaValideur
    MOVE WS-DateJour TO MdaDateDecision
    IF IssueAppliquee
        MOVE 'V' TO MdaStatut
        MOVE SPACES TO MdaMotifRejet
        MOVE "VALID" TO WS-ActionMaint
        DISPLAY "Demande ", MdaNumero, " validée, ", MdaFichier,
            " mis à jour"
    ELSE
        MOVE 'R' TO MdaStatut
        MOVE WS-Motif TO MdaMotifRejet
        MOVE "REJET" TO WS-ActionMaint
        DISPLAY "Demande ", MdaNumero, " rejetée : ", WS-Motif
    END-IF
    MOVE ModifAttenteRecord TO WS-MdaLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        DISPLAY "Attention : décision non enregistrée dans ",
            "modifs-attente.txt"
    END-IF
    MOVE WS-MdaLigne(WS-IdxTrouve) TO ModifAttenteRecord
    PERFORM 8100-JOURNALISER THRU 8100-EXIT.
4000-EXIT.
    EXIT.

5000-APPLIQUER.
    MOVE 'E' TO WS-Issue
    MOVE SPACES TO WS-Motif
    MOVE MdaFichier TO WS-NomReference
    EVALUATE MdaAction
        WHEN "CREAT"
            PERFORM 5100-CREER THRU 5100-EXIT
        WHEN "MODIF"
            PERFORM 5200-MODIFIER THRU 5200-EXIT
        WHEN OTHER
            MOVE 'P' TO WS-Issue
            MOVE "Geste non pris en charge" TO WS-Motif
    END-EVALUATE.
5000-EXIT.
    EXIT.

*> Création : ajout en fin de fichier; une clé unique en tête de
*> ligne (identifiant d'opérateur ou de superviseur) ne doit pas
*> déjà exister.
5100-CREER.
    MOVE 'N' TO WS-CleTrouvee
    IF MdaLgCle NOT = ZERO
        OPEN INPUT ReferenceFile
        IF ReferenceStatus = '00'
            PERFORM 5110-CHERCHER-CLE THRU 5110-EXIT
                UNTIL ReferenceStatus NOT = '00' OR CleTrouvee
            CLOSE ReferenceFile
        END-IF
    END-IF
    IF CleTrouvee
        MOVE 'P' TO WS-Issue
        MOVE "Identifiant déjà présent" TO WS-Motif
        GO TO 5100-EXIT
    END-IF
    OPEN EXTEND ReferenceFile
    IF ReferenceStatus = '35'
        OPEN OUTPUT ReferenceFile
    END-IF
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur ouverture ", WS-NomReference, ", statut ",
            ReferenceStatus
        GO TO 5100-EXIT
    END-IF
    MOVE MdaApres TO ReferenceLigne
    WRITE ReferenceLigne
    IF ReferenceStatus = '00'
        MOVE 'A' TO WS-Issue
    ELSE
        DISPLAY "Erreur écriture ", WS-NomReference, ", statut ",
            ReferenceStatus
    END-IF
    CLOSE ReferenceFile.
5100-EXIT.
    EXIT.

5110-CHERCHER-CLE.
    READ ReferenceFile
    IF ReferenceStatus = '00'
        IF ReferenceLigne(1:MdaLgCle) = MdaApres(1:MdaLgCle)
            MOVE 'O' TO WS-CleTrouvee
        END-IF
    END-IF.
5110-EXIT.
    EXIT.

*> Modification : la ligne identique à l'image avant est remplacée
*> par l'image après; si elle a changé depuis la demande, la
*> demande est rejetée d'office et doit être redéposée.
5200-MODIFIER.
    MOVE ZERO TO WS-NbRef
    MOVE 'N' TO WS-RefSaturee
    OPEN INPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        IF ReferenceStatus = '35'
            MOVE 'P' TO WS-Issue
            MOVE "Fichier absent" TO WS-Motif
        ELSE
            DISPLAY "Erreur ouverture ", WS-NomReference,
                ", statut ", ReferenceStatus
        END-IF
        GO TO 5200-EXIT
    END-IF
    PERFORM 5210-CHARGER-REF THRU 5210-EXIT
        UNTIL ReferenceStatus NOT = '00' OR RefSaturee
    CLOSE ReferenceFile
    IF RefSaturee
        DISPLAY WS-NomReference, " dépasse la table (1000 lignes), ",
            "modification non appliquée"
        GO TO 5200-EXIT
    END-IF
    MOVE ZERO TO WS-IdxRefTrouve
    PERFORM 5220-CHERCHER-AVANT THRU 5220-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef OR WS-IdxRefTrouve NOT = ZERO
    IF WS-IdxRefTrouve = ZERO
        MOVE 'P' TO WS-Issue
        MOVE "Fiche modifiée entre-temps" TO WS-Motif
        GO TO 5200-EXIT
    END-IF
    MOVE MdaApres TO WS-RefLigne(WS-IdxRefTrouve)
    OPEN OUTPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur réécriture ", WS-NomReference, ", statut ",
            ReferenceStatus
        GO TO 5200-EXIT
    END-IF
    PERFORM 5230-ECRIRE-REF THRU 5230-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
    CLOSE ReferenceFile
    MOVE 'A' TO WS-Issue.
5200-EXIT.
    EXIT.

5210-CHARGER-REF.
    READ ReferenceFile
    IF ReferenceStatus = '00'
        IF WS-NbRef >= 1000
            MOVE 'O' TO WS-RefSaturee
        ELSE
            ADD 1 TO WS-NbRef
            MOVE ReferenceLigne TO WS-RefLigne(WS-NbRef)
        END-IF
    END-IF.
5210-EXIT.
    EXIT.

5220-CHERCHER-AVANT.
    IF WS-RefLigne(WS-IdxRef) = MdaAvant
        MOVE WS-IdxRef TO WS-IdxRefTrouve
    END-IF.
5220-EXIT.
    EXIT.

5230-ECRIRE-REF.
    MOVE WS-RefLigne(WS-IdxRef) TO ReferenceLigne
    WRITE ReferenceLigne.
5230-EXIT.
    EXIT.

6000-REJETER.
    PERFORM 3700-CONTROLER-DECISION THRU 3700-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Motif du rejet :"
    ACCEPT WS-Motif
    IF WS-Motif = SPACES
        DISPLAY "Motif obligatoire, demande toujours en attente"
        GO TO 6000-EXIT
    END-IF
    MOVE 'R' TO MdaStatut
    MOVE WS-Valideur TO MdaValideur
    MOVE WS-DateJour TO MdaDateDecision
    MOVE WS-Motif TO MdaMotifRejet
    MOVE ModifAttenteRecord TO WS-MdaLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        DISPLAY "Rejet non enregistré, demande toujours en attente"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-MdaLigne(WS-IdxTrouve) TO ModifAttenteRecord
    MOVE "REJET" TO WS-ActionMaint
    PERFORM 8100-JOURNALISER THRU 8100-EXIT
    DISPLAY "Demande ", MdaNumero, " rejetée".
6000-EXIT.
    EXIT.

*> Codes d'ouverture de session et d'autorisation masqués dans les
*> images d'operateur.txt et de superviseurs.txt.
8000-MASQUER.
    MOVE MdaAvant TO WS-VueAvant
    MOVE MdaApres TO WS-VueApres
    IF MdaFichier = "operateur.txt" OR
        MdaFichier = "superviseurs.txt"
        IF WS-VueAvant NOT = SPACES
            MOVE "****" TO WS-VueAvant(25:4)
        END-IF
        IF WS-VueApres NOT = SPACES
            MOVE "****" TO WS-VueApres(25:4)
        END-IF
    END-IF.
8000-EXIT.
    EXIT.

8100-JOURNALISER.
    PERFORM 8000-MASQUER THRU 8000-EXIT
    MOVE WS-VueAvant TO WS-ImageAvant
    MOVE WS-VueApres TO WS-ImageApres
    CALL 'SaveMaintenance' USING WS-Valideur, MdaFichier,
        WS-ActionMaint, WS-ImageAvant, WS-ImageApres.
8100-EXIT.
    EXIT.

9000-REECRIRE.
    MOVE 'N' TO WS-Reecrit
    OPEN OUTPUT AttenteFile
    IF AttenteStatus NOT = '00'
        DISPLAY "Erreur réécriture modifs-attente.txt, statut ",
            AttenteStatus
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxAtt FROM 1 BY 1
        UNTIL WS-IdxAtt > WS-NbCharges
    CLOSE AttenteFile
    MOVE 'O' TO WS-Reecrit.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-MdaLigne(WS-IdxAtt) TO ModifAttenteRecord
    WRITE ModifAttenteRecord.
9100-EXIT.
    EXIT.
