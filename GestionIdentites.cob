IDENTIFICATION DIVISION.
PROGRAM-ID. GestionIdentites.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien des pièces d'identité des
*>                 clients (identites.txt) : consultation,
*>                 enregistrement ou renouvellement de la pièce
*>                 d'un client de client.txt (type, numéro, dates
*>                 de délivrance et d'expiration, niveau de risque)
*>                 et constat de la revue périodique. La date de la
*>                 prochaine revue est calculée depuis la date
*>                 comptable selon le risque : un an pour un risque
*>                 élevé, trois ans moyen, cinq ans faible. Une
*>                 pièce déjà expirée n'est pas enregistrée. Date
*>                 et identité de l'opérateur portées sur la ligne;
*>                 chaque geste journalisé dans maintenance.txt via
*>                 SaveMaintenance après la réécriture réussie du
*>                 fichier. Modifications refusées quand le
*>                 chargement sature la table (2000) : la
*>                 réécriture aurait tronqué identites.txt.
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
01 IdentiteStatus    PIC X(02).
01 DateComptaStatus  PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-Client         PIC 9(08).
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-Type           PIC X(01).
01 WS-Numero         PIC X(20).
01 WS-DateEmission   PIC 9(08).
01 WS-DateExpiration PIC 9(08).
01 WS-Risque         PIC X(01).
01 WS-LibType        PIC X(20).
01 WS-LibRisque      PIC X(10).
*> Date contrôlée par 8000-CONTROLER-DATE.
01 WS-DateSaisie.
   05 WS-SaiAnnee    PIC 9(04).
   05 WS-SaiMois     PIC 9(02).
   05 WS-SaiJour     PIC 9(02).
01 WS-DateSaisieNum REDEFINES WS-DateSaisie PIC 9(08).
*> Prochaine revue calculée par 8100-DATE-REVUE.
01 WS-DateRevue.
   05 WS-RevAnnee    PIC 9(04).
   05 WS-RevMois     PIC 9(02).
   05 WS-RevJour     PIC 9(02).
01 WS-DateRevueNum REDEFINES WS-DateRevue PIC 9(08).
01 WS-FichierMaint   PIC X(20) VALUE "identites.txt".
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxIdt         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableIdentites.
   05 WS-IdtLigne OCCURS 2000 PIC X(66).
*> Gestes en instance de journalisation : retenus ici jusqu'à la
*> réécriture réussie de identites.txt à la sortie.
01 WS-NbGestes       PIC 9(02) VALUE ZERO.
01 WS-IdxGeste       PIC 9(02) COMP.
01 WS-TableGestes.
   05 WS-Geste OCCURS 50.
      10 WS-GesteAction PIC X(05).
      10 WS-GesteAvant  PIC X(60).
      10 WS-GesteApres  PIC X(60).
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-DateValide   PIC X(01) VALUE 'N'.
      88 DateValide   VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien des pièces d'identité (identites.txt)"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien des pièces d'identité"
    GOBACK.

0100-SAISIR-OPERATEUR.
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur.
0100-EXIT.
    EXIT.

1000-CHARGER.
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
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT IdentiteFile
    IF IdentiteStatus NOT = '00'
        IF IdentiteStatus NOT = '35'
            DISPLAY "Identites.txt illisible, statut ",
                IdentiteStatus
            MOVE 'O' TO WS-TableSaturee
        ELSE
            DISPLAY "Aucune pièce d'identité enregistrée"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL IdentiteStatus NOT = '00' OR TableSaturee
        CLOSE IdentiteFile
        DISPLAY "Pièces chargées : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ IdentiteFile
    IF IdentiteStatus = '00'
        IF WS-NbCharges >= 2000
            DISPLAY "Table des pièces saturée (2000), modification ",
                "refusée pour ne pas tronquer identites.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE IdentiteRecord TO WS-IdtLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Consulter la pièce d'un client"
    DISPLAY "2. Enregistrer ou renouveler la pièce d'un client"
    DISPLAY "3. Constater la revue périodique d'un client"
    DISPLAY "4. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-CONSULTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-ENREGISTRER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-REVISER THRU 5000-EXIT
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-CONSULTER.
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Aucune pièce enregistrée pour le client ",
            WS-Client
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-AFFICHER THRU 3100-EXIT.
3000-EXIT.
    EXIT.

3100-AFFICHER.
    PERFORM 8200-LIBELLES THRU 8200-EXIT
    DISPLAY "Client         : ", IdtClient, " ", WS-NomClient
    DISPLAY "Pièce          : ", WS-LibType, " n° ", IdtNumero
    DISPLAY "Délivrée le    : ", IdtDateEmission
    IF IdtDateExpiration < WS-DateJour
        DISPLAY "Expirée le     : ", IdtDateExpiration,
            "  *** A RENOUVELER ***"
    ELSE
        DISPLAY "Expire le      : ", IdtDateExpiration
    END-IF
    DISPLAY "Risque         : ", WS-LibRisque
    IF IdtDateRevue < WS-DateJour
        DISPLAY "Revue prévue   : ", IdtDateRevue,
            "  *** REVUE ECHUE ***"
    ELSE
        DISPLAY "Revue prévue   : ", IdtDateRevue
    END-IF
    DISPLAY "Mise à jour    : ", IdtDateMaj, " par ", IdtAgent.
3100-EXIT.
    EXIT.

*> Une nouvelle pièce remplace la précédente du client; une pièce
*> déjà expirée à la date comptable est refusée.
4000-ENREGISTRER.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 4000-EXIT
    END-IF
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-ClientStatus NOT = '00'
        GO TO 4000-EXIT
    END-IF
    IF WS-IdxTrouve NOT = ZERO
        DISPLAY "Pièce actuelle :"
        PERFORM 3100-AFFICHER THRU 3100-EXIT
    ELSE
        IF WS-NbCharges >= 2000
            DISPLAY "Table des pièces pleine (2000), pièce non ",
                "enregistrée"
            GO TO 4000-EXIT
        END-IF
    END-IF
    DISPLAY "Type de pièce (C = carte d'identité, P = passeport, ",
        "S = titre de séjour, K = Kbis) :"
    ACCEPT WS-Type
    IF WS-Type NOT = 'C' AND WS-Type NOT = 'P'
        AND WS-Type NOT = 'S' AND WS-Type NOT = 'K'
        DISPLAY "Type de pièce invalide, pièce non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de la pièce :"
    ACCEPT WS-Numero
    IF WS-Numero = SPACES
        DISPLAY "Numéro absent, pièce non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Date de délivrance (AAAAMMJJ) :"
    ACCEPT WS-DateEmission
    MOVE WS-DateEmission TO WS-DateSaisieNum
    PERFORM 8000-CONTROLER-DATE THRU 8000-EXIT
    IF NOT DateValide OR WS-DateEmission > WS-DateJour
        DISPLAY "Date de délivrance invalide, pièce non ",
            "enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Date d'expiration (AAAAMMJJ) :"
    ACCEPT WS-DateExpiration
    MOVE WS-DateExpiration TO WS-DateSaisieNum
    PERFORM 8000-CONTROLER-DATE THRU 8000-EXIT
    IF NOT DateValide OR WS-DateExpiration <= WS-DateEmission
        DISPLAY "Date d'expiration invalide, pièce non ",
            "enregistrée"
        GO TO 4000-EXIT
    END-IF
    IF WS-DateExpiration < WS-DateJour
        DISPLAY "Pièce expirée le ", WS-DateExpiration,
            ", pièce non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Niveau de risque (F = faible, M = moyen, ",
        "E = élevé) :"
    ACCEPT WS-Risque
    IF WS-Risque NOT = 'F' AND WS-Risque NOT = 'M'
        AND WS-Risque NOT = 'E'
        DISPLAY "Niveau de risque invalide, pièce non enregistrée"
        GO TO 4000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 gestes en instance, quitter pour ",
            "enregistrer avant de poursuivre (pièce non ",
            "enregistrée)"
        GO TO 4000-EXIT
    END-IF
    ADD 1 TO WS-NbGestes
    MOVE SPACES TO WS-GesteAvant(WS-NbGestes)
    IF WS-IdxTrouve = ZERO
        MOVE "CREAT" TO WS-GesteAction(WS-NbGestes)
        ADD 1 TO WS-NbCharges
        MOVE WS-NbCharges TO WS-IdxTrouve
    ELSE
        MOVE "MODIF" TO WS-GesteAction(WS-NbGestes)
        PERFORM 6000-IMAGE THRU 6000-EXIT
        MOVE WS-GesteApres(WS-NbGestes)
            TO WS-GesteAvant(WS-NbGestes)
    END-IF
    MOVE WS-Client TO IdtClient
    MOVE WS-Type TO IdtType
    MOVE WS-Numero TO IdtNumero
    MOVE WS-DateEmission TO IdtDateEmission
    MOVE WS-DateExpiration TO IdtDateExpiration
    MOVE WS-Risque TO IdtRisque
    PERFORM 8100-DATE-REVUE THRU 8100-EXIT
    MOVE WS-DateRevueNum TO IdtDateRevue
    MOVE WS-DateJour TO IdtDateMaj
    MOVE WS-Operateur TO IdtAgent
    PERFORM 6000-IMAGE THRU 6000-EXIT
    MOVE IdentiteRecord TO WS-IdtLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Pièce enregistrée, prochaine revue le ", IdtDateRevue,
        ", enregistrée à la sortie".
4000-EXIT.
    EXIT.

*> La revue périodique peut réviser le niveau de risque; la date
*> de la revue suivante repart de la date comptable.
5000-REVISER.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Aucune pièce enregistrée pour le client ",
            WS-Client, ", revue impossible"
        GO TO 5000-EXIT
    END-IF
    PERFORM 3100-AFFICHER THRU 3100-EXIT
    DISPLAY "Niveau de risque après revue (F / M / E, ",
        "vide = inchangé) :"
    MOVE SPACE TO WS-Risque
    ACCEPT WS-Risque
    IF WS-Risque = SPACE
        MOVE IdtRisque TO WS-Risque
    END-IF
    IF WS-Risque NOT = 'F' AND WS-Risque NOT = 'M'
        AND WS-Risque NOT = 'E'
        DISPLAY "Niveau de risque invalide, revue non enregistrée"
        GO TO 5000-EXIT
    END-IF
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 gestes en instance, quitter pour ",
            "enregistrer avant de poursuivre (revue non ",
            "enregistrée)"
        GO TO 5000-EXIT
    END-IF
    ADD 1 TO WS-NbGestes
    MOVE "MODIF" TO WS-GesteAction(WS-NbGestes)
    PERFORM 6000-IMAGE THRU 6000-EXIT
    MOVE WS-GesteApres(WS-NbGestes) TO WS-GesteAvant(WS-NbGestes)
    MOVE WS-Risque TO IdtRisque
    PERFORM 8100-DATE-REVUE THRU 8100-EXIT
    MOVE WS-DateRevueNum TO IdtDateRevue
    MOVE WS-DateJour TO IdtDateMaj
    MOVE WS-Operateur TO IdtAgent
    PERFORM 6000-IMAGE THRU 6000-EXIT
    MOVE IdentiteRecord TO WS-IdtLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Revue constatée, prochaine revue le ", IdtDateRevue,
        ", enregistrée à la sortie".
5000-EXIT.
    EXIT.

*> Image journalisée de IdentiteRecord dans le geste courant.
6000-IMAGE.
    MOVE SPACES TO WS-GesteApres(WS-NbGestes)
    STRING IdtClient DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtType DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtDateExpiration DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtRisque DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IdtDateRevue DELIMITED BY SIZE
      INTO WS-GesteApres(WS-NbGestes).
6000-EXIT.
    EXIT.

*> Saisit le client, le contrôle dans client.txt et cherche sa
*> pièce : IdentiteRecord la porte quand WS-IdxTrouve n'est pas
*> nul.
7000-CHERCHER.
    DISPLAY "Numéro du client :"
    ACCEPT WS-Client
    MOVE ZERO TO WS-IdxTrouve
    MOVE "(client introuvable)" TO WS-NomClient
    CALL 'ReadClient' USING WS-Client, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-Client, " introuvable dans ",
            "client.txt, statut ", WS-ClientStatus
        GO TO 7000-EXIT
    END-IF
    DISPLAY "Client : ", WS-NomClient
    PERFORM 7100-COMPARER THRU 7100-EXIT
        VARYING WS-IdxIdt FROM 1 BY 1
        UNTIL WS-IdxIdt > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-IdtLigne(WS-IdxTrouve) TO IdentiteRecord
    END-IF.
7000-EXIT.
    EXIT.

7100-COMPARER.
    MOVE WS-IdtLigne(WS-IdxIdt) TO IdentiteRecord
    IF IdtClient = WS-Client
        MOVE WS-IdxIdt TO WS-IdxTrouve
    END-IF.
7100-EXIT.
    EXIT.

8000-CONTROLER-DATE.
    MOVE 'N' TO WS-DateValide
    IF WS-DateSaisie IS NOT NUMERIC
        GO TO 8000-EXIT
    END-IF
    IF WS-SaiAnnee < 1900 OR WS-SaiMois < 1 OR WS-SaiMois > 12
        OR WS-SaiJour < 1 OR WS-SaiJour > 31
        GO TO 8000-EXIT
    END-IF
    MOVE 'O' TO WS-DateValide.
8000-EXIT.
    EXIT.

*> Prochaine revue : un an (risque élevé), trois ans (moyen) ou
*> cinq ans (faible) après la date comptable; un 29 février
*> tombe au 28.
8100-DATE-REVUE.
    MOVE WS-DateJour TO WS-DateRevueNum
    EVALUATE WS-Risque
        WHEN 'E'
            ADD 1 TO WS-RevAnnee
        WHEN 'M'
            ADD 3 TO WS-RevAnnee
        WHEN OTHER
            ADD 5 TO WS-RevAnnee
    END-EVALUATE
    IF WS-RevMois = 2 AND WS-RevJour = 29
        MOVE 28 TO WS-RevJour
    END-IF.
8100-EXIT.
    EXIT.

8200-LIBELLES.
    EVALUATE TRUE
        WHEN IdtCarteIdentite
            MOVE "carte d'identité" TO WS-LibType
        WHEN IdtPasseport
            MOVE "passeport" TO WS-LibType
        WHEN IdtTitreSejour
            MOVE "titre de séjour" TO WS-LibType
        WHEN IdtKbis
            MOVE "extrait Kbis" TO WS-LibType
        WHEN OTHER
            MOVE IdtType TO WS-LibType
    END-EVALUATE
    EVALUATE TRUE
        WHEN IdtRisqueFaible
            MOVE "faible" TO WS-LibRisque
        WHEN IdtRisqueMoyen
            MOVE "moyen" TO WS-LibRisque
        WHEN IdtRisqueEleve
            MOVE "élevé" TO WS-LibRisque
        WHEN OTHER
            MOVE IdtRisque TO WS-LibRisque
    END-EVALUATE.
8200-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT IdentiteFile
    IF IdentiteStatus NOT = '00'
        DISPLAY "Erreur réécriture identites.txt, statut ",
            IdentiteStatus, ", modifications perdues"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxIdt FROM 1 BY 1
        UNTIL WS-IdxIdt > WS-NbCharges
    CLOSE IdentiteFile
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes
    DISPLAY "Identites.txt enregistré".
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-IdtLigne(WS-IdxIdt) TO IdentiteRecord
    WRITE IdentiteRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    CALL 'SaveMaintenance' USING WS-Operateur,
        WS-FichierMaint, WS-GesteAction(WS-IdxGeste),
        WS-GesteAvant(WS-IdxGeste), WS-GesteApres(WS-IdxGeste).
9200-EXIT.
    EXIT.
