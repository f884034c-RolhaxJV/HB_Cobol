IDENTIFICATION DIVISION.
PROGRAM-ID. GestionConformite.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Dossiers 'G' du filtrage des gels d'avoirs
*>                 (FiltrageGel) : le classement sans suite les
*>                 traite en faux positif et débloque le client, le
*>                 bénéficiaire ou le virement en cause; le marquage
*>                 à déclarer confirme le gel, qui reste bloquant
*>                 et ne peut plus être classé.
*> 2026-10-15  SI  Création - instruction des dossiers LCB-FT de
*>                 conformite.txt ouverts par SurveillanceLcb,
*>                 sous code superviseur (VerifSuperviseur) du
*>                 responsable conformité : liste des dossiers en
*>                 cours, consultation détaillée (client repris de
*>                 client.txt via ReadClient), note d'examen,
*>                 classement sans suite ou marquage à déclarer,
*>                 ces deux décisions exigeant une note. Date du
*>                 jour comptable et identité du superviseur sont
*>                 portées sur le dossier; chaque geste (statut et
*>                 note avant / après) est journalisé dans
*>                 maintenance.txt via SaveMaintenance après la
*>                 réécriture réussie du fichier. Modifications
*>                 refusées quand le chargement sature la table
*>                 (2000) : la réécriture aurait tronqué
*>                 conformite.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConformiteFile ASSIGN TO 'conformite.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConformiteStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD ConformiteFile.
COPY CONFORMREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 ConformiteStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 WS-Choix          PIC 9.
01 WS-DateJour       PIC 9(08).
01 WS-CodeSuperviseur PIC 9(04).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
01 WS-Numero         PIC 9(06).
01 WS-Note           PIC X(60).
01 WS-NouveauStatut  PIC X(01).
01 WS-LibType        PIC X(30).
01 WS-LibStatut      PIC X(15).
01 WS-MontantEd      PIC Z(8)9.99.
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-FichierMaint   PIC X(20) VALUE "conformite.txt".
01 WS-ActionMaint    PIC X(05) VALUE "MODIF".
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-NbEnCours      PIC 9(04).
01 WS-IdxDos         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableDossiers.
   05 WS-DosLigne OCCURS 2000 PIC X(166).
*> Gestes en instance de journalisation : retenus ici jusqu'à la
*> réécriture réussie de conformite.txt à la sortie.
01 WS-NbGestes       PIC 9(02) VALUE ZERO.
01 WS-IdxGeste       PIC 9(02) COMP.
01 WS-TableGestes.
   05 WS-Geste OCCURS 50.
      10 WS-GesteAvant PIC X(60).
      10 WS-GesteApres PIC X(60).
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Instruction des dossiers LCB-FT (conformite.txt)"
    DISPLAY "Code superviseur :"
    ACCEPT WS-CodeSuperviseur
    CALL 'VerifSuperviseur' USING WS-CodeSuperviseur,
        WS-SupAutorisant, WS-SupStatus
    IF WS-SupStatus NOT = '00'
        DISPLAY "Code superviseur refusé, accès fermé"
        GOBACK
    END-IF
    DISPLAY "Accès accordé à ", WS-SupAutorisant
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 6
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'instruction des dossiers"
    GOBACK.

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
    OPEN INPUT ConformiteFile
    IF ConformiteStatus NOT = '00'
        IF ConformiteStatus NOT = '35'
            DISPLAY "Conformite.txt illisible, statut ",
                ConformiteStatus
            MOVE 'O' TO WS-TableSaturee
        ELSE
            DISPLAY "Aucun dossier enregistré"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL ConformiteStatus NOT = '00' OR TableSaturee
        CLOSE ConformiteFile
        DISPLAY "Dossiers chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ ConformiteFile
    IF ConformiteStatus = '00'
        IF WS-NbCharges >= 2000
            DISPLAY "Table des dossiers saturée (2000), ",
                "modifications refusées pour ne pas tronquer ",
                "conformite.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE ConformiteRecord TO WS-DosLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les dossiers en cours"
    DISPLAY "2. Consulter un dossier"
    DISPLAY "3. Ajouter une note d'examen"
    DISPLAY "4. Classer un dossier sans suite"
    DISPLAY "5. Marquer un dossier à déclarer"
    DISPLAY "6. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-CONSULTER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-NOTER THRU 5000-EXIT
        WHEN 4
            MOVE 'C' TO WS-NouveauStatut
            PERFORM 6000-DECIDER THRU 6000-EXIT
        WHEN 5
            MOVE 'D' TO WS-NouveauStatut
            PERFORM 6000-DECIDER THRU 6000-EXIT
        WHEN 6
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 6 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> En cours : dossiers ouverts et dossiers à déclarer.
3000-LISTER.
    MOVE ZERO TO WS-NbEnCours
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxDos FROM 1 BY 1
        UNTIL WS-IdxDos > WS-NbCharges
    IF WS-NbEnCours = ZERO
        DISPLAY "Aucun dossier en cours"
    ELSE
        DISPLAY WS-NbEnCours, " dossier(s) en cours"
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-DosLigne(WS-IdxDos) TO ConformiteRecord
    IF CnfOuvert OR CnfADeclarer
        ADD 1 TO WS-NbEnCours
        PERFORM 8000-LIBELLES THRU 8000-EXIT
        MOVE CnfMontant TO WS-MontantEd
        DISPLAY CnfNumero, " ", CnfDateDetect, " compte ",
            CnfCompte, " ", WS-LibType, " ", WS-MontantEd, " ",
            WS-LibStatut
    END-IF.
3100-EXIT.
    EXIT.

4000-CONSULTER.
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 4000-EXIT
    END-IF
    PERFORM 8000-LIBELLES THRU 8000-EXIT
    MOVE CnfMontant TO WS-MontantEd
    MOVE "(client non rattaché)" TO WS-NomClient
    IF CnfClient NOT = ZERO
        MOVE "(client introuvable)" TO WS-NomClient
        CALL 'ReadClient' USING CnfClient, WS-NomClient,
            WS-AdresseClient, WS-TelClient, WS-ClientStatus
    END-IF
    DISPLAY "Dossier        : ", CnfNumero, " détecté le ",
        CnfDateDetect
    DISPLAY "Compte         : ", CnfCompte
    DISPLAY "Client         : ", CnfClient, " ", WS-NomClient
    DISPLAY "Alerte         : ", WS-LibType
    DISPLAY "Montant        : ", WS-MontantEd
    DISPLAY "Mouvement      : ", CnfReference
    DISPLAY "Motif          : ", CnfMotif
    DISPLAY "Statut         : ", WS-LibStatut, " le ", CnfDateMaj,
        " par ", CnfAgent
    DISPLAY "Note           : ", CnfNote.
4000-EXIT.
    EXIT.

5000-NOTER.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 5000-EXIT
    END-IF
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 5000-EXIT
    END-IF
    IF CnfClasse
        DISPLAY "Dossier ", CnfNumero, " classé, note refusée"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Note précédente : ", CnfNote
    DISPLAY "Nouvelle note (60 caractères) :"
    ACCEPT WS-Note
    IF WS-Note = SPACES
        DISPLAY "Note vide, dossier inchangé"
        GO TO 5000-EXIT
    END-IF
    MOVE CnfStatut TO WS-NouveauStatut
    PERFORM 6500-APPLIQUER THRU 6500-EXIT.
5000-EXIT.
    EXIT.

*> Classement ('C') depuis un dossier ouvert ou à déclarer (une
*> fois la déclaration faite); marquage à déclarer ('D') depuis un
*> dossier ouvert seulement. La décision exige une note. Un gel
*> confirmé ('G' à déclarer) n'est jamais classé : le classement
*> lèverait le blocage.
6000-DECIDER.
    IF TableSaturee
        DISPLAY "Table saturée, modification refusée"
        GO TO 6000-EXIT
    END-IF
    PERFORM 7000-CHERCHER THRU 7000-EXIT
    IF WS-IdxTrouve = ZERO
        GO TO 6000-EXIT
    END-IF
    IF CnfClasse
        DISPLAY "Dossier ", CnfNumero, " déjà classé"
        GO TO 6000-EXIT
    END-IF
    IF WS-NouveauStatut = 'D' AND CnfADeclarer
        DISPLAY "Dossier ", CnfNumero, " déjà marqué à déclarer"
        GO TO 6000-EXIT
    END-IF
    IF CnfGel
        IF CnfADeclarer
            DISPLAY "Gel confirmé sur le dossier ", CnfNumero,
                ", classement refusé : les avoirs restent gelés"
            GO TO 6000-EXIT
        END-IF
        IF WS-NouveauStatut = 'C'
            DISPLAY "Faux positif : le classement débloque ",
                CnfMotif
        ELSE
            DISPLAY "Gel confirmé : ", CnfMotif,
                " reste bloqué"
        END-IF
    END-IF
    DISPLAY "Note motivant la décision (60 caractères) :"
    ACCEPT WS-Note
    IF WS-Note = SPACES
        DISPLAY "Une décision sans note est refusée, dossier ",
            "inchangé"
        GO TO 6000-EXIT
    END-IF
    PERFORM 6500-APPLIQUER THRU 6500-EXIT.
6000-EXIT.
    EXIT.

*> ConformiteRecord porte le dossier trouvé; WS-NouveauStatut et
*> WS-Note la décision. Le geste est retenu pour le journal.
6500-APPLIQUER.
    IF WS-NbGestes >= 50
        DISPLAY "Plus de 50 gestes en instance, quitter pour ",
            "enregistrer avant de poursuivre (dossier inchangé)"
        GO TO 6500-EXIT
    END-IF
    ADD 1 TO WS-NbGestes
    MOVE SPACES TO WS-GesteAvant(WS-NbGestes)
    STRING CnfNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CnfStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CnfNote DELIMITED BY SIZE
      INTO WS-GesteAvant(WS-NbGestes)
    MOVE WS-NouveauStatut TO CnfStatut
    MOVE WS-Note TO CnfNote
    MOVE WS-DateJour TO CnfDateMaj
    MOVE WS-SupAutorisant TO CnfAgent
    MOVE SPACES TO WS-GesteApres(WS-NbGestes)
    STRING CnfNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CnfStatut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CnfNote DELIMITED BY SIZE
      INTO WS-GesteApres(WS-NbGestes)
    MOVE ConformiteRecord TO WS-DosLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
    PERFORM 8000-LIBELLES THRU 8000-EXIT
    DISPLAY "Dossier ", CnfNumero, " : ", WS-LibStatut,
        ", enregistré à la sortie".
6500-EXIT.
    EXIT.

7000-CHERCHER.
    DISPLAY "Numéro de dossier :"
    ACCEPT WS-Numero
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 7100-COMPARER THRU 7100-EXIT
        VARYING WS-IdxDos FROM 1 BY 1
        UNTIL WS-IdxDos > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO
    IF WS-IdxTrouve = ZERO
        DISPLAY "Dossier ", WS-Numero, " introuvable"
    ELSE
        MOVE WS-DosLigne(WS-IdxTrouve) TO ConformiteRecord
    END-IF.
7000-EXIT.
    EXIT.

7100-COMPARER.
    MOVE WS-DosLigne(WS-IdxDos) TO ConformiteRecord
    IF CnfNumero = WS-Numero
        MOVE WS-IdxDos TO WS-IdxTrouve
    END-IF.
7100-EXIT.
    EXIT.

8000-LIBELLES.
    EVALUATE TRUE
        WHEN CnfEspeces
            MOVE "espèces au-delà du seuil" TO WS-LibType
        WHEN CnfFractionne
            MOVE "dépôts espèces fractionnés" TO WS-LibType
        WHEN CnfTransit
            MOVE "fonds en transit" TO WS-LibType
        WHEN CnfVolume
            MOVE "volume inhabituel" TO WS-LibType
        WHEN CnfGel
            MOVE "gel des avoirs (filtrage)" TO WS-LibType
        WHEN OTHER
            MOVE CnfType TO WS-LibType
    END-EVALUATE
    EVALUATE TRUE
        WHEN CnfOuvert
            MOVE "ouvert" TO WS-LibStatut
        WHEN CnfClasse
            MOVE "classé" TO WS-LibStatut
        WHEN CnfADeclarer
            MOVE "à déclarer" TO WS-LibStatut
        WHEN OTHER
            MOVE CnfStatut TO WS-LibStatut
    END-EVALUATE.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT ConformiteFile
    IF ConformiteStatus NOT = '00'
        DISPLAY "Erreur réécriture conformite.txt, statut ",
            ConformiteStatus, ", rien de journalisé"
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxDos FROM 1 BY 1
        UNTIL WS-IdxDos > WS-NbCharges
    CLOSE ConformiteFile
    PERFORM 9200-JOURNALISER-GESTE THRU 9200-EXIT
        VARYING WS-IdxGeste FROM 1 BY 1
        UNTIL WS-IdxGeste > WS-NbGestes
    DISPLAY "Conformite.txt enregistré par ", WS-SupAutorisant,
        ", ", WS-NbGestes, " geste(s) journalisé(s)".
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-DosLigne(WS-IdxDos) TO ConformiteRecord
    WRITE ConformiteRecord.
9100-EXIT.
    EXIT.

9200-JOURNALISER-GESTE.
    MOVE WS-GesteAvant(WS-IdxGeste) TO WS-ImageAvant
    MOVE WS-GesteApres(WS-IdxGeste) TO WS-ImageApres
    CALL 'SaveMaintenance' USING WS-SupAutorisant,
        WS-FichierMaint, WS-ActionMaint, WS-ImageAvant,
        WS-ImageApres.
9200-EXIT.
    EXIT.
