IDENTIFICATION DIVISION.
PROGRAM-ID. RetourFicoba.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - suite des déclarations FICOBA
*>                 (DeclarationFicoba) : liste des lignes en
*>                 attente ou rejetées du journal ficoba-journal.txt
*>                 et capture de l'accusé de réception de
*>                 l'administration (ficoba-ar.txt : référence de la
*>                 ligne, résultat 'A' acceptée / 'R' rejetée, code
*>                 et libellé du motif). Chaque ligne acquittée est
*>                 mise à jour au journal; une ligne rejetée est
*>                 listée dans ficoba-rejets.rpt pour correction et
*>                 l'image déclarée (ficoba-ref.txt) est remise dans
*>                 son état antérieur, de sorte que DeclarationFicoba
*>                 la redéclare avec les données corrigées. Capture
*>                 refusée quand le chargement sature une table : la
*>                 réécriture aurait tronqué le fichier.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFicobaFile ASSIGN TO 'ficoba-journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalFicobaStatus.
    SELECT ReferenceFile ASSIGN TO 'ficoba-ref.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
    SELECT AccuseFile ASSIGN TO 'ficoba-ar.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AccuseStatus.
    SELECT RapportFile ASSIGN TO 'ficoba-rejets.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD JournalFicobaFile.
COPY FICOJREC.
FD ReferenceFile.
COPY FICOREFREC.
FD AccuseFile.
01 AccuseRecord.
   05 ArReference PIC 9(14).
   05 ArResultat  PIC X(1).
   05 ArMotif     PIC X(3).
   05 ArLibelle   PIC X(40).
FD RapportFile.
01 RapportRecord PIC X(120).
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 JournalFicobaStatus PIC X(02).
01 ReferenceStatus     PIC X(02).
01 AccuseStatus        PIC X(02).
01 RapportStatus       PIC X(02).
01 DateComptaStatus    PIC X(02).
01 WS-Choix            PIC 9.
01 WS-Operateur        PIC X(04).
01 WS-DateJour         PIC 9(08).
01 WS-NbJournal        PIC 9(04) COMP VALUE ZERO.
01 WS-NbRef            PIC 9(04) COMP VALUE ZERO.
01 WS-IdxJn            PIC 9(04) COMP.
01 WS-IdxRef           PIC 9(04) COMP.
01 WS-IdxTrouve        PIC 9(04) COMP.
01 WS-NbAcceptees      PIC 9(06) VALUE ZERO.
01 WS-NbRejetees       PIC 9(06) VALUE ZERO.
01 WS-NbInconnues      PIC 9(06) VALUE ZERO.
01 WS-NbListees        PIC 9(06) VALUE ZERO.
01 WS-TableJournal.
   05 WS-JnLigne OCCURS 3000 PIC X(86).
01 WS-TableRef.
   05 WS-Ref OCCURS 3000.
      10 WS-RfLigne     PIC X(89).
      10 WS-RfSupprime  PIC X(01).
01 WS-Switches.
   05 WS-JournalModifie PIC X(01) VALUE 'N'.
      88 JournalModifie VALUE 'O'.
   05 WS-RefModifiee   PIC X(01) VALUE 'N'.
      88 RefModifiee   VALUE 'O'.
   05 WS-TableSaturee  PIC X(01) VALUE 'N'.
      88 TableSaturee  VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Accusés de réception des déclarations FICOBA"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 3
    IF JournalModifie
        PERFORM 9000-REECRIRE-JOURNAL THRU 9000-EXIT
    END-IF
    IF RefModifiee
        PERFORM 9100-REECRIRE-REFERENCE THRU 9100-EXIT
    END-IF
    DISPLAY "Fin des accusés de réception FICOBA"
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
    MOVE ZERO TO WS-NbJournal
    OPEN INPUT JournalFicobaFile
    IF JournalFicobaStatus NOT = '00'
        IF JournalFicobaStatus NOT = '35'
            DISPLAY "Ficoba-journal.txt illisible, statut ",
                JournalFicobaStatus
            MOVE 'O' TO WS-TableSaturee
        ELSE
            DISPLAY "Aucune ligne déclarée"
        END-IF
    ELSE
        PERFORM 1100-LIRE-JOURNAL THRU 1100-EXIT
            UNTIL JournalFicobaStatus NOT = '00' OR TableSaturee
        CLOSE JournalFicobaFile
        DISPLAY "Lignes déclarées chargées : ", WS-NbJournal
    END-IF
    MOVE ZERO TO WS-NbRef
    OPEN INPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        IF ReferenceStatus NOT = '35'
            DISPLAY "Ficoba-ref.txt illisible, statut ",
                ReferenceStatus
            MOVE 'O' TO WS-TableSaturee
        END-IF
    ELSE
        PERFORM 1200-LIRE-REFERENCE THRU 1200-EXIT
            UNTIL ReferenceStatus NOT = '00' OR TableSaturee
        CLOSE ReferenceFile
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-JOURNAL.
    READ JournalFicobaFile
    IF JournalFicobaStatus = '00'
        IF WS-NbJournal >= 3000
            DISPLAY "Journal FICOBA saturé (3000), capture ",
                "refusée pour ne pas tronquer ficoba-journal.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbJournal
            MOVE FicobaJournalRecord TO WS-JnLigne(WS-NbJournal)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

1200-LIRE-REFERENCE.
    READ ReferenceFile
    IF ReferenceStatus = '00'
        IF WS-NbRef >= 3000
            DISPLAY "Image FICOBA saturée (3000), capture ",
                "refusée pour ne pas tronquer ficoba-ref.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbRef
            MOVE FicoRefRecord TO WS-RfLigne(WS-NbRef)
            MOVE 'N' TO WS-RfSupprime(WS-NbRef)
        END-IF
    END-IF.
1200-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les lignes en attente ou rejetées"
    DISPLAY "2. Capturer l'accusé de réception"
    DISPLAY "3. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 5000-CAPTURER-ACCUSE THRU 5000-EXIT
        WHEN 3
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 3 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    MOVE ZERO TO WS-NbListees
    DISPLAY "Référence      Nat Compte   Client   R Statut Motif"
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxJn FROM 1 BY 1
        UNTIL WS-IdxJn > WS-NbJournal
    IF WS-NbListees = ZERO
        DISPLAY "Aucune ligne en attente ou rejetée"
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-JnLigne(WS-IdxJn) TO FicobaJournalRecord
    IF FjAcceptee
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbListees
    DISPLAY FjReference, " ", FjCode, " ", FjCompte, " ", FjClient,
        " ", FjRole, " ", FjStatut, "      ", FjMotif, " ", FjLibelle.
3100-EXIT.
    EXIT.

5000-CAPTURER-ACCUSE.
    IF TableSaturee
        DISPLAY "Table saturée, capture refusée"
        GO TO 5000-EXIT
    END-IF
    OPEN INPUT AccuseFile
    IF AccuseStatus NOT = '00'
        DISPLAY "Ficoba-ar.txt absent ou illisible, statut ",
            AccuseStatus
        GO TO 5000-EXIT
    END-IF
    MOVE ZERO TO WS-NbAcceptees
    MOVE ZERO TO WS-NbRejetees
    MOVE ZERO TO WS-NbInconnues
    PERFORM 5100-TRAITER-ACCUSE THRU 5100-EXIT
        UNTIL AccuseStatus NOT = '00'
    CLOSE AccuseFile
    DISPLAY "Lignes acceptées : ", WS-NbAcceptees
    DISPLAY "Lignes rejetées  : ", WS-NbRejetees
    DISPLAY "Lignes inconnues : ", WS-NbInconnues
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Lignes à corriger : ficoba-rejets.rpt"
        MOVE 'N' TO WS-RapportOuvert
    END-IF.
5000-EXIT.
    EXIT.

5100-TRAITER-ACCUSE.
    READ AccuseFile
    IF AccuseStatus NOT = '00'
        GO TO 5100-EXIT
    END-IF
    PERFORM 5200-CHERCHER-LIGNE THRU 5200-EXIT
    IF WS-IdxTrouve = ZERO
        ADD 1 TO WS-NbInconnues
        DISPLAY "Référence ", ArReference, " inconnue du journal, ",
            "ignorée"
        GO TO 5100-EXIT
    END-IF
    MOVE WS-JnLigne(WS-IdxTrouve) TO FicobaJournalRecord
    IF NOT FjEmise
        ADD 1 TO WS-NbInconnues
        DISPLAY "Référence ", ArReference, " déjà acquittée, ",
            "ignorée"
        GO TO 5100-EXIT
    END-IF
    IF ArResultat = 'R'
        MOVE 'R' TO FjStatut
        ADD 1 TO WS-NbRejetees
    ELSE
        MOVE 'A' TO FjStatut
        ADD 1 TO WS-NbAcceptees
    END-IF
    MOVE ArMotif TO FjMotif
    MOVE ArLibelle TO FjLibelle
    MOVE WS-DateJour TO FjDateRetour
    MOVE FicobaJournalRecord TO WS-JnLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-JournalModifie
    IF FjRejetee
        PERFORM 5300-RETABLIR-IMAGE THRU 5300-EXIT
        PERFORM 5800-LIGNE-RAPPORT THRU 5800-EXIT
    END-IF.
5100-EXIT.
    EXIT.

5200-CHERCHER-LIGNE.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 5210-COMPARER THRU 5210-EXIT
        VARYING WS-IdxJn FROM 1 BY 1
        UNTIL WS-IdxJn > WS-NbJournal
        OR WS-IdxTrouve NOT = ZERO.
5200-EXIT.
    EXIT.

5210-COMPARER.
    IF WS-JnLigne(WS-IdxJn)(1:14) = ArReference
        MOVE WS-IdxJn TO WS-IdxTrouve
    END-IF.
5210-EXIT.
    EXIT.

*> L'image est remise dans l'état d'avant la ligne rejetée : le
*> passage suivant de DeclarationFicoba la redéclare.
5300-RETABLIR-IMAGE.
    EVALUATE FjCode
        WHEN "OUV"
            PERFORM 5310-SUPPRIMER-COMPTE THRU 5310-EXIT
                VARYING WS-IdxRef FROM 1 BY 1
                UNTIL WS-IdxRef > WS-NbRef
        WHEN "CLO"
            PERFORM 5320-ROUVRIR-COMPTE THRU 5320-EXIT
                VARYING WS-IdxRef FROM 1 BY 1
                UNTIL WS-IdxRef > WS-NbRef
        WHEN "ADJ"
            PERFORM 5330-SUPPRIMER-LIEN THRU 5330-EXIT
                VARYING WS-IdxRef FROM 1 BY 1
                UNTIL WS-IdxRef > WS-NbRef
        WHEN "RET"
            PERFORM 5340-REMETTRE-LIEN THRU 5340-EXIT
        WHEN "ADR"
            PERFORM 5350-SUPPRIMER-IDENTITE THRU 5350-EXIT
                VARYING WS-IdxRef FROM 1 BY 1
                UNTIL WS-IdxRef > WS-NbRef
    END-EVALUATE
    MOVE 'O' TO WS-RefModifiee.
5300-EXIT.
    EXIT.

5310-SUPPRIMER-COMPTE.
    MOVE WS-RfLigne(WS-IdxRef) TO FicoRefRecord
    IF FrfCompte AND FrfNumCompte = FjCompte
        MOVE 'O' TO WS-RfSupprime(WS-IdxRef)
    END-IF.
5310-EXIT.
    EXIT.

5320-ROUVRIR-COMPTE.
    MOVE WS-RfLigne(WS-IdxRef) TO FicoRefRecord
    IF FrfCompte AND FrfNumCompte = FjCompte
        MOVE 'A' TO FrfEtat
        MOVE FicoRefRecord TO WS-RfLigne(WS-IdxRef)
    END-IF.
5320-EXIT.
    EXIT.

5330-SUPPRIMER-LIEN.
    MOVE WS-RfLigne(WS-IdxRef) TO FicoRefRecord
    IF FrfLien AND FrfNumCompte = FjCompte
        AND FrfClient = FjClient AND FrfRole = FjRole
        MOVE 'O' TO WS-RfSupprime(WS-IdxRef)
    END-IF.
5330-EXIT.
    EXIT.

5340-REMETTRE-LIEN.
    IF WS-NbRef >= 3000
        DISPLAY "Image FICOBA saturée, rattachement ", FjCompte,
            " / ", FjClient, " à redéclarer manuellement"
        GO TO 5340-EXIT
    END-IF
    MOVE SPACES TO FicoRefRecord
    MOVE 'L' TO FrfType
    MOVE FjCompte TO FrfNumCompte
    MOVE FjClient TO FrfClient
    MOVE FjRole TO FrfRole
    ADD 1 TO WS-NbRef
    MOVE FicoRefRecord TO WS-RfLigne(WS-NbRef)
    MOVE 'N' TO WS-RfSupprime(WS-NbRef).
5340-EXIT.
    EXIT.

5350-SUPPRIMER-IDENTITE.
    MOVE WS-RfLigne(WS-IdxRef) TO FicoRefRecord
    IF FrfIdentite AND FrfClient = FjClient
        MOVE 'O' TO WS-RfSupprime(WS-IdxRef)
    END-IF.
5350-EXIT.
    EXIT.

5500-OUVRIR-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création ficoba-rejets.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Lignes FICOBA rejetées - accusé capturé le "
                   DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " par " DELIMITED BY SIZE
               WS-Operateur DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE "Référence      Nat Compte   Client   R Motif Libellé"
          TO RapportRecord
        WRITE RapportRecord
    END-IF.
5500-EXIT.
    EXIT.

*> Le compte rendu n'est ouvert qu'au premier rejet : une capture
*> sans rejet laisse en place celui de la capture précédente.
5800-LIGNE-RAPPORT.
    IF NOT RapportOuvert
        PERFORM 5500-OUVRIR-RAPPORT THRU 5500-EXIT
    END-IF
    IF NOT RapportOuvert
        GO TO 5800-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    STRING FjReference DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           FjCode      DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           FjCompte    DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           FjClient    DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           FjRole      DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           FjMotif     DELIMITED BY SIZE
           "   "       DELIMITED BY SIZE
           FjLibelle   DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
5800-EXIT.
    EXIT.

9000-REECRIRE-JOURNAL.
    OPEN OUTPUT JournalFicobaFile
    IF JournalFicobaStatus NOT = '00'
        DISPLAY "Erreur réécriture ficoba-journal.txt, statut ",
            JournalFicobaStatus
        GO TO 9000-EXIT
    END-IF
    PERFORM 9010-ECRIRE-JOURNAL THRU 9010-EXIT
        VARYING WS-IdxJn FROM 1 BY 1
        UNTIL WS-IdxJn > WS-NbJournal
    CLOSE JournalFicobaFile.
9000-EXIT.
    EXIT.

9010-ECRIRE-JOURNAL.
    MOVE WS-JnLigne(WS-IdxJn) TO FicobaJournalRecord
    WRITE FicobaJournalRecord.
9010-EXIT.
    EXIT.

9100-REECRIRE-REFERENCE.
    OPEN OUTPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur réécriture ficoba-ref.txt, statut ",
            ReferenceStatus
        GO TO 9100-EXIT
    END-IF
    PERFORM 9110-ECRIRE-REFERENCE THRU 9110-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
    CLOSE ReferenceFile.
9100-EXIT.
    EXIT.

9110-ECRIRE-REFERENCE.
    IF WS-RfSupprime(WS-IdxRef) = 'N'
        MOVE WS-RfLigne(WS-IdxRef) TO FicoRefRecord
        WRITE FicoRefRecord
    END-IF.
9110-EXIT.
    EXIT.
