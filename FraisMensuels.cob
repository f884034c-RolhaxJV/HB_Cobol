DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Compte gelé (succession) : aucun frais
*>                 prélevé, le compte est sauté et signalé.
*> 2026-10-15  SI  Contrôle "déjà prélevé ce mois" lu compte par
*>                 compte dans l'index historique.idx (clé compte
*>                 + date, à partir du premier jour du mois) au
*>                 lieu de relever tout historique.txt dans une
*>                 table limitée à 1000 comptes.
*> 2026-10-15  SI  Barème par produit : un compte portant un code
*>                 produit est facturé à la ligne "Tenue" de son
*>                 produit si le barème en porte une (ligne générale
*>                 sinon); l'extension de compte repassée à
*>                 SaveSolde reprend l'agence, les plafonds
*>                 journaliers et le code produit du compte.
*> 2026-08-23  SI  Création - prélèvement mensuel des frais de
*>                 tenue de compte au barème tarifs.txt (ligne
*>                 "Tenue" à la date d'effet la plus récente, via
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.

DATA DIVISION.
FILE SECTION.
COPY JOURBATREC.
FD DateComptaFile.
COPY DATECREC.
FD HistIndexFile.
COPY HISTIDXREC.

WORKING-STORAGE SECTION.
01 SoldeStatus        PIC X(02).
01 WS-OperationTarif  PIC X(10) VALUE "Tenue".
01 WS-TarifFixe       PIC 9(07)V99.
01 WS-TarifPourcent   PIC 9(02)V9(04).
01 WS-ProduitGeneral  PIC X(03) VALUE SPACES.
01 WS-FixeCompte      PIC 9(07)V99.
01 WS-PourcentCompte  PIC 9(02)V9(04).
01 WS-StatusCompte    PIC X(02).
01 WS-DateJour        PIC 9(08).
01 JournalBatchStatus PIC X(02).
01 DateComptaStatus   PIC X(02).
01 WS-MoisComptable   PIC 9(06).
01 WS-DejaPasse       PIC X(01).
   88 DejaPasse       VALUE 'O'.
01 HixStatus          PIC X(02).
COPY TRANSREC.
01 WS-CompteConnu     PIC X(01).
   88 CompteConnu     VALUE 'O'.
01 WS-FinCle          PIC X(01).
   88 FinCle          VALUE 'O'.
01 WS-Solde           PIC 9(07)V99.
01 WS-SoldeSec        PIC 9(07)V99.
01 WS-SoldeMin        PIC 9(07)V99.
COPY COMPTEXT.
01 WS-NbComptes       PIC 9(06) VALUE ZERO.
01 WS-NbPreleves      PIC 9(06) VALUE ZERO.
01 WS-NbSuccessions   PIC 9(06) VALUE ZERO.
01 WS-TotalFrais      PIC S9(09)V99 COMP-3 VALUE ZERO.
01 WS-TotalAff        PIC -(08)9.99.
01 WS-Switches.
        GO TO 1000-EXIT
    END-IF
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        WS-ProduitGeneral, WS-TarifFixe, WS-TarifPourcent,
        WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        DISPLAY "Aucune ligne Tenue au barème, aucun frais prélevé"
        MOVE 'O' TO WS-FinFichier
        PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
        GO TO 2000-EXIT
    END-IF
    IF SolEtat = 'S'
        ADD 1 TO WS-NbSuccessions
        DISPLAY "Compte ", NumCompte, " gelé (succession) : frais ",
            "non prélevés, sauté"
        PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
        GO TO 2000-EXIT
    END-IF
    PERFORM 2300-COMPTE-DEJA-PRELEVE THRU 2300-EXIT
    IF CompteConnu
        DISPLAY "Compte ", NumCompte, " : frais déjà prélevés ce ",
    MOVE SolEtat TO CptEtat
    MOVE SolEchecs TO CptEchecs
    MOVE SolBloque TO CptBloque
    MOVE SolAgence TO CptAgence
    MOVE ZERO TO CptPlafRetJour
    IF SolPlafRetJour(1:7) IS NUMERIC
        MOVE SolPlafRetJour TO CptPlafRetJour
    END-IF
    MOVE ZERO TO CptPlafVirJour
    IF SolPlafVirJour(1:7) IS NUMERIC
        MOVE SolPlafVirJour TO CptPlafVirJour
    END-IF
    MOVE SolProduit TO CptProduit
    MOVE WS-TarifFixe TO WS-FixeCompte
    MOVE WS-TarifPourcent TO WS-PourcentCompte
    IF SolProduit NOT = SPACES
        CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
            SolProduit, WS-FixeCompte, WS-PourcentCompte,
            WS-StatusCompte
        IF WS-StatusCompte NOT = '00'
            MOVE WS-TarifFixe TO WS-FixeCompte
            MOVE WS-TarifPourcent TO WS-PourcentCompte
        END-IF
    END-IF
    COMPUTE WS-Frais ROUNDED =
        WS-FixeCompte + WS-Solde * WS-PourcentCompte / 100
        ON SIZE ERROR
            MOVE ZERO TO WS-Frais
    END-COMPUTE
2100-EXIT.
    EXIT.

*> Comptes déjà prélevés ce mois (rejeu après incident) :
*> ExistHistorique remet l'index des mouvements à niveau avant
*> le premier contrôle par compte.
1600-CHARGER-DEJA-PRELEVES.
    CALL 'ExistHistorique'.
1600-EXIT.
    EXIT.

*> Un mouvement "FraisTenue" du compte dans le mois comptable est
*> cherché par la clé compte + date de historique.idx, à partir
*> du premier jour du mois.
2300-COMPTE-DEJA-PRELEVE.
    MOVE 'N' TO WS-CompteConnu
    MOVE 'N' TO WS-FinCle
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00'
        GO TO 2300-EXIT
    END-IF
    MOVE NumCompte TO HixCompte
    COMPUTE HixDate = WS-MoisComptable * 100 + 1
    START HistIndexFile KEY IS GREATER THAN OR EQUAL HixCompteDate
    IF HixStatus NOT = '00'
        MOVE 'O' TO WS-FinCle
    END-IF
    PERFORM 2310-COMPARER-PRELEVE THRU 2310-EXIT
        UNTIL FinCle OR CompteConnu
    CLOSE HistIndexFile.
2300-EXIT.
    EXIT.

2310-COMPARER-PRELEVE.
    READ HistIndexFile NEXT RECORD
    IF HixStatus NOT = '00'
        OR HixCompte NOT = NumCompte
        OR HixDate(1:6) NOT = WS-MoisComptable
        MOVE 'O' TO WS-FinCle
        GO TO 2310-EXIT
    END-IF
    MOVE HixMouvement TO TransactionRecord
    IF Act = "FraisTenue"
        MOVE 'O' TO WS-CompteConnu
    END-IF.
2310-EXIT.
    END-IF
    DISPLAY "Comptes examinés : ", WS-NbComptes
    DISPLAY "Comptes prélevés : ", WS-NbPreleves
    DISPLAY "Comptes gelés (succession) : ", WS-NbSuccessions
    DISPLAY "Fin du prélèvement des frais".
9999-EXIT.
    EXIT.
