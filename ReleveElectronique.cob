IDENTIFICATION DIVISION.
PROGRAM-ID. ReleveElectronique.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Change manuel réglé sur le compte : achat de
*>                 billets ("ChangeAch") au crédit, vente
*>                 ("ChangeVte") au débit, code FEX.
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") au débit,
*>                 code CHG comme les frais.
*> 2026-10-15  SI  Litiges clients : crédit provisoire et
*>                 remboursement ("CredProv" / "RembLitige") listés
*>                 au crédit, contre-passation ("AnnulProv") au
*>                 débit, code MSC.
*> 2026-10-15  SI  Retenue à la source de l'échéance d'un compte à
*>                 terme ("RetSource") listée au débit, code TAX.
*> 2026-10-15  SI  Création - relevé électronique structuré des
*>                 clients entreprises abonnés (releves-elec.txt),
*>                 produit chaque nuit après l'échelle des soldes :
*>                 un fichier par compte abonné et par date
*>                 comptable, au format MT940
*>                 (mt940-<compte>-<date>.sta) ou camt.053
*>                 (camt053-<compte>-<date>.xml). Solde d'ouverture
*>                 lu sur echelle.txt à la date du relevé
*>                 précédent, mouvements du solde principal repris
*>                 de historique.txt avec leur TransID, leur date
*>                 de valeur et leur date de comptabilisation,
*>                 solde de clôture lu sur l'échelle du jour. Les
*>                 numéros de relevé se suivent sans trou : une
*>                 nuit manquée est rattrapée par le relevé suivant,
*>                 qui couvre tous les mouvements postérieurs au
*>                 dernier relevé produit. Rejouable : un compte
*>                 dont le relevé du jour est déjà produit est
*>                 sauté.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReleveElecFile ASSIGN TO 'releves-elec.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReleveElecStatus.
    SELECT EchelleFile ASSIGN TO 'echelle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EchelleStatus.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT SortieFile ASSIGN USING WS-NomSortie
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SortieStatus.

DATA DIVISION.
FILE SECTION.
FD ReleveElecFile.
COPY RELELECREC.
FD EchelleFile.
COPY ECHELLEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD DateComptaFile.
COPY DATECREC.
FD SortieFile.
01 SortieRecord      PIC X(200).

WORKING-STORAGE SECTION.
01 ReleveElecStatus  PIC X(02).
01 EchelleStatus     PIC X(02).
01 HistStatus        PIC X(02).
01 DateComptaStatus  PIC X(02).
01 SortieStatus      PIC X(02).
01 RdStatus          PIC X(02).
01 WS-NomSortie      PIC X(40).
01 WS-DateJour       PIC 9(08).
01 WS-Heure          PIC 9(08).
01 WS-Compte         PIC 9(08).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-Numero         PIC 9(05).
01 WS-Reference      PIC X(15).
*> Borne basse (exclue) des mouvements du relevé : date du
*> relevé précédent, ou dernière date d'échelle avant le jour
*> pour un premier relevé ou une reprise d'abonnement.
01 WS-DateDebut      PIC 9(08).
01 WS-DateOuverture  PIC 9(08).
01 WS-EchPrecDate    PIC 9(08).
01 WS-EchPrecSolde   PIC 9(07)V99.
01 WS-EchDerSolde    PIC 9(07)V99.
01 WS-EchJourSolde   PIC 9(07)V99.
01 WS-Montant        PIC 9(07)V99.
01 WS-TotalCredits   PIC 9(09)V99.
01 WS-TotalDebits    PIC 9(09)V99.
01 WS-NbMouvements   PIC 9(06).
01 WS-SoldeOuverture PIC S9(09)V99.
01 WS-SoldeCloture   PIC S9(09)V99.
01 WS-SoldeTravail   PIC S9(09)V99.
01 WS-MontantAbs     PIC 9(09)V99.
01 WS-MontantEdite   PIC Z(8)9.99.
01 WS-MontantTexte   PIC X(12).
01 WS-NbBlancs       PIC 9(02) COMP.
01 WS-Sens           PIC X(01).
   88 SensCredit     VALUE 'C'.
   88 SensDebit      VALUE 'D'.
   88 SansEffet      VALUE ' '.
01 WS-CodeMt         PIC X(03).
01 WS-LibelleMt      PIC X(10).
01 WS-DateTravail    PIC 9(08).
01 WS-DateTravailR REDEFINES WS-DateTravail.
   05 WS-DtAnnee     PIC 9(04).
   05 WS-DtMois      PIC 9(02).
   05 WS-DtJour      PIC 9(02).
01 WS-DateIso        PIC X(10).
01 WS-DateIsoCompta  PIC X(10).
01 WS-DateValeur     PIC 9(08).
01 WS-IndicSolde     PIC X(01).
01 WS-IndicCamt      PIC X(04).
01 WS-CodeSolde      PIC X(04).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-IdxRel         PIC 9(04) COMP.
01 WS-TableReleves.
   05 WS-RelLigne OCCURS 1000 PIC X(35).
01 WS-NbProduits     PIC 9(04) VALUE ZERO.
01 WS-NbDejaFaits    PIC 9(04) VALUE ZERO.
01 WS-NbAnomalies    PIC 9(04) VALUE ZERO.
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-EchPrecTrouve PIC X(01) VALUE 'N'.
      88 EchPrecTrouve VALUE 'O'.
   05 WS-EchDerTrouve PIC X(01) VALUE 'N'.
      88 EchDerTrouve VALUE 'O'.
   05 WS-EchJourTrouve PIC X(01) VALUE 'N'.
      88 EchJourTrouve VALUE 'O'.
   05 WS-OuvertureConnue PIC X(01) VALUE 'N'.
      88 OuvertureConnue VALUE 'O'.
   05 WS-EnErreur PIC X(01) VALUE 'N'.
      88 ReleveEnErreur VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Relevés électroniques de la journée"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT TableSaturee
        PERFORM 2000-TRAITER-ABONNEMENT THRU 2000-EXIT
            VARYING WS-IdxRel FROM 1 BY 1
            UNTIL WS-IdxRel > WS-NbCharges
    END-IF
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

1000-INITIALISATION.
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
    ACCEPT WS-Heure FROM TIME
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT ReleveElecFile
    IF ReleveElecStatus NOT = '00'
        IF ReleveElecStatus NOT = '35'
            DISPLAY "Releves-elec.txt illisible, statut ",
                ReleveElecStatus
        ELSE
            DISPLAY "Aucun abonnement au relevé électronique"
        END-IF
        GO TO 1000-EXIT
    END-IF
    PERFORM 1100-LIRE-ABONNEMENT THRU 1100-EXIT
        UNTIL ReleveElecStatus NOT = '00' OR TableSaturee
    CLOSE ReleveElecFile.
1000-EXIT.
    EXIT.

1100-LIRE-ABONNEMENT.
    READ ReleveElecFile
    IF ReleveElecStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des abonnements saturée (1000), ",
                "aucun relevé produit : la réécriture aurait ",
                "tronqué releves-elec.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE ReleveElecRecord TO WS-RelLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

*>--------------------------------------------------------------
*> Un relevé par abonnement actif dont le relevé du jour n'est
*> pas encore produit.
*>--------------------------------------------------------------
2000-TRAITER-ABONNEMENT.
    MOVE WS-RelLigne(WS-IdxRel) TO ReleveElecRecord
    IF NOT RelActif
        GO TO 2000-EXIT
    END-IF
    IF RelDerniereDate >= WS-DateJour
        ADD 1 TO WS-NbDejaFaits
        GO TO 2000-EXIT
    END-IF
    MOVE RelCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " illisible, statut ",
            RdStatus, ", relevé non produit"
        ADD 1 TO WS-NbAnomalies
        GO TO 2000-EXIT
    END-IF
    PERFORM 2200-LIRE-ECHELLE THRU 2200-EXIT
    IF RelDerniereDate = ZERO OR RelDateMaj > RelDerniereDate
        MOVE WS-EchPrecDate TO WS-DateDebut
    ELSE
        MOVE RelDerniereDate TO WS-DateDebut
    END-IF
    PERFORM 2300-CUMULER-MOUVEMENTS THRU 2300-EXIT
    IF ReleveEnErreur
        MOVE 'N' TO WS-EnErreur
        ADD 1 TO WS-NbAnomalies
        GO TO 2000-EXIT
    END-IF
    PERFORM 2400-SOLDES THRU 2400-EXIT
    MOVE RelDernierNumero TO WS-Numero
    ADD 1 TO WS-Numero
        ON SIZE ERROR
            MOVE 1 TO WS-Numero
    END-ADD
    MOVE SPACES TO WS-Reference
    STRING "HB" DELIMITED BY SIZE
        WS-Compte DELIMITED BY SIZE
        WS-Numero DELIMITED BY SIZE
        INTO WS-Reference
    MOVE SPACES TO WS-NomSortie
    MOVE WS-DateJour TO WS-DateTravail
    IF RelCamt053
        STRING "camt053-" DELIMITED BY SIZE
            WS-Compte DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-DateJour DELIMITED BY SIZE
            ".xml" DELIMITED BY SIZE
            INTO WS-NomSortie
    ELSE
        STRING "mt940-" DELIMITED BY SIZE
            WS-Compte DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-DateJour DELIMITED BY SIZE
            ".sta" DELIMITED BY SIZE
            INTO WS-NomSortie
    END-IF
    OPEN OUTPUT SortieFile
    IF SortieStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomSortie, ", statut ",
            SortieStatus
        ADD 1 TO WS-NbAnomalies
        GO TO 2000-EXIT
    END-IF
    IF RelCamt053
        PERFORM 4000-ENTETE-CAMT THRU 4000-EXIT
    ELSE
        PERFORM 3000-ENTETE-MT940 THRU 3000-EXIT
    END-IF
    PERFORM 5000-ECRIRE-MOUVEMENTS THRU 5000-EXIT
    IF RelCamt053
        PERFORM 4500-FIN-CAMT THRU 4500-EXIT
    ELSE
        PERFORM 3500-FIN-MT940 THRU 3500-EXIT
    END-IF
    CLOSE SortieFile
    IF ReleveEnErreur
        MOVE 'N' TO WS-EnErreur
        DISPLAY "Relevé ", WS-NomSortie, " incomplet, ",
            "repris à la prochaine passe"
        ADD 1 TO WS-NbAnomalies
        GO TO 2000-EXIT
    END-IF
    MOVE WS-Numero TO RelDernierNumero
    MOVE WS-DateJour TO RelDerniereDate
    MOVE ReleveElecRecord TO WS-RelLigne(WS-IdxRel)
    MOVE 'O' TO WS-TableModifiee
    ADD 1 TO WS-NbProduits
    DISPLAY "Relevé n° ", WS-Numero, " du compte ", WS-Compte,
        " : ", WS-NbMouvements, " mouvement(s), ", WS-NomSortie.
2000-EXIT.
    EXIT.

*> Soldes de l'échelle : dernière date avant le jour, date du
*> relevé précédent et date du jour.
2200-LIRE-ECHELLE.
    MOVE ZERO TO WS-EchPrecDate
    MOVE ZERO TO WS-EchPrecSolde
    MOVE ZERO TO WS-EchDerSolde
    MOVE ZERO TO WS-EchJourSolde
    MOVE 'N' TO WS-EchPrecTrouve
    MOVE 'N' TO WS-EchDerTrouve
    MOVE 'N' TO WS-EchJourTrouve
    OPEN INPUT EchelleFile
    IF EchelleStatus NOT = '00'
        GO TO 2200-EXIT
    END-IF
    PERFORM 2210-LIRE-UNE-ECHELLE THRU 2210-EXIT
        UNTIL EchelleStatus NOT = '00'
    CLOSE EchelleFile.
2200-EXIT.
    EXIT.

2210-LIRE-UNE-ECHELLE.
    READ EchelleFile
    IF EchelleStatus NOT = '00'
        GO TO 2210-EXIT
    END-IF
    IF EchCompte NOT = WS-Compte
        GO TO 2210-EXIT
    END-IF
    IF EchDate = WS-DateJour
        MOVE EchSol TO WS-EchJourSolde
        MOVE 'O' TO WS-EchJourTrouve
    END-IF
    IF EchDate < WS-DateJour AND EchDate >= WS-EchPrecDate
        MOVE EchDate TO WS-EchPrecDate
        MOVE EchSol TO WS-EchPrecSolde
        MOVE 'O' TO WS-EchPrecTrouve
    END-IF
    IF RelDerniereDate NOT = ZERO AND EchDate = RelDerniereDate
        MOVE EchSol TO WS-EchDerSolde
        MOVE 'O' TO WS-EchDerTrouve
    END-IF.
2210-EXIT.
    EXIT.

*> Première passe sur l'historique : cumul des crédits et débits
*> du solde principal couverts par le relevé.
2300-CUMULER-MOUVEMENTS.
    MOVE ZERO TO WS-TotalCredits
    MOVE ZERO TO WS-TotalDebits
    MOVE ZERO TO WS-NbMouvements
    OPEN INPUT HistoriqueFile
    IF HistStatus = '35'
        GO TO 2300-EXIT
    END-IF
    IF HistStatus NOT = '00'
        DISPLAY "Historique.txt illisible, statut ", HistStatus
        MOVE 'O' TO WS-EnErreur
        GO TO 2300-EXIT
    END-IF
    PERFORM 2310-CUMULER-UN THRU 2310-EXIT
        UNTIL HistStatus NOT = '00'
    CLOSE HistoriqueFile.
2300-EXIT.
    EXIT.

2310-CUMULER-UN.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 2310-EXIT
    END-IF
    IF NumCompteH NOT = WS-Compte OR DateTrans NOT > WS-DateDebut
        OR DateTrans > WS-DateJour
        GO TO 2310-EXIT
    END-IF
    PERFORM 6000-CLASSER-ACTION THRU 6000-EXIT
    IF SansEffet
        GO TO 2310-EXIT
    END-IF
    MOVE Mont TO WS-Montant
    ADD 1 TO WS-NbMouvements
    IF SensCredit
        ADD WS-Montant TO WS-TotalCredits
    ELSE
        ADD WS-Montant TO WS-TotalDebits
    END-IF.
2310-EXIT.
    EXIT.

*> Solde de clôture : échelle du jour, à défaut solde courant.
*> Solde d'ouverture : échelle à la borne basse, à défaut
*> reconstitué depuis la clôture et les mouvements du relevé.
2400-SOLDES.
    IF EchJourTrouve
        MOVE WS-EchJourSolde TO WS-SoldeCloture
    ELSE
        MOVE WS-Solde TO WS-SoldeCloture
    END-IF
    MOVE 'N' TO WS-OuvertureConnue
    IF WS-DateDebut NOT = ZERO
        IF WS-DateDebut = WS-EchPrecDate AND EchPrecTrouve
            MOVE WS-EchPrecSolde TO WS-SoldeOuverture
            MOVE 'O' TO WS-OuvertureConnue
        ELSE
            IF WS-DateDebut = RelDerniereDate AND EchDerTrouve
                MOVE WS-EchDerSolde TO WS-SoldeOuverture
                MOVE 'O' TO WS-OuvertureConnue
            END-IF
        END-IF
    END-IF
    IF OuvertureConnue
        MOVE WS-DateDebut TO WS-DateOuverture
    ELSE
        COMPUTE WS-SoldeOuverture = WS-SoldeCloture
            - WS-TotalCredits + WS-TotalDebits
        MOVE WS-DateJour TO WS-DateOuverture
    END-IF.
2400-EXIT.
    EXIT.

*>--------------------------------------------------------------
*> MT940 (bloc texte du message) : :20: référence, :25: compte,
*> :28C: numéro de relevé, :60F: solde d'ouverture, une paire
*> :61: / :86: par mouvement, :62F: solde de clôture.
*>--------------------------------------------------------------
3000-ENTETE-MT940.
    MOVE SPACES TO SortieRecord
    STRING ":20:" DELIMITED BY SIZE
        WS-Reference DELIMITED BY SPACE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING ":25:" DELIMITED BY SIZE
        CptAgence DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        WS-Compte DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING ":28C:" DELIMITED BY SIZE
        WS-Numero DELIMITED BY SIZE
        "/001" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE WS-SoldeOuverture TO WS-SoldeTravail
    PERFORM 7000-EDITER-SOLDE THRU 7000-EXIT
    INSPECT WS-MontantTexte REPLACING ALL '.' BY ','
    MOVE WS-DateOuverture TO WS-DateTravail
    MOVE SPACES TO SortieRecord
    STRING ":60F:" DELIMITED BY SIZE
        WS-IndicSolde DELIMITED BY SIZE
        WS-DateTravail(3:6) DELIMITED BY SIZE
        WS-Devise DELIMITED BY SIZE
        WS-MontantTexte DELIMITED BY SPACE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
3000-EXIT.
    EXIT.

3100-MOUVEMENT-MT940.
    PERFORM 7100-EDITER-MONTANT THRU 7100-EXIT
    INSPECT WS-MontantTexte REPLACING ALL '.' BY ','
    MOVE WS-DateValeur TO WS-DateTravail
    MOVE SPACES TO SortieRecord
    STRING ":61:" DELIMITED BY SIZE
        WS-DateTravail(3:6) DELIMITED BY SIZE
        DateTrans(5:4) DELIMITED BY SIZE
        WS-Sens DELIMITED BY SIZE
        WS-MontantTexte DELIMITED BY SPACE
        "N" DELIMITED BY SIZE
        WS-CodeMt DELIMITED BY SIZE
        "NONREF//" DELIMITED BY SIZE
        TransID DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING ":86:" DELIMITED BY SIZE
        WS-LibelleMt DELIMITED BY SPACE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
3100-EXIT.
    EXIT.

3500-FIN-MT940.
    MOVE WS-SoldeCloture TO WS-SoldeTravail
    PERFORM 7000-EDITER-SOLDE THRU 7000-EXIT
    INSPECT WS-MontantTexte REPLACING ALL '.' BY ','
    MOVE WS-DateJour TO WS-DateTravail
    MOVE SPACES TO SortieRecord
    STRING ":62F:" DELIMITED BY SIZE
        WS-IndicSolde DELIMITED BY SIZE
        WS-DateTravail(3:6) DELIMITED BY SIZE
        WS-Devise DELIMITED BY SIZE
        WS-MontantTexte DELIMITED BY SPACE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE "-" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
3500-EXIT.
    EXIT.

*>--------------------------------------------------------------
*> camt.053 (ISO 20022, BkToCstmrStmt) : en-tête de groupe,
*> compte, soldes OPBD / CLBD, une entrée Ntry par mouvement.
*>--------------------------------------------------------------
4000-ENTETE-CAMT.
    MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
        DELIMITED BY SIZE
        'camt.053.001.02">' DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE "<BkToCstmrStmt>" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 7200-DATE-ISO THRU 7200-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<GrpHdr><MsgId>" DELIMITED BY SIZE
        WS-Reference DELIMITED BY SPACE
        "</MsgId><CreDtTm>" DELIMITED BY SIZE
        WS-DateIso DELIMITED BY SIZE
        "T" DELIMITED BY SIZE
        WS-Heure(1:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        WS-Heure(3:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        WS-Heure(5:2) DELIMITED BY SIZE
        "</CreDtTm></GrpHdr>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE "<Stmt>" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<Id>" DELIMITED BY SIZE
        WS-Reference DELIMITED BY SPACE
        "</Id><ElctrncSeqNb>" DELIMITED BY SIZE
        WS-Numero DELIMITED BY SIZE
        "</ElctrncSeqNb><CreDtTm>" DELIMITED BY SIZE
        WS-DateIso DELIMITED BY SIZE
        "T" DELIMITED BY SIZE
        WS-Heure(1:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        WS-Heure(3:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        WS-Heure(5:2) DELIMITED BY SIZE
        "</CreDtTm>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<Acct><Id><Othr><Id>" DELIMITED BY SIZE
        WS-Compte DELIMITED BY SIZE
        "</Id></Othr></Id><Ccy>" DELIMITED BY SIZE
        WS-Devise DELIMITED BY SIZE
        "</Ccy><Svcr><FinInstnId><Othr><Id>" DELIMITED BY SIZE
        CptAgence DELIMITED BY SIZE
        "</Id></Othr></FinInstnId></Svcr></Acct>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE WS-SoldeOuverture TO WS-SoldeTravail
    MOVE "OPBD" TO WS-CodeSolde
    MOVE WS-DateOuverture TO WS-DateTravail
    PERFORM 4100-SOLDE-CAMT THRU 4100-EXIT
    MOVE WS-SoldeCloture TO WS-SoldeTravail
    MOVE "CLBD" TO WS-CodeSolde
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 4100-SOLDE-CAMT THRU 4100-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<TxsSummry><TtlNtries><NbOfNtries>" DELIMITED BY SIZE
        WS-NbMouvements DELIMITED BY SIZE
        "</NbOfNtries></TtlNtries></TxsSummry>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
4000-EXIT.
    EXIT.

4100-SOLDE-CAMT.
    PERFORM 7000-EDITER-SOLDE THRU 7000-EXIT
    PERFORM 7200-DATE-ISO THRU 7200-EXIT
    IF WS-IndicSolde = 'D'
        MOVE "DBIT" TO WS-IndicCamt
    ELSE
        MOVE "CRDT" TO WS-IndicCamt
    END-IF
    MOVE SPACES TO SortieRecord
    STRING "<Bal><Tp><CdOrPrtry><Cd>" DELIMITED BY SIZE
        WS-CodeSolde DELIMITED BY SIZE
        '</Cd></CdOrPrtry></Tp><Amt Ccy="' DELIMITED BY SIZE
        WS-Devise DELIMITED BY SIZE
        '">' DELIMITED BY SIZE
        WS-MontantTexte DELIMITED BY SPACE
        "</Amt><CdtDbtInd>" DELIMITED BY SIZE
        WS-IndicCamt DELIMITED BY SIZE
        "</CdtDbtInd><Dt><Dt>" DELIMITED BY SIZE
        WS-DateIso DELIMITED BY SIZE
        "</Dt></Dt></Bal>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
4100-EXIT.
    EXIT.

4200-MOUVEMENT-CAMT.
    PERFORM 7100-EDITER-MONTANT THRU 7100-EXIT
    IF SensCredit
        MOVE "CRDT" TO WS-IndicCamt
    ELSE
        MOVE "DBIT" TO WS-IndicCamt
    END-IF
    MOVE SPACES TO SortieRecord
    STRING "<Ntry><NtryRef>" DELIMITED BY SIZE
        TransID DELIMITED BY SIZE
        '</NtryRef><Amt Ccy="' DELIMITED BY SIZE
        WS-Devise DELIMITED BY SIZE
        '">' DELIMITED BY SIZE
        WS-MontantTexte DELIMITED BY SPACE
        "</Amt><CdtDbtInd>" DELIMITED BY SIZE
        WS-IndicCamt DELIMITED BY SIZE
        "</CdtDbtInd><Sts>BOOK</Sts>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE DateTrans TO WS-DateTravail
    PERFORM 7200-DATE-ISO THRU 7200-EXIT
    MOVE WS-DateIso TO WS-DateIsoCompta
    MOVE WS-DateValeur TO WS-DateTravail
    PERFORM 7200-DATE-ISO THRU 7200-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<BookgDt><Dt>" DELIMITED BY SIZE
        WS-DateIsoCompta DELIMITED BY SIZE
        "</Dt></BookgDt><ValDt><Dt>" DELIMITED BY SIZE
        WS-DateIso DELIMITED BY SIZE
        "</Dt></ValDt><AcctSvcrRef>" DELIMITED BY SIZE
        TransID DELIMITED BY SIZE
        "</AcctSvcrRef>" DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE SPACES TO SortieRecord
    STRING "<BkTxCd><Prtry><Cd>" DELIMITED BY SIZE
        Act DELIMITED BY SPACE
        "</Cd><Issr>HB</Issr></Prtry></BkTxCd></Ntry>"
        DELIMITED BY SIZE
        INTO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
4200-EXIT.
    EXIT.

4500-FIN-CAMT.
    MOVE "</Stmt>" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE "</BkToCstmrStmt>" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT
    MOVE "</Document>" TO SortieRecord
    PERFORM 8000-ECRIRE THRU 8000-EXIT.
4500-EXIT.
    EXIT.

*> Seconde passe sur l'historique : écriture des mouvements dans
*> l'ordre de passation.
5000-ECRIRE-MOUVEMENTS.
    IF WS-NbMouvements = ZERO
        GO TO 5000-EXIT
    END-IF
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        DISPLAY "Historique.txt illisible, statut ", HistStatus
        MOVE 'O' TO WS-EnErreur
        GO TO 5000-EXIT
    END-IF
    PERFORM 5100-ECRIRE-UN THRU 5100-EXIT
        UNTIL HistStatus NOT = '00'
    CLOSE HistoriqueFile.
5000-EXIT.
    EXIT.

5100-ECRIRE-UN.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 5100-EXIT
    END-IF
    IF NumCompteH NOT = WS-Compte OR DateTrans NOT > WS-DateDebut
        OR DateTrans > WS-DateJour
        GO TO 5100-EXIT
    END-IF
    PERFORM 6000-CLASSER-ACTION THRU 6000-EXIT
    IF SansEffet
        GO TO 5100-EXIT
    END-IF
    MOVE Mont TO WS-Montant
    IF DateValeur IS NUMERIC AND DateValeur NOT = ZERO
        MOVE DateValeur TO WS-DateValeur
    ELSE
        MOVE DateTrans TO WS-DateValeur
    END-IF
    IF RelCamt053
        PERFORM 4200-MOUVEMENT-CAMT THRU 4200-EXIT
    ELSE
        PERFORM 3100-MOUVEMENT-MT940 THRU 3100-EXIT
    END-IF.
5100-EXIT.
    EXIT.

*> Sens du mouvement sur le solde principal (mêmes listes que le
*> rapprochement), code opération MT940 et libellé sans accent.
6000-CLASSER-ACTION.
    MOVE "MSC" TO WS-CodeMt
    MOVE Act TO WS-LibelleMt
    EVALUATE Act
        WHEN "Dépot"
            MOVE 'C' TO WS-Sens
            MOVE "Depot" TO WS-LibelleMt
        WHEN "Ouverture"
        WHEN "AnnulRetr"
        WHEN "RetEparg"
        WHEN "AjustCred"
        WHEN "CatRembour"
        WHEN "CatEchu"
        WHEN "CredProv"
        WHEN "RembLitige"
            MOVE 'C' TO WS-Sens
        WHEN "VirRecu"
        WHEN "AnnulVir"
        WHEN "VirRetour"
            MOVE 'C' TO WS-Sens
            MOVE "TRF" TO WS-CodeMt
        WHEN "PretVerse"
            MOVE 'C' TO WS-Sens
            MOVE "LDP" TO WS-CodeMt
        WHEN "ChangeAch"
            MOVE 'C' TO WS-Sens
            MOVE "FEX" TO WS-CodeMt
        WHEN "ChangeVte"
            MOVE 'D' TO WS-Sens
            MOVE "FEX" TO WS-CodeMt
        WHEN "DepotChq"
            MOVE 'C' TO WS-Sens
            MOVE "CHK" TO WS-CodeMt
        WHEN "Retrait"
        WHEN "AnnulDepot"
        WHEN "Cloture"
        WHEN "VersEparg"
        WHEN "AjustDeb"
        WHEN "CatSouscr"
        WHEN "AnnulProv"
            MOVE 'D' TO WS-Sens
        WHEN "Virement"
        WHEN "AnnulVirR"
        WHEN "VirEmis"
        WHEN "VirMasse"
            MOVE 'D' TO WS-Sens
            MOVE "TRF" TO WS-CodeMt
        WHEN "Agios"
        WHEN "Commission"
        WHEN "FraisTenue"
        WHEN "LoyerCof"
            MOVE 'D' TO WS-Sens
            MOVE "CHG" TO WS-CodeMt
        WHEN "Prelevemt"
            MOVE 'D' TO WS-Sens
            MOVE "DDT" TO WS-CodeMt
        WHEN "PretSolde"
        WHEN "PretEchCap"
        WHEN "PretEchInt"
        WHEN "PretRembPa"
        WHEN "PretRegCap"
        WHEN "PretRegInt"
        WHEN "PretPenal"
        WHEN "PretDtxCap"
        WHEN "PretDtxInt"
        WHEN "PretDtxSol"
            MOVE 'D' TO WS-Sens
            MOVE "LDP" TO WS-CodeMt
        WHEN "ChqImpaye"
        WHEN "ChqPaye"
            MOVE 'D' TO WS-Sens
            MOVE "CHK" TO WS-CodeMt
        WHEN "RetSource"
            MOVE 'D' TO WS-Sens
            MOVE "TAX" TO WS-CodeMt
        WHEN OTHER
            MOVE ' ' TO WS-Sens
    END-EVALUATE.
6000-EXIT.
    EXIT.

*> Solde signé (WS-SoldeTravail) : indicateur C / D et montant
*> cadré à gauche dans WS-MontantTexte.
7000-EDITER-SOLDE.
    IF WS-SoldeTravail < ZERO
        MOVE 'D' TO WS-IndicSolde
        COMPUTE WS-MontantAbs = ZERO - WS-SoldeTravail
    ELSE
        MOVE 'C' TO WS-IndicSolde
        MOVE WS-SoldeTravail TO WS-MontantAbs
    END-IF
    PERFORM 7150-CADRER THRU 7150-EXIT.
7000-EXIT.
    EXIT.

7100-EDITER-MONTANT.
    MOVE WS-Montant TO WS-MontantAbs
    PERFORM 7150-CADRER THRU 7150-EXIT.
7100-EXIT.
    EXIT.

7150-CADRER.
    MOVE WS-MontantAbs TO WS-MontantEdite
    MOVE ZERO TO WS-NbBlancs
    INSPECT WS-MontantEdite TALLYING WS-NbBlancs FOR LEADING SPACES
    MOVE SPACES TO WS-MontantTexte
    MOVE WS-MontantEdite(WS-NbBlancs + 1:) TO WS-MontantTexte.
7150-EXIT.
    EXIT.

7200-DATE-ISO.
    MOVE SPACES TO WS-DateIso
    STRING WS-DtAnnee DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-DtMois DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        WS-DtJour DELIMITED BY SIZE
        INTO WS-DateIso.
7200-EXIT.
    EXIT.

8000-ECRIRE.
    WRITE SortieRecord
    IF SortieStatus NOT = '00'
        DISPLAY "Erreur écriture ", WS-NomSortie, ", statut ",
            SortieStatus
        MOVE 'O' TO WS-EnErreur
    END-IF.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT ReleveElecFile
    IF ReleveElecStatus NOT = '00'
        DISPLAY "Erreur réécriture releves-elec.txt, statut ",
            ReleveElecStatus, ", numéros de relevé non mis à jour"
        ADD 1 TO WS-NbAnomalies
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-ABONNEMENT THRU 9100-EXIT
        VARYING WS-IdxRel FROM 1 BY 1
        UNTIL WS-IdxRel > WS-NbCharges
    CLOSE ReleveElecFile.
9000-EXIT.
    EXIT.

9100-ECRIRE-ABONNEMENT.
    MOVE WS-RelLigne(WS-IdxRel) TO ReleveElecRecord
    WRITE ReleveElecRecord.
9100-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Relevés produits : ", WS-NbProduits,
        "   déjà produits : ", WS-NbDejaFaits,
        "   anomalies : ", WS-NbAnomalies
    DISPLAY "Fin des relevés électroniques".
9999-EXIT.
    EXIT.
