DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Change manuel réglé sur le compte : achat de
*>                 billets ("ChangeAch") au crédit, vente
*>                 ("ChangeVte") au débit.
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") au débit.
*> 2026-10-15  SI  Mouvements de chaque compte lus directement
*>                 dans l'index historique.idx (clé compte + date,
*>                 positionné sur la date de début) au lieu du tri
*>                 complet de historique.txt dans releve.tri.
*> 2026-10-15  SI  Litiges clients : crédit provisoire et
*>                 remboursement ("CredProv" / "RembLitige") au
*>                 crédit, contre-passation ("AnnulProv") au débit.
*> 2026-10-15  SI  Retenues à la source sur intérêts ("RetSource",
*>                 "RetSourceS", débits).
*> 2026-10-15  SI  Virements de masse ("VirMasse", débit global;
*>                 "VirMasEmis", détail d'une ligne émise en
*>                 compensation, sans effet sur le solde) et
*>                 prélèvements reçus ("Prelevemt", débit).
*> 2026-10-15  SI  Prise en compte du remboursement anticipé
*>                 partiel de prêt (PretRembPa, débit).
*> 2026-10-15  SI  Prise en compte des arriérés de prêts
*>                 (PretRegCap / PretRegInt / PretPenal,
*>                 PretDtxCap / PretDtxInt / PretDtxSol débits;
*>                 PretDeclas sans effet sur le solde).
*> 2026-09-02  SI  Prise en compte du paiement de nos chèques
*>                 présentés par le confrère (ChqPaye, débit).
*> 2026-09-02  SI  Prise en compte des mouvements de prêts
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.
    SELECT PrintFile ASSIGN TO 'releve.prn'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PrintStatus.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD HistIndexFile.
COPY HISTIDXREC.

FD PrintFile.
01 PrintRecord PIC X(80).

FD MandatFile.
COPY MANDATREC.

WORKING-STORAGE SECTION.
01 HistoLigneRecord.
   05 TH-TransID    PIC 9(10).
   05 TH-NumCompte  PIC 9(08).
   05 TH-Act        PIC X(10).
   05 TH-Operateur  PIC X(04).
   05 TH-DateValeur PIC 9(08).
   05 TH-Agence     PIC X(03).
01 SoldeStatus       PIC X(02).
01 HixStatus         PIC X(02).
01 PrintStatus       PIC X(02).
01 WS-DateDebut      PIC 9(08) VALUE ZERO.
01 WS-DateFin        PIC 9(08) VALUE 99999999.
      88 FinFichier  VALUE 'O'.
   05 WS-FinTri      PIC X(01) VALUE 'N'.
      88 FinTri      VALUE 'O'.
   05 WS-SoldeOuvert PIC X(01) VALUE 'N'.
      88 SoldeOuvert VALUE 'O'.
   05 WS-IndexOuvert PIC X(01) VALUE 'N'.
      88 IndexOuvert VALUE 'O'.
   05 WS-PrintOuvert PIC X(01) VALUE 'N'.
      88 PrintOuvert VALUE 'O'.

    GOBACK.

1000-INITIALISATION.
    PERFORM 1100-OUVRIR-INDEX THRU 1100-EXIT
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
            ELSE
                MOVE 'O' TO WS-PrintOuvert
            END-IF
            PERFORM 2100-LIRE-SUIVANT-COMPTE THRU 2100-EXIT
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

*> ExistHistorique reconstruit l'index s'il manque ou s'il est en
*> retard sur historique.txt avant qu'il soit ouvert.
1100-OUVRIR-INDEX.
    CALL 'ExistHistorique'
    OPEN INPUT HistIndexFile
    IF HixStatus NOT = '00'
        DISPLAY "Historique.idx illisible, statut ", HixStatus
        GO TO 1100-EXIT
    END-IF
    MOVE 'O' TO WS-IndexOuvert.
1100-EXIT.
    EXIT.

2000-TRAITEMENT-COMPTE.
    IF SolEtat = 'C'
        PERFORM 2100-LIRE-SUIVANT-COMPTE THRU 2100-EXIT
2100-EXIT.
    EXIT.

*> Les mouvements du compte sont lus par la clé compte + date à
*> partir de WS-DateDebut, jusqu'au changement de compte ou
*> au-delà de WS-DateFin.
2200-RELEVER-HISTORIQUE.
    MOVE 'N' TO WS-FinTri
    IF NOT IndexOuvert
        GO TO 2200-EXIT
    END-IF
    MOVE NumCompte TO HixCompte
    MOVE WS-DateDebut TO HixDate
    START HistIndexFile KEY IS GREATER THAN OR EQUAL HixCompteDate
    IF HixStatus NOT = '00'
        GO TO 2200-EXIT
    END-IF
    PERFORM 2210-LIRE-SUIVANT-TRI THRU 2210-EXIT
    PERFORM 2220-TRAITER-LIGNE THRU 2220-EXIT
        UNTIL FinTri.
2200-EXIT.
    EXIT.

2210-LIRE-SUIVANT-TRI.
    READ HistIndexFile NEXT RECORD
    IF HixStatus NOT = '00'
        MOVE 'O' TO WS-FinTri
        GO TO 2210-EXIT
    END-IF
    IF HixCompte NOT = NumCompte
        OR HixDate > WS-DateFin
        MOVE 'O' TO WS-FinTri
        GO TO 2210-EXIT
    END-IF
    MOVE HixMouvement TO HistoLigneRecord.
2210-EXIT.
    EXIT.

                SUBTRACT WS-Montant FROM WS-Total
            WHEN "VirRecu"
                ADD WS-Montant TO WS-Total
            WHEN "ChangeAch"
                ADD WS-Montant TO WS-Total
            WHEN "ChangeVte"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "AnnulVirR"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "AnnulDepot"
                ADD WS-Montant TO WS-Total
            WHEN "AnnulInt"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "RetSourceS"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "RetSource"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "Cloture"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "ClotureSec"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "VirRetour"
                ADD WS-Montant TO WS-Total
            WHEN "VirMasse"
            WHEN "Prelevemt"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "VirMasEmis"
                CONTINUE
            WHEN "PretVerse"
                ADD WS-Montant TO WS-Total
            WHEN "PretSolde"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "PretEchInt"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "PretRembPa"
            WHEN "PretRegCap"
            WHEN "PretRegInt"
            WHEN "PretPenal"
            WHEN "PretDtxCap"
            WHEN "PretDtxInt"
            WHEN "PretDtxSol"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "PretDeclas"
                CONTINUE
            WHEN "DepotChq"
                ADD WS-Montant TO WS-Total
            WHEN "ChqImpaye"
                ADD WS-Montant TO WS-Total
            WHEN "FraisTenue"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "LoyerCof"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "AjustCred"
                ADD WS-Montant TO WS-Total
            WHEN "AjustDeb"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "CredProv"
                ADD WS-Montant TO WS-Total
            WHEN "RembLitige"
                ADD WS-Montant TO WS-Total
            WHEN "AnnulProv"
                SUBTRACT WS-Montant FROM WS-Total
            WHEN "AjustCredS"
                ADD WS-Montant TO WS-Total
            WHEN "AjustDebS"
    IF SoldeOuvert
        CLOSE SoldeFile
    END-IF
    IF IndexOuvert
        CLOSE HistIndexFile
    END-IF
    IF PrintOuvert
        CLOSE PrintFile
