DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Change manuel réglé sur le compte rejoué :
*>                 achat de billets ("ChangeAch") au crédit, vente
*>                 ("ChangeVte") au débit du solde principal.
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") rejoué au
*>                 débit du solde principal.
*> 2026-10-15  SI  Litiges clients rejoués : crédit provisoire et
*>                 remboursement ("CredProv" / "RembLitige") au
*>                 crédit, contre-passation ("AnnulProv") au débit
*>                 du solde principal.
*> 2026-10-15  SI  Reprise complète de la fin du record sauvegardé
*>                 (agence, plafonds journaliers et code produit en
*>                 plus du plancher, du PIN, de la devise, du client
*>                 et de l'état) - l'agence et les plafonds n'étaient
*>                 pas restitués dans solde.neuf.
*> 2026-10-15  SI  Rejeu des retenues à la source sur intérêts
*>                 ("RetSource" débit du solde principal,
*>                 "RetSourceS" débit du solde secondaire).
*> 2026-10-15  SI  Rejeu des virements de masse ("VirMasse",
*>                 débit; "VirMasEmis" sans effet sur le solde) et
*>                 des prélèvements reçus ("Prelevemt", débit).
*> 2026-08-23  SI  Création - reconstruction de solde.txt après
*>                 destruction ou corruption : les comptes sont
*>                 rechargés depuis la sauvegarde solde.bak
DATA DIVISION.
FILE SECTION.
FD BackupFile.
01 BackupRecord PIC X(83).
FD HistoriqueFile.
COPY TRANSREC.
FD NvSoldeFile.
   05 BakSolEtat    PIC X(1).
   05 BakSolEchecs  PIC 9(1).
   05 BakSolBloque  PIC X(1).
   05 BakSolAgence  PIC X(3).
   05 BakSolPlafRetJour PIC 9(7).9(2).
   05 BakSolPlafVirJour PIC 9(7).9(2).
   05 BakSolProduit PIC X(3).
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
      10 WS-CpNum       PIC 9(08).
      10 WS-CpSol       PIC S9(09)V99 COMP-3.
      10 WS-CpSolSec    PIC S9(09)V99 COMP-3.
      10 WS-CpReste     PIC X(54).
01 WS-Switches.
   05 WS-FinHisto     PIC X(01) VALUE 'N'.
      88 FinHisto     VALUE 'O'.
            MOVE BakNumCompte TO WS-CpNum(WS-NbComptes)
            MOVE BakSol TO WS-CpSol(WS-NbComptes)
            MOVE BakSolSec TO WS-CpSolSec(WS-NbComptes)
            MOVE WS-LigneBak(30:54) TO WS-CpReste(WS-NbComptes)
        END-IF
    END-IF.
1100-EXIT.
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "VirRecu"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "ChangeAch"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "ChangeVte"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "AnnulVirR"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "AnnulDepot"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "AnnulInt"
            SUBTRACT WS-Montant FROM WS-CpSolSec(IDX-CP)
        WHEN "RetSourceS"
            SUBTRACT WS-Montant FROM WS-CpSolSec(IDX-CP)
        WHEN "RetSource"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "Cloture"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "ClotureSec"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "AjustDeb"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "CredProv"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "RembLitige"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "AnnulProv"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "AjustCredS"
            ADD WS-Montant TO WS-CpSolSec(IDX-CP)
        WHEN "AjustDebS"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "FraisTenue"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "LoyerCof"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "VirEmis"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "VirMasse"
        WHEN "Prelevemt"
            SUBTRACT WS-Montant FROM WS-CpSol(IDX-CP)
        WHEN "VirMasEmis"
            SUBTRACT 1 FROM WS-NbRejoues
        WHEN "DepotChq"
            ADD WS-Montant TO WS-CpSol(IDX-CP)
        WHEN "ChqImpaye"
    MOVE WS-CpSol(WS-IdxCpt) TO Sol
    MOVE WS-CpSolSec(WS-IdxCpt) TO SolSec
    MOVE '/' TO Delimite
    MOVE WS-CpReste(WS-IdxCpt) TO WS-LigneBak(30:54)
    MOVE BakSolMin TO SolMin
    MOVE BakSolPin TO SolPin
    MOVE BakSolDevise TO SolDevise
    MOVE BakSolEtat TO SolEtat
    MOVE BakSolEchecs TO SolEchecs
    MOVE BakSolBloque TO SolBloque
    MOVE BakSolAgence TO SolAgence
    MOVE BakSolPlafRetJour TO SolPlafRetJour
    MOVE BakSolPlafVirJour TO SolPlafVirJour
    MOVE BakSolProduit TO SolProduit
    WRITE SoldeRecord
    IF NvSoldeStatus NOT = '00'
        DISPLAY "Erreur écriture solde.neuf, compte ", NumCompte,
