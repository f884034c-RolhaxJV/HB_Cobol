DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Change manuel réglé sur le compte : achat de
*>                 billets ("ChangeAch") au crédit, vente
*>                 ("ChangeVte") au débit du solde principal.
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") au débit
*>                 du solde principal.
*> 2026-10-15  SI  Litiges clients : crédit provisoire et
*>                 remboursement ("CredProv" / "RembLitige") au
*>                 crédit, contre-passation ("AnnulProv") au débit
*>                 du solde principal.
*> 2026-10-15  SI  Retenue à la source sur intérêts ("RetSource",
*>                 débit du solde principal à l'échéance d'un
*>                 compte à terme; "RetSourceS", débit du solde
*>                 secondaire à la passation mensuelle).
*> 2026-10-15  SI  Virements de masse : débit global du donneur
*>                 d'ordre ("VirMasse") et lignes émises en
*>                 compensation ("VirMasEmis", sans effet sur le
*>                 solde). Prélèvements reçus ("Prelevemt", débit)
*>                 reconnus : ils ressortaient en action inconnue.
*> 2026-10-15  SI  Prise en compte du remboursement anticipé
*>                 partiel de prêt (PretRembPa, débit).
*> 2026-10-15  SI  Prise en compte des arriérés de prêts
*>                 (PretRegCap / PretRegInt / PretPenal,
*>                 PretDtxCap / PretDtxInt / PretDtxSol débits;
*>                 PretDeclas sans effet sur le solde).
*> 2026-09-02  SI  Prise en compte du paiement de nos chèques
*>                 présentés par le confrère (ChqPaye, débit).
*> 2026-09-02  SI  Prise en compte des mouvements de prêts
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "VirRecu"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "ChangeAch"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "ChangeVte"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "AnnulVirR"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "AnnulDepot"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "AnnulInt"
            SUBTRACT WS-Montant FROM WS-CpTotalSec(IDX-CP)
        WHEN "RetSourceS"
            SUBTRACT WS-Montant FROM WS-CpTotalSec(IDX-CP)
        WHEN "RetSource"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "Cloture"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "ClotureSec"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "VirRetour"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "VirMasse"
        WHEN "Prelevemt"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "VirMasEmis"
            CONTINUE
        WHEN "PretVerse"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "PretSolde"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "PretEchInt"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "PretRembPa"
        WHEN "PretRegCap"
        WHEN "PretRegInt"
        WHEN "PretPenal"
        WHEN "PretDtxCap"
        WHEN "PretDtxInt"
        WHEN "PretDtxSol"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "PretDeclas"
            CONTINUE
        WHEN "DepotChq"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "ChqImpaye"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "FraisTenue"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "LoyerCof"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "AjustCred"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "AjustDeb"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "CredProv"
        WHEN "RembLitige"
            ADD WS-Montant TO WS-CpTotal(IDX-CP)
        WHEN "AnnulProv"
            SUBTRACT WS-Montant FROM WS-CpTotal(IDX-CP)
        WHEN "AjustCredS"
            ADD WS-Montant TO WS-CpTotalSec(IDX-CP)
        WHEN "AjustDebS"
