DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Code produit du compte (SolProduit) repris à
*>                 blanc : compte courant générique.
*> 2026-09-02  SI  La reprise pose la date de valeur ajoutée au
*>                 TransactionRecord (égale à la date de passation
*>                 des mouvements repris).
    MOVE SPACES TO SolAgence
    MOVE ZERO TO SolPlafRetJour
    MOVE ZERO TO SolPlafVirJour
    MOVE SPACES TO SolProduit
    WRITE SoldeRecord
    IF NvSoldeStatus NOT = '00'
        DISPLAY "Erreur écriture solde.neuf, compte ",
