DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Code produit du compte (SolProduit) repris à
*>                 blanc : compte courant générique.
*> 2026-09-02  SI  Création - reprise unique de solde.txt après le
*>                 passage du PIN stocké en clair à la valeur
*>                 transformée (TransformePin) : chaque compte est
    MOVE "001" TO SolAgence
    MOVE ZERO TO SolPlafRetJour
    MOVE ZERO TO SolPlafVirJour
    MOVE SPACES TO SolProduit
    WRITE SoldeRecord
    IF NvSoldeStatus NOT = '00'
        DISPLAY "Erreur écriture solde.neuf, compte ", NumCompte,
