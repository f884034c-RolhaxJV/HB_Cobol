DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Les lignes de virements de masse émises en
*>                 compensation sont retrouvées par le TransID de
*>                 leur mouvement "VirMasEmis" : un retour est
*>                 recrédité au compte donneur d'ordre.
*> 2026-09-02  SI  Création - suite du cycle de vie des virements
*>                 émis en compensation (compens.txt) au-delà du
*>                 statut 'T' transmis :
    EXIT.

*> Le compte émetteur n'est pas porté par compens.txt : il est
*> retrouvé par le TransID du mouvement "VirEmis" (ou
*> "VirMasEmis" pour une ligne de virement de masse) d'origine.
5300-CHERCHER-EMETTEUR.
    MOVE 'N' TO WS-EmetteurTrouve
    MOVE ZERO TO WS-CompteEmetteur
5310-LIRE-HISTO.
    READ HistoriqueFile
    IF HistStatus = '00'
        IF TransID = CmpReference
            AND (Act = "VirEmis" OR Act = "VirMasEmis")
            MOVE NumCompteH TO WS-CompteEmetteur
            MOVE 'O' TO WS-EmetteurTrouve
        END-IF
