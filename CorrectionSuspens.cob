DATE-COMPILED. 2026-08-22.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Ecarts de caisse par devise : la liste affiche
*>                 la devise du tiroir (EcrDevise) et la clôture la
*>                 demande (blanc = premier écart ouvert de la date
*>                 et de l'opérateur, quelle qu'en soit la devise).
*> 2026-09-02  SI  Apurement des écarts de caisse
*>                 (ecarts-caisse.txt, alimenté par la
*>                 confrontation nocturne ControleCaisse) dans le
01 EcartStatus        PIC X(02).
01 WS-OperateurEcart  PIC X(04).
01 WS-DateEcart       PIC 9(08).
01 WS-DeviseEcart     PIC X(03).
01 WS-EvenementSec    PIC X(12).
01 WS-ResultatSec     PIC X(08).
01 WS-DetailSec       PIC X(08).

3500-LISTER-ECARTS.
    MOVE ZERO TO WS-IdxEcrTrouve
    DISPLAY "Date      Opér  Dev  Histo E/S            Déclaré E/S"
    PERFORM 3600-LISTER-UN-ECART THRU 3600-EXIT
        VARYING WS-IdxEcr FROM 1 BY 1
        UNTIL WS-IdxEcr > WS-NbEcarts
    MOVE WS-EcrLigne(WS-IdxEcr) TO EcartRecord
    IF EcrStatut = 'O'
        ADD 1 TO WS-IdxEcrTrouve
        DISPLAY EcrDate, "  ", EcrOperateur, "  ", EcrDevise, "  ",
            EcrEntreesHisto, " ", EcrSortiesHisto, "  ",
            EcrEntreesDecl, " ", EcrSortiesDecl
    END-IF.
    ACCEPT WS-DateEcart
    DISPLAY "Opérateur de l'écart :"
    ACCEPT WS-OperateurEcart
    DISPLAY "Devise du tiroir (blanc = toute devise) :"
    MOVE SPACES TO WS-DeviseEcart
    ACCEPT WS-DeviseEcart
    MOVE ZERO TO WS-IdxEcrTrouve
    PERFORM 4600-CHERCHER-ECART THRU 4600-EXIT
        VARYING WS-IdxEcr FROM 1 BY 1
    IF EcrDate = WS-DateEcart
        AND EcrOperateur = WS-OperateurEcart
        AND EcrStatut = 'O'
        AND (WS-DeviseEcart = SPACES OR EcrDevise = WS-DeviseEcart)
        MOVE WS-IdxEcr TO WS-IdxEcrTrouve
    END-IF.
4600-EXIT.
