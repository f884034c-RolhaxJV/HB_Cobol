DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Approbation abandonnée quand le compte débité a
*>                 été gelé pour succession entre la demande et
*>                 l'approbation (SolEtat 'S', GestionSuccessions).
*> 2026-10-15  SI  Commission du virement approuvé au barème du
*>                 produit du compte émetteur (ligne "Virement" du
*>                 produit si le barème en porte une).
*> 2026-09-02  SI  Création - traitement de la file des
*>                 autorisations superviseur différées
*>                 (attente.txt, alimentée par le VERIFIER-PLAFOND
            RdStatus, ", approbation abandonnée"
        GO TO 7000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", AttCompte, " gelé pour succession, ",
            "approbation abandonnée"
        GO TO 7000-EXIT
    END-IF
    PERFORM 8800-CUMULER-INDISPONIBLE THRU 8800-EXIT
    IF WS-Montant + WS-SoldeMin + WS-ChequesEnAttente
        + WS-ReservationsEnCours + WS-OppositionsBloquees
            RdStatus, ", approbation abandonnée"
        GO TO 7500-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", AttCompte, " gelé pour succession, ",
            "approbation abandonnée"
        GO TO 7500-EXIT
    END-IF
    PERFORM 8800-CUMULER-INDISPONIBLE THRU 8800-EXIT
    IF WS-Montant + WS-SoldeMin + WS-ChequesEnAttente
        + WS-ReservationsEnCours + WS-OppositionsBloquees
7600-PRELEVER-COMMISSION.
    MOVE "Virement" TO WS-OperationTarif
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        CptProduit, WS-TarifFixe, WS-TarifPourcent, WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        GO TO 7600-EXIT
    END-IF
