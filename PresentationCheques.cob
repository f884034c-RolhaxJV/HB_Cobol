DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Chèque tiré sur un compte gelé pour succession
*>                 (SolEtat 'S', GestionSuccessions) rejeté avec le
*>                 motif "DCD", même hors des carnets opposés.
*> 2026-09-02  SI  Création - présentation de NOS chèques par la
*>                 remise du confrère (cheques-presentes.txt :
*>                 compte tiré, numéro de chèque, montant,
        PERFORM 2400-ECRIRE-REJET THRU 2400-EXIT
        GO TO 4000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", PrsCompte, " gelé pour succession, ",
            "chèque rejeté"
        MOVE "DCD" TO WS-Motif
        PERFORM 2400-ECRIRE-REJET THRU 2400-EXIT
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CUMULER-INDISPONIBLE THRU 4500-EXIT
    IF WS-Montant + WS-SoldeMin + WS-ChequesEnAttente
        + WS-ReservationsEnCours + WS-OppositionsBloquees
