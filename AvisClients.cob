DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Change manuel réglé sur le compte : avis du
*>                 crédit ("ChangeAch") ou du débit ("ChangeVte"),
*>                 comptés à part au récapitulatif.
*> 2026-10-15  SI  Avis du loyer de coffre-fort prélevé
*>                 ("LoyerCof"), compté avec les frais.
*> 2026-10-15  SI  Litiges clients : crédit provisoire, reprise du
*>                 crédit provisoire d'une réclamation rejetée et
*>                 remboursement d'une réclamation fondée
*>                 ("CredProv" / "AnnulProv" / "RembLitige") donnent
*>                 chacun un avis, comptés à part au récapitulatif.
*> 2026-10-15  SI  Les balayages automatiques du jour entre solde
*>                 principal et solde secondaire (VersEparg /
*>                 RetEparg passés par l'opérateur "BALA" de
*>                 BalayageComptes) donnent chacun un avis; les
*>                 virements demandés au guichet n'en donnent pas.
*> 2026-09-02  SI  Création - avis clients de fin de journée : les
*>                 mouvements du jour que le client ne voit pas
*>                 passer (Agios, FraisTenue, contrepassation
01 WS-NbRetours      PIC 9(04) VALUE ZERO.
01 WS-NbOrdres       PIC 9(04) VALUE ZERO.
01 WS-NbPrets        PIC 9(04) VALUE ZERO.
01 WS-NbBalayages    PIC 9(04) VALUE ZERO.
01 WS-NbLitiges      PIC 9(04) VALUE ZERO.
01 WS-NbChanges      PIC 9(04) VALUE ZERO.
01 WS-NbAvis         PIC 9(04) VALUE ZERO.
01 WS-Compteur       PIC 9(04) COMP VALUE ZERO.
01 WS-Switches.
              TO WS-LibelleAvis
            ADD 1 TO WS-NbFrais
            MOVE 'O' TO WS-AvisANotifier
        WHEN "LoyerCof"
            MOVE "Loyer du coffre-fort prélevé"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbFrais
            MOVE 'O' TO WS-AvisANotifier
        WHEN "ChqImpaye"
            MOVE "Chèque revenu impayé, contrepassé"
              TO WS-LibelleAvis
              TO WS-LibelleAvis
            ADD 1 TO WS-NbRetours
            MOVE 'O' TO WS-AvisANotifier
        WHEN "VersEparg"
            IF OperateurTrans = "BALA"
                MOVE "Excédent versé au solde secondaire"
                  TO WS-LibelleAvis
                ADD 1 TO WS-NbBalayages
                MOVE 'O' TO WS-AvisANotifier
            END-IF
        WHEN "RetEparg"
            IF OperateurTrans = "BALA"
                MOVE "Solde renfloué par le solde secondaire"
                  TO WS-LibelleAvis
                ADD 1 TO WS-NbBalayages
                MOVE 'O' TO WS-AvisANotifier
            END-IF
        WHEN "CredProv"
            MOVE "Crédit provisoire sur réclamation"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbLitiges
            MOVE 'O' TO WS-AvisANotifier
        WHEN "AnnulProv"
            MOVE "Réclamation rejetée, crédit repris"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbLitiges
            MOVE 'O' TO WS-AvisANotifier
        WHEN "RembLitige"
            MOVE "Réclamation fondée, remboursement"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbLitiges
            MOVE 'O' TO WS-AvisANotifier
        WHEN "ChangeAch"
            MOVE "Achat de billets étrangers, crédit au compte"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbChanges
            MOVE 'O' TO WS-AvisANotifier
        WHEN "ChangeVte"
            MOVE "Vente de billets étrangers, débit du compte"
              TO WS-LibelleAvis
            ADD 1 TO WS-NbChanges
            MOVE 'O' TO WS-AvisANotifier
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
               WS-NbOrdres DELIMITED BY SIZE
               "  Prêts : " DELIMITED BY SIZE
               WS-NbPrets DELIMITED BY SIZE
               "  Balayages : " DELIMITED BY SIZE
               WS-NbBalayages DELIMITED BY SIZE
          INTO AvisRecord
        WRITE AvisRecord
        MOVE SPACES TO AvisRecord
        STRING "Litiges : " DELIMITED BY SIZE
               WS-NbLitiges DELIMITED BY SIZE
               "  Changes : " DELIMITED BY SIZE
               WS-NbChanges DELIMITED BY SIZE
          INTO AvisRecord
        WRITE AvisRecord
        CLOSE AvisFile
    DISPLAY "  retours virement : ", WS-NbRetours
    DISPLAY "  ordres ignorés   : ", WS-NbOrdres
    DISPLAY "  prêts en défaut  : ", WS-NbPrets
    DISPLAY "  balayages        : ", WS-NbBalayages
    DISPLAY "  litiges          : ", WS-NbLitiges
    DISPLAY "  changes manuels  : ", WS-NbChanges
    DISPLAY "Fin des avis clients".
9999-EXIT.
    EXIT.
