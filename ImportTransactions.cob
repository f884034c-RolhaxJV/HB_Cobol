DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Retrait importé sur un compte gelé pour
*>                 succession (SolEtat 'S', GestionSuccessions)
*>                 rejeté avec le motif "DCD"; les dépôts restent
*>                 acceptés.
*> 2026-10-15  SI  Commission par mouvement importé au barème du
*>                 produit du compte (ligne "Import" du produit si
*>                 le barème en porte une).
*> 2026-10-15  SI  Retraits GAB : chaque retrait posté depuis un
*>                 flux d'automates (fournisseur de l'en-tête
*>                 commençant par "GAB") est journalisé dans
*>                 retraits-gab.txt (référence, compte, montant,
*>                 date du flux) pour le rapprochement nocturne
*>                 avec le journal de distribution des automates
*>                 (RapprochementGab).
*> 2026-10-15  SI  Le total de contrôle de l'enregistrement de fin
*>                 est désédité avant d'être confronté au total des
*>                 détails : comparé tel quel, le montant édité ne
*>                 concordait jamais et tout flux était refusé.
*> 2026-10-15  SI  Table des autorisations élargie au numéro de
*>                 carte (AutCarte) : la réécriture à la levée d'une
*>                 réservation ne le tronque plus.
*> 2026-09-02  SI  Plafond cumulé journalier des retraits : le
*>                 cumul des retraits du compte déjà passés à la
*>                 date du jour plus le mouvement importé est
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT RetraitGabFile ASSIGN TO 'retraits-gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetraitGabStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
FD ConfigFile.
COPY CONFIGREC.

FD RetraitGabFile.
COPY RETGABREC.

WORKING-STORAGE SECTION.
*> Dessins du flux encadré : en-tête 'H', détail 'D', fin 'T'.
01 WS-ImportEntete.
01 WS-DateJourTarif   PIC 9(08).
01 WS-ActionCommission PIC X(10) VALUE "Commission".
01 RejetStatus      PIC X(02).
01 RetraitGabStatus PIC X(02).
01 ReferenceStatus  PIC X(02).
01 ChequeStatus     PIC X(02).
01 WS-Reference     PIC X(10).
01 WS-NbAutCharges  PIC 9(03) VALUE ZERO.
01 WS-IdxAut        PIC 9(03) COMP.
01 WS-TableAutorisations.
   05 WS-AutLigne OCCURS 500 PIC X(61).
01 WS-NbDetails     PIC 9(06) VALUE ZERO.
01 WS-TotalDetails  PIC 9(11)V99 VALUE ZERO.
01 WS-TotalControle PIC 9(11)V99 VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
            " détails lus, ", ImpHNbAnnonce, " annoncés en tête"
        GO TO 1500-EXIT
    END-IF
    MOVE ImpTTotal TO WS-TotalControle
    IF WS-TotalControle NOT = WS-TotalDetails
        DISPLAY "FLUX REFUSE EN BLOC : total des montants ",
            WS-TotalDetails, " différent du total de contrôle ",
            ImpTTotal
                PERFORM 2800-CUMULER-AUTORISATIONS THRU 2800-EXIT
                PERFORM 2850-CUMULER-OPPOSITIONS THRU 2850-EXIT
                PERFORM 2900-CONTROLER-PLAFOND-JOUR THRU 2900-EXIT
                IF CptSuccession
                    DISPLAY "Compte ", WS-NumCompte, " gelé pour ",
                        "succession, mouvement rejeté"
                    MOVE "DCD" TO WS-Motif
                    PERFORM 2400-ECRIRE-REJET THRU 2400-EXIT
                ELSE
                IF PlafondDepasse
                    DISPLAY "Compte ", WS-NumCompte, " plafond ",
                        "journalier de retraits atteint, ",
                    COMPUTE WS-Solde = WS-Solde - WS-Montant
                    PERFORM 2200-POSTER THRU 2200-EXIT
                    PERFORM 2750-LEVER-AUTORISATION THRU 2750-EXIT
                    IF ImpHFournisseur(1:3) = "GAB"
                        PERFORM 2650-JOURNALISER-GAB THRU 2650-EXIT
                    END-IF
                END-IF
                END-IF
                END-IF
            WHEN OTHER
    MOVE "Import" TO WS-OperationTarif
    ACCEPT WS-DateJourTarif FROM DATE YYYYMMDD
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJourTarif,
        CptProduit, WS-TarifFixe, WS-TarifPourcent, WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        GO TO 2300-EXIT
    END-IF
2600-EXIT.
    EXIT.

*> Le retrait est daté du flux, c'est-à-dire du jour de la
*> distribution par l'automate, à défaut de la date machine.
2650-JOURNALISER-GAB.
    OPEN EXTEND RetraitGabFile
    IF RetraitGabStatus = '35'
        OPEN OUTPUT RetraitGabFile
    END-IF
    IF RetraitGabStatus NOT = '00'
        DISPLAY "Erreur ouverture retraits-gab.txt, statut ",
            RetraitGabStatus
        GO TO 2650-EXIT
    END-IF
    MOVE WS-Reference TO RgbReference
    MOVE WS-NumCompte TO RgbCompte
    MOVE WS-Montant TO RgbMontant
    IF WS-DateValeurMvt NOT = ZERO
        MOVE WS-DateValeurMvt TO RgbDate
    ELSE
        MOVE WS-DateJour TO RgbDate
    END-IF
    MOVE ImpHFournisseur TO RgbFournisseur
    WRITE RetraitGabRecord
    IF RetraitGabStatus NOT = '00'
        DISPLAY "Erreur écriture retraits-gab.txt, statut ",
            RetraitGabStatus
    END-IF
    CLOSE RetraitGabFile.
2650-EXIT.
    EXIT.

9999-FIN.
    CLOSE ImportFile
    DISPLAY "Mouvements importés : ", WS-NbImportes
