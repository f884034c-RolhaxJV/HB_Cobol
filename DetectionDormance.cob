DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Un compte gelé pour succession (SolEtat 'S') n'est
*>                 jamais marqué dormant : le gel reste en place
*>                 jusqu'à sa levée ou au règlement final.
*> 2026-10-15  SI  Les balayages automatiques entre solde principal
*>                 et solde secondaire (opérateur "BALA") ne
*>                 comptent pas comme mouvements du client, bien
*>                 que portant les codes VersEparg / RetEparg du
*>                 guichet.
*> 2026-10-15  SI  L'extension de compte repassée à SaveSolde
*>                 reprend l'agence, les plafonds journaliers et le
*>                 code produit du compte (ils étaient remis à blanc
*>                 et à zéro au marquage dormant).
*> 2026-10-15  SI  Une remise de virements de masse ("VirMasse")
*>                 compte comme mouvement à l'initiative du client.
*> 2026-10-15  SI  Remboursement anticipé partiel (PretRembPa) et
*>                 remboursement d'un prêt douteux (PretDtxSol) au
*>                 guichet comptent comme mouvements à
*>                 l'initiative du client.
*> 2026-09-02  SI  Le versement et le remboursement anticipé d'un
*>                 prêt (PretVerse / PretSolde) comptent comme
*>                 mouvements à l'initiative du client.
01 WS-NbComptes       PIC 9(04) COMP VALUE ZERO.
01 WS-NbDormants      PIC 9(06) VALUE ZERO.
01 WS-ActExam         PIC X(10).
01 WS-OperExam        PIC X(04).
01 WS-ArchiveTrans.
   05 ArcTransID    PIC 9(10).
   05 ArcNumCompteH PIC 9(8).
    IF ArchiveStatus = '00'
        MOVE ArchiveRecord TO WS-ArchiveTrans
        MOVE ArcAct TO WS-ActExam
        MOVE ArcReste(28:4) TO WS-OperExam
        PERFORM 2600-EST-MVT-CLIENT THRU 2600-EXIT
        IF MvtClient
            PERFORM 2700-RETENIR-DATE THRU 2700-EXIT
        MOVE 'O' TO WS-FinHisto
    ELSE
        MOVE Act TO WS-ActExam
        MOVE OperateurTrans TO WS-OperExam
        PERFORM 2600-EST-MVT-CLIENT THRU 2600-EXIT
        IF MvtClient
            MOVE NumCompteH TO ArcNumCompteH

*> Seuls les mouvements à l'initiative du client comptent pour la
*> dormance (les écritures de la banque - intérêts, agios, frais,
*> commissions, ajustements, balayages "BALA" - n'en réveillent
*> pas un).
2600-EST-MVT-CLIENT.
    MOVE 'N' TO WS-MvtClient
    EVALUATE WS-ActExam
        WHEN "Virement"
        WHEN "VirRecu"
        WHEN "VirEmis"
        WHEN "VirMasse"
        WHEN "VersEparg"
        WHEN "RetEparg"
        WHEN "Ouverture"
        WHEN "CatRembour"
        WHEN "PretVerse"
        WHEN "PretSolde"
        WHEN "PretRembPa"
        WHEN "PretDtxSol"
            MOVE 'O' TO WS-MvtClient
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-OperExam = "BALA"
        MOVE 'N' TO WS-MvtClient
    END-IF.
2600-EXIT.
    EXIT.

    EXIT.

3200-EXAMINER-COMPTE.
    IF SolEtat = 'C' OR SolEtat = 'D' OR SolEtat = 'S'
        PERFORM 3100-LIRE-SUIVANT THRU 3100-EXIT
        GO TO 3200-EXIT
    END-IF
    MOVE 'D' TO CptEtat
    MOVE SolEchecs TO CptEchecs
    MOVE SolBloque TO CptBloque
    MOVE SolAgence TO CptAgence
    MOVE ZERO TO CptPlafRetJour
    IF SolPlafRetJour(1:7) IS NUMERIC
        MOVE SolPlafRetJour TO CptPlafRetJour
    END-IF
    MOVE ZERO TO CptPlafVirJour
    IF SolPlafVirJour(1:7) IS NUMERIC
        MOVE SolPlafVirJour TO CptPlafVirJour
    END-IF
    MOVE SolProduit TO CptProduit
    CALL 'SaveSolde' USING NumCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
