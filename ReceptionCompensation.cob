DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Nom du donneur d'ordre en fin de détail de
*>                 remise (RmDonneur, à blanc dans les remises
*>                 antérieures, qui ne sont pas filtrées) : il est
*>                 filtré sur la liste des gels d'avoirs
*>                 (FiltrageGel, origine 'R'). Une concordance
*>                 ouvre un dossier 'G' dans conformite.txt et le
*>                 virement part en rejet "GEL", non crédité; il ne
*>                 se représente par CorrectionRejets qu'une fois
*>                 le dossier classé sans suite par la conformité.
*> 2026-09-02  SI  Création - réception de la compensation aller
*>                 d'un confrère (remise-recue.txt, même dessin que
*>                 notre compens-jour.txt : un détail par virement
DATA DIVISION.
FILE SECTION.
FD RemiseFile.
01 RemiseRecord PIC X(80).
FD RejetFile.
COPY REJETREC.
FD ReferenceFile.
   05 RmMontant    PIC 9(7).9(2).
   05 RmDevise     PIC X(3).
   05 RmDateValeur PIC 9(8).
   05 RmDonneur    PIC X(30).
01 WS-LigneTotal.
   05 RmType       PIC X(1).
   05 RmNbLignes   PIC 9(06).
01 WS-NbCredites     PIC 9(06) VALUE ZERO.
01 WS-NbRejetes      PIC 9(06) VALUE ZERO.
01 WS-NbDoublons     PIC 9(06) VALUE ZERO.
01 WS-OrigineGel     PIC X(01) VALUE 'R'.
01 WS-ReferenceGel   PIC 9(10).
01 WS-GelStatus      PIC X(02).
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
      88 RefConnue    VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-ListeGelsAbsente PIC X(01) VALUE 'N'.
      88 ListeGelsAbsente VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
        PERFORM 2800-LIGNE-RAPPORT THRU 2800-EXIT
        GO TO 2200-SUITE
    END-IF
    PERFORM 2300-FILTRER-DONNEUR THRU 2300-EXIT
    IF WS-GelStatus = '01'
        DISPLAY "Donneur d'ordre ", RmDonneur, " concordant avec ",
            "la liste des gels d'avoirs, virement ", WS-Reference,
            " rejeté"
        MOVE "GEL" TO WS-Motif
        PERFORM 2400-ECRIRE-REJET THRU 2400-EXIT
        PERFORM 2800-LIGNE-RAPPORT THRU 2800-EXIT
        GO TO 2200-SUITE
    END-IF
    IF RmDevise NOT = WS-Devise
        DISPLAY "Devise de la remise ", RmDevise, " différente ",
            "de la devise ", WS-Devise, " du compte ",
2200-EXIT.
    EXIT.

*> Le donneur d'ordre est filtré sur la liste des gels avant tout
*> crédit; une remise de l'ancien dessin, sans nom, ne l'est pas.
2300-FILTRER-DONNEUR.
    MOVE '00' TO WS-GelStatus
    IF RmDonneur = SPACES OR ListeGelsAbsente
        GO TO 2300-EXIT
    END-IF
    MOVE RmReference TO WS-ReferenceGel
    CALL 'FiltrageGel' USING RmDonneur, WS-OrigineGel, CptClient,
        RmCompteDest, WS-ReferenceGel, WS-Montant, WS-Operateur,
        WS-GelStatus
    IF WS-GelStatus NOT = '00' AND WS-GelStatus NOT = '01'
        DISPLAY "Liste des gels indisponible, statut ",
            WS-GelStatus, ", donneurs d'ordre non filtrés"
        MOVE 'O' TO WS-ListeGelsAbsente
        MOVE '00' TO WS-GelStatus
    END-IF.
2300-EXIT.
    EXIT.

*> Rejouabilité : la référence du confrère est contrôlée contre
*> le journal des références passées, comme à l'import.
2500-CHERCHER-REFERENCE.
