DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Tiroir par devise : la confrontation se fait par
*>                 opérateur et par devise. L'historique alimente
*>                 la devise de référence de config.txt; les
*>                 changes manuels du jour (change.txt) y ajoutent
*>                 leur jambe espèces en devise de référence (achat
*>                 = sortie, vente = entrée, réglés en espèces
*>                 seulement) et, dans la devise échangée, les
*>                 billets reçus (achat) ou remis (vente). Les
*>                 arrêtés sont pris dans leur devise (CaiDevise,
*>                 blanc = référence) et l'écart porte sa devise
*>                 (EcrDevise).
*> 2026-09-02  SI  Création - confrontation nocturne des arrêtés
*>                 de caisse avec l'historique : les entrées et
*>                 sorties espèces de chaque opérateur à la date
    SELECT EcartFile ASSIGN TO 'ecarts-caisse.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EcartStatus.
    SELECT ChangeFile ASSIGN TO 'change.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChangeStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.

DATA DIVISION.
FILE SECTION.
COPY DATECREC.
FD EcartFile.
COPY ECARTCAIREC.
FD ChangeFile.
COPY CHANGEREC.
FD ConfigFile.
COPY CONFIGREC.

WORKING-STORAGE SECTION.
01 HistStatus        PIC X(02).
01 CaisseStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 EcartStatus       PIC X(02).
01 ChangeStatus      PIC X(02).
01 ConfigStatus      PIC X(02).
01 WS-DeviseReference PIC X(03) VALUE "EUR".
01 WS-Devise         PIC X(03).
01 WS-NbChanges      PIC 9(04) VALUE ZERO.
01 WS-DateJour       PIC 9(08).
01 WS-Operateur      PIC X(04).
01 WS-Montant        PIC 9(07)V99.
01 WS-TableOper.
   05 WS-Oper OCCURS 100.
      10 WS-OperId        PIC X(04).
      10 WS-OpDevise      PIC X(03).
      10 WS-OpEntreesH    PIC S9(09)V99 COMP-3.
      10 WS-OpSortiesH    PIC S9(09)V99 COMP-3.
      10 WS-OpEntreesD    PIC S9(09)V99 COMP-3.
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-CUMULER-HISTORIQUE THRU 2000-EXIT
        UNTIL FinFichier
    PERFORM 2500-CUMULER-CHANGES THRU 2500-EXIT
    PERFORM 3000-CUMULER-ARRETES THRU 3000-EXIT
    PERFORM 4000-CONFRONTER THRU 4000-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00' AND Cfg-DeviseDefaut NOT = SPACES
            MOVE Cfg-DeviseDefaut TO WS-DeviseReference
        END-IF
        CLOSE ConfigFile
    END-IF
    MOVE WS-DeviseReference TO WS-Devise
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        DISPLAY "Historique.txt illisible, statut ", HistStatus
            ADD 1 TO WS-NbOperateurs
            MOVE WS-NbOperateurs TO WS-IdxTrouve
            MOVE WS-Operateur TO WS-OperId(WS-IdxTrouve)
            MOVE WS-Devise TO WS-OpDevise(WS-IdxTrouve)
            MOVE ZERO TO WS-OpEntreesH(WS-IdxTrouve)
            MOVE ZERO TO WS-OpSortiesH(WS-IdxTrouve)
            MOVE ZERO TO WS-OpEntreesD(WS-IdxTrouve)

2210-COMPARER.
    IF WS-OperId(WS-Idx) = WS-Operateur
        AND WS-OpDevise(WS-Idx) = WS-Devise
        MOVE WS-Idx TO WS-IdxTrouve
    END-IF.
2210-EXIT.
    EXIT.

*> Change manuel : les billets échangés passent toujours par le
*> tiroir; la devise de référence seulement quand le change est
*> réglé en espèces.
2500-CUMULER-CHANGES.
    OPEN INPUT ChangeFile
    IF ChangeStatus NOT = '00'
        IF ChangeStatus NOT = '35'
            DISPLAY "Change.txt illisible, statut ", ChangeStatus
        END-IF
        GO TO 2500-EXIT
    END-IF
    PERFORM 2600-CUMULER-UN-CHANGE THRU 2600-EXIT
        UNTIL ChangeStatus NOT = '00'
    CLOSE ChangeFile
    MOVE WS-DeviseReference TO WS-Devise.
2500-EXIT.
    EXIT.

2600-CUMULER-UN-CHANGE.
    READ ChangeFile
    IF ChangeStatus NOT = '00'
        GO TO 2600-EXIT
    END-IF
    IF ChgDate NOT = WS-DateJour
        GO TO 2600-EXIT
    END-IF
    ADD 1 TO WS-NbChanges
    MOVE ChgOperateur TO WS-Operateur
    IF ChgEspeces
        MOVE WS-DeviseReference TO WS-Devise
        PERFORM 2200-TROUVER-OPERATEUR THRU 2200-EXIT
        MOVE ChgMontantRegle TO WS-Montant
        IF ChgAchat
            ADD WS-Montant TO WS-OpSortiesH(WS-IdxTrouve)
        ELSE
            ADD WS-Montant TO WS-OpEntreesH(WS-IdxTrouve)
        END-IF
        MOVE 'O' TO WS-OpMouvemente(WS-IdxTrouve)
    END-IF
    MOVE ChgDevise TO WS-Devise
    PERFORM 2200-TROUVER-OPERATEUR THRU 2200-EXIT
    MOVE ChgMontantDevise TO WS-Montant
    IF ChgAchat
        ADD WS-Montant TO WS-OpEntreesH(WS-IdxTrouve)
    ELSE
        ADD WS-Montant TO WS-OpSortiesH(WS-IdxTrouve)
    END-IF
    MOVE 'O' TO WS-OpMouvemente(WS-IdxTrouve).
2600-EXIT.
    EXIT.

3000-CUMULER-ARRETES.
    OPEN INPUT CaisseFile
    IF CaisseStatus NOT = '00'
    IF CaisseStatus = '00'
        IF CaiDate = WS-DateJour
            MOVE CaiOperateur TO WS-Operateur
            IF CaiDevise = SPACES
                MOVE WS-DeviseReference TO WS-Devise
            ELSE
                MOVE CaiDevise TO WS-Devise
            END-IF
            PERFORM 2200-TROUVER-OPERATEUR THRU 2200-EXIT
            MOVE CaiEntrees TO WS-MontantDecl
            ADD WS-MontantDecl TO WS-OpEntreesD(WS-IdxTrouve)
    END-IF
    ADD 1 TO WS-NbDivergences
    DISPLAY "DIVERGENCE opérateur ", WS-OperId(WS-Idx),
        " ", WS-OpDevise(WS-Idx), " : historique E ", WS-OpEntreesH(WS-Idx),
        " S ", WS-OpSortiesH(WS-Idx),
        " / déclaré E ", WS-OpEntreesD(WS-Idx),
        " S ", WS-OpSortiesD(WS-Idx)
    MOVE WS-OpEntreesD(WS-Idx) TO EcrEntreesDecl
    MOVE WS-OpSortiesD(WS-Idx) TO EcrSortiesDecl
    MOVE 'O' TO EcrStatut
    MOVE WS-OpDevise(WS-Idx) TO EcrDevise
    WRITE EcartRecord
    IF EcartStatus NOT = '00'
        DISPLAY "Erreur écriture ecarts-caisse.txt, statut ",
    EXIT.

9999-FIN.
    DISPLAY "Tiroirs confrontés    : ", WS-NbOperateurs
    DISPLAY "Changes manuels       : ", WS-NbChanges
    DISPLAY "Divergences           : ", WS-NbDivergences
    IF WS-NbDivergences > ZERO
        DISPLAY "Ecarts à travailler : ecarts-caisse.txt"
