IDENTIFICATION DIVISION.
PROGRAM-ID. GestionLitiges.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Le loyer de coffre-fort prélevé ("LoyerCof")
*>                 peut être contesté.
*> 2026-10-15  SI  Création - registre des réclamations clients et
*>                 des contestations de mouvements (litiges.txt).
*>                 Le litige porte sur un mouvement débiteur de
*>                 historique.txt désigné par son TransID (retrait
*>                 carte, frais, prélèvement, ...), un seul litige
*>                 ouvert par mouvement; date de réception, motif,
*>                 date limite réglementaire de réponse (date de
*>                 réception plus Cfg-DelaiLitige jours ouvrés de
*>                 l'agence du compte, JourOuvre), statut et agent.
*>                 Crédit provisoire facultatif du montant contesté
*>                 ("CredProv"). Litige fondé : le crédit provisoire
*>                 devient définitif, sinon remboursement
*>                 ("RembLitige"). Litige rejeté : le crédit
*>                 provisoire est contre-passé ("AnnulProv") - si le
*>                 solde ne le permet pas, la contre-passation reste
*>                 en attente et SuiviLitiges la reprend chaque nuit.
*>                 Chaque geste est journalisé dans maintenance.txt
*>                 (SaveMaintenance).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LitigeFile ASSIGN TO 'litiges.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LitigeStatus.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD LitigeFile.
COPY LITIGEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 LitigeStatus      PIC X(02).
01 HistStatus        PIC X(02).
01 ConfigStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Decision       PIC 9.
01 WS-Confirmation   PIC X(01).
01 WS-Operateur      PIC X(04).
01 WS-DateJour       PIC 9(08).
01 WS-DelaiLitige    PIC 9(03).
01 WS-DelaiLitigeDef PIC 9(03) VALUE 15.
01 WS-TransID        PIC 9(10).
01 WS-Numero         PIC 9(06).
01 WS-NumeroMax      PIC 9(06) VALUE ZERO.
01 WS-DateReception  PIC 9(08).
01 WS-DateLimite     PIC 9(08).
01 WS-Motif          PIC X(30).
01 WS-RegleJour      PIC X(01) VALUE SPACE.
01 WS-Compte         PIC 9(08).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-Montant        PIC 9(07)V99.
01 WS-Action         PIC X(10).
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
*> Mouvement contesté retrouvé dans historique.txt.
01 WS-MvtTrouve.
   05 WS-MvtCompte   PIC 9(08).
   05 WS-MvtAction   PIC X(10).
   05 WS-MvtMontant  PIC 9(07).9(02).
   05 WS-MvtDate     PIC 9(08).
   05 WS-MvtDevise   PIC X(03).
01 WS-FichierMaint   PIC X(20) VALUE "litiges.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-AvantMaint     PIC X(60).
01 WS-ApresMaint     PIC X(60).
01 WS-NbCharges      PIC 9(04) VALUE ZERO.
01 WS-NbOuverts      PIC 9(04) VALUE ZERO.
01 WS-IdxLit         PIC 9(04) COMP.
01 WS-IdxTrouve      PIC 9(04) COMP.
01 WS-TableLitiges.
   05 WS-LitLigne OCCURS 1000 PIC X(114).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-Reecrit      PIC X(01) VALUE 'N'.
      88 Reecrit      VALUE 'O'.
   05 WS-FinHisto     PIC X(01) VALUE 'N'.
      88 FinHisto     VALUE 'O'.
   05 WS-MvtRetrouve  PIC X(01) VALUE 'N'.
      88 MvtRetrouve  VALUE 'O'.
   05 WS-Contestable  PIC X(01) VALUE 'N'.
      88 Contestable  VALUE 'O'.
   05 WS-ListerTout   PIC X(01) VALUE 'N'.
      88 ListerTout   VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Réclamations et litiges clients"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 5
    DISPLAY "Fin des réclamations et litiges"
    GOBACK.

0100-SAISIR-OPERATEUR.
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur.
0100-EXIT.
    EXIT.

1000-CHARGER.
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
        IF DateComptaStatus = '00' AND DcpDate IS NUMERIC
            MOVE DcpDate TO WS-DateJour
        ELSE
            ACCEPT WS-DateJour FROM DATE YYYYMMDD
        END-IF
        CLOSE DateComptaFile
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    MOVE WS-DelaiLitigeDef TO WS-DelaiLitige
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            AND Cfg-DelaiLitige IS NUMERIC
            AND Cfg-DelaiLitige NOT = ZERO
            MOVE Cfg-DelaiLitige TO WS-DelaiLitige
        END-IF
        CLOSE ConfigFile
    END-IF
    MOVE ZERO TO WS-NbCharges
    MOVE ZERO TO WS-NumeroMax
    OPEN INPUT LitigeFile
    IF LitigeStatus NOT = '00'
        IF LitigeStatus NOT = '35'
            DISPLAY "Litiges.txt illisible, statut ", LitigeStatus
        ELSE
            DISPLAY "Aucun litige enregistré"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL LitigeStatus NOT = '00' OR TableSaturee
        CLOSE LitigeFile
        DISPLAY "Litiges chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ LitigeFile
    IF LitigeStatus = '00'
        IF WS-NbCharges >= 1000
            DISPLAY "Table des litiges saturée (1000), ",
                "modifications refusées pour ne pas tronquer ",
                "litiges.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE LitigeRecord TO WS-LitLigne(WS-NbCharges)
            IF LitNumero > WS-NumeroMax
                MOVE LitNumero TO WS-NumeroMax
            END-IF
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les litiges ouverts"
    DISPLAY "2. Enregistrer une réclamation"
    DISPLAY "3. Statuer sur un litige"
    DISPLAY "4. Lister tous les litiges"
    DISPLAY "5. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            MOVE 'N' TO WS-ListerTout
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-ENREGISTRER THRU 4000-EXIT
        WHEN 3
            PERFORM 6000-STATUER THRU 6000-EXIT
        WHEN 4
            MOVE 'O' TO WS-ListerTout
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 5
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 5 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    MOVE ZERO TO WS-NbOuverts
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
    IF WS-NbOuverts = ZERO
        DISPLAY "Aucun litige à lister"
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    IF NOT LitOuvert AND NOT ListerTout
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbOuverts
    DISPLAY LitNumero, "  mvt ", LitTransID, "  compte ", LitCompte,
        "  ", LitAction, " ", LitMontant, "  statut ", LitStatut
    DISPLAY "        reçu le ", LitDateReception, "  limite ",
        LitDateLimite, "  ", LitMotif
    IF NOT LitSansProvisoire
        DISPLAY "        crédit provisoire ", LitMontantProv,
            "  état ", LitProvisoire
    END-IF
    IF LitOuvert AND LitDateLimite < WS-DateJour
        DISPLAY "        *** délai de réponse dépassé ***"
    END-IF.
3100-EXIT.
    EXIT.

*> Enregistrement : le mouvement contesté doit exister dans
*> historique.txt, être un débit du solde principal et ne faire
*> l'objet d'aucun autre litige ouvert.
4000-ENREGISTRER.
    IF TableSaturee
        DISPLAY "Table saturée, enregistrement refusé"
        GO TO 4000-EXIT
    END-IF
    IF WS-NbCharges >= 1000
        DISPLAY "Registre des litiges plein (1000), ",
            "enregistrement refusé"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro du mouvement contesté (TransID) :"
    ACCEPT WS-TransID
    PERFORM 4100-RECHERCHER-MOUVEMENT THRU 4100-EXIT
    IF NOT MvtRetrouve
        DISPLAY "Mouvement ", WS-TransID, " introuvable dans ",
            "historique.txt, réclamation non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Mouvement : compte ", WS-MvtCompte, "  ", WS-MvtAction,
        "  ", WS-MvtMontant, " ", WS-MvtDevise, "  du ", WS-MvtDate
    PERFORM 4200-CONTROLER-ACTION THRU 4200-EXIT
    IF NOT Contestable
        DISPLAY "Mouvement ", WS-MvtAction, " non contestable ",
            "(seuls les débits du solde principal le sont)"
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER-OUVERT THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        MOVE WS-LitLigne(WS-IdxTrouve) TO LitigeRecord
        DISPLAY "Litige ", LitNumero, " déjà ouvert sur ce ",
            "mouvement depuis le ", LitDateReception
        GO TO 4000-EXIT
    END-IF
    MOVE WS-MvtCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, statut ",
            RdStatus, ", réclamation non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Date de réception de la réclamation (AAAAMMJJ, ",
        "0 = ce jour) :"
    ACCEPT WS-DateReception
    IF WS-DateReception IS NOT NUMERIC
        DISPLAY "Date invalide, réclamation non enregistrée"
        GO TO 4000-EXIT
    END-IF
    IF WS-DateReception = ZERO
        MOVE WS-DateJour TO WS-DateReception
    END-IF
    IF WS-DateReception > WS-DateJour
        OR WS-DateReception < WS-MvtDate
        DISPLAY "Date de réception hors période (du ", WS-MvtDate,
            " au ", WS-DateJour, "), réclamation non enregistrée"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Motif de la réclamation :"
    ACCEPT WS-Motif
    IF WS-Motif = SPACES
        DISPLAY "Motif obligatoire, réclamation non enregistrée"
        GO TO 4000-EXIT
    END-IF
    CALL 'JourOuvre' USING WS-DateReception, WS-DelaiLitige,
        CptAgence, WS-RegleJour, WS-DateLimite
    DISPLAY "Date limite de réponse : ", WS-DateLimite
    ADD 1 TO WS-NumeroMax
    MOVE WS-NumeroMax TO LitNumero
    MOVE WS-TransID TO LitTransID
    MOVE WS-MvtCompte TO LitCompte
    MOVE WS-MvtAction TO LitAction
    MOVE WS-MvtMontant TO LitMontant
    MOVE WS-DateReception TO LitDateReception
    MOVE WS-Motif TO LitMotif
    MOVE WS-DateLimite TO LitDateLimite
    MOVE 'O' TO LitStatut
    MOVE 'N' TO LitProvisoire
    MOVE ZERO TO LitMontantProv
    MOVE WS-DateJour TO LitDateMaj
    MOVE WS-Operateur TO LitAgent
    DISPLAY "Crédit provisoire du montant contesté (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation = 'O' OR WS-Confirmation = 'o'
        PERFORM 4300-CREDITER-PROVISOIRE THRU 4300-EXIT
    END-IF
    OPEN EXTEND LitigeFile
    IF LitigeStatus = '35'
        OPEN OUTPUT LitigeFile
    END-IF
    IF LitigeStatus NOT = '00'
        DISPLAY "Erreur ouverture litiges.txt, statut ",
            LitigeStatus
        PERFORM 4900-SIGNALER-CREDIT THRU 4900-EXIT
        GO TO 4000-EXIT
    END-IF
    WRITE LitigeRecord
    IF LitigeStatus NOT = '00'
        DISPLAY "Erreur écriture litige, statut ", LitigeStatus
        CLOSE LitigeFile
        PERFORM 4900-SIGNALER-CREDIT THRU 4900-EXIT
        GO TO 4000-EXIT
    END-IF
    CLOSE LitigeFile
    ADD 1 TO WS-NbCharges
    MOVE LitigeRecord TO WS-LitLigne(WS-NbCharges)
    MOVE "CREAT" TO WS-ActionMaint
    MOVE SPACES TO WS-AvantMaint
    PERFORM 8000-IMAGE THRU 8000-EXIT
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    DISPLAY "Litige ", LitNumero, " enregistré".
4000-EXIT.
    EXIT.

4100-RECHERCHER-MOUVEMENT.
    MOVE 'N' TO WS-MvtRetrouve
    MOVE 'N' TO WS-FinHisto
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        DISPLAY "Historique.txt illisible, statut ", HistStatus
        GO TO 4100-EXIT
    END-IF
    PERFORM 4110-LIRE-MOUVEMENT THRU 4110-EXIT
        UNTIL FinHisto OR MvtRetrouve
    CLOSE HistoriqueFile.
4100-EXIT.
    EXIT.

4110-LIRE-MOUVEMENT.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        MOVE 'O' TO WS-FinHisto
    ELSE
        IF TransID = WS-TransID
            MOVE NumCompteH TO WS-MvtCompte
            MOVE Act TO WS-MvtAction
            MOVE Mont TO WS-MvtMontant
            MOVE DateTrans TO WS-MvtDate
            MOVE DeviseTrans TO WS-MvtDevise
            MOVE 'O' TO WS-MvtRetrouve
        END-IF
    END-IF.
4110-EXIT.
    EXIT.

*> Débits du solde principal, seuls mouvements contestables.
4200-CONTROLER-ACTION.
    MOVE 'N' TO WS-Contestable
    EVALUATE WS-MvtAction
        WHEN "Retrait"
        WHEN "Virement"
        WHEN "VirEmis"
        WHEN "VirMasse"
        WHEN "Prelevemt"
        WHEN "ChqPaye"
        WHEN "ChqImpaye"
        WHEN "Agios"
        WHEN "Commission"
        WHEN "FraisTenue"
        WHEN "LoyerCof"
        WHEN "PretPenal"
        WHEN "AjustDeb"
            MOVE 'O' TO WS-Contestable
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
4200-EXIT.
    EXIT.

*> Le crédit provisoire est passé sur le solde principal du
*> compte, même gelé : c'est une écriture de la banque.
4300-CREDITER-PROVISOIRE.
    IF CptCloture
        DISPLAY "Compte clôturé, pas de crédit provisoire"
        GO TO 4300-EXIT
    END-IF
    MOVE WS-MvtMontant TO WS-Montant
    ADD WS-Montant TO WS-Solde
        ON SIZE ERROR
            DISPLAY "Solde maximal dépassé, pas de crédit provisoire"
            GO TO 4300-EXIT
    END-ADD
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        SUBTRACT WS-Montant FROM WS-Solde
        DISPLAY "Erreur sauvegarde compte, statut ", WS-SaveStatus,
            ", pas de crédit provisoire"
        GO TO 4300-EXIT
    END-IF
    MOVE "CredProv" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE 'C' TO LitProvisoire
    MOVE WS-Montant TO LitMontantProv
    DISPLAY "Crédit provisoire de ", WS-Montant, " passé, solde ",
        WS-Solde.
4300-EXIT.
    EXIT.

4500-CHERCHER-OUVERT.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER-TRANS THRU 4510-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER-TRANS.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    IF LitTransID = WS-TransID AND LitOuvert
        MOVE WS-IdxLit TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

4600-CHERCHER-NUMERO.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4610-COMPARER-NUMERO THRU 4610-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4600-EXIT.
    EXIT.

4610-COMPARER-NUMERO.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    IF LitNumero = WS-Numero
        MOVE WS-IdxLit TO WS-IdxTrouve
    END-IF.
4610-EXIT.
    EXIT.

*> Le litige n'a pu être écrit alors que le crédit provisoire est
*> déjà passé : il reste à contre-passer à la main.
4900-SIGNALER-CREDIT.
    IF LitCredite
        DISPLAY "ATTENTION : crédit provisoire ", LitMontantProv,
            " passé sur le compte ", LitCompte, " sans litige ",
            "enregistré, à contre-passer par ajustement"
    END-IF.
4900-EXIT.
    EXIT.

*> Décision : litige fondé (le client est remboursé, le crédit
*> provisoire devient définitif) ou rejeté (le crédit provisoire
*> est contre-passé).
6000-STATUER.
    IF TableSaturee
        DISPLAY "Table saturée, décision refusée"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Numéro du litige :"
    ACCEPT WS-Numero
    PERFORM 4600-CHERCHER-NUMERO THRU 4600-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Litige ", WS-Numero, " introuvable"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-LitLigne(WS-IdxTrouve) TO LitigeRecord
    IF NOT LitOuvert
        DISPLAY "Litige déjà clos le ", LitDateMaj, " (statut ",
            LitStatut, ")"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-IdxTrouve TO WS-IdxLit
    PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE WS-ApresMaint TO WS-AvantMaint
    DISPLAY "Décision : 1 = fondé, 2 = rejeté"
    ACCEPT WS-Decision
    EVALUATE WS-Decision
        WHEN 1
            PERFORM 6100-FONDE THRU 6100-EXIT
        WHEN 2
            PERFORM 6200-REJETE THRU 6200-EXIT
        WHEN OTHER
            DISPLAY "Choix invalide, décision annulée"
            GO TO 6000-EXIT
    END-EVALUATE
    MOVE WS-DateJour TO LitDateMaj
    MOVE WS-Operateur TO LitAgent
    MOVE LitigeRecord TO WS-LitLigne(WS-IdxTrouve)
    PERFORM 9000-REECRIRE THRU 9000-EXIT
    IF NOT Reecrit
        GO TO 6000-EXIT
    END-IF
    MOVE WS-LitLigne(WS-IdxTrouve) TO LitigeRecord
    PERFORM 8000-IMAGE THRU 8000-EXIT
    MOVE "MODIF" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-AvantMaint, WS-ApresMaint
    DISPLAY "Litige ", LitNumero, " clos, statut ", LitStatut.
6000-EXIT.
    EXIT.

*> Fondé sans crédit provisoire : remboursement définitif du
*> montant contesté, sur confirmation.
6100-FONDE.
    MOVE 'F' TO LitStatut
    IF NOT LitSansProvisoire
        DISPLAY "Crédit provisoire de ", LitMontantProv,
            " acquis au client"
        GO TO 6100-EXIT
    END-IF
    DISPLAY "Rembourser le montant contesté ", LitMontant,
        " (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        GO TO 6100-EXIT
    END-IF
    MOVE LitCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, statut ",
            RdStatus, ", remboursement à passer par ajustement"
        GO TO 6100-EXIT
    END-IF
    MOVE LitMontant TO WS-Montant
    ADD WS-Montant TO WS-Solde
        ON SIZE ERROR
            DISPLAY "Solde maximal dépassé, remboursement à ",
                "passer par ajustement"
            GO TO 6100-EXIT
    END-ADD
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte, statut ", WS-SaveStatus,
            ", remboursement à passer par ajustement"
        GO TO 6100-EXIT
    END-IF
    MOVE "RembLitige" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    DISPLAY "Remboursement de ", WS-Montant, " passé, solde ",
        WS-Solde.
6100-EXIT.
    EXIT.

*> Rejeté avec crédit provisoire : contre-passation immédiate si le
*> solde principal la couvre, sinon reprise par SuiviLitiges.
6200-REJETE.
    MOVE 'R' TO LitStatut
    IF NOT LitCredite
        GO TO 6200-EXIT
    END-IF
    MOVE 'P' TO LitProvisoire
    MOVE LitCompte TO WS-Compte
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, ",
            "contre-passation reprise par le traitement de nuit"
        GO TO 6200-EXIT
    END-IF
    MOVE LitMontantProv TO WS-Montant
    IF WS-Solde < WS-Montant
        DISPLAY "Solde insuffisant (", WS-Solde, "), ",
            "contre-passation reprise par le traitement de nuit"
        GO TO 6200-EXIT
    END-IF
    SUBTRACT WS-Montant FROM WS-Solde
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte, statut ", WS-SaveStatus,
            ", contre-passation reprise par le traitement de nuit"
        GO TO 6200-EXIT
    END-IF
    MOVE "AnnulProv" TO WS-Action
    CALL 'SaveTransaction' USING WS-Compte, WS-Montant, WS-Action,
        WS-Solde, WS-Devise, WS-SansDestinataire, WS-Operateur,
        WS-DateValeurMvt
    MOVE 'A' TO LitProvisoire
    DISPLAY "Crédit provisoire de ", WS-Montant, " contre-passé, ",
        "solde ", WS-Solde.
6200-EXIT.
    EXIT.

*> Image journalisée du litige : numéro, mouvement, compte, statut,
*> état du crédit provisoire, date limite, motif.
8000-IMAGE.
    MOVE SPACES TO WS-ApresMaint
    STRING LitNumero DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LitTransID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LitCompte DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LitStatut DELIMITED BY SIZE
           LitProvisoire DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LitDateLimite DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LitMotif DELIMITED BY SIZE
      INTO WS-ApresMaint.
8000-EXIT.
    EXIT.

9000-REECRIRE.
    MOVE 'N' TO WS-Reecrit
    OPEN OUTPUT LitigeFile
    IF LitigeStatus NOT = '00'
        DISPLAY "Erreur réécriture litiges.txt, statut ",
            LitigeStatus
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxLit FROM 1 BY 1
        UNTIL WS-IdxLit > WS-NbCharges
    CLOSE LitigeFile
    MOVE 'O' TO WS-Reecrit.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-LitLigne(WS-IdxLit) TO LitigeRecord
    WRITE LitigeRecord.
9100-EXIT.
    EXIT.
