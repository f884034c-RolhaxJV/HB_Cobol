IDENTIFICATION DIVISION.
PROGRAM-ID. VirementsMasse.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Remise refusée (motif "DCD") quand le compte
*>                 donneur d'ordre est gelé pour succession
*>                 (SolEtat 'S', GestionSuccessions).
*> 2026-10-15  SI  Commission de la remise au barème du produit
*>                 du compte donneur d'ordre (ligne "VirMasse" du
*>                 produit si le barème en porte une).
*> 2026-10-15  SI  Création - exécution d'une remise de virements
*>                 de masse d'un client entreprise (virements de
*>                 salaires) : virements-masse.txt porte un
*>                 en-tête 'H' (référence de la remise, compte
*>                 donneur d'ordre, date d'exécution, nombre de
*>                 lignes annoncé, raison sociale), les détails 'D'
*>                 (référence de ligne, compte bénéficiaire,
*>                 montant, nom du bénéficiaire) et une fin 'T'
*>                 (nombre de lignes et total de contrôle). Le
*>                 cadre est contrôlé entier avant tout mouvement,
*>                 comme celui de import.txt; une remise dont la
*>                 date d'exécution est à venir attend sa date.
*>                 Chaque ligne est validée (montant, compte
*>                 bénéficiaire, devise, filtrage du nom sur la
*>                 liste des gels d'avoirs); le total des lignes
*>                 valides est confronté au disponible du donneur
*>                 d'ordre (chèques en attente, réservations carte
*>                 et oppositions exclus) : s'il ne suffit pas,
*>                 rien n'est passé. Sinon le donneur d'ordre est
*>                 débité une seule fois du total (mouvement
*>                 "VirMasse"), chaque ligne interne est créditée
*>                 au bénéficiaire ("VirRecu") et chaque ligne vers
*>                 un confrère est tracée au compte donneur
*>                 ("VirMasEmis", sans effet sur le solde, dont le
*>                 TransID est la référence) puis déposée dans
*>                 compens.txt pour la remise du jour. La référence
*>                 de la remise est journalisée dans references.txt
*>                 : une remise représentée n'est jamais exécutée
*>                 deux fois (et son compte rendu n'est pas
*>                 écrasé). Compte rendu d'exécution pour le
*>                 client dans virements-masse.rpt, ligne par
*>                 ligne payée ou rejetée avec son motif.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RemiseFile ASSIGN TO 'virements-masse.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RemiseStatus.
    SELECT RapportFile ASSIGN TO 'virements-masse.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT CompensFile ASSIGN TO 'compens.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CompensStatus.
    SELECT ReferenceFile ASSIGN TO 'references.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
    SELECT SeqFile ASSIGN TO 'seqtrans.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SeqStatus.
    SELECT ChequeFile ASSIGN TO 'cheques.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChequeStatus.
    SELECT AutorisationFile ASSIGN TO 'autorisations.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AutorisationStatus.
    SELECT OppositionFile ASSIGN TO 'oppositions.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OppositionStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD RemiseFile.
01 RemiseRecord PIC X(80).
FD RapportFile.
01 RapportRecord PIC X(120).
FD CompensFile.
COPY COMPREC.
FD ReferenceFile.
01 ReferenceRecord PIC X(10).
FD SeqFile.
01 SeqRecord PIC 9(10).
FD ChequeFile.
COPY CHEQREC.
FD AutorisationFile.
COPY AUTOREC.
FD OppositionFile.
COPY OPPOREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
*> Dessins de la remise encadrée : en-tête 'H', détail 'D', fin 'T'.
01 WS-RemiseEntete.
   05 VmhType        PIC X(01).
   05 VmhReference   PIC X(10).
   05 VmhCompte      PIC 9(08).
   05 VmhDateExec    PIC 9(08).
   05 VmhNbAnnonce   PIC 9(06).
   05 VmhDonneur     PIC X(30).
01 WS-RemiseDetail.
   05 VmdType        PIC X(01).
   05 VmdReference   PIC X(10).
   05 VmdCompteDest  PIC 9(08).
   05 VmdMontant     PIC 9(07).9(02).
   05 VmdBeneficiaire PIC X(30).
01 WS-RemiseFin.
   05 VmtType        PIC X(01).
   05 VmtNbLignes    PIC 9(06).
   05 VmtTotal       PIC 9(11).9(02).
01 RemiseStatus      PIC X(02).
01 RapportStatus     PIC X(02).
01 CompensStatus     PIC X(02).
01 ReferenceStatus   PIC X(02).
01 SeqStatus         PIC X(02).
01 ChequeStatus      PIC X(02).
01 AutorisationStatus PIC X(02).
01 OppositionStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-NbDetails      PIC 9(06) VALUE ZERO.
01 WS-TotalDetails   PIC 9(11)V99 VALUE ZERO.
01 WS-TotalControle  PIC 9(11)V99 VALUE ZERO.
01 WS-TotalValide    PIC 9(11)V99 VALUE ZERO.
01 WS-TotalPaye      PIC 9(11)V99 VALUE ZERO.
01 WS-TotalRejete    PIC 9(11)V99 VALUE ZERO.
01 WS-NbPayes        PIC 9(06) VALUE ZERO.
01 WS-NbRejetes      PIC 9(06) VALUE ZERO.
01 WS-Montant        PIC 9(07)V99.
*> Compte donneur d'ordre.
01 WS-CompteDonneur  PIC 9(08).
01 WS-SoldeDonneur   PIC 9(07)V99.
01 WS-SoldeSecDonneur PIC 9(07)V99.
01 WS-SoldeMinDonneur PIC 9(07)V99.
01 WS-SoldePinDonneur PIC 9(04).
01 WS-DeviseDonneur  PIC X(03).
01 WS-ExtDonneur     PIC X(32).
*> Compte bénéficiaire (extension lue dans CptExtension).
01 WS-CompteDest     PIC 9(08).
01 WS-SoldeDest      PIC 9(07)V99.
01 WS-SoldeSecDest   PIC 9(07)V99.
01 WS-SoldeMinDest   PIC 9(07)V99.
01 WS-SoldePinDest   PIC 9(04).
01 WS-DeviseDest     PIC X(03).
COPY COMPTEXT.
01 WS-ChequesEnAttente PIC 9(09)V99 VALUE ZERO.
01 WS-ChqMontant     PIC 9(07)V99.
01 WS-ReservationsEnCours PIC 9(09)V99 VALUE ZERO.
01 WS-AutMontant     PIC 9(07)V99.
01 WS-OppositionsBloquees PIC 9(09)V99 VALUE ZERO.
01 WS-OppMontant     PIC 9(07)V99.
01 WS-Action         PIC X(10).
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-Operateur      PIC X(04) VALUE "BATC".
01 WS-Reference      PIC X(10).
01 WS-RefCompens     PIC 9(10).
01 WS-Commission     PIC 9(07)V99.
01 WS-TarifFixe      PIC 9(07)V99.
01 WS-TarifPourcent  PIC 9(02)V9(04).
01 WS-TarifStatus    PIC X(02).
01 WS-OperationTarif PIC X(10) VALUE "VirMasse".
01 WS-NomGel         PIC X(30).
01 WS-OrigineGel     PIC X(01) VALUE 'B'.
01 WS-ClientGel      PIC 9(08) VALUE ZERO.
01 WS-ReferenceGel   PIC 9(10) VALUE ZERO.
01 WS-GelStatus      PIC X(02).
01 WS-MotifRemise    PIC X(03).
01 WS-LibelleRefus   PIC X(80).
01 WS-MontantAff     PIC Z(10)9.99.
01 WS-MontantAff2    PIC Z(10)9.99.
*> Lignes de la remise : sort 'V' = valide à payer, 'R' = rejetée
*> (motif), 'P' = payée; canal 'I' = compte interne, 'E' = vers
*> un confrère par la compensation.
01 WS-NbLignes       PIC 9(03) VALUE ZERO.
01 WS-IdxLgn         PIC 9(03) COMP.
01 WS-TableLignes.
   05 WS-Ligne OCCURS 500.
      10 WS-LgReference    PIC X(10).
      10 WS-LgCompteDest   PIC 9(08).
      10 WS-LgMontant      PIC 9(07)V99.
      10 WS-LgBeneficiaire PIC X(30).
      10 WS-LgSort         PIC X(01).
      10 WS-LgCanal        PIC X(01).
      10 WS-LgMotif        PIC X(03).
      10 WS-LgRefCompens   PIC 9(10).
01 WS-LigneCompteRendu.
   05 CrReference     PIC X(10).
   05 FILLER          PIC X(01) VALUE SPACE.
   05 CrCompte        PIC 9(08).
   05 FILLER          PIC X(01) VALUE SPACE.
   05 CrBeneficiaire  PIC X(30).
   05 FILLER          PIC X(01) VALUE SPACE.
   05 CrMontant       PIC Z(7)9.99.
   05 FILLER          PIC X(01) VALUE SPACE.
   05 CrResultat      PIC X(56).
01 WS-Switches.
   05 WS-CadreValide  PIC X(01) VALUE 'N'.
      88 CadreValide  VALUE 'O'.
   05 WS-EnteteVue    PIC X(01) VALUE 'N'.
      88 EnteteVue    VALUE 'O'.
   05 WS-FinVue       PIC X(01) VALUE 'N'.
      88 FinVue       VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-RefConnue    PIC X(01) VALUE 'N'.
      88 RefConnue    VALUE 'O'.
   05 WS-RemiseRefusee PIC X(01) VALUE 'N'.
      88 RemiseRefusee VALUE 'O'.
   05 WS-RemiseDiffere PIC X(01) VALUE 'N'.
      88 RemiseDifferee VALUE 'O'.
   05 WS-DonneurDebite PIC X(01) VALUE 'N'.
      88 DonneurDebite VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Exécution des virements de masse"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 1500-CONTROLER-CADRE THRU 1500-EXIT
    IF NOT CadreValide OR RemiseDifferee
        GO TO 0000-FIN
    END-IF
    PERFORM 2000-CHARGER-LIGNES THRU 2000-EXIT
    PERFORM 3000-CONTROLER-DONNEUR THRU 3000-EXIT
    IF NOT RemiseRefusee
        PERFORM 4000-VALIDER-LIGNE THRU 4000-EXIT
            VARYING WS-IdxLgn FROM 1 BY 1
            UNTIL WS-IdxLgn > WS-NbLignes
        PERFORM 5000-CONTROLER-DISPONIBLE THRU 5000-EXIT
    END-IF
    IF RemiseRefusee
        PERFORM 4900-REJETER-TOUT THRU 4900-EXIT
            VARYING WS-IdxLgn FROM 1 BY 1
            UNTIL WS-IdxLgn > WS-NbLignes
    ELSE
        PERFORM 6000-DEBITER-DONNEUR THRU 6000-EXIT
    END-IF
    IF DonneurDebite
        PERFORM 7000-PAYER-LIGNE THRU 7000-EXIT
            VARYING WS-IdxLgn FROM 1 BY 1
            UNTIL WS-IdxLgn > WS-NbLignes
        MOVE VmhReference TO WS-Reference
        PERFORM 2600-JOURNALISER-REFERENCE THRU 2600-EXIT
        PERFORM 7500-PRELEVER-COMMISSION THRU 7500-EXIT
    END-IF
    PERFORM 8000-COMPTE-RENDU THRU 8000-EXIT.
0000-FIN.
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

1000-INITIALISATION.
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
    END-IF.
1000-EXIT.
    EXIT.

*> Le cadre de la remise est contrôlé entier avant le moindre
*> mouvement : en-tête 'H' en première ligne, détails 'D'
*> comptés et totalisés, fin 'T' confrontée au compte réel, au
*> total de contrôle et au nombre annoncé en en-tête. Une remise
*> en défaut est refusée EN BLOC, une remise déjà exécutée
*> (référence connue de references.txt) aussi.
1500-CONTROLER-CADRE.
    MOVE 'N' TO WS-CadreValide
    MOVE 'N' TO WS-EnteteVue
    MOVE 'N' TO WS-FinVue
    MOVE ZERO TO WS-NbDetails
    MOVE ZERO TO WS-TotalDetails
    OPEN INPUT RemiseFile
    IF RemiseStatus NOT = '00'
        IF RemiseStatus = '35'
            DISPLAY "Aucune remise de virements de masse ",
                "(virements-masse.txt absent)"
        ELSE
            DISPLAY "Virements-masse.txt illisible, statut ",
                RemiseStatus
        END-IF
        GO TO 1500-EXIT
    END-IF
    PERFORM 1510-CONTROLER-LIGNE THRU 1510-EXIT
        UNTIL RemiseStatus NOT = '00' OR FinVue
    CLOSE RemiseFile
    IF NOT EnteteVue
        MOVE "REMISE REFUSEE EN BLOC : en-tête 'H' absent"
            TO WS-LibelleRefus
        PERFORM 1600-REFUSER-CADRE THRU 1600-EXIT
        GO TO 1500-EXIT
    END-IF
    IF NOT FinVue
        MOVE "REMISE REFUSEE EN BLOC : fin 'T' absente (fichier tronqué ?)"
            TO WS-LibelleRefus
        PERFORM 1600-REFUSER-CADRE THRU 1600-EXIT
        GO TO 1500-EXIT
    END-IF
    IF VmtNbLignes NOT = WS-NbDetails
        OR VmhNbAnnonce NOT = WS-NbDetails
        MOVE "REMISE REFUSEE EN BLOC : nombre de lignes non conforme"
            TO WS-LibelleRefus
        PERFORM 1600-REFUSER-CADRE THRU 1600-EXIT
        GO TO 1500-EXIT
    END-IF
    MOVE VmtTotal TO WS-TotalControle
    IF WS-TotalControle NOT = WS-TotalDetails
        MOVE "REMISE REFUSEE EN BLOC : total de contrôle non conforme"
            TO WS-LibelleRefus
        PERFORM 1600-REFUSER-CADRE THRU 1600-EXIT
        GO TO 1500-EXIT
    END-IF
    IF VmhReference = SPACES OR VmhCompte IS NOT NUMERIC
        MOVE "REMISE REFUSEE EN BLOC : référence ou compte donneur absent"
            TO WS-LibelleRefus
        PERFORM 1600-REFUSER-CADRE THRU 1600-EXIT
        GO TO 1500-EXIT
    END-IF
    MOVE VmhReference TO WS-Reference
    PERFORM 2500-CHERCHER-REFERENCE THRU 2500-EXIT
    IF RefConnue
        DISPLAY "Remise ", VmhReference, " déjà exécutée, ignorée"
        GO TO 1500-EXIT
    END-IF
    IF VmhDateExec IS NUMERIC AND VmhDateExec > WS-DateJour
        MOVE 'O' TO WS-RemiseDiffere
        DISPLAY "Remise ", VmhReference, " à exécuter le ",
            VmhDateExec, ", différée"
        GO TO 1500-EXIT
    END-IF
    MOVE 'O' TO WS-CadreValide
    DISPLAY "Remise ", VmhReference, " du compte ", VmhCompte,
        " contrôlée : ", WS-NbDetails, " virements pour ",
        WS-TotalDetails.
1500-EXIT.
    EXIT.

1510-CONTROLER-LIGNE.
    READ RemiseFile
    IF RemiseStatus = '00'
        EVALUATE RemiseRecord(1:1)
            WHEN 'H'
                MOVE RemiseRecord TO WS-RemiseEntete
                MOVE 'O' TO WS-EnteteVue
            WHEN 'D'
                MOVE RemiseRecord TO WS-RemiseDetail
                ADD 1 TO WS-NbDetails
                MOVE VmdMontant TO WS-Montant
                ADD WS-Montant TO WS-TotalDetails
            WHEN 'T'
                MOVE RemiseRecord TO WS-RemiseFin
                MOVE 'O' TO WS-FinVue
            WHEN OTHER
                DISPLAY "Ligne de type inconnu dans ",
                    "virements-masse.txt : ", RemiseRecord(1:1)
        END-EVALUATE
    END-IF.
1510-EXIT.
    EXIT.

*> Cadre refusé : rien n'est lu au-delà, le compte rendu ne porte
*> que le motif du refus.
1600-REFUSER-CADRE.
    DISPLAY WS-LibelleRefus
    PERFORM 8100-OUVRIR-RAPPORT THRU 8100-EXIT
    IF RapportOuvert
        MOVE WS-LibelleRefus TO RapportRecord
        WRITE RapportRecord
    END-IF.
1600-EXIT.
    EXIT.

2000-CHARGER-LIGNES.
    MOVE ZERO TO WS-NbLignes
    OPEN INPUT RemiseFile
    IF RemiseStatus NOT = '00'
        DISPLAY "Virements-masse.txt illisible, statut ",
            RemiseStatus
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "ERR" TO WS-MotifRemise
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-CHARGER-UNE THRU 2100-EXIT
        UNTIL RemiseStatus NOT = '00'
    CLOSE RemiseFile
    IF TableSaturee
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "CAP" TO WS-MotifRemise
    END-IF.
2000-EXIT.
    EXIT.

2100-CHARGER-UNE.
    READ RemiseFile
    IF RemiseStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    IF RemiseRecord(1:1) NOT = 'D'
        GO TO 2100-EXIT
    END-IF
    IF WS-NbLignes >= 500
        IF NOT TableSaturee
            DISPLAY "Remise de plus de 500 lignes, refusée en bloc"
        END-IF
        MOVE 'O' TO WS-TableSaturee
        GO TO 2100-EXIT
    END-IF
    MOVE RemiseRecord TO WS-RemiseDetail
    ADD 1 TO WS-NbLignes
    MOVE VmdReference TO WS-LgReference(WS-NbLignes)
    MOVE VmdBeneficiaire TO WS-LgBeneficiaire(WS-NbLignes)
    MOVE SPACES TO WS-LgMotif(WS-NbLignes)
    MOVE SPACE TO WS-LgCanal(WS-NbLignes)
    MOVE ZERO TO WS-LgRefCompens(WS-NbLignes)
    MOVE 'V' TO WS-LgSort(WS-NbLignes)
    IF VmdCompteDest IS NUMERIC
        MOVE VmdCompteDest TO WS-LgCompteDest(WS-NbLignes)
    ELSE
        MOVE ZERO TO WS-LgCompteDest(WS-NbLignes)
    END-IF
    MOVE VmdMontant TO WS-LgMontant(WS-NbLignes).
2100-EXIT.
    EXIT.

2500-CHERCHER-REFERENCE.
    MOVE 'N' TO WS-RefConnue
    OPEN INPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        GO TO 2500-EXIT
    END-IF
    PERFORM 2510-COMPARER-REFERENCE THRU 2510-EXIT
        UNTIL ReferenceStatus NOT = '00' OR RefConnue
    CLOSE ReferenceFile.
2500-EXIT.
    EXIT.

2510-COMPARER-REFERENCE.
    READ ReferenceFile
    IF ReferenceStatus = '00'
        IF ReferenceRecord = WS-Reference
            MOVE 'O' TO WS-RefConnue
        END-IF
    END-IF.
2510-EXIT.
    EXIT.

2600-JOURNALISER-REFERENCE.
    OPEN EXTEND ReferenceFile
    IF ReferenceStatus = '35'
        OPEN OUTPUT ReferenceFile
    END-IF
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur ouverture references.txt, statut ",
            ReferenceStatus
        GO TO 2600-EXIT
    END-IF
    MOVE WS-Reference TO ReferenceRecord
    WRITE ReferenceRecord
    CLOSE ReferenceFile.
2600-EXIT.
    EXIT.

3000-CONTROLER-DONNEUR.
    IF RemiseRefusee
        GO TO 3000-EXIT
    END-IF
    MOVE VmhCompte TO WS-CompteDonneur
    CALL 'ReadSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte donneur d'ordre ", WS-CompteDonneur,
            " inconnu ou clos, statut ", RdStatus,
            ", remise refusée"
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "DON" TO WS-MotifRemise
        GO TO 3000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte donneur d'ordre ", WS-CompteDonneur,
            " gelé pour succession, remise refusée"
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "DCD" TO WS-MotifRemise
        GO TO 3000-EXIT
    END-IF
    MOVE CptExtension TO WS-ExtDonneur.
3000-EXIT.
    EXIT.

*> Une ligne est rejetée seule quand elle ne peut être payée; les
*> autres restent valides et le total valide est cumulé.
4000-VALIDER-LIGNE.
    IF WS-LgMontant(WS-IdxLgn) = ZERO
        MOVE "MNT" TO WS-LgMotif(WS-IdxLgn)
        GO TO 4000-REJET
    END-IF
    MOVE WS-LgCompteDest(WS-IdxLgn) TO WS-CompteDest
    IF WS-CompteDest = ZERO OR WS-CompteDest = WS-CompteDonneur
        MOVE "CPT" TO WS-LgMotif(WS-IdxLgn)
        GO TO 4000-REJET
    END-IF
    IF WS-LgBeneficiaire(WS-IdxLgn) NOT = SPACES
        PERFORM 4100-FILTRER-BENEFICIAIRE THRU 4100-EXIT
        IF WS-GelStatus = '01'
            MOVE "GEL" TO WS-LgMotif(WS-IdxLgn)
            GO TO 4000-REJET
        END-IF
    END-IF
    CALL 'ReadSolde' USING WS-CompteDest, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptExtension, RdStatus
    EVALUATE TRUE
        WHEN RdStatus = '23'
            MOVE 'E' TO WS-LgCanal(WS-IdxLgn)
        WHEN RdStatus NOT = '00'
            MOVE "CPT" TO WS-LgMotif(WS-IdxLgn)
        WHEN CptCloture
            MOVE "CLO" TO WS-LgMotif(WS-IdxLgn)
        WHEN WS-DeviseDest NOT = WS-DeviseDonneur
            MOVE "DEV" TO WS-LgMotif(WS-IdxLgn)
        WHEN OTHER
            MOVE 'I' TO WS-LgCanal(WS-IdxLgn)
    END-EVALUATE
    IF WS-LgMotif(WS-IdxLgn) NOT = SPACES
        GO TO 4000-REJET
    END-IF
    ADD WS-LgMontant(WS-IdxLgn) TO WS-TotalValide
    GO TO 4000-EXIT.
4000-REJET.
    MOVE 'R' TO WS-LgSort(WS-IdxLgn).
4000-EXIT.
    EXIT.

4100-FILTRER-BENEFICIAIRE.
    MOVE WS-LgBeneficiaire(WS-IdxLgn) TO WS-NomGel
    MOVE ZERO TO WS-ReferenceGel
    IF WS-LgReference(WS-IdxLgn) IS NUMERIC
        MOVE WS-LgReference(WS-IdxLgn) TO WS-ReferenceGel
    END-IF
    MOVE WS-LgMontant(WS-IdxLgn) TO WS-Montant
    CALL 'FiltrageGel' USING WS-NomGel, WS-OrigineGel,
        WS-ClientGel, WS-CompteDonneur, WS-ReferenceGel,
        WS-Montant, WS-Operateur, WS-GelStatus
    IF WS-GelStatus NOT = '00' AND WS-GelStatus NOT = '01'
        MOVE '00' TO WS-GelStatus
    END-IF.
4100-EXIT.
    EXIT.

*> Refus en bloc : les lignes déjà rejetées gardent leur motif.
4900-REJETER-TOUT.
    IF WS-LgSort(WS-IdxLgn) NOT = 'R'
        MOVE 'R' TO WS-LgSort(WS-IdxLgn)
        MOVE WS-MotifRemise TO WS-LgMotif(WS-IdxLgn)
    END-IF.
4900-EXIT.
    EXIT.

*> Tout ou rien : le total des lignes valides doit tenir dans le
*> disponible du donneur d'ordre, avec les mêmes exclusions que
*> les retraits et les prélèvements.
5000-CONTROLER-DISPONIBLE.
    IF WS-TotalValide = ZERO
        DISPLAY "Aucune ligne valide dans la remise ",
            VmhReference
        GO TO 5000-EXIT
    END-IF
    PERFORM 5500-CUMULER-INDISPONIBLE THRU 5500-EXIT
    IF WS-TotalValide + WS-SoldeMinDonneur + WS-ChequesEnAttente
        + WS-ReservationsEnCours + WS-OppositionsBloquees
        > WS-SoldeDonneur
        DISPLAY "Compte ", WS-CompteDonneur, " disponible ",
            "insuffisant pour ", WS-TotalValide,
            ", remise refusée en bloc"
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "SOL" TO WS-MotifRemise
    END-IF.
5000-EXIT.
    EXIT.

5500-CUMULER-INDISPONIBLE.
    MOVE ZERO TO WS-ChequesEnAttente
    OPEN INPUT ChequeFile
    IF ChequeStatus = '00'
        PERFORM 5510-CUMULER-UN-CHEQUE THRU 5510-EXIT
            UNTIL ChequeStatus NOT = '00'
        CLOSE ChequeFile
    END-IF
    MOVE ZERO TO WS-ReservationsEnCours
    OPEN INPUT AutorisationFile
    IF AutorisationStatus = '00'
        PERFORM 5520-CUMULER-UNE-RESERVATION THRU 5520-EXIT
            UNTIL AutorisationStatus NOT = '00'
        CLOSE AutorisationFile
    END-IF
    MOVE ZERO TO WS-OppositionsBloquees
    OPEN INPUT OppositionFile
    IF OppositionStatus = '00'
        PERFORM 5530-CUMULER-UNE-OPPOSITION THRU 5530-EXIT
            UNTIL OppositionStatus NOT = '00'
        CLOSE OppositionFile
    END-IF.
5500-EXIT.
    EXIT.

5510-CUMULER-UN-CHEQUE.
    READ ChequeFile
    IF ChequeStatus = '00'
        IF ChqCompte = WS-CompteDonneur AND ChqStatut = 'H'
            MOVE ChqMontant TO WS-ChqMontant
            ADD WS-ChqMontant TO WS-ChequesEnAttente
        END-IF
    END-IF.
5510-EXIT.
    EXIT.

5520-CUMULER-UNE-RESERVATION.
    READ AutorisationFile
    IF AutorisationStatus = '00'
        IF AutCompte = WS-CompteDonneur AND AutStatut = 'A'
            AND AutDateExpire >= WS-DateJour
            MOVE AutMontant TO WS-AutMontant
            ADD WS-AutMontant TO WS-ReservationsEnCours
        END-IF
    END-IF.
5520-EXIT.
    EXIT.

5530-CUMULER-UNE-OPPOSITION.
    READ OppositionFile
    IF OppositionStatus = '00'
        IF OppCompte = WS-CompteDonneur AND OppStatut = 'O'
            AND OppDateDebut <= WS-DateJour
            AND (OppDateFin = ZERO OR OppDateFin >= WS-DateJour)
            MOVE OppMontant TO WS-OppMontant
            ADD WS-OppMontant TO WS-OppositionsBloquees
        END-IF
    END-IF.
5530-EXIT.
    EXIT.

*> Le donneur d'ordre est débité une seule fois du total valide.
6000-DEBITER-DONNEUR.
    IF WS-TotalValide = ZERO
        GO TO 6000-EXIT
    END-IF
    MOVE WS-ExtDonneur TO CptExtension
    COMPUTE WS-SoldeDonneur = WS-SoldeDonneur - WS-TotalValide
    CALL 'SaveSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte donneur ",
            WS-CompteDonneur, ", statut ", WS-SaveStatus,
            ", remise non exécutée"
        MOVE 'O' TO WS-RemiseRefusee
        MOVE "ERR" TO WS-MotifRemise
        PERFORM 4900-REJETER-TOUT THRU 4900-EXIT
            VARYING WS-IdxLgn FROM 1 BY 1
            UNTIL WS-IdxLgn > WS-NbLignes
        GO TO 6000-EXIT
    END-IF
    MOVE 'O' TO WS-DonneurDebite
    MOVE WS-TotalValide TO WS-Montant
    MOVE "VirMasse" TO WS-Action
    CALL 'SaveTransaction' USING WS-CompteDonneur, WS-Montant,
        WS-Action, WS-SoldeDonneur, WS-DeviseDonneur,
        WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    DISPLAY "Compte ", WS-CompteDonneur, " débité de ",
        WS-TotalValide.
6000-EXIT.
    EXIT.

7000-PAYER-LIGNE.
    IF WS-LgSort(WS-IdxLgn) = 'R'
        GO TO 7000-EXIT
    END-IF
    MOVE WS-LgMontant(WS-IdxLgn) TO WS-Montant
    MOVE WS-LgCompteDest(WS-IdxLgn) TO WS-CompteDest
    IF WS-LgCanal(WS-IdxLgn) = 'E'
        PERFORM 7200-EMETTRE-COMPENSATION THRU 7200-EXIT
    ELSE
        PERFORM 7100-CREDITER-INTERNE THRU 7100-EXIT
    END-IF.
7000-EXIT.
    EXIT.

7100-CREDITER-INTERNE.
    CALL 'ReadSolde' USING WS-CompteDest, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptExtension, RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        MOVE "ERR" TO WS-LgMotif(WS-IdxLgn)
        PERFORM 7900-RECREDITER-DONNEUR THRU 7900-EXIT
        GO TO 7100-EXIT
    END-IF
    ADD WS-Montant TO WS-SoldeDest
        ON SIZE ERROR
            MOVE "ERR" TO WS-LgMotif(WS-IdxLgn)
            PERFORM 7900-RECREDITER-DONNEUR THRU 7900-EXIT
            GO TO 7100-EXIT
    END-ADD
    CALL 'SaveSolde' USING WS-CompteDest, WS-SoldeDest,
        WS-SoldeSecDest, WS-SoldeMinDest, WS-SoldePinDest,
        WS-DeviseDest, CptExtension, WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte ", WS-CompteDest,
            ", statut ", WS-SaveStatus, ", ligne recréditée"
        MOVE "ERR" TO WS-LgMotif(WS-IdxLgn)
        PERFORM 7900-RECREDITER-DONNEUR THRU 7900-EXIT
        GO TO 7100-EXIT
    END-IF
    MOVE "VirRecu" TO WS-Action
    CALL 'SaveTransaction' USING WS-CompteDest, WS-Montant,
        WS-Action, WS-SoldeDest, WS-DeviseDest,
        WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    MOVE 'P' TO WS-LgSort(WS-IdxLgn).
7100-EXIT.
    EXIT.

*> La ligne vers un confrère est tracée au compte donneur sans
*> effet sur son solde (déjà débité du total) : le TransID de ce
*> mouvement est la référence de compensation, par laquelle
*> RetourCompensation retrouve le compte à recréditer.
7200-EMETTRE-COMPENSATION.
    MOVE "VirMasEmis" TO WS-Action
    CALL 'SaveTransaction' USING WS-CompteDonneur, WS-Montant,
        WS-Action, WS-SoldeDonneur, WS-DeviseDonneur,
        WS-CompteDest, WS-Operateur, WS-DateValeurMvt
    PERFORM 7300-RELIRE-DERNIER-ID THRU 7300-EXIT
    OPEN EXTEND CompensFile
    IF CompensStatus = '35'
        OPEN OUTPUT CompensFile
    END-IF
    IF CompensStatus NOT = '00'
        DISPLAY "Erreur ouverture compens.txt, statut ",
            CompensStatus
        MOVE "ERR" TO WS-LgMotif(WS-IdxLgn)
        PERFORM 7900-RECREDITER-DONNEUR THRU 7900-EXIT
        GO TO 7200-EXIT
    END-IF
    MOVE WS-RefCompens TO CmpReference
    MOVE WS-CompteDest TO CmpCompteDest
    MOVE WS-Montant TO CmpMontant
    MOVE WS-DeviseDonneur TO CmpDevise
    MOVE WS-DateJour TO CmpDateValeur
    MOVE 'A' TO CmpStatut
    WRITE CompensRecord
    IF CompensStatus NOT = '00'
        DISPLAY "Erreur écriture compens.txt, statut ",
            CompensStatus
        CLOSE CompensFile
        MOVE "ERR" TO WS-LgMotif(WS-IdxLgn)
        PERFORM 7900-RECREDITER-DONNEUR THRU 7900-EXIT
        GO TO 7200-EXIT
    END-IF
    CLOSE CompensFile
    MOVE WS-RefCompens TO WS-LgRefCompens(WS-IdxLgn)
    MOVE 'P' TO WS-LgSort(WS-IdxLgn).
7200-EXIT.
    EXIT.

7300-RELIRE-DERNIER-ID.
    MOVE ZERO TO WS-RefCompens
    OPEN INPUT SeqFile
    IF SeqStatus = '00'
        READ SeqFile
        IF SeqStatus = '00'
            MOVE SeqRecord TO WS-RefCompens
        END-IF
        CLOSE SeqFile
    END-IF.
7300-EXIT.
    EXIT.

*> Commission de la remise au barème tarifs.txt (ligne
*> "VirMasse"), fixe plus pourcentage du total payé; aucune ligne
*> de barème = pas de commission.
7500-PRELEVER-COMMISSION.
    MOVE ZERO TO WS-TotalPaye
    PERFORM 7510-TOTALISER-PAYE THRU 7510-EXIT
        VARYING WS-IdxLgn FROM 1 BY 1
        UNTIL WS-IdxLgn > WS-NbLignes
    CALL 'ReadSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, RdStatus
    IF RdStatus NOT = '00'
        GO TO 7500-EXIT
    END-IF
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        CptProduit, WS-TarifFixe, WS-TarifPourcent, WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        GO TO 7500-EXIT
    END-IF
    COMPUTE WS-Commission ROUNDED =
        WS-TarifFixe + WS-TotalPaye * WS-TarifPourcent / 100
        ON SIZE ERROR
            MOVE ZERO TO WS-Commission
    END-COMPUTE
    IF WS-Commission = ZERO
        GO TO 7500-EXIT
    END-IF
    IF WS-Commission > WS-SoldeDonneur
        DISPLAY "Commission de ", WS-Commission,
            " non prélevable, solde insuffisant"
        GO TO 7500-EXIT
    END-IF
    COMPUTE WS-SoldeDonneur = WS-SoldeDonneur - WS-Commission
    CALL 'SaveSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur prélèvement commission, statut ",
            WS-SaveStatus
        GO TO 7500-EXIT
    END-IF
    MOVE "Commission" TO WS-Action
    CALL 'SaveTransaction' USING WS-CompteDonneur, WS-Commission,
        WS-Action, WS-SoldeDonneur, WS-DeviseDonneur,
        WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    DISPLAY "Commission de ", WS-Commission, " prélevée".
7500-EXIT.
    EXIT.

7510-TOTALISER-PAYE.
    IF WS-LgSort(WS-IdxLgn) = 'P'
        ADD WS-LgMontant(WS-IdxLgn) TO WS-TotalPaye
    END-IF.
7510-EXIT.
    EXIT.

*> Une ligne valide qui n'a pu être payée après le débit global
*> est rendue au donneur d'ordre ("AnnulVir").
7900-RECREDITER-DONNEUR.
    MOVE 'R' TO WS-LgSort(WS-IdxLgn)
    CALL 'ReadSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte donneur ", WS-CompteDonneur, " illisible, ",
            "ligne ", WS-LgReference(WS-IdxLgn), " à recréditer ",
            "manuellement"
        GO TO 7900-EXIT
    END-IF
    ADD WS-Montant TO WS-SoldeDonneur
    CALL 'SaveSolde' USING WS-CompteDonneur, WS-SoldeDonneur,
        WS-SoldeSecDonneur, WS-SoldeMinDonneur, WS-SoldePinDonneur,
        WS-DeviseDonneur, CptExtension, WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur recrédit du compte donneur, statut ",
            WS-SaveStatus, ", ligne ", WS-LgReference(WS-IdxLgn),
            " à recréditer manuellement"
        GO TO 7900-EXIT
    END-IF
    MOVE "AnnulVir" TO WS-Action
    CALL 'SaveTransaction' USING WS-CompteDonneur, WS-Montant,
        WS-Action, WS-SoldeDonneur, WS-DeviseDonneur,
        WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt.
7900-EXIT.
    EXIT.

*> Compte rendu d'exécution remis au client : chaque ligne payée
*> (interne ou compensation avec sa référence) ou rejetée avec
*> son motif, puis les totaux.
8000-COMPTE-RENDU.
    PERFORM 8100-OUVRIR-RAPPORT THRU 8100-EXIT
    IF NOT RapportOuvert
        GO TO 8000-EXIT
    END-IF
    IF RemiseRefusee
        MOVE SPACES TO RapportRecord
        EVALUATE WS-MotifRemise
            WHEN "SOL"
                MOVE "REMISE REFUSEE EN BLOC : disponible insuffisant, aucun virement passé"
                    TO RapportRecord
            WHEN "DON"
                MOVE "REMISE REFUSEE EN BLOC : compte donneur d'ordre inconnu ou clos"
                    TO RapportRecord
            WHEN "DCD"
                MOVE "REMISE REFUSEE EN BLOC : compte donneur d'ordre gelé pour succession"
                    TO RapportRecord
            WHEN "CAP"
                MOVE "REMISE REFUSEE EN BLOC : plus de 500 lignes"
                    TO RapportRecord
            WHEN OTHER
                MOVE "REMISE REFUSEE EN BLOC : erreur d'exécution, aucun virement passé"
                    TO RapportRecord
        END-EVALUATE
        WRITE RapportRecord
    END-IF
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "Référence  Compte   Bénéficiaire" DELIMITED BY SIZE
           "                       Montant Résultat"
               DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE ZERO TO WS-TotalPaye
    MOVE ZERO TO WS-TotalRejete
    PERFORM 8200-LIGNE-RAPPORT THRU 8200-EXIT
        VARYING WS-IdxLgn FROM 1 BY 1
        UNTIL WS-IdxLgn > WS-NbLignes
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE WS-TotalPaye TO WS-MontantAff
    MOVE SPACES TO RapportRecord
    STRING "Payés   : " DELIMITED BY SIZE
           WS-NbPayes DELIMITED BY SIZE
           " pour " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE WS-TotalRejete TO WS-MontantAff2
    MOVE SPACES TO RapportRecord
    STRING "Rejetés : " DELIMITED BY SIZE
           WS-NbRejetes DELIMITED BY SIZE
           " pour " DELIMITED BY SIZE
           WS-MontantAff2 DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
8000-EXIT.
    EXIT.

8100-OUVRIR-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création virements-masse.rpt, statut ",
            RapportStatus
        GO TO 8100-EXIT
    END-IF
    MOVE 'O' TO WS-RapportOuvert
    MOVE SPACES TO RapportRecord
    STRING "Compte rendu d'exécution de la remise " DELIMITED BY SIZE
           VmhReference DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "Donneur d'ordre : " DELIMITED BY SIZE
           VmhDonneur DELIMITED BY SIZE
           " compte " DELIMITED BY SIZE
           VmhCompte DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
8100-EXIT.
    EXIT.

8200-LIGNE-RAPPORT.
    MOVE WS-LgReference(WS-IdxLgn) TO CrReference
    MOVE WS-LgCompteDest(WS-IdxLgn) TO CrCompte
    MOVE WS-LgBeneficiaire(WS-IdxLgn) TO CrBeneficiaire
    MOVE WS-LgMontant(WS-IdxLgn) TO CrMontant
    MOVE SPACES TO CrResultat
    IF WS-LgSort(WS-IdxLgn) = 'P'
        ADD 1 TO WS-NbPayes
        ADD WS-LgMontant(WS-IdxLgn) TO WS-TotalPaye
        IF WS-LgCanal(WS-IdxLgn) = 'E'
            STRING "payé - compensation réf. " DELIMITED BY SIZE
                   WS-LgRefCompens(WS-IdxLgn) DELIMITED BY SIZE
              INTO CrResultat
        ELSE
            MOVE "payé - compte interne" TO CrResultat
        END-IF
    ELSE
        ADD 1 TO WS-NbRejetes
        ADD WS-LgMontant(WS-IdxLgn) TO WS-TotalRejete
        EVALUATE WS-LgMotif(WS-IdxLgn)
            WHEN "MNT"
                MOVE "rejeté MNT - montant nul ou invalide"
                    TO CrResultat
            WHEN "CPT"
                MOVE "rejeté CPT - compte bénéficiaire invalide"
                    TO CrResultat
            WHEN "CLO"
                MOVE "rejeté CLO - compte bénéficiaire clos"
                    TO CrResultat
            WHEN "DEV"
                MOVE "rejeté DEV - devise du compte différente"
                    TO CrResultat
            WHEN "GEL"
                MOVE "rejeté GEL - bénéficiaire en cours d'examen"
                    TO CrResultat
            WHEN "SOL"
                MOVE "rejeté SOL - disponible insuffisant"
                    TO CrResultat
            WHEN "DON"
                MOVE "rejeté DON - compte donneur invalide"
                    TO CrResultat
            WHEN "DCD"
                MOVE "rejeté DCD - compte donneur gelé (succession)"
                    TO CrResultat
            WHEN "CAP"
                MOVE "rejeté CAP - remise trop volumineuse"
                    TO CrResultat
            WHEN OTHER
                MOVE "rejeté ERR - erreur d'exécution, non débité"
                    TO CrResultat
        END-EVALUATE
    END-IF
    MOVE SPACES TO RapportRecord
    MOVE WS-LigneCompteRendu TO RapportRecord
    WRITE RapportRecord.
8200-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Compte rendu : virements-masse.rpt"
    END-IF
    IF CadreValide
        DISPLAY "Virements payés : ", WS-NbPayes,
            " - rejetés : ", WS-NbRejetes
    END-IF
    DISPLAY "Fin des virements de masse".
9999-EXIT.
    EXIT.
