IDENTIFICATION DIVISION.
PROGRAM-ID. PrelevementsRecus.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Compte gelé pour succession (SolEtat 'S',
*>                 GestionSuccessions) -> retour "DCD", le
*>                 prélèvement n'est pas débité.
*> 2026-10-15  SI  Création - imputation nocturne des prélèvements
*>                 reçus des banques des créanciers
*>                 (prelevements-recus.txt : référence, compte
*>                 débité, identifiant du créancier, référence du
*>                 mandat, montant et date d'échéance par ligne).
*>                 Chaque prélèvement est contrôlé contre le
*>                 registre des mandats (mandats-prlv.txt) : aucun
*>                 mandat -> retour "MAN", mandat révoqué -> retour
*>                 "REV"; échéance refusée par le client au guichet
*>                 (refus-prlv.txt) -> retour "REF"; sinon le
*>                 compte est débité par la chaîne ReadSolde /
*>                 SaveSolde / SaveTransaction (mouvement
*>                 "Prelevemt"), disponible contrôlé avec les mêmes
*>                 exclusions que PresentationCheques - chèques 'H'
*>                 en attente, réservations carte actives,
*>                 oppositions judiciaires ouvertes (retour "SOL"
*>                 sinon). Compte inconnu ou clos -> retour "CPT".
*>                 Les retours partent dans retours-prlv.txt pour la
*>                 banque du créancier; toute référence traitée est
*>                 journalisée dans references.txt (une relance
*>                 n'est jamais débitée ni retournée deux fois).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PrelevRecuFile ASSIGN TO 'prelevements-recus.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PrelevRecuStatus.
    SELECT MandatPrlvFile ASSIGN TO 'mandats-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatPrlvStatus.
    SELECT RefusPrlvFile ASSIGN TO 'refus-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RefusPrlvStatus.
    SELECT RetourPrlvFile ASSIGN TO 'retours-prlv.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetourPrlvStatus.
    SELECT ReferenceFile ASSIGN TO 'references.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
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
FD PrelevRecuFile.
01 PrelevRecuRecord.
   05 PrrReference    PIC X(10).
   05 PrrCompte       PIC 9(8).
   05 PrrCreancier    PIC X(13).
   05 PrrMandat       PIC X(35).
   05 PrrMontant      PIC 9(7).9(2).
   05 PrrDateEcheance PIC 9(8).
FD MandatPrlvFile.
COPY PRLVREC.
FD RefusPrlvFile.
COPY REFPRLVREC.
FD RetourPrlvFile.
01 RetourPrlvRecord.
   05 RtpReference    PIC X(10).
   05 RtpCompte       PIC 9(8).
   05 RtpCreancier    PIC X(13).
   05 RtpMandat       PIC X(35).
   05 RtpMontant      PIC 9(7).9(2).
   05 RtpDateEcheance PIC 9(8).
   05 RtpMotif        PIC X(3).
   05 RtpDate         PIC 9(8).
FD ReferenceFile.
01 ReferenceRecord PIC X(10).
FD ChequeFile.
COPY CHEQREC.
FD AutorisationFile.
COPY AUTOREC.
FD OppositionFile.
COPY OPPOREC.
FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 PrelevRecuStatus  PIC X(02).
01 MandatPrlvStatus  PIC X(02).
01 RefusPrlvStatus   PIC X(02).
01 RetourPrlvStatus  PIC X(02).
01 ReferenceStatus   PIC X(02).
01 ChequeStatus      PIC X(02).
01 AutorisationStatus PIC X(02).
01 OppositionStatus  PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RdStatus          PIC X(02).
01 WS-ChequesEnAttente PIC 9(09)V99 VALUE ZERO.
01 WS-ChqMontant     PIC 9(07)V99.
01 WS-ReservationsEnCours PIC 9(09)V99 VALUE ZERO.
01 WS-AutMontant     PIC 9(07)V99.
01 WS-OppositionsBloquees PIC 9(09)V99 VALUE ZERO.
01 WS-OppMontant     PIC 9(07)V99.
01 WS-RfpMontant     PIC 9(07)V99.
01 WS-SaveStatus     PIC X(02).
01 WS-Montant        PIC 9(07)V99.
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-Action         PIC X(10) VALUE "Prelevemt".
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-Operateur      PIC X(04) VALUE "BATC".
01 WS-Reference      PIC X(10).
01 WS-Motif          PIC X(03).
01 WS-DateJour       PIC 9(08).
01 WS-StatutMandat   PIC X(01).
01 WS-NbPayes        PIC 9(06) VALUE ZERO.
01 WS-NbRetournes    PIC 9(06) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier  PIC X(01) VALUE 'N'.
      88 FinFichier  VALUE 'O'.
   05 WS-MandatTrouve PIC X(01) VALUE 'N'.
      88 MandatTrouve VALUE 'O'.
   05 WS-RefusTrouve PIC X(01) VALUE 'N'.
      88 RefusTrouve VALUE 'O'.
   05 WS-RefConnue   PIC X(01) VALUE 'N'.
      88 RefConnue   VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Imputation des prélèvements reçus"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-TRAITEMENT THRU 2000-EXIT
        UNTIL FinFichier
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
    END-IF
    OPEN INPUT PrelevRecuFile
    IF PrelevRecuStatus NOT = '00'
        IF PrelevRecuStatus = '35'
            DISPLAY "Aucun prélèvement reçu ",
                "(prelevements-recus.txt absent)"
        ELSE
            DISPLAY "Prelevements-recus.txt illisible, statut ",
                PrelevRecuStatus
        END-IF
        MOVE 'O' TO WS-FinFichier
    ELSE
        PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT
    END-IF.
1000-EXIT.
    EXIT.

2000-TRAITEMENT.
    MOVE PrrReference TO WS-Reference
    MOVE PrrMontant TO WS-Montant
    PERFORM 2500-CHERCHER-REFERENCE THRU 2500-EXIT
    IF RefConnue
        DISPLAY "Référence ", WS-Reference, " déjà passée, ",
            "prélèvement ignoré"
        GO TO 2000-SUITE
    END-IF
    PERFORM 3000-CONTROLER-MANDAT THRU 3000-EXIT
    IF NOT MandatTrouve
        DISPLAY "Prélèvement ", WS-Reference, " sans mandat sur le ",
            "compte ", PrrCompte, ", retourné"
        MOVE "MAN" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 2000-SUITE
    END-IF
    IF WS-StatutMandat = 'R'
        DISPLAY "Prélèvement ", WS-Reference, " sur un mandat ",
            "révoqué, retourné"
        MOVE "REV" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 2000-SUITE
    END-IF
    PERFORM 3500-CONTROLER-REFUS THRU 3500-EXIT
    IF RefusTrouve
        DISPLAY "Prélèvement ", WS-Reference, " refusé par le ",
            "client, retourné"
        MOVE "REF" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 2000-SUITE
    END-IF
    PERFORM 4000-DEBITER THRU 4000-EXIT.
2000-SUITE.
    PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT.
2000-EXIT.
    EXIT.

2100-LIRE-SUIVANT.
    READ PrelevRecuFile
    IF PrelevRecuStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
        CLOSE PrelevRecuFile
    END-IF.
2100-EXIT.
    EXIT.

*> Le mandat est reconnu au compte, au créancier et à sa
*> référence; son statut tranche.
3000-CONTROLER-MANDAT.
    MOVE 'N' TO WS-MandatTrouve
    MOVE SPACE TO WS-StatutMandat
    OPEN INPUT MandatPrlvFile
    IF MandatPrlvStatus NOT = '00'
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-COMPARER-MANDAT THRU 3100-EXIT
        UNTIL MandatPrlvStatus NOT = '00'
    CLOSE MandatPrlvFile.
3000-EXIT.
    EXIT.

3100-COMPARER-MANDAT.
    READ MandatPrlvFile
    IF MandatPrlvStatus = '00'
        IF MpvCompte = PrrCompte
            AND MpvCreancier = PrrCreancier
            AND MpvReference = PrrMandat
            MOVE 'O' TO WS-MandatTrouve
            MOVE MpvStatut TO WS-StatutMandat
        END-IF
    END-IF.
3100-EXIT.
    EXIT.

*> Refus ponctuel : même mandat, même échéance, et même montant
*> quand le client l'a précisé.
3500-CONTROLER-REFUS.
    MOVE 'N' TO WS-RefusTrouve
    OPEN INPUT RefusPrlvFile
    IF RefusPrlvStatus NOT = '00'
        GO TO 3500-EXIT
    END-IF
    PERFORM 3510-COMPARER-REFUS THRU 3510-EXIT
        UNTIL RefusPrlvStatus NOT = '00' OR RefusTrouve
    CLOSE RefusPrlvFile.
3500-EXIT.
    EXIT.

3510-COMPARER-REFUS.
    READ RefusPrlvFile
    IF RefusPrlvStatus = '00'
        IF RfpCompte = PrrCompte
            AND RfpCreancier = PrrCreancier
            AND RfpReference = PrrMandat
            AND RfpDateEcheance = PrrDateEcheance
            MOVE RfpMontant TO WS-RfpMontant
            IF WS-RfpMontant = ZERO OR WS-RfpMontant = WS-Montant
                MOVE 'O' TO WS-RefusTrouve
            END-IF
        END-IF
    END-IF.
3510-EXIT.
    EXIT.

4000-DEBITER.
    CALL 'ReadSolde' USING PrrCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptCloture
        DISPLAY "Compte ", PrrCompte, " inconnu ou clos, statut ",
            RdStatus, ", prélèvement retourné"
        MOVE "CPT" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 4000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", PrrCompte, " gelé pour succession, ",
            "prélèvement retourné"
        MOVE "DCD" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CUMULER-INDISPONIBLE THRU 4500-EXIT
    IF WS-Montant + WS-SoldeMin + WS-ChequesEnAttente
        + WS-ReservationsEnCours + WS-OppositionsBloquees
        > WS-Solde
        DISPLAY "Compte ", PrrCompte, " disponible insuffisant ",
            "(chèques, réservations ou oppositions compris), ",
            "prélèvement retourné"
        MOVE "SOL" TO WS-Motif
        PERFORM 2400-ECRIRE-RETOUR THRU 2400-EXIT
        GO TO 4000-EXIT
    END-IF
    COMPUTE WS-Solde = WS-Solde - WS-Montant
    CALL 'SaveSolde' USING PrrCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte ", PrrCompte,
            ", statut ", WS-SaveStatus, ", prélèvement non imputé"
        GO TO 4000-EXIT
    END-IF
    CALL 'SaveTransaction' USING PrrCompte, WS-Montant,
        WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
        WS-Operateur, WS-DateValeurMvt
    PERFORM 2600-JOURNALISER-REFERENCE THRU 2600-EXIT
    ADD 1 TO WS-NbPayes
    DISPLAY "Prélèvement ", WS-Reference, " imputé sur le compte ",
        PrrCompte, " pour ", WS-Montant.
4000-EXIT.
    EXIT.

*> Mêmes exclusions du disponible que PresentationCheques :
*> chèques 'H' en attente de bonne fin, réservations carte 'A'
*> non expirées et oppositions judiciaires ouvertes du compte.
4500-CUMULER-INDISPONIBLE.
    MOVE ZERO TO WS-ChequesEnAttente
    OPEN INPUT ChequeFile
    IF ChequeStatus = '00'
        PERFORM 4510-CUMULER-UN-CHEQUE THRU 4510-EXIT
            UNTIL ChequeStatus NOT = '00'
        CLOSE ChequeFile
    END-IF
    MOVE ZERO TO WS-ReservationsEnCours
    OPEN INPUT AutorisationFile
    IF AutorisationStatus = '00'
        PERFORM 4520-CUMULER-UNE-RESERVATION THRU 4520-EXIT
            UNTIL AutorisationStatus NOT = '00'
        CLOSE AutorisationFile
    END-IF
    MOVE ZERO TO WS-OppositionsBloquees
    OPEN INPUT OppositionFile
    IF OppositionStatus = '00'
        PERFORM 4530-CUMULER-UNE-OPPOSITION THRU 4530-EXIT
            UNTIL OppositionStatus NOT = '00'
        CLOSE OppositionFile
    END-IF.
4500-EXIT.
    EXIT.

4510-CUMULER-UN-CHEQUE.
    READ ChequeFile
    IF ChequeStatus = '00'
        IF ChqCompte = PrrCompte AND ChqStatut = 'H'
            MOVE ChqMontant TO WS-ChqMontant
            ADD WS-ChqMontant TO WS-ChequesEnAttente
        END-IF
    END-IF.
4510-EXIT.
    EXIT.

4520-CUMULER-UNE-RESERVATION.
    READ AutorisationFile
    IF AutorisationStatus = '00'
        IF AutCompte = PrrCompte AND AutStatut = 'A'
            AND AutDateExpire >= WS-DateJour
            MOVE AutMontant TO WS-AutMontant
            ADD WS-AutMontant TO WS-ReservationsEnCours
        END-IF
    END-IF.
4520-EXIT.
    EXIT.

4530-CUMULER-UNE-OPPOSITION.
    READ OppositionFile
    IF OppositionStatus = '00'
        IF OppCompte = PrrCompte AND OppStatut = 'O'
            AND OppDateDebut <= WS-DateJour
            AND (OppDateFin = ZERO OR OppDateFin >= WS-DateJour)
            MOVE OppMontant TO WS-OppMontant
            ADD WS-OppMontant TO WS-OppositionsBloquees
        END-IF
    END-IF.
4530-EXIT.
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

*> Le retour est la suite définitive du prélèvement : sa
*> référence est journalisée comme celle d'un prélèvement imputé.
2400-ECRIRE-RETOUR.
    ADD 1 TO WS-NbRetournes
    OPEN EXTEND RetourPrlvFile
    IF RetourPrlvStatus = '35'
        OPEN OUTPUT RetourPrlvFile
    END-IF
    IF RetourPrlvStatus NOT = '00'
        DISPLAY "Erreur ouverture retours-prlv.txt, statut ",
            RetourPrlvStatus
        GO TO 2400-EXIT
    END-IF
    MOVE WS-Reference TO RtpReference
    MOVE PrrCompte TO RtpCompte
    MOVE PrrCreancier TO RtpCreancier
    MOVE PrrMandat TO RtpMandat
    MOVE WS-Montant TO RtpMontant
    MOVE PrrDateEcheance TO RtpDateEcheance
    MOVE WS-Motif TO RtpMotif
    MOVE WS-DateJour TO RtpDate
    WRITE RetourPrlvRecord
    IF RetourPrlvStatus NOT = '00'
        DISPLAY "Erreur écriture retours-prlv.txt, statut ",
            RetourPrlvStatus
        CLOSE RetourPrlvFile
        GO TO 2400-EXIT
    END-IF
    CLOSE RetourPrlvFile
    PERFORM 2600-JOURNALISER-REFERENCE THRU 2600-EXIT.
2400-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Prélèvements imputés  : ", WS-NbPayes
    DISPLAY "Prélèvements retournés : ", WS-NbRetournes
    DISPLAY "Fin de l'imputation des prélèvements".
9999-EXIT.
    EXIT.
