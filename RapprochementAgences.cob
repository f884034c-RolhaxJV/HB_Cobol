IDENTIFICATION DIVISION.
PROGRAM-ID. RapprochementAgences.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - rapprochement inter-agences des
*>                 comptes de liaison : les jambes du compte 18100
*>                 du journal comptable du jour (journal-AAAAMMJJ
*>                 .txt) sont cumulées par couple agence / agence
*>                 correspondante sur le solde de la veille
*>                 (liaisons.txt, dernière position antérieure à
*>                 la date comptable). Le solde de chaque agence
*>                 chez sa correspondante doit être l'opposé du
*>                 solde réciproque; toute différence est signalée
*>                 en écart. Chaque jambe de liaison doit trouver
*>                 sa jambe miroir (même référence, libellé et
*>                 montant, sens opposé, agences croisées); les
*>                 jambes non rapprochées sont listées. Rapport
*>                 dans rapprochement-agences.rpt, positions du
*>                 jour ajoutées à liaisons.txt. Une position déjà
*>                 écrite pour la date n'est pas réécrite
*>                 (rejouable).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFile ASSIGN USING WS-NomJournal
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalStatus.
    SELECT LiaisonFile ASSIGN TO 'liaisons.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LiaisonStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'rapprochement-agences.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD JournalFile.
COPY JOURCPTREC.
FD LiaisonFile.
01 LiaisonRecord.
   05 LiaDate       PIC 9(8).
   05 LiaAgence     PIC X(3).
   05 LiaAgenceLiee PIC X(3).
   05 LiaSolde      PIC S9(9)V9(2) SIGN LEADING SEPARATE.
   05 LiaDebits     PIC 9(9)V9(2).
   05 LiaCredits    PIC 9(9)V9(2).
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 JournalStatus     PIC X(02).
01 LiaisonStatus     PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-NomJournal     PIC X(30).
01 WS-DateJour       PIC 9(08).
01 WS-CompteLiaison  PIC 9(05) VALUE 18100.
01 WS-Montant        PIC 9(07)V99.
01 WS-Agence         PIC X(03).
01 WS-AgenceLiee     PIC X(03).
01 WS-SoldeMiroir    PIC S9(11)V99 COMP-3.
01 WS-Ecart          PIC S9(11)V99 COMP-3.
01 WS-SoldeAff       PIC -(10)9.99.
01 WS-MiroirAff      PIC -(10)9.99.
01 WS-EcartAff       PIC -(10)9.99.
01 WS-MontantAff     PIC Z(6)9.99.
01 WS-NbJambes       PIC 9(06) VALUE ZERO.
01 WS-NbRapprochees  PIC 9(06) VALUE ZERO.
01 WS-NbNonRappr     PIC 9(06) VALUE ZERO.
01 WS-NbHorsTable    PIC 9(06) VALUE ZERO.
01 WS-NbEcarts       PIC 9(04) VALUE ZERO.
*> Couples agence / agence correspondante : solde de la veille,
*> débits et crédits de liaison du jour, solde du jour (débiteur
*> positif).
01 WS-TablePaires.
   05 WS-Paire OCCURS 100.
      10 WS-PrAgence     PIC X(03).
      10 WS-PrLiee       PIC X(03).
      10 WS-PrVeille     PIC S9(11)V99 COMP-3.
      10 WS-PrDebits     PIC S9(11)V99 COMP-3.
      10 WS-PrCredits    PIC S9(11)V99 COMP-3.
      10 WS-PrSolde      PIC S9(11)V99 COMP-3.
01 WS-NbPaires       PIC 9(03) COMP VALUE ZERO.
01 WS-IdxPr          PIC 9(03) COMP.
01 WS-IdxPrTrouve    PIC 9(03) COMP.
01 WS-IdxPrMiroir    PIC 9(03) COMP.
*> Jambes de liaison du jour, marquées au fil du rapprochement.
01 WS-TableJambes.
   05 WS-Jambe OCCURS 2000.
      10 WS-JbAgence     PIC X(03).
      10 WS-JbLiee       PIC X(03).
      10 WS-JbSens       PIC X(01).
      10 WS-JbMontant    PIC 9(07)V99.
      10 WS-JbTransID    PIC 9(10).
      10 WS-JbLibelle    PIC X(10).
      10 WS-JbRapprochee PIC X(01).
01 WS-NbTable        PIC 9(04) COMP VALUE ZERO.
01 WS-IdxJb          PIC 9(04) COMP.
01 WS-IdxMir         PIC 9(04) COMP.
01 WS-IdxMirTrouve   PIC 9(04) COMP.
01 WS-Switches.
   05 WS-DejaEcrite   PIC X(01) VALUE 'N'.
      88 DejaEcrite   VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Rapprochement inter-agences des comptes de liaison"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-LIRE-JOURNAL THRU 2000-EXIT
    PERFORM 3000-RAPPROCHER THRU 3000-EXIT
        VARYING WS-IdxJb FROM 1 BY 1 UNTIL WS-IdxJb > WS-NbTable
    PERFORM 3500-COMPLETER-PAIRES THRU 3500-EXIT
        VARYING WS-IdxPr FROM 1 BY 1 UNTIL WS-IdxPr > WS-NbPaires
    PERFORM 4000-RAPPORT THRU 4000-EXIT
    PERFORM 5000-POSITIONS THRU 5000-EXIT
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
    MOVE SPACES TO WS-NomJournal
    STRING "journal-" DELIMITED BY SIZE
        WS-DateJour DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomJournal
    PERFORM 1100-LIRE-POSITIONS THRU 1100-EXIT.
1000-EXIT.
    EXIT.

*> La dernière position antérieure à la date du jour sert de
*> solde de la veille de chaque couple; une position déjà écrite
*> pour la date du jour rend l'étape rejouable sans double
*> écriture.
1100-LIRE-POSITIONS.
    OPEN INPUT LiaisonFile
    IF LiaisonStatus NOT = '00'
        GO TO 1100-EXIT
    END-IF
    PERFORM 1110-LIRE-UNE-POSITION THRU 1110-EXIT
        UNTIL LiaisonStatus NOT = '00'
    CLOSE LiaisonFile.
1100-EXIT.
    EXIT.

1110-LIRE-UNE-POSITION.
    READ LiaisonFile
    IF LiaisonStatus NOT = '00'
        GO TO 1110-EXIT
    END-IF
    IF LiaDate = WS-DateJour
        MOVE 'O' TO WS-DejaEcrite
        GO TO 1110-EXIT
    END-IF
    IF LiaDate < WS-DateJour
        MOVE LiaAgence TO WS-Agence
        MOVE LiaAgenceLiee TO WS-AgenceLiee
        PERFORM 1200-TROUVER-PAIRE THRU 1200-EXIT
        MOVE LiaSolde TO WS-PrVeille(WS-IdxPrTrouve)
        MOVE LiaSolde TO WS-PrSolde(WS-IdxPrTrouve)
    END-IF.
1110-EXIT.
    EXIT.

*> Poste du couple WS-Agence / WS-AgenceLiee, ouvert à zéro au
*> premier passage; au-delà de 100 couples, le dernier poste
*> recueille le surplus et le signale.
1200-TROUVER-PAIRE.
    MOVE ZERO TO WS-IdxPrTrouve
    PERFORM 1210-COMPARER-PAIRE THRU 1210-EXIT
        VARYING WS-IdxPr FROM 1 BY 1
        UNTIL WS-IdxPr > WS-NbPaires
        OR WS-IdxPrTrouve NOT = ZERO
    IF WS-IdxPrTrouve NOT = ZERO
        GO TO 1200-EXIT
    END-IF
    IF WS-NbPaires >= 100
        DISPLAY "Plus de 100 couples d'agences, ", WS-Agence, "/",
            WS-AgenceLiee, " cumulé avec ", WS-PrAgence(100), "/",
            WS-PrLiee(100)
        MOVE 100 TO WS-IdxPrTrouve
        GO TO 1200-EXIT
    END-IF
    ADD 1 TO WS-NbPaires
    MOVE WS-NbPaires TO WS-IdxPrTrouve
    MOVE WS-Agence TO WS-PrAgence(WS-IdxPrTrouve)
    MOVE WS-AgenceLiee TO WS-PrLiee(WS-IdxPrTrouve)
    MOVE ZERO TO WS-PrVeille(WS-IdxPrTrouve)
    MOVE ZERO TO WS-PrDebits(WS-IdxPrTrouve)
    MOVE ZERO TO WS-PrCredits(WS-IdxPrTrouve)
    MOVE ZERO TO WS-PrSolde(WS-IdxPrTrouve).
1200-EXIT.
    EXIT.

1210-COMPARER-PAIRE.
    IF WS-PrAgence(WS-IdxPr) = WS-Agence
        AND WS-PrLiee(WS-IdxPr) = WS-AgenceLiee
        MOVE WS-IdxPr TO WS-IdxPrTrouve
    END-IF.
1210-EXIT.
    EXIT.

*> Jambes du compte de liaison du journal du jour : cumul par
*> couple et mise en table pour le rapprochement.
2000-LIRE-JOURNAL.
    OPEN INPUT JournalFile
    IF JournalStatus NOT = '00'
        DISPLAY "Journal comptable ", WS-NomJournal, " absent, ",
            "statut ", JournalStatus, " : soldes de la veille seuls"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-LIRE-ECRITURE THRU 2100-EXIT
        UNTIL JournalStatus NOT = '00'
    CLOSE JournalFile.
2000-EXIT.
    EXIT.

2100-LIRE-ECRITURE.
    READ JournalFile
    IF JournalStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    IF JclCompte NOT = WS-CompteLiaison
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbJambes
    MOVE JclMontant TO WS-Montant
    MOVE JclAgence TO WS-Agence
    MOVE JclAgenceLiee TO WS-AgenceLiee
    PERFORM 1200-TROUVER-PAIRE THRU 1200-EXIT
    IF JclSens = 'D'
        ADD WS-Montant TO WS-PrDebits(WS-IdxPrTrouve)
        ADD WS-Montant TO WS-PrSolde(WS-IdxPrTrouve)
    ELSE
        ADD WS-Montant TO WS-PrCredits(WS-IdxPrTrouve)
        SUBTRACT WS-Montant FROM WS-PrSolde(WS-IdxPrTrouve)
    END-IF
    IF WS-NbTable >= 2000
        ADD 1 TO WS-NbHorsTable
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbTable
    MOVE JclAgence TO WS-JbAgence(WS-NbTable)
    MOVE JclAgenceLiee TO WS-JbLiee(WS-NbTable)
    MOVE JclSens TO WS-JbSens(WS-NbTable)
    MOVE WS-Montant TO WS-JbMontant(WS-NbTable)
    MOVE JclTransID TO WS-JbTransID(WS-NbTable)
    MOVE JclLibelle TO WS-JbLibelle(WS-NbTable)
    MOVE 'N' TO WS-JbRapprochee(WS-NbTable).
2100-EXIT.
    EXIT.

*> Jambe miroir de la jambe WS-IdxJb : première jambe non encore
*> rapprochée de même référence, libellé et montant, de sens
*> opposé, passée chez l'agence correspondante.
3000-RAPPROCHER.
    IF WS-JbRapprochee(WS-IdxJb) = 'O'
        GO TO 3000-EXIT
    END-IF
    MOVE ZERO TO WS-IdxMirTrouve
    PERFORM 3100-COMPARER-JAMBE THRU 3100-EXIT
        VARYING WS-IdxMir FROM WS-IdxJb BY 1
        UNTIL WS-IdxMir > WS-NbTable
        OR WS-IdxMirTrouve NOT = ZERO
    IF WS-IdxMirTrouve = ZERO
        ADD 1 TO WS-NbNonRappr
        GO TO 3000-EXIT
    END-IF
    MOVE 'O' TO WS-JbRapprochee(WS-IdxJb)
    MOVE 'O' TO WS-JbRapprochee(WS-IdxMirTrouve)
    ADD 2 TO WS-NbRapprochees.
3000-EXIT.
    EXIT.

3100-COMPARER-JAMBE.
    IF WS-JbRapprochee(WS-IdxMir) = 'N'
        AND WS-JbTransID(WS-IdxMir) = WS-JbTransID(WS-IdxJb)
        AND WS-JbLibelle(WS-IdxMir) = WS-JbLibelle(WS-IdxJb)
        AND WS-JbMontant(WS-IdxMir) = WS-JbMontant(WS-IdxJb)
        AND WS-JbSens(WS-IdxMir) NOT = WS-JbSens(WS-IdxJb)
        AND WS-JbAgence(WS-IdxMir) = WS-JbLiee(WS-IdxJb)
        AND WS-JbLiee(WS-IdxMir) = WS-JbAgence(WS-IdxJb)
        MOVE WS-IdxMir TO WS-IdxMirTrouve
    END-IF.
3100-EXIT.
    EXIT.

*> Tout couple a son couple réciproque, ouvert à zéro s'il n'a
*> jamais été mouvementé, pour que l'écart ressorte.
3500-COMPLETER-PAIRES.
    MOVE WS-PrLiee(WS-IdxPr) TO WS-Agence
    MOVE WS-PrAgence(WS-IdxPr) TO WS-AgenceLiee
    MOVE WS-IdxPr TO WS-IdxPrMiroir
    PERFORM 1200-TROUVER-PAIRE THRU 1200-EXIT
    MOVE WS-IdxPrMiroir TO WS-IdxPr.
3500-EXIT.
    EXIT.

4000-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création rapprochement-agences.rpt, statut ",
            RapportStatus
        GO TO 4000-EXIT
    END-IF
    MOVE 'O' TO WS-RapportOuvert
    MOVE SPACES TO RapportRecord
    STRING "Rapprochement des comptes de liaison inter-agences du "
               DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Soldes de liaison par couple d'agences (débiteur positif)"
      TO RapportRecord
    WRITE RapportRecord
    MOVE "Agence / Corresp.     Solde agence   Solde réciproque           Ecart"
      TO RapportRecord
    WRITE RapportRecord
    PERFORM 4100-LIGNE-PAIRE THRU 4100-EXIT
        VARYING WS-IdxPr FROM 1 BY 1 UNTIL WS-IdxPr > WS-NbPaires
    IF WS-NbPaires = ZERO
        MOVE "  Aucun compte de liaison mouvementé" TO RapportRecord
        WRITE RapportRecord
    END-IF
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Jambes de liaison du jour non rapprochées" TO RapportRecord
    WRITE RapportRecord
    MOVE "Agence Corresp. Sens     Montant  Référence  Libellé"
      TO RapportRecord
    WRITE RapportRecord
    PERFORM 4200-LIGNE-JAMBE THRU 4200-EXIT
        VARYING WS-IdxJb FROM 1 BY 1 UNTIL WS-IdxJb > WS-NbTable
    IF WS-NbNonRappr = ZERO
        MOVE "  Aucune" TO RapportRecord
        WRITE RapportRecord
    END-IF
    IF WS-NbHorsTable > ZERO
        MOVE SPACES TO RapportRecord
        STRING "  Plus de 2000 jambes : " DELIMITED BY SIZE
               WS-NbHorsTable DELIMITED BY SIZE
               " jambe(s) non rapprochée(s) individuellement"
                   DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    CLOSE RapportFile
    DISPLAY "Rapport écrit : rapprochement-agences.rpt".
4000-EXIT.
    EXIT.

*> Un couple est édité une fois, par l'agence de plus petit code;
*> les deux soldes réciproques doivent s'annuler.
4100-LIGNE-PAIRE.
    IF WS-PrAgence(WS-IdxPr) > WS-PrLiee(WS-IdxPr)
        GO TO 4100-EXIT
    END-IF
    MOVE WS-PrLiee(WS-IdxPr) TO WS-Agence
    MOVE WS-PrAgence(WS-IdxPr) TO WS-AgenceLiee
    MOVE WS-IdxPr TO WS-IdxPrMiroir
    PERFORM 1200-TROUVER-PAIRE THRU 1200-EXIT
    MOVE WS-PrSolde(WS-IdxPrTrouve) TO WS-SoldeMiroir
    MOVE WS-IdxPrMiroir TO WS-IdxPr
    COMPUTE WS-Ecart = WS-PrSolde(WS-IdxPr) + WS-SoldeMiroir
    MOVE WS-PrSolde(WS-IdxPr) TO WS-SoldeAff
    MOVE WS-SoldeMiroir TO WS-MiroirAff
    MOVE WS-Ecart TO WS-EcartAff
    MOVE SPACES TO RapportRecord
    IF WS-Ecart = ZERO
        STRING WS-PrAgence(WS-IdxPr) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-PrLiee(WS-IdxPr) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SoldeAff DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MiroirAff DELIMITED BY SIZE
               "  concordant" DELIMITED BY SIZE
          INTO RapportRecord
    ELSE
        ADD 1 TO WS-NbEcarts
        STRING WS-PrAgence(WS-IdxPr) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-PrLiee(WS-IdxPr) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SoldeAff DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MiroirAff DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EcartAff DELIMITED BY SIZE
               " ECART" DELIMITED BY SIZE
          INTO RapportRecord
    END-IF
    WRITE RapportRecord.
4100-EXIT.
    EXIT.

4200-LIGNE-JAMBE.
    IF WS-JbRapprochee(WS-IdxJb) = 'O'
        GO TO 4200-EXIT
    END-IF
    MOVE WS-JbMontant(WS-IdxJb) TO WS-MontantAff
    MOVE SPACES TO RapportRecord
    STRING WS-JbAgence(WS-IdxJb) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-JbLiee(WS-IdxJb) DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-JbSens(WS-IdxJb) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-MontantAff DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-JbTransID(WS-IdxJb) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-JbLibelle(WS-IdxJb) DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
4200-EXIT.
    EXIT.

*> Positions du jour de chaque couple ajoutées à liaisons.txt,
*> sauf si la date y figure déjà.
5000-POSITIONS.
    IF DejaEcrite
        DISPLAY "Positions de liaison du ", WS-DateJour,
            " déjà écrites"
        GO TO 5000-EXIT
    END-IF
    IF WS-NbPaires = ZERO
        GO TO 5000-EXIT
    END-IF
    OPEN EXTEND LiaisonFile
    IF LiaisonStatus = '35'
        OPEN OUTPUT LiaisonFile
    END-IF
    IF LiaisonStatus NOT = '00'
        DISPLAY "Erreur ouverture liaisons.txt, statut ",
            LiaisonStatus
        GO TO 5000-EXIT
    END-IF
    PERFORM 5100-ECRIRE-POSITION THRU 5100-EXIT
        VARYING WS-IdxPr FROM 1 BY 1 UNTIL WS-IdxPr > WS-NbPaires
    CLOSE LiaisonFile.
5000-EXIT.
    EXIT.

5100-ECRIRE-POSITION.
    MOVE WS-DateJour TO LiaDate
    MOVE WS-PrAgence(WS-IdxPr) TO LiaAgence
    MOVE WS-PrLiee(WS-IdxPr) TO LiaAgenceLiee
    MOVE WS-PrSolde(WS-IdxPr) TO LiaSolde
    MOVE WS-PrDebits(WS-IdxPr) TO LiaDebits
    MOVE WS-PrCredits(WS-IdxPr) TO LiaCredits
    WRITE LiaisonRecord.
5100-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Jambes de liaison du jour : ", WS-NbJambes,
        "  rapprochées : ", WS-NbRapprochees
    DISPLAY "Couples d'agences         : ", WS-NbPaires
    IF WS-NbEcarts > ZERO
        DISPLAY "ATTENTION : ", WS-NbEcarts, " couple(s) d'agences ",
            "en écart - voir rapprochement-agences.rpt"
    END-IF
    IF WS-NbNonRappr > ZERO
        DISPLAY "ATTENTION : ", WS-NbNonRappr, " jambe(s) de ",
            "liaison non rapprochée(s)"
    END-IF
    DISPLAY "Fin du rapprochement inter-agences".
9999-EXIT.
    EXIT.
