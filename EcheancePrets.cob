DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Compte gelé (succession) : l'échéance n'est
*>                 pas prélevée mais portée en arriéré avec le
*>                 motif « compte gelé (succession) », et les
*>                 arriérés du prêt ne sont pas recouvrés.
*> 2026-10-15  SI  Clôture en simulation (zone commune SIMULCTL) :
*>                 prets.txt et arrieres.txt ne sont pas réécrits,
*>                 les prélèvements ne sont que projetés.
*> 2026-10-15  SI  Suivi des impayés : une échéance restée
*>                 impayée faute de solde est portée en arriéré
*>                 (arrieres.txt) au lieu d'être représentée
*>                 sans fin; chaque nuit les arriérés du prêt
*>                 sont recouvrés du plus ancien au plus récent,
*>                 pénalités de retard comprises ("PretRegInt",
*>                 "PretPenal", "PretRegCap"), le recouvrement
*>                 s'arrêtant au premier arriéré non couvert.
*>                 Prêt douteux (statut 'D', déclassé par
*>                 ArrieresPrets) : l'échéance du mois est portée
*>                 directement en arriéré et recouvrée sur les
*>                 comptes douteux ("PretDtxInt" / "PretDtxCap").
*>                 L'intérêt du mois ne court que sur le capital
*>                 non échu, le capital en arriéré portant les
*>                 pénalités. arrieres.txt est réécrit après
*>                 chaque inscription et chaque recouvrement.
*> 2026-10-15  SI  Jour d'échéance reporté au jour ouvré suivant
*>                 de l'agence du compte (JourOuvre,
*>                 calendrier.txt) quand il tombe un samedi, un
*>                 dimanche ou un jour férié, sans sortir du mois
*>                 (sinon jour ouvré précédent) : l'échéance d'un
*>                 28 février tombant un samedi est prise le 27 et
*>                 non perdue au changement de mois.
*> 2026-09-02  SI  Création - collecte nocturne des échéances de
*>                 prêts (prets.txt) : tout prêt en cours dont le
*>                 jour d'échéance (jour du versement, plafonné au
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT ArriereFile ASSIGN TO 'arrieres.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArriereStatus.
    SELECT RapportFile ASSIGN TO 'prets.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
COPY DATECREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ArriereFile.
COPY ARRIEREREC.
FD RapportFile.
01 RapportRecord PIC X(100).

01 DateComptaStatus  PIC X(02).
01 HistStatus        PIC X(02).
01 RapportStatus     PIC X(02).
01 ArriereStatus     PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-MoisComptable  PIC 9(06).
01 WS-JourEcheance   PIC 9(02).
01 WS-DateEcheance   PIC 9(08).
01 WS-DateExecution  PIC 9(08).
01 WS-AgencePret     PIC X(03).
01 WS-ZeroJour       PIC 9(03) VALUE ZERO.
01 WS-RegleMois      PIC X(01) VALUE 'M'.
01 WS-Taux           PIC 9V9(04).
01 WS-Mensualite     PIC 9(07)V99.
01 WS-Interet        PIC 9(07)V99.
01 WS-PartCapital    PIC 9(07)V99.
01 WS-MontantTotal   PIC 9(07)V99.
01 WS-SoldeApresInt  PIC 9(07)V99.
01 WS-SoldeApresPen  PIC 9(07)V99.
01 WS-Restant        PIC 9(07)V99.
01 WS-CapitalEnRetard PIC 9(07)V99.
01 WS-ArrCap         PIC 9(07)V99.
01 WS-ArrInt         PIC 9(07)V99.
01 WS-ArrPen         PIC 9(07)V99.
01 WS-MontantArriere PIC 9(07)V99.
01 WS-ActionCap      PIC X(10).
01 WS-ActionInt      PIC X(10).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-NbPreleves     PIC 9(06) VALUE ZERO.
01 WS-NbSautes       PIC 9(06) VALUE ZERO.
01 WS-NbDefauts      PIC 9(06) VALUE ZERO.
01 WS-NbInscrits     PIC 9(06) VALUE ZERO.
01 WS-NbRegularises  PIC 9(06) VALUE ZERO.
01 WS-NbOuverts      PIC 9(03) VALUE ZERO.
01 WS-NbRecouvres    PIC 9(03) VALUE ZERO.
01 WS-IdxPrt         PIC 9(03) COMP.
01 WS-IdxEcr         PIC 9(03) COMP.
01 WS-TablePrets.
   05 WS-PrtLigne OCCURS 200 PIC X(56).
01 WS-NbArrieres     PIC 9(03) VALUE ZERO.
01 WS-IdxArr         PIC 9(03) COMP.
01 WS-TableArrieres.
   05 WS-ArrLigne OCCURS 500 PIC X(72).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
      88 DejaPreleve  VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-DejaEnArriere PIC X(01) VALUE 'N'.
      88 DejaEnArriere VALUE 'O'.
   05 WS-ArretRecouvrement PIC X(01) VALUE 'N'.
      88 ArretRecouvrement VALUE 'O'.
COPY SIMULCTL.

PROCEDURE DIVISION.
0000-MAINLINE.
    ELSE
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    MOVE WS-DateJour(1:6) TO WS-MoisComptable
    PERFORM 1200-CHARGER THRU 1200-EXIT
    PERFORM 1250-CHARGER-ARRIERES THRU 1250-EXIT
    PERFORM 1300-OUVRIR-RAPPORT THRU 1300-EXIT.
1000-EXIT.
    EXIT.
1210-EXIT.
    EXIT.

1250-CHARGER-ARRIERES.
    MOVE ZERO TO WS-NbArrieres
    OPEN INPUT ArriereFile
    IF ArriereStatus NOT = '00'
        IF ArriereStatus NOT = '35'
            DISPLAY "Arrieres.txt illisible, statut ",
                ArriereStatus, ", collecte refusée"
            MOVE 'O' TO WS-TableSaturee
        END-IF
    ELSE
        PERFORM 1260-LIRE-ARRIERE THRU 1260-EXIT
            UNTIL ArriereStatus NOT = '00' OR TableSaturee
        CLOSE ArriereFile
    END-IF.
1250-EXIT.
    EXIT.

1260-LIRE-ARRIERE.
    READ ArriereFile
    IF ArriereStatus = '00'
        IF WS-NbArrieres >= 500
            DISPLAY "Table des arriérés saturée (500), collecte ",
                "refusée pour ne pas tronquer arrieres.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbArrieres
            MOVE ArriereRecord TO WS-ArrLigne(WS-NbArrieres)
        END-IF
    END-IF.
1260-EXIT.
    EXIT.

1300-OUVRIR-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
    EXIT.

*> L'échéance du mois est due dès que le jour comptable atteint
*> le jour de versement (plafonné au 28) reporté au jour ouvré de
*> l'agence; les arriérés du prêt sont recouvrés avant elle, et
*> une échéance déjà portée en arriéré ce mois n'est pas
*> représentée par la voie normale.
2100-TRAITER-UN.
    MOVE WS-PrtLigne(WS-IdxPrt) TO PretRecord
    IF PrtStatut NOT = 'A' AND PrtStatut NOT = 'D'
        GO TO 2100-EXIT
    END-IF
    PERFORM 4000-RECOUVRER-ARRIERES THRU 4000-EXIT
    IF PrtStatut = 'S'
        GO TO 2100-EXIT
    END-IF
    IF PrtDateDebut(1:6) = WS-MoisComptable
    IF WS-JourEcheance > 28
        MOVE 28 TO WS-JourEcheance
    END-IF
    PERFORM 2200-DATE-EXECUTION THRU 2200-EXIT
    IF WS-DateJour < WS-DateExecution
        GO TO 2100-EXIT
    END-IF
    PERFORM 2600-DEJA-EN-ARRIERE THRU 2600-EXIT
    IF DejaEnArriere
        ADD 1 TO WS-NbSautes
        GO TO 2100-EXIT
    END-IF
    PERFORM 2500-DEJA-PRELEVE THRU 2500-EXIT
2100-EXIT.
    EXIT.

2200-DATE-EXECUTION.
    MOVE WS-MoisComptable TO WS-DateEcheance(1:6)
    MOVE WS-JourEcheance TO WS-DateEcheance(7:2)
    MOVE SPACES TO WS-AgencePret
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus = '00'
        MOVE CptAgence TO WS-AgencePret
    END-IF
    CALL 'JourOuvre' USING WS-DateEcheance, WS-ZeroJour,
        WS-AgencePret, WS-RegleMois, WS-DateExecution.
2200-EXIT.
    EXIT.

2500-DEJA-PRELEVE.
    MOVE 'N' TO WS-DejaPreleve
    OPEN INPUT HistoriqueFile
2510-EXIT.
    EXIT.

2600-DEJA-EN-ARRIERE.
    MOVE 'N' TO WS-DejaEnArriere
    PERFORM 2610-COMPARER-ARRIERE THRU 2610-EXIT
        VARYING WS-IdxArr FROM 1 BY 1
        UNTIL WS-IdxArr > WS-NbArrieres OR DejaEnArriere.
2600-EXIT.
    EXIT.

2610-COMPARER-ARRIERE.
    MOVE WS-ArrLigne(WS-IdxArr) TO ArriereRecord
    IF ArrCompte = PrtCompte AND ArrDatePret = PrtDateDebut
        AND ArrDateEcheance(1:6) = WS-MoisComptable
        MOVE 'O' TO WS-DejaEnArriere
    END-IF.
2610-EXIT.
    EXIT.

*> Le capital déjà porté en arriéré n'est plus dû au titre des
*> échéances à venir : l'intérêt du mois court sur le seul
*> capital non échu.
3000-PRELEVER.
    MOVE PrtRestant TO WS-Restant
    IF WS-CapitalEnRetard >= WS-Restant
        GO TO 3000-EXIT
    END-IF
    COMPUTE WS-CapitalDu = WS-Restant - WS-CapitalEnRetard
    MOVE PrtTaux TO WS-Taux
    MOVE PrtMensualite TO WS-Mensualite
    COMPUTE WS-Interet ROUNDED =
        MOVE WS-CapitalDu TO WS-PartCapital
    END-IF
    COMPUTE WS-MontantTotal = WS-PartCapital + WS-Interet
    IF PrtStatut = 'D'
        PERFORM 3600-INSCRIRE-ARRIERE THRU 3600-EXIT
        PERFORM 4000-RECOUVRER-ARRIERES THRU 4000-EXIT
        GO TO 3000-EXIT
    END-IF
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
        PERFORM 3500-DEFAUT THRU 3500-EXIT
        GO TO 3000-EXIT
    END-IF
    IF CptSuccession
        MOVE "compte gelé (succession)" TO WS-Motif
        PERFORM 3500-DEFAUT THRU 3500-EXIT
        PERFORM 3600-INSCRIRE-ARRIERE THRU 3600-EXIT
        GO TO 3000-EXIT
    END-IF
    IF WS-MontantTotal + WS-SoldeMin > WS-Solde
        MOVE "solde insuffisant, portée en arriéré" TO WS-Motif
        PERFORM 3500-DEFAUT THRU 3500-EXIT
        PERFORM 3600-INSCRIRE-ARRIERE THRU 3600-EXIT
        GO TO 3000-EXIT
    END-IF
    COMPUTE WS-SoldeApresInt = WS-Solde - WS-Interet
            WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
            WS-Operateur, WS-DateValeurMvt
    END-IF
    SUBTRACT WS-PartCapital FROM WS-Restant
    MOVE WS-Restant TO PrtRestant
    IF WS-Restant = ZERO
        MOVE 'S' TO PrtStatut
    END-IF
    MOVE PretRecord TO WS-PrtLigne(WS-IdxPrt)
3500-EXIT.
    EXIT.

*> L'échéance impayée devient un arriéré à la date où elle était
*> exigible; les pénalités courent à partir de cette date.
3600-INSCRIRE-ARRIERE.
    IF WS-NbArrieres >= 500
        DISPLAY "Table des arriérés saturée (500), échéance du ",
            "compte ", PrtCompte, " non portée en arriéré"
        GO TO 3600-EXIT
    END-IF
    MOVE PrtCompte TO ArrCompte
    MOVE PrtDateDebut TO ArrDatePret
    MOVE WS-DateExecution TO ArrDateEcheance
    MOVE WS-PartCapital TO ArrCapital
    MOVE WS-Interet TO ArrInteret
    MOVE ZERO TO ArrPenalite
    MOVE WS-DateExecution TO ArrDateCalcul
    MOVE ZERO TO ArrRelance
    MOVE 'I' TO ArrStatut
    MOVE ZERO TO ArrDateRegul
    ADD 1 TO WS-NbArrieres
    MOVE ArriereRecord TO WS-ArrLigne(WS-NbArrieres)
    PERFORM 4800-REECRIRE-ARRIERES THRU 4800-EXIT
    ADD 1 TO WS-NbInscrits
    DISPLAY "Prêt du compte ", PrtCompte, " : échéance du ",
        WS-DateExecution, " portée en arriéré".
3600-EXIT.
    EXIT.

3800-REECRIRE.
    IF SimulationActive
        GO TO 3800-EXIT
    END-IF
    OPEN OUTPUT PretFile
    IF PretStatus NOT = '00'
        DISPLAY "Erreur réécriture prets.txt, statut ", PretStatus
3810-EXIT.
    EXIT.

*> Les arriérés du prêt sont pris dans l'ordre du fichier, donc
*> du plus ancien au plus récent; le premier qui n'est pas couvert
*> arrête le recouvrement pour que les suivants ne passent pas
*> devant lui.
4000-RECOUVRER-ARRIERES.
    MOVE ZERO TO WS-CapitalEnRetard
    MOVE ZERO TO WS-NbOuverts
    MOVE ZERO TO WS-NbRecouvres
    MOVE 'N' TO WS-ArretRecouvrement
    IF PrtStatut = 'D'
        MOVE "PretDtxCap" TO WS-ActionCap
        MOVE "PretDtxInt" TO WS-ActionInt
    ELSE
        MOVE "PretRegCap" TO WS-ActionCap
        MOVE "PretRegInt" TO WS-ActionInt
    END-IF
    PERFORM 4100-RECOUVRER-UN THRU 4100-EXIT
        VARYING WS-IdxArr FROM 1 BY 1
        UNTIL WS-IdxArr > WS-NbArrieres
    MOVE PrtRestant TO WS-Restant
    IF WS-NbRecouvres > ZERO AND WS-NbOuverts = ZERO
        AND WS-Restant = ZERO
        MOVE 'S' TO PrtStatut
        MOVE PretRecord TO WS-PrtLigne(WS-IdxPrt)
        PERFORM 3800-REECRIRE THRU 3800-EXIT
    END-IF.
4000-EXIT.
    EXIT.

4100-RECOUVRER-UN.
    MOVE WS-ArrLigne(WS-IdxArr) TO ArriereRecord
    IF ArrCompte NOT = PrtCompte OR ArrDatePret NOT = PrtDateDebut
        OR NOT ArrImpayee
        GO TO 4100-EXIT
    END-IF
    MOVE ArrCapital TO WS-ArrCap
    MOVE ArrInteret TO WS-ArrInt
    MOVE ArrPenalite TO WS-ArrPen
    IF ArretRecouvrement
        PERFORM 4200-RESTE-OUVERT THRU 4200-EXIT
        GO TO 4100-EXIT
    END-IF
    COMPUTE WS-MontantArriere = WS-ArrCap + WS-ArrInt + WS-ArrPen
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00' OR CptSuccession
        OR WS-MontantArriere + WS-SoldeMin > WS-Solde
        MOVE 'O' TO WS-ArretRecouvrement
        PERFORM 4200-RESTE-OUVERT THRU 4200-EXIT
        PERFORM 4500-EN-RETARD THRU 4500-EXIT
        GO TO 4100-EXIT
    END-IF
    COMPUTE WS-SoldeApresInt = WS-Solde - WS-ArrInt
    COMPUTE WS-SoldeApresPen = WS-SoldeApresInt - WS-ArrPen
    COMPUTE WS-Solde = WS-SoldeApresPen - WS-ArrCap
    CALL 'SaveSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde compte ", PrtCompte,
            ", statut ", WS-SaveStatus, ", arriéré non recouvré"
        MOVE 'O' TO WS-ArretRecouvrement
        PERFORM 4200-RESTE-OUVERT THRU 4200-EXIT
        GO TO 4100-EXIT
    END-IF
    IF WS-ArrInt > ZERO
        CALL 'SaveTransaction' USING PrtCompte, WS-ArrInt,
            WS-ActionInt, WS-SoldeApresInt, WS-Devise,
            WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    END-IF
    IF WS-ArrPen > ZERO
        MOVE "PretPenal" TO WS-Action
        CALL 'SaveTransaction' USING PrtCompte, WS-ArrPen,
            WS-Action, WS-SoldeApresPen, WS-Devise,
            WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    END-IF
    IF WS-ArrCap > ZERO
        CALL 'SaveTransaction' USING PrtCompte, WS-ArrCap,
            WS-ActionCap, WS-Solde, WS-Devise,
            WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    END-IF
    MOVE 'R' TO ArrStatut
    MOVE WS-DateJour TO ArrDateRegul
    MOVE ArriereRecord TO WS-ArrLigne(WS-IdxArr)
    PERFORM 4800-REECRIRE-ARRIERES THRU 4800-EXIT
    MOVE PrtRestant TO WS-Restant
    SUBTRACT WS-ArrCap FROM WS-Restant
    MOVE WS-Restant TO PrtRestant
    MOVE PretRecord TO WS-PrtLigne(WS-IdxPrt)
    PERFORM 3800-REECRIRE THRU 3800-EXIT
    ADD 1 TO WS-NbRecouvres
    ADD 1 TO WS-NbRegularises
    DISPLAY "Prêt du compte ", PrtCompte, " : arriéré du ",
        ArrDateEcheance, " de ", WS-MontantArriere,
        " (pénalités ", WS-ArrPen, ") régularisé"
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING PrtCompte DELIMITED BY SIZE
               "  arriéré du " DELIMITED BY SIZE
               ArrDateEcheance DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MontantArriere DELIMITED BY SIZE
               "  pénalités " DELIMITED BY SIZE
               WS-ArrPen DELIMITED BY SIZE
               "  régularisé" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
4100-EXIT.
    EXIT.

4200-RESTE-OUVERT.
    ADD 1 TO WS-NbOuverts
    ADD WS-ArrCap TO WS-CapitalEnRetard.
4200-EXIT.
    EXIT.

4500-EN-RETARD.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING PrtCompte DELIMITED BY SIZE
               "  arriéré du " DELIMITED BY SIZE
               ArrDateEcheance DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MontantArriere DELIMITED BY SIZE
               "  en retard : non couvert" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
4500-EXIT.
    EXIT.

4800-REECRIRE-ARRIERES.
    IF SimulationActive
        GO TO 4800-EXIT
    END-IF
    OPEN OUTPUT ArriereFile
    IF ArriereStatus NOT = '00'
        DISPLAY "Erreur réécriture arrieres.txt, statut ",
            ArriereStatus
        GO TO 4800-EXIT
    END-IF
    PERFORM 4810-ECRIRE-UN THRU 4810-EXIT
        VARYING WS-IdxEcr FROM 1 BY 1
        UNTIL WS-IdxEcr > WS-NbArrieres
    CLOSE ArriereFile.
4800-EXIT.
    EXIT.

4810-ECRIRE-UN.
    MOVE WS-ArrLigne(WS-IdxEcr) TO ArriereRecord
    WRITE ArriereRecord.
4810-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
               WS-NbSautes DELIMITED BY SIZE
               "  en défaut : " DELIMITED BY SIZE
               WS-NbDefauts DELIMITED BY SIZE
               "  en arriéré : " DELIMITED BY SIZE
               WS-NbInscrits DELIMITED BY SIZE
               "  régularisés : " DELIMITED BY SIZE
               WS-NbRegularises DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF
    DISPLAY "Echéances prélevées : ", WS-NbPreleves
    DISPLAY "Echéances en défaut : ", WS-NbDefauts
    DISPLAY "Echéances portées en arriéré : ", WS-NbInscrits
    DISPLAY "Arriérés régularisés : ", WS-NbRegularises
    DISPLAY "Fin des échéances de prêts".
9999-EXIT.
    EXIT.
