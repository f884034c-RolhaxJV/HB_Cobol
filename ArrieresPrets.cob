IDENTIFICATION DIVISION.
PROGRAM-ID. ArrieresPrets.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Taux pénal lu sur la ligne générale du barème
*>                 (les prêts ne relèvent pas du catalogue des
*>                 produits de compte).
*> 2026-10-15  SI  Création - suivi nocturne des arriérés de prêts
*>                 (arrieres.txt, alimenté par EcheancePrets) :
*>                 - pénalités de retard courues chaque nuit sur
*>                   capital et intérêt impayés, au taux annuel de
*>                   la ligne "PenalPret" du barème (ReadTarif,
*>                   3 % à défaut), au prorata des jours depuis le
*>                   dernier calcul : un rejeu ne les compte pas
*>                   deux fois;
*>                 - retard d'un prêt compté en jours depuis son
*>                   plus ancien arriéré ouvert; relance éditée
*>                   dans relances.prn, présentation de avis.prn,
*>                   à 15 jours (premier rappel), 30 jours
*>                   (deuxième rappel) et 60 jours (mise en
*>                   demeure), une seule fois par niveau;
*>                 - au-delà de 90 jours, prêt déclassé en créance
*>                   douteuse (statut 'D' dans prets.txt, mouvement
*>                   "PretDeclas" du capital restant dû, sans effet
*>                   sur le solde, repris par JournalComptable);
*>                 - balance âgée des arriérés dans arrieres.rpt,
*>                   par prêt et par tranche (1-30, 31-60, 61-90,
*>                   plus de 90 jours).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretFile ASSIGN TO 'prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PretStatus.
    SELECT ArriereFile ASSIGN TO 'arrieres.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArriereStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'arrieres.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.
    SELECT RelanceFile ASSIGN TO 'relances.prn'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RelanceStatus.

DATA DIVISION.
FILE SECTION.
FD PretFile.
COPY PRETREC.
FD ArriereFile.
COPY ARRIEREREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).
FD RelanceFile.
01 RelanceRecord PIC X(80).

WORKING-STORAGE SECTION.
01 PretStatus        PIC X(02).
01 ArriereStatus     PIC X(02).
01 DateComptaStatus  PIC X(02).
01 RapportStatus     PIC X(02).
01 RelanceStatus     PIC X(02).
01 RdStatus          PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-TarifStatus    PIC X(02).
01 WS-OperationTarif PIC X(10) VALUE "PenalPret".
01 WS-ProduitGeneral PIC X(03) VALUE SPACES.
01 WS-TarifFixe      PIC 9(07)V99.
01 WS-TarifPourcent  PIC 9(02)V9(04).
01 WS-TauxPenal      PIC 9(02)V9(04) VALUE 3.
01 WS-ArrCap         PIC 9(07)V99.
01 WS-ArrInt         PIC 9(07)V99.
01 WS-ArrPen         PIC 9(07)V99.
01 WS-Penalite       PIC 9(07)V99.
01 WS-Restant        PIC 9(07)V99.
01 WS-NbJours        PIC 9(05).
*> Cumuls du prêt examiné.
01 WS-NbImpayees     PIC 9(02).
01 WS-DuCapital      PIC 9(07)V99.
01 WS-DuInteret      PIC 9(07)V99.
01 WS-DuPenalite     PIC 9(07)V99.
01 WS-DuTotal        PIC 9(07)V99.
01 WS-PlusAncienne   PIC 9(08).
01 WS-RelanceFaite   PIC 9(01).
01 WS-Niveau         PIC 9(01).
01 WS-JoursRetard    PIC 9(05).
01 WS-IdxTranche     PIC 9(01) COMP.
*> Balance âgée : nombre de prêts et montant dû par tranche.
01 WS-LibTranchesDef.
   05 FILLER PIC X(12) VALUE "1 à 30 j   ".
   05 FILLER PIC X(12) VALUE "31 à 60 j  ".
   05 FILLER PIC X(12) VALUE "61 à 90 j  ".
   05 FILLER PIC X(12) VALUE "plus de 90 ".
01 WS-LibTranches REDEFINES WS-LibTranchesDef.
   05 WS-LibTranche OCCURS 4 PIC X(12).
01 WS-Tranches.
   05 WS-Tranche OCCURS 4.
      10 WS-TrNbPrets  PIC 9(04).
      10 WS-TrMontant  PIC 9(09)V99.
01 WS-TrMontantEd    PIC Z(8)9.99.
01 WS-TotalDu        PIC 9(09)V99 VALUE ZERO.
01 WS-TotalDuEd      PIC Z(8)9.99.
01 WS-LibRelance     PIC X(40).
01 WS-Solde          PIC 9(07)V99.
01 WS-SoldeSec       PIC 9(07)V99.
01 WS-SoldeMin       PIC 9(07)V99.
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
COPY COMPTEXT.
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-Action         PIC X(10).
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt  PIC 9(08) VALUE ZERO.
01 WS-Operateur      PIC X(04) VALUE "BATC".
01 WS-NbCharges      PIC 9(03) VALUE ZERO.
01 WS-NbArrieres     PIC 9(03) VALUE ZERO.
01 WS-NbPenalises    PIC 9(04) VALUE ZERO.
01 WS-NbEnRetard     PIC 9(04) VALUE ZERO.
01 WS-NbRelances     PIC 9(04) VALUE ZERO.
01 WS-NbDeclasses    PIC 9(04) VALUE ZERO.
01 WS-IdxPrt         PIC 9(03) COMP.
01 WS-IdxArr         PIC 9(03) COMP.
01 WS-IdxEcr         PIC 9(03) COMP.
01 WS-TablePrets.
   05 WS-PrtLigne OCCURS 200 PIC X(56).
01 WS-TableArrieres.
   05 WS-ArrLigne OCCURS 500 PIC X(72).
*> Conversion AAAAMMJJ -> numéro de jour grégorien, même règle
*> que EcheanceTermes, pour les jours de retard.
01 WS-DateTravail.
   05 WS-DtAnnee      PIC 9(04).
   05 WS-DtMois       PIC 9(02).
   05 WS-DtJour       PIC 9(02).
01 WS-DtAnneeC        PIC 9(07) COMP.
01 WS-Div4            PIC 9(07) COMP.
01 WS-Div100          PIC 9(07) COMP.
01 WS-Div400          PIC 9(07) COMP.
01 WS-DtMoisC         PIC 9(02) COMP.
01 WS-NumJour         PIC 9(07) COMP.
01 WS-JourCompta      PIC 9(07) COMP.
01 WS-DecalMoisDef.
   05 FILLER PIC 9(03) VALUE 000.
   05 FILLER PIC 9(03) VALUE 031.
   05 FILLER PIC 9(03) VALUE 061.
   05 FILLER PIC 9(03) VALUE 092.
   05 FILLER PIC 9(03) VALUE 122.
   05 FILLER PIC 9(03) VALUE 153.
   05 FILLER PIC 9(03) VALUE 184.
   05 FILLER PIC 9(03) VALUE 214.
   05 FILLER PIC 9(03) VALUE 245.
   05 FILLER PIC 9(03) VALUE 275.
   05 FILLER PIC 9(03) VALUE 306.
   05 FILLER PIC 9(03) VALUE 337.
01 WS-DecalMois REDEFINES WS-DecalMoisDef.
   05 WS-Decal OCCURS 12 PIC 9(03).
01 WS-Switches.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-ArrModifie   PIC X(01) VALUE 'N'.
      88 ArrModifie   VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-RelanceOuvert PIC X(01) VALUE 'N'.
      88 RelanceOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Arriérés de prêts"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT TableSaturee
        PERFORM 2000-PENALITES THRU 2000-EXIT
        PERFORM 3000-EXAMINER-PRETS THRU 3000-EXIT
    END-IF
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
    MOVE WS-DateJour TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    MOVE WS-NumJour TO WS-JourCompta
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        WS-ProduitGeneral, WS-TarifFixe, WS-TarifPourcent,
        WS-TarifStatus
    IF WS-TarifStatus = '00'
        MOVE WS-TarifPourcent TO WS-TauxPenal
    ELSE
        DISPLAY "Aucune ligne PenalPret au barème, taux de ",
            "pénalité par défaut"
    END-IF
    DISPLAY "Taux annuel des pénalités de retard : ", WS-TauxPenal
    INITIALIZE WS-Tranches
    PERFORM 1200-CHARGER THRU 1200-EXIT
    PERFORM 1250-CHARGER-ARRIERES THRU 1250-EXIT
    PERFORM 1300-OUVRIR-ETATS THRU 1300-EXIT.
1000-EXIT.
    EXIT.

1200-CHARGER.
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT PretFile
    IF PretStatus NOT = '00'
        IF PretStatus NOT = '35'
            DISPLAY "Prets.txt illisible, statut ", PretStatus
            MOVE 'O' TO WS-TableSaturee
        END-IF
    ELSE
        PERFORM 1210-LIRE-UN THRU 1210-EXIT
            UNTIL PretStatus NOT = '00' OR TableSaturee
        CLOSE PretFile
    END-IF.
1200-EXIT.
    EXIT.

1210-LIRE-UN.
    READ PretFile
    IF PretStatus = '00'
        IF WS-NbCharges >= 200
            DISPLAY "Table des prêts saturée (200), suivi ",
                "refusé pour ne pas tronquer prets.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE PretRecord TO WS-PrtLigne(WS-NbCharges)
        END-IF
    END-IF.
1210-EXIT.
    EXIT.

1250-CHARGER-ARRIERES.
    MOVE ZERO TO WS-NbArrieres
    OPEN INPUT ArriereFile
    IF ArriereStatus NOT = '00'
        IF ArriereStatus NOT = '35'
            DISPLAY "Arrieres.txt illisible, statut ",
                ArriereStatus, ", suivi refusé"
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
            DISPLAY "Table des arriérés saturée (500), suivi ",
                "refusé pour ne pas tronquer arrieres.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbArrieres
            MOVE ArriereRecord TO WS-ArrLigne(WS-NbArrieres)
        END-IF
    END-IF.
1260-EXIT.
    EXIT.

1300-OUVRIR-ETATS.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création arrieres.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Balance âgée des arriérés de prêts au "
                   DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        MOVE "Compte   St Nb Plus anc. Jours  Capital    Intérêt    Pénalités  Total dû   Rel"
          TO RapportRecord
        WRITE RapportRecord
    END-IF
    OPEN OUTPUT RelanceFile
    IF RelanceStatus NOT = '00'
        DISPLAY "Erreur création relances.prn, statut ",
            RelanceStatus
    ELSE
        MOVE 'O' TO WS-RelanceOuvert
    END-IF.
1300-EXIT.
    EXIT.

*> Pénalités de retard : (capital + intérêt impayés) x taux
*> annuel x jours écoulés depuis ArrDateCalcul / 365. La date de
*> calcul est avancée au jour comptable, ce qui rend l'étape
*> rejouable.
2000-PENALITES.
    PERFORM 2100-COURIR-UNE THRU 2100-EXIT
        VARYING WS-IdxArr FROM 1 BY 1
        UNTIL WS-IdxArr > WS-NbArrieres
    IF ArrModifie
        PERFORM 4800-REECRIRE-ARRIERES THRU 4800-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2100-COURIR-UNE.
    MOVE WS-ArrLigne(WS-IdxArr) TO ArriereRecord
    IF NOT ArrImpayee OR ArrDateCalcul >= WS-DateJour
        GO TO 2100-EXIT
    END-IF
    MOVE ArrDateCalcul TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    COMPUTE WS-NbJours = WS-JourCompta - WS-NumJour
    MOVE ArrCapital TO WS-ArrCap
    MOVE ArrInteret TO WS-ArrInt
    MOVE ArrPenalite TO WS-ArrPen
    COMPUTE WS-Penalite ROUNDED =
        (WS-ArrCap + WS-ArrInt) * WS-TauxPenal / 100
        * WS-NbJours / 365
        ON SIZE ERROR
            MOVE ZERO TO WS-Penalite
    END-COMPUTE
    ADD WS-Penalite TO WS-ArrPen
    MOVE WS-ArrPen TO ArrPenalite
    MOVE WS-DateJour TO ArrDateCalcul
    MOVE ArriereRecord TO WS-ArrLigne(WS-IdxArr)
    MOVE 'O' TO WS-ArrModifie
    IF WS-Penalite > ZERO
        ADD 1 TO WS-NbPenalises
    END-IF.
2100-EXIT.
    EXIT.

3000-EXAMINER-PRETS.
    PERFORM 3100-EXAMINER-UN THRU 3100-EXIT
        VARYING WS-IdxPrt FROM 1 BY 1
        UNTIL WS-IdxPrt > WS-NbCharges.
3000-EXIT.
    EXIT.

*> Le retard d'un prêt se compte depuis l'échéance de son plus
*> ancien arriéré ouvert; la relance n'est éditée que si son
*> niveau dépasse celui déjà envoyé.
3100-EXAMINER-UN.
    MOVE WS-PrtLigne(WS-IdxPrt) TO PretRecord
    IF PrtStatut NOT = 'A' AND PrtStatut NOT = 'D'
        GO TO 3100-EXIT
    END-IF
    MOVE ZERO TO WS-NbImpayees
    MOVE ZERO TO WS-DuCapital
    MOVE ZERO TO WS-DuInteret
    MOVE ZERO TO WS-DuPenalite
    MOVE 99999999 TO WS-PlusAncienne
    MOVE ZERO TO WS-RelanceFaite
    PERFORM 3200-CUMULER-ARRIERE THRU 3200-EXIT
        VARYING WS-IdxArr FROM 1 BY 1
        UNTIL WS-IdxArr > WS-NbArrieres
    IF WS-NbImpayees = ZERO
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbEnRetard
    COMPUTE WS-DuTotal = WS-DuCapital + WS-DuInteret + WS-DuPenalite
    MOVE WS-PlusAncienne TO WS-DateTravail
    PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
    IF WS-NumJour < WS-JourCompta
        COMPUTE WS-JoursRetard = WS-JourCompta - WS-NumJour
    ELSE
        MOVE ZERO TO WS-JoursRetard
    END-IF
    EVALUATE TRUE
        WHEN WS-JoursRetard >= 60
            MOVE 3 TO WS-Niveau
        WHEN WS-JoursRetard >= 30
            MOVE 2 TO WS-Niveau
        WHEN WS-JoursRetard >= 15
            MOVE 1 TO WS-Niveau
        WHEN OTHER
            MOVE 0 TO WS-Niveau
    END-EVALUATE
    IF WS-Niveau > WS-RelanceFaite
        PERFORM 3300-EDITER-RELANCE THRU 3300-EXIT
    END-IF
    IF WS-JoursRetard > 90 AND PrtStatut = 'A'
        PERFORM 3400-DECLASSER THRU 3400-EXIT
    END-IF
    PERFORM 3500-LIGNE-ETAT THRU 3500-EXIT.
3100-EXIT.
    EXIT.

3200-CUMULER-ARRIERE.
    MOVE WS-ArrLigne(WS-IdxArr) TO ArriereRecord
    IF ArrCompte NOT = PrtCompte OR ArrDatePret NOT = PrtDateDebut
        OR NOT ArrImpayee
        GO TO 3200-EXIT
    END-IF
    ADD 1 TO WS-NbImpayees
    MOVE ArrCapital TO WS-ArrCap
    MOVE ArrInteret TO WS-ArrInt
    MOVE ArrPenalite TO WS-ArrPen
    ADD WS-ArrCap TO WS-DuCapital
    ADD WS-ArrInt TO WS-DuInteret
    ADD WS-ArrPen TO WS-DuPenalite
    IF ArrDateEcheance < WS-PlusAncienne
        MOVE ArrDateEcheance TO WS-PlusAncienne
    END-IF
    IF ArrRelance > WS-RelanceFaite
        MOVE ArrRelance TO WS-RelanceFaite
    END-IF.
3200-EXIT.
    EXIT.

3300-EDITER-RELANCE.
    IF NOT RelanceOuvert
        GO TO 3300-EXIT
    END-IF
    EVALUATE WS-Niveau
        WHEN 1
            MOVE "premier rappel" TO WS-LibRelance
        WHEN 2
            MOVE "deuxième rappel" TO WS-LibRelance
        WHEN OTHER
            MOVE "mise en demeure" TO WS-LibRelance
    END-EVALUATE
    PERFORM 3600-LIRE-TITULAIRE THRU 3600-EXIT
    MOVE SPACES TO RelanceRecord
    STRING "Avis à la clientèle - prêt impayé, " DELIMITED BY SIZE
           WS-LibRelance DELIMITED BY "  "
      INTO RelanceRecord
    WRITE RelanceRecord AFTER ADVANCING PAGE
    MOVE SPACES TO RelanceRecord
    STRING "Titulaire : " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
      INTO RelanceRecord
    WRITE RelanceRecord
    MOVE SPACES TO RelanceRecord
    STRING "Adresse   : " DELIMITED BY SIZE
           WS-AdresseClient DELIMITED BY SIZE
      INTO RelanceRecord
    WRITE RelanceRecord
    MOVE SPACES TO RelanceRecord
    STRING "Le " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           WS-NbImpayees DELIMITED BY SIZE
           " échéance(s) impayée(s) depuis le " DELIMITED BY SIZE
           WS-PlusAncienne DELIMITED BY SIZE
      INTO RelanceRecord
    WRITE RelanceRecord
    MOVE SPACES TO RelanceRecord
    STRING "Compte " DELIMITED BY SIZE
           PrtCompte DELIMITED BY SIZE
           "   retard : " DELIMITED BY SIZE
           WS-JoursRetard DELIMITED BY SIZE
           " jours" DELIMITED BY SIZE
      INTO RelanceRecord
    WRITE RelanceRecord
    MOVE SPACES TO RelanceRecord
    STRING "Montant dû : " DELIMITED BY SIZE
           WS-DuTotal DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Devise DELIMITED BY SIZE
           "   dont pénalités de retard : " DELIMITED BY SIZE
           WS-DuPenalite DELIMITED BY SIZE
      INTO RelanceRecord
    WRITE RelanceRecord
    IF WS-Niveau = 3
        MOVE SPACES TO RelanceRecord
        MOVE "Sans régularisation, le prêt sera déclassé en créance douteuse"
          TO RelanceRecord
        WRITE RelanceRecord
    END-IF
    ADD 1 TO WS-NbRelances
    MOVE WS-Niveau TO WS-RelanceFaite
    PERFORM 3350-NOTER-RELANCE THRU 3350-EXIT
        VARYING WS-IdxArr FROM 1 BY 1
        UNTIL WS-IdxArr > WS-NbArrieres
    PERFORM 4800-REECRIRE-ARRIERES THRU 4800-EXIT.
3300-EXIT.
    EXIT.

3350-NOTER-RELANCE.
    MOVE WS-ArrLigne(WS-IdxArr) TO ArriereRecord
    IF ArrCompte = PrtCompte AND ArrDatePret = PrtDateDebut
        AND ArrImpayee
        MOVE WS-Niveau TO ArrRelance
        MOVE ArriereRecord TO WS-ArrLigne(WS-IdxArr)
    END-IF.
3350-EXIT.
    EXIT.

*> Déclassement en créance douteuse : le capital restant dû passe
*> au compte des prêts douteux par un mouvement sans effet sur le
*> solde client. prets.txt est réécrit avant le mouvement : un
*> rejeu trouve le prêt en 'D' et ne le déclasse pas deux fois.
3400-DECLASSER.
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", PrtCompte, " indisponible, statut ",
            RdStatus, ", déclassement reporté"
        GO TO 3400-EXIT
    END-IF
    MOVE 'D' TO PrtStatut
    MOVE PretRecord TO WS-PrtLigne(WS-IdxPrt)
    PERFORM 3800-REECRIRE THRU 3800-EXIT
    MOVE PrtRestant TO WS-Restant
    IF WS-Restant > ZERO
        MOVE "PretDeclas" TO WS-Action
        CALL 'SaveTransaction' USING PrtCompte, WS-Restant,
            WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
            WS-Operateur, WS-DateValeurMvt
    END-IF
    ADD 1 TO WS-NbDeclasses
    DISPLAY "Prêt du compte ", PrtCompte, " déclassé en créance ",
        "douteuse (", WS-JoursRetard, " jours de retard)".
3400-EXIT.
    EXIT.

3500-LIGNE-ETAT.
    EVALUATE TRUE
        WHEN WS-JoursRetard <= 30
            MOVE 1 TO WS-IdxTranche
        WHEN WS-JoursRetard <= 60
            MOVE 2 TO WS-IdxTranche
        WHEN WS-JoursRetard <= 90
            MOVE 3 TO WS-IdxTranche
        WHEN OTHER
            MOVE 4 TO WS-IdxTranche
    END-EVALUATE
    ADD 1 TO WS-TrNbPrets(WS-IdxTranche)
    ADD WS-DuTotal TO WS-TrMontant(WS-IdxTranche)
    ADD WS-DuTotal TO WS-TotalDu
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING PrtCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PrtStatut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NbImpayees DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PlusAncienne DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-JoursRetard DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DuCapital DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DuInteret DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DuPenalite DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DuTotal DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RelanceFaite DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
3500-EXIT.
    EXIT.

*> Titulaire et adresse du compte emprunteur, pour la mise sous
*> pli de la relance.
3600-LIRE-TITULAIRE.
    MOVE "(titulaire inconnu)" TO WS-NomClient
    MOVE SPACES TO WS-AdresseClient
    MOVE SPACES TO WS-Devise
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus = '00' AND CptClient NOT = ZERO
        CALL 'ReadClient' USING CptClient, WS-NomClient,
            WS-AdresseClient, WS-TelClient, WS-ClientStatus
        IF WS-ClientStatus NOT = '00'
            MOVE "(client introuvable)" TO WS-NomClient
        END-IF
    END-IF.
3600-EXIT.
    EXIT.

3800-REECRIRE.
    OPEN OUTPUT PretFile
    IF PretStatus NOT = '00'
        DISPLAY "Erreur réécriture prets.txt, statut ", PretStatus
        GO TO 3800-EXIT
    END-IF
    PERFORM 3810-ECRIRE-UN THRU 3810-EXIT
        VARYING WS-IdxEcr FROM 1 BY 1
        UNTIL WS-IdxEcr > WS-NbCharges
    CLOSE PretFile.
3800-EXIT.
    EXIT.

3810-ECRIRE-UN.
    MOVE WS-PrtLigne(WS-IdxEcr) TO PretRecord
    WRITE PretRecord.
3810-EXIT.
    EXIT.

4800-REECRIRE-ARRIERES.
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

8100-NUMERO-DE-JOUR.
    MOVE WS-DtAnnee TO WS-DtAnneeC
    MOVE WS-DtMois TO WS-DtMoisC
    IF WS-DtMoisC < 3
        SUBTRACT 1 FROM WS-DtAnneeC
        ADD 12 TO WS-DtMoisC
    END-IF
    DIVIDE WS-DtAnneeC BY 4 GIVING WS-Div4
    DIVIDE WS-DtAnneeC BY 100 GIVING WS-Div100
    DIVIDE WS-DtAnneeC BY 400 GIVING WS-Div400
    COMPUTE WS-NumJour =
        365 * WS-DtAnneeC
        + WS-Div4 - WS-Div100 + WS-Div400
        + WS-Decal(WS-DtMoisC - 2)
        + WS-DtJour.
8100-EXIT.
    EXIT.

9000-TRANCHE.
    MOVE WS-TrMontant(WS-IdxTranche) TO WS-TrMontantEd
    MOVE SPACES TO RapportRecord
    STRING "  " DELIMITED BY SIZE
           WS-LibTranche(WS-IdxTranche) DELIMITED BY SIZE
           " prêts : " DELIMITED BY SIZE
           WS-TrNbPrets(WS-IdxTranche) DELIMITED BY SIZE
           "   dû : " DELIMITED BY SIZE
           WS-TrMontantEd DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
9000-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        MOVE "Tranches de retard :" TO RapportRecord
        WRITE RapportRecord
        PERFORM 9000-TRANCHE THRU 9000-EXIT
            VARYING WS-IdxTranche FROM 1 BY 1
            UNTIL WS-IdxTranche > 4
        MOVE WS-TotalDu TO WS-TotalDuEd
        MOVE SPACES TO RapportRecord
        STRING "Prêts en retard : " DELIMITED BY SIZE
               WS-NbEnRetard DELIMITED BY SIZE
               "  total dû : " DELIMITED BY SIZE
               WS-TotalDuEd DELIMITED BY SIZE
               "  relances : " DELIMITED BY SIZE
               WS-NbRelances DELIMITED BY SIZE
               "  déclassés : " DELIMITED BY SIZE
               WS-NbDeclasses DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
        DISPLAY "Balance âgée écrite : arrieres.rpt"
    END-IF
    IF RelanceOuvert
        CLOSE RelanceFile
        DISPLAY "Relances éditées : relances.prn"
    END-IF
    DISPLAY "Arriérés pénalisés : ", WS-NbPenalises
    DISPLAY "Prêts en retard    : ", WS-NbEnRetard
    DISPLAY "Relances éditées   : ", WS-NbRelances
    DISPLAY "Prêts déclassés    : ", WS-NbDeclasses
    DISPLAY "Fin des arriérés de prêts".
9999-EXIT.
    EXIT.
