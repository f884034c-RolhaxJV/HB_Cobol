DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") : débit
*>                 25100, crédit 70850 ajouté au plan de comptes.
*> 2026-10-15  SI  Comptabilité par agence et comptes de liaison :
*>                 chaque jambe est passée dans une agence (zone
*>                 JclAgence ajoutée au journal, dont le record
*>                 passe dans JOURCPTREC) - jambes clients
*>                 (20400, 25100, 25200, 25300, 29100) dans
*>                 l'agence teneuse du compte (CptAgence), autres
*>                 jambes dans l'agence du mouvement (AgenceTrans;
*>                 pour un lot ou une ligne antérieure sans agence,
*>                 celle du compte; un "VirRecu" / "VirMasEmis" à
*>                 la suite d'un "Virement" / "VirMasse" dans celle
*>                 du virement d'origine). Quand les deux jambes
*>                 tombent dans deux agences, chacune s'équilibre
*>                 par le compte 18100 Liaison inter-agences,
*>                 l'agence correspondante en JclAgenceLiee. Balance
*>                 par agence éditée à la suite de la balance
*>                 générale dans balance.rpt, même arrêt en code
*>                 retour 8 si une agence est déséquilibrée. Les
*>                 liaisons sont rapprochées par RapprochementAgences.
*> 2026-10-15  SI  Change manuel de billets : comptes 10200 Caisse
*>                 devises (billets étrangers à leur contre-valeur
*>                 au cours moyen) et 70400 Gains sur change
*>                 manuel. Les changes du jour (change.txt) sont
*>                 passés après les courus : achat au débit de
*>                 10200 et au crédit de la caisse (espèces) ou du
*>                 client (compte) pour le montant réglé, vente au
*>                 débit de la caisse ou du client et au crédit de
*>                 10200 pour la contre-valeur, l'écart de cours en
*>                 gain sur 70400 ("GainChange"), le numéro de
*>                 bordereau en référence. Les mouvements
*>                 historique "ChangeAch" / "ChangeVte" du compte
*>                 réglé sont ignorés, le change les porte déjà.
*> 2026-10-15  SI  Intérêts courus non échus : comptes 18700
*>                 Intérêts courus à recevoir et 26800 Intérêts
*>                 courus à payer. Les courus et extournes du jour
*>                 du registre courus.txt (tenu par CourusInterets)
*>                 sont passés après les mouvements : solde
*>                 secondaire et comptes à terme au débit de 60800
*>                 et au crédit de 26800, découvert et prêts au
*>                 débit de 18700 et au crédit de 70700 / 70600,
*>                 extournes en sens inverse (libellés "CourusXXX"
*>                 / "ExtournXXX", numéro de compte en référence).
*> 2026-10-15  SI  Litiges clients : compte 67100 Charges sur
*>                 litiges clients. Crédit provisoire ("CredProv")
*>                 et remboursement d'un litige fondé ("RembLitige")
*>                 au débit de 67100 et au crédit du client,
*>                 contre-passation d'un crédit provisoire rejeté
*>                 ("AnnulProv") en sens inverse.
*> 2026-10-15  SI  Retenue à la source sur intérêts : compte 44700
*>                 Etat - retenues à la source, crédité de la
*>                 retenue prélevée sur l'intérêt servi au solde
*>                 secondaire ("RetSourceS", débit 25200) ou à
*>                 l'échéance d'un compte à terme ("RetSource",
*>                 débit 25100), jusqu'au reversement au Trésor.
*> 2026-10-15  SI  Virements de masse : le débit global du
*>                 donneur d'ordre ("VirMasse") passe de 25100 à
*>                 47100 comme un virement; les lignes internes s'y
*>                 soldent par les "VirRecu" des bénéficiaires, les
*>                 lignes émises en compensation ("VirMasEmis")
*>                 passent de 47100 à 27100. Prélèvements reçus
*>                 ("Prelevemt") au débit du client et au crédit de
*>                 27100 : ils n'étaient pas journalisés.
*> 2026-10-15  SI  Remboursement anticipé partiel de prêt
*>                 ("PretRembPa") passé comme le remboursement
*>                 total, au débit du client et au crédit de 20400.
*> 2026-10-15  SI  Arriérés et créances douteuses de prêts : comptes
*>                 29100 Prêts douteux, 70610 Intérêts sur prêts
*>                 douteux et 70650 Pénalités de retard.
*>                 Recouvrement d'arriéré ("PretRegCap" /
*>                 "PretRegInt") comme une échéance, pénalités
*>                 ("PretPenal") en produit, déclassement
*>                 ("PretDeclas", sans effet client) de 20400 vers
*>                 29100, puis recouvrements et remboursement d'un
*>                 prêt douteux ("PretDtxCap", "PretDtxInt",
*>                 "PretDtxSol") sur 29100 / 70610.
*> 2026-09-02  SI  Création - journal comptable en partie double
*>                 généré chaque nuit depuis historique.txt : les
*>                 mouvements de la date comptable sont traduits en
    SELECT BalanceFile ASSIGN TO 'balance.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BalanceStatus.
    SELECT CouruFile ASSIGN TO 'courus.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CouruStatus.
    SELECT ChangeFile ASSIGN TO 'change.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChangeStatus.

DATA DIVISION.
FILE SECTION.
FD DateComptaFile.
COPY DATECREC.
FD JournalFile.
COPY JOURCPTREC.
FD BalanceFile.
01 BalanceRecord PIC X(100).
FD CouruFile.
COPY COURUREC.
FD ChangeFile.
COPY CHANGEREC.

WORKING-STORAGE SECTION.
01 HistStatus         PIC X(02).
01 DateComptaStatus   PIC X(02).
01 JournalStatus      PIC X(02).
01 BalanceStatus      PIC X(02).
01 CouruStatus        PIC X(02).
01 ChangeStatus       PIC X(02).
01 WS-CompteContrepartie PIC 9(05).
01 WS-ContreValeur    PIC 9(07)V99.
01 WS-MontantRegle    PIC 9(07)V99.
01 WS-NomJournal      PIC X(30).
01 WS-DateJour        PIC 9(08).
01 WS-Montant         PIC 9(07)V99.
01 WS-CompteDebit     PIC 9(05).
01 WS-CompteCredit    PIC 9(05).
01 WS-CompteEchange   PIC 9(05).
01 WS-ReferenceEcr    PIC 9(10).
01 WS-LibelleEcr      PIC X(10).
01 WS-NbCourus        PIC 9(06) VALUE ZERO.
01 WS-NbChanges       PIC 9(06) VALUE ZERO.
01 WS-NbLiaisons      PIC 9(06) VALUE ZERO.
01 WS-NbMouvements    PIC 9(06) VALUE ZERO.
01 WS-NbEcritures     PIC 9(06) VALUE ZERO.
01 WS-NbInconnus      PIC 9(06) VALUE ZERO.
01 WS-TotalDebits     PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-TotalCredits    PIC S9(11)V99 COMP-3 VALUE ZERO.
*> Agences des deux jambes de l'écriture en cours, agence du
*> mouvement et agence teneuse du dernier compte lu (ReadSolde).
01 WS-AgenceDebit     PIC X(03).
01 WS-AgenceCredit    PIC X(03).
01 WS-AgenceMvt       PIC X(03).
01 WS-AgenceCompte    PIC X(03).
01 WS-AgenceDefaut    PIC X(03) VALUE "001".
01 WS-AgenceVirement  PIC X(03) VALUE SPACES.
01 WS-AgenceContrepartie PIC X(03).
01 WS-CompteAgence    PIC 9(08).
01 WS-CompteLu        PIC 9(08) VALUE ZERO.
01 WS-AgenceLue       PIC X(03) VALUE SPACES.
01 WS-CompteJambe     PIC 9(05).
01 WS-AgenceJambe     PIC X(03).
01 WS-Solde           PIC 9(07)V99.
01 WS-SoldeSec        PIC 9(07)V99.
01 WS-SoldeMin        PIC 9(07)V99.
01 WS-SoldePin        PIC 9(04).
01 WS-Devise          PIC X(03).
COPY COMPTEXT.
01 RdStatus           PIC X(02).
*> Jambe à écrire : compte, sens, agence et agence liée.
01 WS-Jambe.
   05 WS-JbCompte     PIC 9(05).
   05 WS-JbSens       PIC X(01).
   05 WS-JbAgence     PIC X(03).
   05 WS-JbLiee       PIC X(03).
01 WS-CompteLiaison   PIC 9(05) VALUE 18100.
01 WS-DebitAff        PIC -(10)9.99.
01 WS-CreditAff       PIC -(10)9.99.
*> Plan de comptes réduit : numéro et libellé, totaux débit et
   05 FILLER PIC X(35) VALUE "70800Produits de commissions".
   05 FILLER PIC X(35) VALUE "70600Produits d'interets prets".
   05 FILLER PIC X(35) VALUE "70900Produits de frais de tenue".
   05 FILLER PIC X(35) VALUE "29100Prets douteux".
   05 FILLER PIC X(35) VALUE "70610Produits interets douteux".
   05 FILLER PIC X(35) VALUE "70650Penalites de retard".
   05 FILLER PIC X(35) VALUE "44700Etat retenues a la source".
   05 FILLER PIC X(35) VALUE "67100Charges sur litiges clients".
   05 FILLER PIC X(35) VALUE "18700Interets courus a recevoir".
   05 FILLER PIC X(35) VALUE "26800Interets courus a payer".
   05 FILLER PIC X(35) VALUE "10200Caisse devises".
   05 FILLER PIC X(35) VALUE "70400Gains sur change manuel".
   05 FILLER PIC X(35) VALUE "18100Liaison inter-agences".
   05 FILLER PIC X(35) VALUE "70850Loyers de coffres-forts".
01 WS-PlanComptes REDEFINES WS-PlanComptesDef.
   05 WS-Poste OCCURS 24 INDEXED BY IDX-PC.
      10 WS-PcNumero  PIC 9(05).
      10 WS-PcLibelle PIC X(30).
01 WS-TableTotaux.
   05 WS-Totaux OCCURS 24.
      10 WS-PcDebit  PIC S9(11)V99 COMP-3.
      10 WS-PcCredit PIC S9(11)V99 COMP-3.
01 WS-IdxTot          PIC 9(02) COMP.
*> Balance par agence : totaux débit / crédit de chaque compte du
*> plan dans chaque agence mouvementée du jour.
01 WS-TableAgences.
   05 WS-Agence OCCURS 20.
      10 WS-AgCode       PIC X(03).
      10 WS-AgTotalDebit  PIC S9(11)V99 COMP-3.
      10 WS-AgTotalCredit PIC S9(11)V99 COMP-3.
      10 WS-AgTotaux OCCURS 24.
         15 WS-AgDebit  PIC S9(11)V99 COMP-3.
         15 WS-AgCredit PIC S9(11)V99 COMP-3.
01 WS-NbAgences       PIC 9(02) COMP VALUE ZERO.
01 WS-IdxAg           PIC 9(02) COMP.
01 WS-IdxAgTrouve     PIC 9(02) COMP.
01 WS-NbAgencesDeseq  PIC 9(02) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-TRAITEMENT THRU 2000-EXIT
        UNTIL FinFichier
    PERFORM 2500-COURUS THRU 2500-EXIT
    PERFORM 2600-CHANGE THRU 2600-EXIT
    PERFORM 3000-BALANCE THRU 3000-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.
        ACCEPT WS-DateJour FROM DATE YYYYMMDD
    END-IF
    PERFORM 1100-RAZ-TOTAUX THRU 1100-EXIT
        VARYING WS-IdxTot FROM 1 BY 1 UNTIL WS-IdxTot > 24
    MOVE SPACES TO WS-NomJournal
    STRING "journal-" DELIMITED BY SIZE
        WS-DateJour DELIMITED BY SIZE
        ADD 1 TO WS-NbMouvements
        PERFORM 2200-TRADUIRE-MOUVEMENT THRU 2200-EXIT
        IF MvtComptable
            PERFORM 2250-AGENCES-MOUVEMENT THRU 2250-EXIT
            MOVE Mont TO WS-Montant
            MOVE TransID TO WS-ReferenceEcr
            MOVE Act TO WS-LibelleEcr
            PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
        ELSE
            MOVE SPACES TO WS-AgenceVirement
        END-IF
    END-IF
    PERFORM 2100-LIRE-SUIVANT THRU 2100-EXIT.
        WHEN "VirRetour"
            MOVE 27100 TO WS-CompteDebit
            MOVE 25100 TO WS-CompteCredit
        WHEN "VirMasse"
            MOVE 25100 TO WS-CompteDebit
            MOVE 47100 TO WS-CompteCredit
        WHEN "VirMasEmis"
            MOVE 47100 TO WS-CompteDebit
            MOVE 27100 TO WS-CompteCredit
        WHEN "Prelevemt"
            MOVE 25100 TO WS-CompteDebit
            MOVE 27100 TO WS-CompteCredit
        WHEN "Commission"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70800 TO WS-CompteCredit
        WHEN "FraisTenue"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70900 TO WS-CompteCredit
        WHEN "LoyerCof"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70850 TO WS-CompteCredit
        WHEN "Agios"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70700 TO WS-CompteCredit
        WHEN "AnnulInt"
            MOVE 25200 TO WS-CompteDebit
            MOVE 60800 TO WS-CompteCredit
        WHEN "RetSourceS"
            MOVE 25200 TO WS-CompteDebit
            MOVE 44700 TO WS-CompteCredit
        WHEN "RetSource"
            MOVE 25100 TO WS-CompteDebit
            MOVE 44700 TO WS-CompteCredit
        WHEN "CredProv"
        WHEN "RembLitige"
            MOVE 67100 TO WS-CompteDebit
            MOVE 25100 TO WS-CompteCredit
        WHEN "AnnulProv"
            MOVE 25100 TO WS-CompteDebit
            MOVE 67100 TO WS-CompteCredit
        WHEN "DepotChq"
            MOVE 47200 TO WS-CompteDebit
            MOVE 25100 TO WS-CompteCredit
            MOVE 25100 TO WS-CompteCredit
        WHEN "PretSolde"
        WHEN "PretEchCap"
        WHEN "PretRegCap"
        WHEN "PretRembPa"
            MOVE 25100 TO WS-CompteDebit
            MOVE 20400 TO WS-CompteCredit
        WHEN "PretEchInt"
        WHEN "PretRegInt"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70600 TO WS-CompteCredit
        WHEN "PretPenal"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70650 TO WS-CompteCredit
        WHEN "PretDeclas"
            MOVE 29100 TO WS-CompteDebit
            MOVE 20400 TO WS-CompteCredit
        WHEN "PretDtxCap"
        WHEN "PretDtxSol"
            MOVE 25100 TO WS-CompteDebit
            MOVE 29100 TO WS-CompteCredit
        WHEN "PretDtxInt"
            MOVE 25100 TO WS-CompteDebit
            MOVE 70610 TO WS-CompteCredit
        WHEN "Deblocage"
        WHEN "Reactiv"
        WHEN "ChgPin"
        WHEN "CorrSolde"
            MOVE 'N' TO WS-MvtComptable
*> Jambe compte d'un change manuel : passée avec le change.
        WHEN "ChangeAch"
        WHEN "ChangeVte"
            MOVE 'N' TO WS-MvtComptable
        WHEN OTHER
            MOVE 'N' TO WS-MvtComptable
            ADD 1 TO WS-NbInconnus
2200-EXIT.
    EXIT.

*> Agence de chaque jambe du mouvement : agence teneuse pour un
*> compte client, agence du mouvement pour les autres comptes.
*> Les lignes d'un virement à deux jambes historique restent
*> dans l'agence du virement d'origine.
2250-AGENCES-MOUVEMENT.
    MOVE NumCompteH TO WS-CompteAgence
    PERFORM 2400-AGENCE-COMPTE THRU 2400-EXIT
    IF AgenceTrans = SPACES OR AgenceTrans = "000"
        IF WS-AgenceCompte = SPACES
            MOVE WS-AgenceDefaut TO WS-AgenceCompte
        END-IF
        MOVE WS-AgenceCompte TO WS-AgenceMvt
    ELSE
        MOVE AgenceTrans TO WS-AgenceMvt
        IF WS-AgenceCompte = SPACES
            MOVE AgenceTrans TO WS-AgenceCompte
        END-IF
    END-IF
    EVALUATE Act
        WHEN "Virement"
        WHEN "VirMasse"
            MOVE WS-AgenceMvt TO WS-AgenceVirement
        WHEN "VirRecu"
        WHEN "VirMasEmis"
            IF WS-AgenceVirement NOT = SPACES
                MOVE WS-AgenceVirement TO WS-AgenceMvt
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-AgenceVirement
    END-EVALUATE
    MOVE WS-CompteDebit TO WS-CompteJambe
    PERFORM 2260-AGENCE-JAMBE THRU 2260-EXIT
    MOVE WS-AgenceJambe TO WS-AgenceDebit
    MOVE WS-CompteCredit TO WS-CompteJambe
    PERFORM 2260-AGENCE-JAMBE THRU 2260-EXIT
    MOVE WS-AgenceJambe TO WS-AgenceCredit.
2250-EXIT.
    EXIT.

2260-AGENCE-JAMBE.
    EVALUATE WS-CompteJambe
        WHEN 20400
        WHEN 25100
        WHEN 25200
        WHEN 25300
        WHEN 29100
            MOVE WS-AgenceCompte TO WS-AgenceJambe
        WHEN OTHER
            MOVE WS-AgenceMvt TO WS-AgenceJambe
    END-EVALUATE.
2260-EXIT.
    EXIT.

*> Ecriture débit / crédit du mouvement. Deux agences : chaque
*> agence s'équilibre par le compte de liaison, débité chez
*> l'agence créditée et crédité chez l'agence débitée.
2300-ECRIRE-ECRITURES.
    IF WS-AgenceDebit = WS-AgenceCredit
        MOVE WS-CompteDebit TO WS-JbCompte
        MOVE 'D' TO WS-JbSens
        MOVE WS-AgenceDebit TO WS-JbAgence
        MOVE SPACES TO WS-JbLiee
        PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT
        MOVE WS-CompteCredit TO WS-JbCompte
        MOVE 'C' TO WS-JbSens
        PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT
        GO TO 2300-EXIT
    END-IF
    ADD 1 TO WS-NbLiaisons
    MOVE WS-CompteDebit TO WS-JbCompte
    MOVE 'D' TO WS-JbSens
    MOVE WS-AgenceDebit TO WS-JbAgence
    MOVE SPACES TO WS-JbLiee
    PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT
    MOVE WS-CompteLiaison TO WS-JbCompte
    MOVE 'C' TO WS-JbSens
    MOVE WS-AgenceCredit TO WS-JbLiee
    PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT
    MOVE 'D' TO WS-JbSens
    MOVE WS-AgenceCredit TO WS-JbAgence
    MOVE WS-AgenceDebit TO WS-JbLiee
    PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT
    MOVE WS-CompteCredit TO WS-JbCompte
    MOVE 'C' TO WS-JbSens
    MOVE SPACES TO WS-JbLiee
    PERFORM 2310-ECRIRE-JAMBE THRU 2310-EXIT.
2300-EXIT.
    EXIT.

2310-ECRIRE-JAMBE.
    MOVE WS-DateJour TO JclDate
    MOVE WS-JbCompte TO JclCompte
    MOVE WS-JbSens TO JclSens
    MOVE WS-Montant TO JclMontant
    MOVE WS-ReferenceEcr TO JclTransID
    MOVE WS-LibelleEcr TO JclLibelle
    MOVE WS-JbAgence TO JclAgence
    MOVE WS-JbLiee TO JclAgenceLiee
    WRITE JournalRecord
    IF JournalStatus NOT = '00'
        DISPLAY "Erreur écriture journal, statut ", JournalStatus
        GO TO 2310-EXIT
    END-IF
    ADD 1 TO WS-NbEcritures
    PERFORM 2320-TROUVER-AGENCE THRU 2320-EXIT
    SET IDX-PC TO 1
    SEARCH WS-Poste
        AT END CONTINUE
        WHEN WS-PcNumero(IDX-PC) = WS-JbCompte
            SET WS-IdxTot TO IDX-PC
            IF WS-JbSens = 'D'
                ADD WS-Montant TO WS-PcDebit(WS-IdxTot)
                ADD WS-Montant TO WS-AgDebit(WS-IdxAgTrouve, WS-IdxTot)
            ELSE
                ADD WS-Montant TO WS-PcCredit(WS-IdxTot)
                ADD WS-Montant TO WS-AgCredit(WS-IdxAgTrouve, WS-IdxTot)
            END-IF
    END-SEARCH
    IF WS-JbSens = 'D'
        ADD WS-Montant TO WS-TotalDebits
        ADD WS-Montant TO WS-AgTotalDebit(WS-IdxAgTrouve)
    ELSE
        ADD WS-Montant TO WS-TotalCredits
        ADD WS-Montant TO WS-AgTotalCredit(WS-IdxAgTrouve)
    END-IF.
2310-EXIT.
    EXIT.

*> Poste de l'agence de la jambe, ouvert à zéro à sa première
*> écriture; au-delà de 20 agences, le dernier poste recueille le
*> surplus et le signale.
2320-TROUVER-AGENCE.
    MOVE ZERO TO WS-IdxAgTrouve
    PERFORM 2330-COMPARER-AGENCE THRU 2330-EXIT
        VARYING WS-IdxAg FROM 1 BY 1
        UNTIL WS-IdxAg > WS-NbAgences
        OR WS-IdxAgTrouve NOT = ZERO
    IF WS-IdxAgTrouve NOT = ZERO
        GO TO 2320-EXIT
    END-IF
    IF WS-NbAgences >= 20
        DISPLAY "Plus de 20 agences, ", WS-JbAgence,
            " cumulée avec ", WS-AgCode(20)
        MOVE 20 TO WS-IdxAgTrouve
        GO TO 2320-EXIT
    END-IF
    ADD 1 TO WS-NbAgences
    MOVE WS-NbAgences TO WS-IdxAgTrouve
    MOVE WS-JbAgence TO WS-AgCode(WS-IdxAgTrouve)
    MOVE ZERO TO WS-AgTotalDebit(WS-IdxAgTrouve)
    MOVE ZERO TO WS-AgTotalCredit(WS-IdxAgTrouve)
    PERFORM 2340-RAZ-AGENCE THRU 2340-EXIT
        VARYING WS-IdxTot FROM 1 BY 1 UNTIL WS-IdxTot > 24.
2320-EXIT.
    EXIT.

2330-COMPARER-AGENCE.
    IF WS-AgCode(WS-IdxAg) = WS-JbAgence
        MOVE WS-IdxAg TO WS-IdxAgTrouve
    END-IF.
2330-EXIT.
    EXIT.

2340-RAZ-AGENCE.
    MOVE ZERO TO WS-AgDebit(WS-IdxAgTrouve, WS-IdxTot)
    MOVE ZERO TO WS-AgCredit(WS-IdxAgTrouve, WS-IdxTot).
2340-EXIT.
    EXIT.

*> Agence teneuse du compte WS-CompteAgence, le dernier compte lu
*> gardé en mémoire; agence à blanc = agence 001, compte
*> introuvable (clos et purgé) rendu à blanc, l'appelant y met
*> l'agence du mouvement.
2400-AGENCE-COMPTE.
    IF WS-CompteAgence = WS-CompteLu
        MOVE WS-AgenceLue TO WS-AgenceCompte
        GO TO 2400-EXIT
    END-IF
    CALL 'ReadSolde' USING WS-CompteAgence, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        MOVE SPACES TO WS-AgenceCompte
    ELSE
        IF CptAgence = SPACES
            MOVE WS-AgenceDefaut TO WS-AgenceCompte
        ELSE
            MOVE CptAgence TO WS-AgenceCompte
        END-IF
    END-IF
    MOVE WS-CompteAgence TO WS-CompteLu
    MOVE WS-AgenceCompte TO WS-AgenceLue.
2400-EXIT.
    EXIT.

*> Courus et extournes de la date comptable portés au registre
*> des intérêts courus : une écriture par montant non nul, le
*> numéro de compte en référence.
2500-COURUS.
    IF NOT JournalOuvert
        GO TO 2500-EXIT
    END-IF
    OPEN INPUT CouruFile
    IF CouruStatus NOT = '00'
        GO TO 2500-EXIT
    END-IF
    PERFORM 2510-LIRE-COURUS THRU 2510-EXIT
        UNTIL CouruStatus NOT = '00'
    CLOSE CouruFile.
2500-EXIT.
    EXIT.

2510-LIRE-COURUS.
    READ CouruFile
    IF CouruStatus NOT = '00' OR CouDateMaj NOT = WS-DateJour
        GO TO 2510-EXIT
    END-IF
    EVALUATE CouNature
        WHEN "SEC"
        WHEN "CAT"
            MOVE 60800 TO WS-CompteDebit
            MOVE 26800 TO WS-CompteCredit
        WHEN "DEC"
            MOVE 18700 TO WS-CompteDebit
            MOVE 70700 TO WS-CompteCredit
        WHEN "PRT"
            MOVE 18700 TO WS-CompteDebit
            MOVE 70600 TO WS-CompteCredit
        WHEN OTHER
            ADD 1 TO WS-NbInconnus
            DISPLAY "Nature de courus sans schéma comptable : ",
                CouNature, ", compte ", CouCompte, " non journalisé"
            GO TO 2510-EXIT
    END-EVALUATE
    MOVE CouCompte TO WS-ReferenceEcr
    MOVE CouCompte TO WS-CompteAgence
    PERFORM 2400-AGENCE-COMPTE THRU 2400-EXIT
    IF WS-AgenceCompte = SPACES
        MOVE WS-AgenceDefaut TO WS-AgenceCompte
    END-IF
    MOVE WS-AgenceCompte TO WS-AgenceDebit
    MOVE WS-AgenceCompte TO WS-AgenceCredit
    MOVE CouCourusJour TO WS-Montant
    IF WS-Montant > ZERO
        MOVE SPACES TO WS-LibelleEcr
        STRING "Courus" DELIMITED BY SIZE
               CouNature DELIMITED BY SIZE
          INTO WS-LibelleEcr
        ADD 1 TO WS-NbCourus
        PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
    END-IF
    MOVE CouExtourneJour TO WS-Montant
    IF WS-Montant > ZERO
        MOVE SPACES TO WS-LibelleEcr
        STRING "Extourn" DELIMITED BY SIZE
               CouNature DELIMITED BY SIZE
          INTO WS-LibelleEcr
        MOVE WS-CompteDebit TO WS-CompteEchange
        MOVE WS-CompteCredit TO WS-CompteDebit
        MOVE WS-CompteEchange TO WS-CompteCredit
        ADD 1 TO WS-NbCourus
        PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
    END-IF.
2510-EXIT.
    EXIT.

*> Changes manuels de la date comptable : la jambe devises au
*> cours moyen, la jambe caisse ou client au montant réglé, leur
*> différence en gain de change.
2600-CHANGE.
    IF NOT JournalOuvert
        GO TO 2600-EXIT
    END-IF
    OPEN INPUT ChangeFile
    IF ChangeStatus NOT = '00'
        GO TO 2600-EXIT
    END-IF
    PERFORM 2610-LIRE-CHANGE THRU 2610-EXIT
        UNTIL ChangeStatus NOT = '00'
    CLOSE ChangeFile.
2600-EXIT.
    EXIT.

2610-LIRE-CHANGE.
    READ ChangeFile
    IF ChangeStatus NOT = '00' OR ChgDate NOT = WS-DateJour
        GO TO 2610-EXIT
    END-IF
    ADD 1 TO WS-NbChanges
    IF ChgAgence = SPACES
        MOVE WS-AgenceDefaut TO WS-AgenceMvt
    ELSE
        MOVE ChgAgence TO WS-AgenceMvt
    END-IF
    MOVE WS-AgenceMvt TO WS-AgenceContrepartie
    IF ChgCompte
        MOVE 25100 TO WS-CompteContrepartie
        MOVE ChgNumCompte TO WS-CompteAgence
        PERFORM 2400-AGENCE-COMPTE THRU 2400-EXIT
        IF WS-AgenceCompte NOT = SPACES
            MOVE WS-AgenceCompte TO WS-AgenceContrepartie
        END-IF
    ELSE
        MOVE 10100 TO WS-CompteContrepartie
    END-IF
    MOVE ChgNumero TO WS-ReferenceEcr
    MOVE ChgContreValeur TO WS-ContreValeur
    MOVE ChgMontantRegle TO WS-MontantRegle
    IF ChgAchat
        MOVE "ChangeAch" TO WS-LibelleEcr
        MOVE 10200 TO WS-CompteDebit
        MOVE WS-CompteContrepartie TO WS-CompteCredit
        MOVE WS-AgenceMvt TO WS-AgenceDebit
        MOVE WS-AgenceContrepartie TO WS-AgenceCredit
        MOVE WS-MontantRegle TO WS-Montant
        PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
        IF WS-ContreValeur > WS-MontantRegle
            COMPUTE WS-Montant = WS-ContreValeur - WS-MontantRegle
            MOVE "GainChange" TO WS-LibelleEcr
            MOVE 10200 TO WS-CompteDebit
            MOVE 70400 TO WS-CompteCredit
            MOVE WS-AgenceMvt TO WS-AgenceCredit
            PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
        END-IF
    ELSE
        MOVE "ChangeVte" TO WS-LibelleEcr
        MOVE WS-CompteContrepartie TO WS-CompteDebit
        MOVE 10200 TO WS-CompteCredit
        MOVE WS-AgenceContrepartie TO WS-AgenceDebit
        MOVE WS-AgenceMvt TO WS-AgenceCredit
        MOVE WS-ContreValeur TO WS-Montant
        PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
        IF WS-MontantRegle > WS-ContreValeur
            COMPUTE WS-Montant = WS-MontantRegle - WS-ContreValeur
            MOVE "GainChange" TO WS-LibelleEcr
            MOVE WS-CompteContrepartie TO WS-CompteDebit
            MOVE 70400 TO WS-CompteCredit
            PERFORM 2300-ECRIRE-ECRITURES THRU 2300-EXIT
        END-IF
    END-IF.
2610-EXIT.
    EXIT.

3000-BALANCE.
      TO BalanceRecord
    WRITE BalanceRecord
    PERFORM 3100-LIGNE-BALANCE THRU 3100-EXIT
        VARYING WS-IdxTot FROM 1 BY 1 UNTIL WS-IdxTot > 24
    MOVE WS-TotalDebits TO WS-DebitAff
    MOVE WS-TotalCredits TO WS-CreditAff
    MOVE SPACES TO BalanceRecord
           WS-CreditAff DELIMITED BY SIZE
      INTO BalanceRecord
    WRITE BalanceRecord
    PERFORM 3200-BALANCE-AGENCE THRU 3200-EXIT
        VARYING WS-IdxAg FROM 1 BY 1 UNTIL WS-IdxAg > WS-NbAgences
    CLOSE BalanceFile
    DISPLAY "Balance générale et par agence : balance.rpt".
3000-EXIT.
    EXIT.

3100-EXIT.
    EXIT.

*> Balance de l'agence WS-IdxAg : comptes mouvementés dans
*> l'agence, liaison comprise, et totaux qui doivent s'égaler.
3200-BALANCE-AGENCE.
    MOVE SPACES TO BalanceRecord
    WRITE BalanceRecord
    STRING "Balance de l'agence " DELIMITED BY SIZE
           WS-AgCode(WS-IdxAg) DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO BalanceRecord
    WRITE BalanceRecord
    MOVE "Compte Libellé                         Débit          Crédit"
      TO BalanceRecord
    WRITE BalanceRecord
    PERFORM 3210-LIGNE-AGENCE THRU 3210-EXIT
        VARYING WS-IdxTot FROM 1 BY 1 UNTIL WS-IdxTot > 24
    MOVE WS-AgTotalDebit(WS-IdxAg) TO WS-DebitAff
    MOVE WS-AgTotalCredit(WS-IdxAg) TO WS-CreditAff
    MOVE SPACES TO BalanceRecord
    STRING "Totaux agence                    " DELIMITED BY SIZE
           WS-DebitAff DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CreditAff DELIMITED BY SIZE
      INTO BalanceRecord
    WRITE BalanceRecord
    IF WS-AgTotalDebit(WS-IdxAg) NOT = WS-AgTotalCredit(WS-IdxAg)
        ADD 1 TO WS-NbAgencesDeseq
        MOVE SPACES TO BalanceRecord
        STRING "*** Agence " DELIMITED BY SIZE
               WS-AgCode(WS-IdxAg) DELIMITED BY SIZE
               " en déséquilibre ***" DELIMITED BY SIZE
          INTO BalanceRecord
        WRITE BalanceRecord
    END-IF.
3200-EXIT.
    EXIT.

3210-LIGNE-AGENCE.
    IF WS-AgDebit(WS-IdxAg, WS-IdxTot) = ZERO
        AND WS-AgCredit(WS-IdxAg, WS-IdxTot) = ZERO
        GO TO 3210-EXIT
    END-IF
    MOVE WS-AgDebit(WS-IdxAg, WS-IdxTot) TO WS-DebitAff
    MOVE WS-AgCredit(WS-IdxAg, WS-IdxTot) TO WS-CreditAff
    MOVE SPACES TO BalanceRecord
    STRING WS-PcNumero(WS-IdxTot) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PcLibelle(WS-IdxTot) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DebitAff DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CreditAff DELIMITED BY SIZE
      INTO BalanceRecord
    WRITE BalanceRecord.
3210-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Mouvements du jour   : ", WS-NbMouvements
    DISPLAY "Ecritures passées    : ", WS-NbEcritures
    DISPLAY "Courus et extournes  : ", WS-NbCourus
    DISPLAY "Changes manuels      : ", WS-NbChanges
    DISPLAY "Ecritures de liaison : ", WS-NbLiaisons
    DISPLAY "Agences mouvementées : ", WS-NbAgences
    DISPLAY "Actions sans schéma  : ", WS-NbInconnus
    IF WS-TotalDebits NOT = WS-TotalCredits
        DISPLAY "*** DESEQUILIBRE : total débits ", WS-TotalDebits,
        DISPLAY "Journal équilibré, débits = crédits = ",
            WS-TotalDebits
    END-IF
    IF WS-NbAgencesDeseq NOT = ZERO
        DISPLAY "*** DESEQUILIBRE : ", WS-NbAgencesDeseq,
            " agence(s) en déséquilibre - voir balance.rpt ***"
        DISPLAY "*** Journal comptable arrêté en anomalie ***"
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "Fin du journal comptable".
9999-EXIT.
    EXIT.
