IDENTIFICATION DIVISION.
PROGRAM-ID. CourusInterets.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - calcul nocturne des intérêts courus
*>                 non échus, tenus compte par compte dans le
*>                 registre courus.txt : à payer sur le solde
*>                 secondaire (dernier solde de l'échelle des
*>                 soldes, taux de la grille du produit ou taux
*>                 unique de config.txt, comme InteretMensuel) et
*>                 sur les comptes à terme en cours (taux annuel,
*>                 base 365 comme EcheanceTermes); à recevoir sur
*>                 le découvert en valeur sous le plancher (taux
*>                 d'agios, comme AgiosMensuel) et sur le capital
*>                 restant dû des prêts en cours (taux annuel, base
*>                 360 comme EcheancePrets). Le courus du jour
*>                 porte sur les jours calendaires écoulés depuis
*>                 le calcul précédent de la ligne (week-ends et
*>                 fériés compris), un jour pour une ligne nouvelle.
*>                 Extourne automatique de l'encours couru dès que
*>                 l'intérêt réel est passé : "Intérêt" du jour
*>                 pour le solde secondaire, "Agios" pour le
*>                 découvert, "PretEchInt" / "PretRegInt" /
*>                 "PretDtxInt" pour les prêts, compte à terme échu
*>                 ou remboursé, prêt soldé ou déclassé en douteux,
*>                 compte clôturé. Les courus et extournes du jour
*>                 sont passés au journal par JournalComptable
*>                 (comptes 26800 et 18700); état par produit dans
*>                 courus.rpt. Rejouable : les lignes déjà calculées
*>                 pour la date comptable sont reprises telles
*>                 quelles; tout échec (fichier illisible, registre
*>                 saturé) rend le code retour 8 sans réécrire le
*>                 registre.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT EchelleFile ASSIGN TO 'echelle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EchelleStatus.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT GrilleFile ASSIGN TO 'grille.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GrilleStatus.
    SELECT CatFile ASSIGN TO 'comptesterme.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CatStatus.
    SELECT PretFile ASSIGN TO 'prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PretStatus.
    SELECT CouruFile ASSIGN TO 'courus.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CouruStatus.
    SELECT RapportFile ASSIGN TO 'courus.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD EchelleFile.
COPY ECHELLEREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.
FD GrilleFile.
COPY GRILLEREC.
FD CatFile.
COPY CATREC.
FD PretFile.
COPY PRETREC.
FD CouruFile.
COPY COURUREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SoldeStatus        PIC X(02).
01 EchelleStatus      PIC X(02).
01 HistStatus         PIC X(02).
01 ConfigStatus       PIC X(02).
01 DateComptaStatus   PIC X(02).
01 GrilleStatus       PIC X(02).
01 CatStatus          PIC X(02).
01 PretStatus         PIC X(02).
01 CouruStatus        PIC X(02).
01 RapportStatus      PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-JourCourant     PIC 9(07) COMP.
01 WS-TauxInteret     PIC 9V9(04).
01 WS-TauxInteretDefaut PIC 9V9(04) VALUE 0.0050.
01 WS-TauxAgios       PIC 9V9(04).
01 WS-TauxAgiosDefaut PIC 9V9(04) VALUE 0.0100.
*> Base de calcul du courus de la ligne en cours : assiette, taux
*> et diviseur (30 pour un taux mensuel, 365 ou 360 pour un taux
*> annuel selon la convention de la passation réelle).
01 WS-Assiette        PIC 9(07)V99.
01 WS-TauxCalcul      PIC 9V9(04).
01 WS-Diviseur        PIC 9(03).
01 WS-Courus          PIC 9(07)V99.
01 WS-NbJours         PIC S9(05) COMP.
01 WS-SoldeValeurJour PIC S9(08)V99 COMP-3.
*> Ligne du registre recherchée ou créée par 2900-POSITIONNER.
01 WS-ClCompte        PIC 9(08).
01 WS-ClNature        PIC X(03).
01 WS-ClReference     PIC 9(08).
01 WS-ClProduit       PIC X(03).
01 WS-NbComptes       PIC 9(04) COMP VALUE ZERO.
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
         ASCENDING KEY IS WS-CpNum
         INDEXED BY IDX-CP.
      10 WS-CpNum       PIC 9(08).
      10 WS-CpSolMin    PIC 9(07)V99.
      10 WS-CpProduit   PIC X(03).
      10 WS-CpGrille    PIC X(03).
      10 WS-CpEchDate   PIC 9(08).
      10 WS-CpEchSolSec PIC 9(07)V99.
      10 WS-CpEchValeur PIC S9(08)V99 COMP-3.
01 WS-NbLignes        PIC 9(04) COMP VALUE ZERO.
01 WS-IdxCo           PIC 9(04) COMP.
01 WS-TableCourus.
   05 WS-Ligne OCCURS 3000.
      10 WS-CoCompte    PIC 9(08).
      10 WS-CoNature    PIC X(03).
      10 WS-CoReference PIC 9(08).
      10 WS-CoProduit   PIC X(03).
      10 WS-CoEncours   PIC 9(07)V99.
      10 WS-CoDateOrig  PIC 9(08).
      10 WS-CoCourusJour PIC 9(07)V99.
      10 WS-CoExtourneJour PIC 9(07)V99.
      10 WS-CoDejaFait  PIC X(01).
      10 WS-CoVu        PIC X(01).
*> Intérêts réellement passés dans la journée : compte et nature
*> de courus à extourner.
01 WS-NbDeclencheurs  PIC 9(04) COMP VALUE ZERO.
01 WS-IdxDc           PIC 9(04) COMP.
01 WS-TableDeclencheurs.
   05 WS-Declencheur OCCURS 1000.
      10 WS-DcCompte    PIC 9(08).
      10 WS-DcNature    PIC X(03).
01 WS-NbPaliers       PIC 9(03) VALUE ZERO.
01 WS-IdxPal          PIC 9(03) COMP.
01 WS-TauxCompte      PIC 9V9(04).
01 WS-SeuilApplique   PIC 9(07)V99.
01 WS-DateAppliquee   PIC 9(08).
01 WS-TablePaliers.
   05 WS-Palier OCCURS 200.
      10 WS-PalProduit PIC X(03).
      10 WS-PalSeuil PIC 9(07)V99.
      10 WS-PalTaux  PIC 9V9(04).
      10 WS-PalDate  PIC 9(08).
01 WS-GrilleCompte    PIC X(03).
01 WS-SoldeGrille     PIC 9(07)V99.
01 WS-ProduitLibelle  PIC X(30).
01 WS-ProduitSolMin   PIC 9(07)V99.
01 WS-ProduitSoldeMax PIC 9(07)V99.
01 WS-ProduitMenus    PIC X(20).
01 WS-ProduitEtat     PIC X(01).
01 WS-ProduitStatus   PIC X(02).
01 WS-PalierTrouve    PIC X(01).
   88 PalierTrouve    VALUE 'O'.
*> Etat par produit et nature de courus.
01 WS-NbGroupes       PIC 9(03) COMP VALUE ZERO.
01 WS-IdxGr           PIC 9(03) COMP.
01 WS-TableGroupes.
   05 WS-Groupe OCCURS 100.
      10 WS-GrpProduit  PIC X(03).
      10 WS-GrpNature   PIC X(03).
      10 WS-GrpLignes   PIC 9(05).
      10 WS-GrpCourus   PIC S9(11)V99 COMP-3.
      10 WS-GrpExtourne PIC S9(11)V99 COMP-3.
      10 WS-GrpEncours  PIC S9(11)V99 COMP-3.
01 WS-GroupeConnu     PIC X(01).
   88 GroupeConnu     VALUE 'O'.
01 WS-TotalCourus     PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-TotalExtourne   PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-TotalAPayer     PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-TotalARecevoir  PIC S9(11)V99 COMP-3 VALUE ZERO.
01 WS-NbEcrites       PIC 9(05) VALUE ZERO.
01 WS-LignesAff       PIC Z(4)9.
01 WS-CourusAff       PIC Z(9)9.99.
01 WS-ExtourneAff     PIC Z(9)9.99.
01 WS-EncoursAff      PIC Z(9)9.99.
01 WS-ProduitAff      PIC X(03).
*> Conversion d'une date AAAAMMJJ en nombre de jours écoulés
*> (calendrier grégorien) pour l'arithmétique de durée.
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
   05 WS-EnEchec      PIC X(01) VALUE 'N'.
      88 CourusEnEchec VALUE 'O'.
   05 WS-Declenche    PIC X(01) VALUE 'N'.
      88 Declenche    VALUE 'O'.
   05 WS-LigneConnue  PIC X(01) VALUE 'N'.
      88 LigneConnue  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Intérêts courus de la journée"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT CourusEnEchec
        PERFORM 2000-EXTOURNER THRU 2000-EXIT
            VARYING WS-IdxCo FROM 1 BY 1
            UNTIL WS-IdxCo > WS-NbLignes
        PERFORM 3000-COURUS-COMPTE THRU 3000-EXIT
            VARYING IDX-CP FROM 1 BY 1
            UNTIL IDX-CP > WS-NbComptes OR CourusEnEchec
        PERFORM 3500-COURUS-TERMES THRU 3500-EXIT
        PERFORM 3600-COURUS-PRETS THRU 3600-EXIT
    END-IF
    IF NOT CourusEnEchec
        PERFORM 3800-EXTOURNER-CLOS THRU 3800-EXIT
            VARYING WS-IdxCo FROM 1 BY 1
            UNTIL WS-IdxCo > WS-NbLignes
        PERFORM 4000-REECRIRE-REGISTRE THRU 4000-EXIT
    END-IF
    IF NOT CourusEnEchec
        PERFORM 5000-RAPPORT THRU 5000-EXIT
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
    MOVE WS-NumJour TO WS-JourCourant
    MOVE WS-TauxInteretDefaut TO WS-TauxInteret
    MOVE WS-TauxAgiosDefaut TO WS-TauxAgios
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            IF Cfg-TauxInteret(1:1) IS NUMERIC
                AND Cfg-TauxInteret(3:4) IS NUMERIC
                MOVE Cfg-TauxInteret TO WS-TauxInteret
            END-IF
            IF Cfg-TauxAgios(1:1) IS NUMERIC
                AND Cfg-TauxAgios(3:4) IS NUMERIC
                MOVE Cfg-TauxAgios TO WS-TauxAgios
            END-IF
        END-IF
        CLOSE ConfigFile
    END-IF
    DISPLAY "Taux mensuels : intérêt ", WS-TauxInteret,
        ", agios ", WS-TauxAgios
    PERFORM 1100-CHARGER-GRILLE THRU 1100-EXIT
    PERFORM 1200-CHARGER-COMPTES THRU 1200-EXIT
    IF CourusEnEchec
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-CHARGER-ECHELLE THRU 1300-EXIT
    PERFORM 1400-CHARGER-DECLENCHEURS THRU 1400-EXIT
    IF CourusEnEchec
        GO TO 1000-EXIT
    END-IF
    PERFORM 1500-CHARGER-REGISTRE THRU 1500-EXIT.
1000-EXIT.
    EXIT.

*> Lignes de la grille en vigueur à la date comptable, comme
*> InteretMensuel ("SEC" et codes de grille des produits).
1100-CHARGER-GRILLE.
    MOVE ZERO TO WS-NbPaliers
    OPEN INPUT GrilleFile
    IF GrilleStatus NOT = '00'
        GO TO 1100-EXIT
    END-IF
    PERFORM 1110-LIRE-PALIER THRU 1110-EXIT
        UNTIL GrilleStatus NOT = '00' OR WS-NbPaliers >= 200
    CLOSE GrilleFile.
1100-EXIT.
    EXIT.

1110-LIRE-PALIER.
    READ GrilleFile
    IF GrilleStatus = '00'
        IF GrProduit NOT = "CAT" AND GrDateEffet <= WS-DateJour
            ADD 1 TO WS-NbPaliers
            MOVE GrProduit TO WS-PalProduit(WS-NbPaliers)
            MOVE GrSeuil TO WS-PalSeuil(WS-NbPaliers)
            MOVE GrTaux TO WS-PalTaux(WS-NbPaliers)
            MOVE GrDateEffet TO WS-PalDate(WS-NbPaliers)
        END-IF
    END-IF.
1110-EXIT.
    EXIT.

*> Comptes non clôturés, dans l'ordre des numéros (recherche
*> dichotomique ensuite) : plancher, produit et code de grille.
1200-CHARGER-COMPTES.
    MOVE ZERO TO WS-NbComptes
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 1200-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 1210-LIRE-COMPTE THRU 1210-EXIT
            UNTIL SoldeStatus NOT = '00' OR CourusEnEchec
    END-IF
    CLOSE SoldeFile.
1200-EXIT.
    EXIT.

1210-LIRE-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00' OR SolEtat = 'C'
        GO TO 1210-EXIT
    END-IF
    IF WS-NbComptes >= 1000
        DISPLAY "Table des comptes saturée (1000), compte ",
            NumCompte, " : calcul des courus abandonné"
        MOVE 'O' TO WS-EnEchec
        GO TO 1210-EXIT
    END-IF
    ADD 1 TO WS-NbComptes
    MOVE NumCompte TO WS-CpNum(WS-NbComptes)
    MOVE SolMin TO WS-CpSolMin(WS-NbComptes)
    MOVE SolProduit TO WS-CpProduit(WS-NbComptes)
    MOVE "SEC" TO WS-GrilleCompte
    IF SolProduit NOT = SPACES
        CALL 'ReadProduit' USING SolProduit, WS-ProduitLibelle,
            WS-ProduitSolMin, WS-ProduitSoldeMax, WS-GrilleCompte,
            WS-ProduitMenus, WS-ProduitEtat, WS-ProduitStatus
    END-IF
    MOVE WS-GrilleCompte TO WS-CpGrille(WS-NbComptes)
    MOVE ZERO TO WS-CpEchDate(WS-NbComptes)
    MOVE ZERO TO WS-CpEchSolSec(WS-NbComptes)
    MOVE ZERO TO WS-CpEchValeur(WS-NbComptes).
1210-EXIT.
    EXIT.

*> Dernière ligne de l'échelle antérieure à la date comptable :
*> solde de clôture porté depuis la veille (l'échelle du jour
*> n'est écrite qu'en fin de chaîne).
1300-CHARGER-ECHELLE.
    IF WS-NbComptes = ZERO
        GO TO 1300-EXIT
    END-IF
    OPEN INPUT EchelleFile
    IF EchelleStatus NOT = '00'
        DISPLAY "Echelle des soldes absente, pas de courus ",
            "sur les soldes"
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-LIRE-ECHELLE THRU 1310-EXIT
        UNTIL EchelleStatus NOT = '00'
    CLOSE EchelleFile.
1300-EXIT.
    EXIT.

1310-LIRE-ECHELLE.
    READ EchelleFile
    IF EchelleStatus = '00'
        IF EchDate < WS-DateJour
            SEARCH ALL WS-Compte
                AT END
                    CONTINUE
                WHEN WS-CpNum(IDX-CP) = EchCompte
                    IF EchDate >= WS-CpEchDate(IDX-CP)
                        MOVE EchDate TO WS-CpEchDate(IDX-CP)
                        MOVE EchSolSec TO WS-CpEchSolSec(IDX-CP)
                        MOVE EchSolValeur TO WS-CpEchValeur(IDX-CP)
                    END-IF
            END-SEARCH
        END-IF
    END-IF.
1310-EXIT.
    EXIT.

*> Intérêts réels passés à la date comptable : leur passation
*> déclenche l'extourne de l'encours couru correspondant.
1400-CHARGER-DECLENCHEURS.
    MOVE ZERO TO WS-NbDeclencheurs
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        DISPLAY "Historique.txt illisible, statut ", HistStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 1400-EXIT
    END-IF
    PERFORM 1410-LIRE-HISTO THRU 1410-EXIT
        UNTIL HistStatus NOT = '00' OR CourusEnEchec
    CLOSE HistoriqueFile.
1400-EXIT.
    EXIT.

1410-LIRE-HISTO.
    READ HistoriqueFile
    IF HistStatus NOT = '00' OR DateTrans NOT = WS-DateJour
        GO TO 1410-EXIT
    END-IF
    MOVE SPACES TO WS-ClNature
    EVALUATE Act
        WHEN "Intérêt"
            MOVE "SEC" TO WS-ClNature
        WHEN "Agios"
            MOVE "DEC" TO WS-ClNature
        WHEN "PretEchInt"
        WHEN "PretRegInt"
        WHEN "PretDtxInt"
            MOVE "PRT" TO WS-ClNature
    END-EVALUATE
    IF WS-ClNature = SPACES
        GO TO 1410-EXIT
    END-IF
    IF WS-NbDeclencheurs >= 1000
        DISPLAY "Table des intérêts passés saturée (1000) : ",
            "calcul des courus abandonné"
        MOVE 'O' TO WS-EnEchec
        GO TO 1410-EXIT
    END-IF
    ADD 1 TO WS-NbDeclencheurs
    MOVE NumCompteH TO WS-DcCompte(WS-NbDeclencheurs)
    MOVE WS-ClNature TO WS-DcNature(WS-NbDeclencheurs).
1410-EXIT.
    EXIT.

*> Registre des courus : les lignes déjà calculées pour la date
*> comptable (relance après incident) sont reprises sans calcul.
1500-CHARGER-REGISTRE.
    MOVE ZERO TO WS-NbLignes
    OPEN INPUT CouruFile
    IF CouruStatus = '35'
        GO TO 1500-EXIT
    END-IF
    IF CouruStatus NOT = '00'
        DISPLAY "Courus.txt illisible, statut ", CouruStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 1500-EXIT
    END-IF
    PERFORM 1510-LIRE-LIGNE THRU 1510-EXIT
        UNTIL CouruStatus NOT = '00' OR CourusEnEchec
    CLOSE CouruFile.
1500-EXIT.
    EXIT.

1510-LIRE-LIGNE.
    READ CouruFile
    IF CouruStatus NOT = '00'
        GO TO 1510-EXIT
    END-IF
    IF WS-NbLignes >= 3000
        DISPLAY "Registre des courus saturé (3000 lignes) : ",
            "calcul abandonné"
        MOVE 'O' TO WS-EnEchec
        GO TO 1510-EXIT
    END-IF
    ADD 1 TO WS-NbLignes
    MOVE CouCompte TO WS-CoCompte(WS-NbLignes)
    MOVE CouNature TO WS-CoNature(WS-NbLignes)
    MOVE CouReference TO WS-CoReference(WS-NbLignes)
    MOVE CouProduit TO WS-CoProduit(WS-NbLignes)
    MOVE CouEncours TO WS-CoEncours(WS-NbLignes)
    MOVE CouDateMaj TO WS-CoDateOrig(WS-NbLignes)
    MOVE 'N' TO WS-CoVu(WS-NbLignes)
    IF CouDateMaj = WS-DateJour
        MOVE 'O' TO WS-CoDejaFait(WS-NbLignes)
        MOVE CouCourusJour TO WS-CoCourusJour(WS-NbLignes)
        MOVE CouExtourneJour TO WS-CoExtourneJour(WS-NbLignes)
    ELSE
        MOVE 'N' TO WS-CoDejaFait(WS-NbLignes)
        MOVE ZERO TO WS-CoCourusJour(WS-NbLignes)
        MOVE ZERO TO WS-CoExtourneJour(WS-NbLignes)
    END-IF.
1510-EXIT.
    EXIT.

*> Extournes sur solde secondaire, découvert et prêts : intérêt
*> réel passé dans la journée, ou compte clôturé depuis.
2000-EXTOURNER.
    IF WS-CoDejaFait(WS-IdxCo) = 'O'
        OR WS-CoEncours(WS-IdxCo) = ZERO
        OR WS-CoNature(WS-IdxCo) = "CAT"
        GO TO 2000-EXIT
    END-IF
    MOVE WS-CoCompte(WS-IdxCo) TO WS-ClCompte
    MOVE WS-CoNature(WS-IdxCo) TO WS-ClNature
    PERFORM 2700-EST-DECLENCHE THRU 2700-EXIT
    IF NOT Declenche AND WS-ClNature NOT = "PRT"
        SEARCH ALL WS-Compte
            AT END
                MOVE 'O' TO WS-Declenche
            WHEN WS-CpNum(IDX-CP) = WS-ClCompte
                CONTINUE
        END-SEARCH
    END-IF
    IF Declenche
        PERFORM 2960-EXTOURNER-LIGNE THRU 2960-EXIT
    END-IF.
2000-EXIT.
    EXIT.

2700-EST-DECLENCHE.
    MOVE 'N' TO WS-Declenche
    PERFORM 2710-COMPARER-DECLENCHEUR THRU 2710-EXIT
        VARYING WS-IdxDc FROM 1 BY 1
        UNTIL WS-IdxDc > WS-NbDeclencheurs OR Declenche.
2700-EXIT.
    EXIT.

2710-COMPARER-DECLENCHEUR.
    IF WS-DcCompte(WS-IdxDc) = WS-ClCompte
        AND WS-DcNature(WS-IdxDc) = WS-ClNature
        MOVE 'O' TO WS-Declenche
    END-IF.
2710-EXIT.
    EXIT.

*> Recherche de la ligne (compte, nature, référence) du registre,
*> créée à vide si elle n'existe pas encore. WS-IdxCo reste à zéro
*> si le registre est plein.
2900-POSITIONNER.
    MOVE 'N' TO WS-LigneConnue
    PERFORM 2910-COMPARER-LIGNE THRU 2910-EXIT
        VARYING WS-IdxCo FROM 1 BY 1
        UNTIL WS-IdxCo > WS-NbLignes OR LigneConnue
    IF LigneConnue
        SUBTRACT 1 FROM WS-IdxCo
        GO TO 2900-EXIT
    END-IF
    IF WS-NbLignes >= 3000
        DISPLAY "Registre des courus saturé (3000 lignes), compte ",
            WS-ClCompte, " : calcul abandonné"
        MOVE 'O' TO WS-EnEchec
        MOVE ZERO TO WS-IdxCo
        GO TO 2900-EXIT
    END-IF
    ADD 1 TO WS-NbLignes
    MOVE WS-NbLignes TO WS-IdxCo
    MOVE WS-ClCompte TO WS-CoCompte(WS-IdxCo)
    MOVE WS-ClNature TO WS-CoNature(WS-IdxCo)
    MOVE WS-ClReference TO WS-CoReference(WS-IdxCo)
    MOVE WS-ClProduit TO WS-CoProduit(WS-IdxCo)
    MOVE ZERO TO WS-CoEncours(WS-IdxCo)
    MOVE ZERO TO WS-CoDateOrig(WS-IdxCo)
    MOVE ZERO TO WS-CoCourusJour(WS-IdxCo)
    MOVE ZERO TO WS-CoExtourneJour(WS-IdxCo)
    MOVE 'N' TO WS-CoDejaFait(WS-IdxCo)
    MOVE 'N' TO WS-CoVu(WS-IdxCo).
2900-EXIT.
    EXIT.

2910-COMPARER-LIGNE.
    IF WS-CoCompte(WS-IdxCo) = WS-ClCompte
        AND WS-CoNature(WS-IdxCo) = WS-ClNature
        AND WS-CoReference(WS-IdxCo) = WS-ClReference
        MOVE 'O' TO WS-LigneConnue
    END-IF.
2910-EXIT.
    EXIT.

*> Courus de la ligne WS-IdxCo sur les jours écoulés depuis son
*> calcul précédent : assiette x taux x jours / diviseur.
2950-CUMULER-COURUS.
    MOVE 'O' TO WS-CoVu(WS-IdxCo)
    IF WS-CoDejaFait(WS-IdxCo) = 'O'
        GO TO 2950-EXIT
    END-IF
    MOVE WS-ClProduit TO WS-CoProduit(WS-IdxCo)
    IF WS-CoDateOrig(WS-IdxCo) = ZERO
        MOVE 1 TO WS-NbJours
    ELSE
        MOVE WS-CoDateOrig(WS-IdxCo) TO WS-DateTravail
        PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
        COMPUTE WS-NbJours = WS-JourCourant - WS-NumJour
    END-IF
    IF WS-NbJours < 1
        GO TO 2950-EXIT
    END-IF
    COMPUTE WS-Courus ROUNDED =
        WS-Assiette * WS-TauxCalcul * WS-NbJours / WS-Diviseur
        ON SIZE ERROR
            MOVE ZERO TO WS-Courus
    END-COMPUTE
    ADD WS-Courus TO WS-CoCourusJour(WS-IdxCo)
    ADD WS-Courus TO WS-CoEncours(WS-IdxCo)
        ON SIZE ERROR
            DISPLAY "Compte ", WS-ClCompte, " : encours couru ",
                WS-ClNature, " à capacité, courus du jour non cumulé"
            SUBTRACT WS-Courus FROM WS-CoCourusJour(WS-IdxCo)
    END-ADD.
2950-EXIT.
    EXIT.

2960-EXTOURNER-LIGNE.
    IF WS-CoDejaFait(WS-IdxCo) = 'O'
        OR WS-CoEncours(WS-IdxCo) = ZERO
        GO TO 2960-EXIT
    END-IF
    ADD WS-CoEncours(WS-IdxCo) TO WS-CoExtourneJour(WS-IdxCo)
    MOVE ZERO TO WS-CoEncours(WS-IdxCo).
2960-EXIT.
    EXIT.

*> Courus sur les soldes de la veille : à payer sur le solde
*> secondaire, à recevoir sur le découvert en valeur sous le
*> plancher.
3000-COURUS-COMPTE.
    IF WS-CpEchDate(IDX-CP) = ZERO
        GO TO 3000-EXIT
    END-IF
    MOVE WS-CpNum(IDX-CP) TO WS-ClCompte
    MOVE ZERO TO WS-ClReference
    MOVE WS-CpProduit(IDX-CP) TO WS-ClProduit
    IF WS-CpEchSolSec(IDX-CP) > ZERO
        MOVE "SEC" TO WS-ClNature
        MOVE WS-CpEchSolSec(IDX-CP) TO WS-SoldeGrille
        MOVE WS-CpGrille(IDX-CP) TO WS-GrilleCompte
        PERFORM 3100-CHOISIR-TAUX THRU 3100-EXIT
        PERFORM 2900-POSITIONNER THRU 2900-EXIT
        IF WS-IdxCo = ZERO
            GO TO 3000-EXIT
        END-IF
        MOVE WS-CpEchSolSec(IDX-CP) TO WS-Assiette
        MOVE WS-TauxCompte TO WS-TauxCalcul
        MOVE 30 TO WS-Diviseur
        PERFORM 2950-CUMULER-COURUS THRU 2950-EXIT
    END-IF
    MOVE WS-CpEchValeur(IDX-CP) TO WS-SoldeValeurJour
    IF WS-SoldeValeurJour < WS-CpSolMin(IDX-CP)
        MOVE "DEC" TO WS-ClNature
        PERFORM 2900-POSITIONNER THRU 2900-EXIT
        IF WS-IdxCo = ZERO
            GO TO 3000-EXIT
        END-IF
        COMPUTE WS-Assiette =
            WS-CpSolMin(IDX-CP) - WS-SoldeValeurJour
            ON SIZE ERROR
                MOVE 9999999.99 TO WS-Assiette
        END-COMPUTE
        MOVE WS-TauxAgios TO WS-TauxCalcul
        MOVE 30 TO WS-Diviseur
        PERFORM 2950-CUMULER-COURUS THRU 2950-EXIT
    END-IF.
3000-EXIT.
    EXIT.

*> Le palier couvert le plus élevé fait foi; à paliers égaux, la
*> date d'effet la plus récente l'emporte. À défaut, taux unique.
3100-CHOISIR-TAUX.
    MOVE 'N' TO WS-PalierTrouve
    MOVE WS-TauxInteret TO WS-TauxCompte
    MOVE ZERO TO WS-SeuilApplique
    MOVE ZERO TO WS-DateAppliquee
    PERFORM 3110-EXAMINER-PALIER THRU 3110-EXIT
        VARYING WS-IdxPal FROM 1 BY 1
        UNTIL WS-IdxPal > WS-NbPaliers.
3100-EXIT.
    EXIT.

3110-EXAMINER-PALIER.
    IF WS-PalProduit(WS-IdxPal) = WS-GrilleCompte
        AND WS-PalSeuil(WS-IdxPal) <= WS-SoldeGrille
        IF NOT PalierTrouve
            OR WS-PalSeuil(WS-IdxPal) > WS-SeuilApplique
            OR (WS-PalSeuil(WS-IdxPal) = WS-SeuilApplique
                AND WS-PalDate(WS-IdxPal) > WS-DateAppliquee)
            MOVE WS-PalSeuil(WS-IdxPal) TO WS-SeuilApplique
            MOVE WS-PalTaux(WS-IdxPal) TO WS-TauxCompte
            MOVE WS-PalDate(WS-IdxPal) TO WS-DateAppliquee
            MOVE 'O' TO WS-PalierTrouve
        END-IF
    END-IF.
3110-EXIT.
    EXIT.

*> Comptes à terme en cours : capital x taux annuel, base 365.
3500-COURUS-TERMES.
    OPEN INPUT CatFile
    IF CatStatus = '35'
        GO TO 3500-EXIT
    END-IF
    IF CatStatus NOT = '00'
        DISPLAY "Comptesterme.txt illisible, statut ", CatStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 3500-EXIT
    END-IF
    PERFORM 3510-LIRE-TERME THRU 3510-EXIT
        UNTIL CatStatus NOT = '00' OR CourusEnEchec
    CLOSE CatFile.
3500-EXIT.
    EXIT.

3510-LIRE-TERME.
    READ CatFile
    IF CatStatus NOT = '00' OR CatStatut NOT = 'A'
        GO TO 3510-EXIT
    END-IF
    MOVE CatCompte TO WS-ClCompte
    MOVE "CAT" TO WS-ClNature
    MOVE CatDateOuvert TO WS-ClReference
    MOVE "CAT" TO WS-ClProduit
    PERFORM 2900-POSITIONNER THRU 2900-EXIT
    IF WS-IdxCo = ZERO
        GO TO 3510-EXIT
    END-IF
    MOVE CatMontant TO WS-Assiette
    MOVE CatTaux TO WS-TauxCalcul
    MOVE 365 TO WS-Diviseur
    PERFORM 2950-CUMULER-COURUS THRU 2950-EXIT.
3510-EXIT.
    EXIT.

*> Prêts en cours : capital restant dû x taux annuel, base 360.
*> Un prêt douteux ne court plus (intérêts recouvrés à
*> l'encaissement seulement).
3600-COURUS-PRETS.
    OPEN INPUT PretFile
    IF PretStatus = '35'
        GO TO 3600-EXIT
    END-IF
    IF PretStatus NOT = '00'
        DISPLAY "Prets.txt illisible, statut ", PretStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 3600-EXIT
    END-IF
    PERFORM 3610-LIRE-PRET THRU 3610-EXIT
        UNTIL PretStatus NOT = '00' OR CourusEnEchec
    CLOSE PretFile.
3600-EXIT.
    EXIT.

3610-LIRE-PRET.
    READ PretFile
    IF PretStatus NOT = '00' OR PrtStatut NOT = 'A'
        GO TO 3610-EXIT
    END-IF
    MOVE PrtCompte TO WS-ClCompte
    MOVE "PRT" TO WS-ClNature
    MOVE PrtDateDebut TO WS-ClReference
    MOVE "PRT" TO WS-ClProduit
    PERFORM 2900-POSITIONNER THRU 2900-EXIT
    IF WS-IdxCo = ZERO
        GO TO 3610-EXIT
    END-IF
    MOVE PrtRestant TO WS-Assiette
    MOVE PrtTaux TO WS-TauxCalcul
    MOVE 360 TO WS-Diviseur
    PERFORM 2950-CUMULER-COURUS THRU 2950-EXIT.
3610-EXIT.
    EXIT.

*> Compte à terme échu ou remboursé, prêt soldé ou douteux : la
*> ligne n'a pas été revue ce soir, son encours est extourné.
3800-EXTOURNER-CLOS.
    IF WS-CoVu(WS-IdxCo) = 'O'
        GO TO 3800-EXIT
    END-IF
    IF WS-CoNature(WS-IdxCo) = "CAT" OR WS-CoNature(WS-IdxCo) = "PRT"
        PERFORM 2960-EXTOURNER-LIGNE THRU 2960-EXIT
    END-IF.
3800-EXIT.
    EXIT.

*> Réécriture complète du registre : les lignes soldées sans
*> mouvement du jour disparaissent.
4000-REECRIRE-REGISTRE.
    OPEN OUTPUT CouruFile
    IF CouruStatus NOT = '00'
        DISPLAY "Erreur écriture courus.txt, statut ", CouruStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 4000-EXIT
    END-IF
    PERFORM 4100-ECRIRE-LIGNE THRU 4100-EXIT
        VARYING WS-IdxCo FROM 1 BY 1
        UNTIL WS-IdxCo > WS-NbLignes
    CLOSE CouruFile.
4000-EXIT.
    EXIT.

4100-ECRIRE-LIGNE.
    IF WS-CoEncours(WS-IdxCo) = ZERO
        AND WS-CoCourusJour(WS-IdxCo) = ZERO
        AND WS-CoExtourneJour(WS-IdxCo) = ZERO
        GO TO 4100-EXIT
    END-IF
    MOVE WS-CoCompte(WS-IdxCo) TO CouCompte
    MOVE WS-CoNature(WS-IdxCo) TO CouNature
    MOVE WS-CoReference(WS-IdxCo) TO CouReference
    MOVE WS-CoProduit(WS-IdxCo) TO CouProduit
    MOVE WS-CoEncours(WS-IdxCo) TO CouEncours
    MOVE WS-DateJour TO CouDateMaj
    MOVE WS-CoCourusJour(WS-IdxCo) TO CouCourusJour
    MOVE WS-CoExtourneJour(WS-IdxCo) TO CouExtourneJour
    WRITE CouruRecord
    IF CouruStatus NOT = '00'
        DISPLAY "Erreur écriture courus.txt, statut ", CouruStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO WS-NbEcrites
    PERFORM 4200-CUMULER-GROUPE THRU 4200-EXIT.
4100-EXIT.
    EXIT.

4200-CUMULER-GROUPE.
    MOVE 'N' TO WS-GroupeConnu
    PERFORM 4210-COMPARER-GROUPE THRU 4210-EXIT
        VARYING WS-IdxGr FROM 1 BY 1
        UNTIL WS-IdxGr > WS-NbGroupes OR GroupeConnu
    IF GroupeConnu
        SUBTRACT 1 FROM WS-IdxGr
    ELSE
        IF WS-NbGroupes >= 100
            GO TO 4200-EXIT
        END-IF
        ADD 1 TO WS-NbGroupes
        MOVE WS-NbGroupes TO WS-IdxGr
        MOVE WS-CoProduit(WS-IdxCo) TO WS-GrpProduit(WS-IdxGr)
        MOVE WS-CoNature(WS-IdxCo) TO WS-GrpNature(WS-IdxGr)
        MOVE ZERO TO WS-GrpLignes(WS-IdxGr)
        MOVE ZERO TO WS-GrpCourus(WS-IdxGr)
        MOVE ZERO TO WS-GrpExtourne(WS-IdxGr)
        MOVE ZERO TO WS-GrpEncours(WS-IdxGr)
    END-IF
    ADD 1 TO WS-GrpLignes(WS-IdxGr)
    ADD WS-CoCourusJour(WS-IdxCo) TO WS-GrpCourus(WS-IdxGr)
    ADD WS-CoExtourneJour(WS-IdxCo) TO WS-GrpExtourne(WS-IdxGr)
    ADD WS-CoEncours(WS-IdxCo) TO WS-GrpEncours(WS-IdxGr).
4200-EXIT.
    EXIT.

4210-COMPARER-GROUPE.
    IF WS-GrpProduit(WS-IdxGr) = WS-CoProduit(WS-IdxCo)
        AND WS-GrpNature(WS-IdxGr) = WS-CoNature(WS-IdxCo)
        MOVE 'O' TO WS-GroupeConnu
    END-IF.
4210-EXIT.
    EXIT.

*> Etat des courus par produit : courus et extournes du jour,
*> encours restant; totaux à payer (26800) et à recevoir (18700).
5000-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création courus.rpt, statut ", RapportStatus
        GO TO 5000-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    STRING "Intérêts courus non échus au " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE "Produit Nature Lignes  Courus du jour  Extourné du jour   Encours couru"
      TO RapportRecord
    WRITE RapportRecord
    PERFORM 5100-LIGNE-GROUPE THRU 5100-EXIT
        VARYING WS-IdxGr FROM 1 BY 1
        UNTIL WS-IdxGr > WS-NbGroupes
    MOVE WS-TotalCourus TO WS-CourusAff
    MOVE WS-TotalExtourne TO WS-ExtourneAff
    MOVE SPACES TO RapportRecord
    STRING "Total                " DELIMITED BY SIZE
           WS-CourusAff DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-ExtourneAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE WS-TotalAPayer TO WS-EncoursAff
    MOVE SPACES TO RapportRecord
    STRING "Encours à payer (26800)    : " DELIMITED BY SIZE
           WS-EncoursAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE WS-TotalARecevoir TO WS-EncoursAff
    MOVE SPACES TO RapportRecord
    STRING "Encours à recevoir (18700) : " DELIMITED BY SIZE
           WS-EncoursAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    CLOSE RapportFile
    DISPLAY "Etat des intérêts courus : courus.rpt".
5000-EXIT.
    EXIT.

5100-LIGNE-GROUPE.
    ADD WS-GrpCourus(WS-IdxGr) TO WS-TotalCourus
    ADD WS-GrpExtourne(WS-IdxGr) TO WS-TotalExtourne
    IF WS-GrpNature(WS-IdxGr) = "SEC" OR WS-GrpNature(WS-IdxGr) = "CAT"
        ADD WS-GrpEncours(WS-IdxGr) TO WS-TotalAPayer
    ELSE
        ADD WS-GrpEncours(WS-IdxGr) TO WS-TotalARecevoir
    END-IF
    MOVE WS-GrpProduit(WS-IdxGr) TO WS-ProduitAff
    IF WS-ProduitAff = SPACES
        MOVE "---" TO WS-ProduitAff
    END-IF
    MOVE WS-GrpLignes(WS-IdxGr) TO WS-LignesAff
    MOVE WS-GrpCourus(WS-IdxGr) TO WS-CourusAff
    MOVE WS-GrpExtourne(WS-IdxGr) TO WS-ExtourneAff
    MOVE WS-GrpEncours(WS-IdxGr) TO WS-EncoursAff
    MOVE SPACES TO RapportRecord
    STRING WS-ProduitAff DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-GrpNature(WS-IdxGr) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-LignesAff DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CourusAff DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-ExtourneAff DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EncoursAff DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
5100-EXIT.
    EXIT.

*> Conversion AAAAMMJJ -> numéro de jour grégorien (WS-NumJour),
*> pour calculer une durée en jours par simple soustraction.
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

9999-FIN.
    IF CourusEnEchec
        DISPLAY "*** Intérêts courus en échec, registre courus.txt ",
            "non réécrit ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Lignes du registre des courus : ", WS-NbEcrites
        MOVE ZERO TO RETURN-CODE
    END-IF
    DISPLAY "Fin du calcul des intérêts courus".
9999-EXIT.
    EXIT.
