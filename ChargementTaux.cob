IDENTIFICATION DIVISION.
PROGRAM-ID. ChargementTaux.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères, comme
*>                 MdaAvant / MdaApres (MODATTREC).
*> 2026-10-15  SI  Création - chargement du flux quotidien des
*>                 cours de change du fournisseur de données de
*>                 marché (flux-taux.txt) dans taux.txt, avec la
*>                 date comptable du jour pour date d'effet. Chaque
*>                 cours est contrôlé (devises connues de
*>                 devises.txt et distinctes, cours numérique non
*>                 nul, coté à la date du jour) puis confronté au
*>                 taux en vigueur du couple : dans l'écart toléré
*>                 de config.txt (Cfg-EcartTaux), ou premier cours
*>                 du couple, il est appliqué (geste CREAT au
*>                 journal maintenance.txt, opérateur BATC);
*>                 au-delà, il n'est pas appliqué mais déposé en
*>                 attente de validation par un superviseur
*>                 (SoumettreModif, geste DEMAN), comme une saisie
*>                 de GestionTaux. Rejouable : un couple déjà
*>                 chargé ou déjà en attente pour la date du jour
*>                 est ignoré. Bilan du chargement journalisé
*>                 (geste CHARG) et édité dans taux-flux.rpt. Code
*>                 retour 4 si aucun flux n'est arrivé (fichier
*>                 absent ou vide), 8 si taux.txt ne peut être lu
*>                 ou complété.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FluxFile ASSIGN TO 'flux-taux.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FluxStatus.
    SELECT TauxFile ASSIGN TO 'taux.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TauxStatus.
    SELECT AttenteFile ASSIGN TO 'modifs-attente.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AttenteStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT RapportFile ASSIGN TO 'taux-flux.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD FluxFile.
COPY FLUXTXREC.
FD TauxFile.
COPY TAUXREC.
FD AttenteFile.
COPY MODATTREC.
FD ConfigFile.
COPY CONFIGREC.
FD DateComptaFile.
COPY DATECREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 FluxStatus         PIC X(02).
01 TauxStatus         PIC X(02).
01 AttenteStatus      PIC X(02).
01 ConfigStatus       PIC X(02).
01 DateComptaStatus   PIC X(02).
01 RapportStatus      PIC X(02).
01 WS-DateJour        PIC 9(08).
01 WS-Ecart           PIC 9(02)V99.
01 WS-EcartDefaut     PIC 9(02)V99 VALUE 5.00.
01 WS-Cours           PIC 9(03)V9(06).
01 WS-CoursPrecedent  PIC 9(03)V9(06).
01 WS-Difference      PIC 9(03)V9(06).
01 WS-Variation       PIC 9(03)V99.
01 WS-Operateur       PIC X(04) VALUE "BATC".
01 WS-FichierMaint    PIC X(20) VALUE "taux.txt".
01 WS-ActionMaint     PIC X(05).
01 WS-ImageAvant      PIC X(60).
01 WS-ImageApres      PIC X(60).
01 WS-LigneAvant      PIC X(150) VALUE SPACES.
01 WS-LigneApres      PIC X(150).
01 WS-LgCle           PIC 9(02) VALUE ZERO.
01 WS-LibelleModif    PIC X(40).
01 WS-NumDemande      PIC 9(06).
01 WS-StatutDemande   PIC X(02).
01 WS-DeviseStatus    PIC X(02).
01 WS-Motif           PIC X(40).
01 WS-NbLus           PIC 9(04) VALUE ZERO.
01 WS-NbAppliques     PIC 9(04) VALUE ZERO.
01 WS-NbRetenus       PIC 9(04) VALUE ZERO.
01 WS-NbRejetes       PIC 9(04) VALUE ZERO.
01 WS-NbIgnores       PIC 9(04) VALUE ZERO.
01 WS-CoursAff        PIC ZZ9.9(6).
01 WS-PrecedentAff    PIC ZZ9.9(6).
01 WS-VariationAff    PIC ZZ9.99.
01 WS-EcartAff        PIC Z9.99.
*> Taux en vigueur par couple de devises : ligne de taux.txt à la
*> date d'effet la plus récente ne dépassant pas la date du jour.
01 WS-NbCouples       PIC 9(03) COMP VALUE ZERO.
01 WS-IdxCp           PIC 9(03) COMP.
01 WS-IdxCpTrouve     PIC 9(03) COMP.
01 WS-TableCouples.
   05 WS-Couple OCCURS 200.
      10 WS-CpOrig      PIC X(03).
      10 WS-CpDest      PIC X(03).
      10 WS-CpTaux      PIC 9(03)V9(06).
      10 WS-CpDate      PIC 9(08).
*> Cours du flux du jour déjà déposés en attente de validation.
01 WS-NbAttente       PIC 9(03) COMP VALUE ZERO.
01 WS-IdxAt           PIC 9(03) COMP.
01 WS-TableAttente.
   05 WS-Attente OCCURS 200.
      10 WS-AtOrig      PIC X(03).
      10 WS-AtDest      PIC X(03).
01 WS-AttenteImage.
   05 WS-AiOrig       PIC X(03).
   05 WS-AiDest       PIC X(03).
   05 FILLER          PIC X(10).
   05 WS-AiDate       PIC X(08).
   05 FILLER          PIC X(96).
01 WS-Switches.
   05 WS-EnEchec      PIC X(01) VALUE 'N'.
      88 ChargementEnEchec VALUE 'O'.
   05 WS-FluxAbsent   PIC X(01) VALUE 'N'.
      88 FluxAbsent   VALUE 'O'.
   05 WS-FinFlux      PIC X(01) VALUE 'N'.
      88 FinFlux      VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-EnAttente    PIC X(01) VALUE 'N'.
      88 DejaEnAttente VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Chargement du flux des cours de change"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT ChargementEnEchec AND NOT FluxAbsent
        PERFORM 2000-TRAITER-COURS THRU 2000-EXIT
            UNTIL FinFlux OR ChargementEnEchec
        CLOSE FluxFile
        CLOSE TauxFile
    END-IF
    PERFORM 8000-BILAN THRU 8000-EXIT
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
    MOVE WS-EcartDefaut TO WS-Ecart
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            IF Cfg-EcartTaux(1:2) IS NUMERIC
                AND Cfg-EcartTaux(4:2) IS NUMERIC
                MOVE Cfg-EcartTaux TO WS-Ecart
            END-IF
        END-IF
        CLOSE ConfigFile
    END-IF
    IF WS-Ecart = ZERO
        MOVE WS-EcartDefaut TO WS-Ecart
    END-IF
    MOVE WS-Ecart TO WS-EcartAff
    DISPLAY "Date d'effet ", WS-DateJour, ", écart toléré ",
        WS-EcartAff, " %"
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création taux-flux.rpt, statut ",
            RapportStatus
    ELSE
        MOVE 'O' TO WS-RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Chargement du flux des cours du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - écart toléré " DELIMITED BY SIZE
               WS-EcartAff DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF
    PERFORM 1100-CHARGER-TAUX THRU 1100-EXIT
    IF ChargementEnEchec
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-CHARGER-ATTENTE THRU 1200-EXIT
    OPEN INPUT FluxFile
    IF FluxStatus NOT = '00'
        DISPLAY "*** Aucun flux de cours reçu (flux-taux.txt, ",
            "statut ", FluxStatus, ")"
        MOVE 'O' TO WS-FluxAbsent
        GO TO 1000-EXIT
    END-IF
    OPEN EXTEND TauxFile
    IF TauxStatus = '35'
        OPEN OUTPUT TauxFile
    END-IF
    IF TauxStatus NOT = '00'
        DISPLAY "Erreur ouverture taux.txt, statut ", TauxStatus
        CLOSE FluxFile
        MOVE 'O' TO WS-EnEchec
        GO TO 1000-EXIT
    END-IF
    IF RapportOuvert
        MOVE "Couple   Cours         En vigueur    Ecart %  Décision"
          TO RapportRecord
        WRITE RapportRecord
    END-IF.
1000-EXIT.
    EXIT.

*> Taux en vigueur de chaque couple à la date du jour; un taux.txt
*> absent n'est pas une erreur (tous les cours seront des premiers
*> cours).
1100-CHARGER-TAUX.
    OPEN INPUT TauxFile
    IF TauxStatus = '35'
        GO TO 1100-EXIT
    END-IF
    IF TauxStatus NOT = '00'
        DISPLAY "Taux.txt illisible, statut ", TauxStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 1100-EXIT
    END-IF
    PERFORM 1110-LIRE-TAUX THRU 1110-EXIT
        UNTIL TauxStatus NOT = '00' OR ChargementEnEchec
    CLOSE TauxFile.
1100-EXIT.
    EXIT.

1110-LIRE-TAUX.
    READ TauxFile
    IF TauxStatus NOT = '00'
        GO TO 1110-EXIT
    END-IF
    IF TxDateEffet IS NOT NUMERIC OR TxDateEffet > WS-DateJour
        GO TO 1110-EXIT
    END-IF
    MOVE TxDeviseOrig TO FtxDeviseOrig
    MOVE TxDeviseDest TO FtxDeviseDest
    PERFORM 7000-TROUVER-COUPLE THRU 7000-EXIT
    IF WS-IdxCpTrouve = ZERO
        IF WS-NbCouples >= 200
            DISPLAY "Plus de 200 couples de devises dans taux.txt"
            MOVE 'O' TO WS-EnEchec
            GO TO 1110-EXIT
        END-IF
        ADD 1 TO WS-NbCouples
        MOVE WS-NbCouples TO WS-IdxCpTrouve
        MOVE TxDeviseOrig TO WS-CpOrig(WS-IdxCpTrouve)
        MOVE TxDeviseDest TO WS-CpDest(WS-IdxCpTrouve)
        MOVE ZERO TO WS-CpDate(WS-IdxCpTrouve)
    END-IF
    IF TxDateEffet >= WS-CpDate(WS-IdxCpTrouve)
        MOVE TxTaux TO WS-CpTaux(WS-IdxCpTrouve)
        MOVE TxDateEffet TO WS-CpDate(WS-IdxCpTrouve)
    END-IF.
1110-EXIT.
    EXIT.

*> Demandes de taux en attente de validation pour la date du jour
*> (dépôt d'un chargement précédent du même flux, ou saisie de
*> GestionTaux) : le couple n'est pas redéposé.
1200-CHARGER-ATTENTE.
    OPEN INPUT AttenteFile
    IF AttenteStatus NOT = '00'
        GO TO 1200-EXIT
    END-IF
    PERFORM 1210-LIRE-ATTENTE THRU 1210-EXIT
        UNTIL AttenteStatus NOT = '00'
    CLOSE AttenteFile.
1200-EXIT.
    EXIT.

1210-LIRE-ATTENTE.
    READ AttenteFile
    IF AttenteStatus NOT = '00'
        GO TO 1210-EXIT
    END-IF
    IF MdaFichier NOT = "taux.txt" OR NOT MdaEnAttente
        GO TO 1210-EXIT
    END-IF
    MOVE MdaApres TO WS-AttenteImage
    IF WS-AiDate NOT = WS-DateJour OR WS-NbAttente >= 200
        GO TO 1210-EXIT
    END-IF
    ADD 1 TO WS-NbAttente
    MOVE WS-AiOrig TO WS-AtOrig(WS-NbAttente)
    MOVE WS-AiDest TO WS-AtDest(WS-NbAttente).
1210-EXIT.
    EXIT.

2000-TRAITER-COURS.
    READ FluxFile
    IF FluxStatus NOT = '00'
        MOVE 'O' TO WS-FinFlux
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-NbLus
    MOVE ZERO TO WS-Cours
    MOVE ZERO TO WS-CoursPrecedent
    MOVE ZERO TO WS-Variation
    PERFORM 2100-CONTROLER-COURS THRU 2100-EXIT
    IF WS-Motif NOT = SPACES
        ADD 1 TO WS-NbRejetes
        PERFORM 6000-LIGNE-RAPPORT THRU 6000-EXIT
        GO TO 2000-EXIT
    END-IF
    PERFORM 7000-TROUVER-COUPLE THRU 7000-EXIT
    IF WS-IdxCpTrouve NOT = ZERO
        IF WS-CpDate(WS-IdxCpTrouve) = WS-DateJour
            MOVE WS-CpTaux(WS-IdxCpTrouve) TO WS-CoursPrecedent
            MOVE "Ignoré : déjà chargé ce jour" TO WS-Motif
            ADD 1 TO WS-NbIgnores
            PERFORM 6000-LIGNE-RAPPORT THRU 6000-EXIT
            GO TO 2000-EXIT
        END-IF
    END-IF
    PERFORM 7100-CHERCHER-ATTENTE THRU 7100-EXIT
    IF DejaEnAttente
        MOVE "Ignoré : déjà en attente" TO WS-Motif
        ADD 1 TO WS-NbIgnores
        PERFORM 6000-LIGNE-RAPPORT THRU 6000-EXIT
        GO TO 2000-EXIT
    END-IF
    MOVE SPACES TO WS-ImageAvant
    IF WS-IdxCpTrouve NOT = ZERO
        MOVE WS-CpOrig(WS-IdxCpTrouve) TO TxDeviseOrig
        MOVE WS-CpDest(WS-IdxCpTrouve) TO TxDeviseDest
        MOVE WS-CpTaux(WS-IdxCpTrouve) TO TxTaux
        MOVE WS-CpDate(WS-IdxCpTrouve) TO TxDateEffet
        MOVE TauxRecord TO WS-ImageAvant
    END-IF
    MOVE FtxDeviseOrig TO TxDeviseOrig
    MOVE FtxDeviseDest TO TxDeviseDest
    MOVE WS-Cours TO TxTaux
    MOVE WS-DateJour TO TxDateEffet
    MOVE TauxRecord TO WS-LigneApres
    IF WS-IdxCpTrouve = ZERO
        MOVE "Appliqué : premier cours du couple" TO WS-Motif
        PERFORM 3000-APPLIQUER THRU 3000-EXIT
        GO TO 2000-EXIT
    END-IF
    MOVE WS-CpTaux(WS-IdxCpTrouve) TO WS-CoursPrecedent
    PERFORM 2200-CALCULER-ECART THRU 2200-EXIT
    IF WS-Variation > WS-Ecart
        PERFORM 4000-RETENIR THRU 4000-EXIT
    ELSE
        MOVE "Appliqué" TO WS-Motif
        PERFORM 3000-APPLIQUER THRU 3000-EXIT
    END-IF.
2000-EXIT.
    EXIT.

*> Un flux non daté du jour est un flux de la veille resté en
*> place : il n'est pas rechargé sous la date d'effet du jour.
2100-CONTROLER-COURS.
    MOVE SPACES TO WS-Motif
    IF FtxDeviseOrig = SPACES OR FtxDeviseDest = SPACES
        OR FtxDeviseOrig = FtxDeviseDest
        MOVE "Rejeté : couple de devises invalide" TO WS-Motif
        GO TO 2100-EXIT
    END-IF
    CALL 'VerifDevise' USING FtxDeviseOrig, WS-DeviseStatus
    IF WS-DeviseStatus = '23'
        MOVE "Rejeté : devise d'origine inconnue" TO WS-Motif
        GO TO 2100-EXIT
    END-IF
    CALL 'VerifDevise' USING FtxDeviseDest, WS-DeviseStatus
    IF WS-DeviseStatus = '23'
        MOVE "Rejeté : devise de destination inconnue" TO WS-Motif
        GO TO 2100-EXIT
    END-IF
    IF FtxTaux(1:3) IS NOT NUMERIC OR FtxTaux(5:6) IS NOT NUMERIC
        MOVE "Rejeté : cours non numérique" TO WS-Motif
        GO TO 2100-EXIT
    END-IF
    MOVE FtxTaux TO WS-Cours
    IF WS-Cours = ZERO
        MOVE "Rejeté : cours nul" TO WS-Motif
        GO TO 2100-EXIT
    END-IF
    IF FtxDateCours IS NOT NUMERIC
        OR FtxDateCours NOT = WS-DateJour
        MOVE "Rejeté : cours non daté du jour" TO WS-Motif
    END-IF.
2100-EXIT.
    EXIT.

*> Ecart relatif, en pour cent, du cours reçu au taux en vigueur;
*> un écart qui déborde la zone est traité comme hors tolérance.
2200-CALCULER-ECART.
    IF WS-Cours >= WS-CoursPrecedent
        COMPUTE WS-Difference = WS-Cours - WS-CoursPrecedent
    ELSE
        COMPUTE WS-Difference = WS-CoursPrecedent - WS-Cours
    END-IF
    COMPUTE WS-Variation ROUNDED =
        WS-Difference * 100 / WS-CoursPrecedent
        ON SIZE ERROR
            MOVE 999.99 TO WS-Variation
    END-COMPUTE.
2200-EXIT.
    EXIT.

3000-APPLIQUER.
    MOVE WS-LigneApres TO TauxRecord
    WRITE TauxRecord
    IF TauxStatus NOT = '00'
        DISPLAY "Erreur écriture taux.txt, statut ", TauxStatus
        MOVE 'O' TO WS-EnEchec
        GO TO 3000-EXIT
    END-IF
    ADD 1 TO WS-NbAppliques
    MOVE TauxRecord TO WS-ImageApres
    MOVE "CREAT" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-ImageAvant, WS-ImageApres
    IF WS-IdxCpTrouve = ZERO AND WS-NbCouples < 200
        ADD 1 TO WS-NbCouples
        MOVE WS-NbCouples TO WS-IdxCpTrouve
        MOVE FtxDeviseOrig TO WS-CpOrig(WS-IdxCpTrouve)
        MOVE FtxDeviseDest TO WS-CpDest(WS-IdxCpTrouve)
    END-IF
    IF WS-IdxCpTrouve NOT = ZERO
        MOVE WS-Cours TO WS-CpTaux(WS-IdxCpTrouve)
        MOVE WS-DateJour TO WS-CpDate(WS-IdxCpTrouve)
    END-IF
    PERFORM 6000-LIGNE-RAPPORT THRU 6000-EXIT.
3000-EXIT.
    EXIT.

*> Hors tolérance : le cours est déposé en attente de validation
*> comme une saisie de GestionTaux et ne s'applique qu'une fois
*> validé dans GestionValidations. Sans superviseur déclaré pour
*> valider, il n'est pas appliqué pour autant : il reste à saisir
*> dans GestionTaux après contrôle.
4000-RETENIR.
    ADD 1 TO WS-NbRetenus
    MOVE WS-Variation TO WS-VariationAff
    MOVE SPACES TO WS-LibelleModif
    STRING "Flux " DELIMITED BY SIZE
           FtxDeviseOrig DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FtxDeviseDest DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           " ecart " DELIMITED BY SIZE
           WS-VariationAff DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
      INTO WS-LibelleModif
    MOVE "CREAT" TO WS-ActionMaint
    CALL 'SoumettreModif' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-LgCle, WS-LibelleModif,
        WS-LigneAvant, WS-LigneApres, WS-NumDemande,
        WS-StatutDemande
    EVALUATE WS-StatutDemande
        WHEN '00'
            MOVE SPACES TO WS-Motif
            STRING "Retenu : demande n° " DELIMITED BY SIZE
                   WS-NumDemande DELIMITED BY SIZE
              INTO WS-Motif
            MOVE WS-LigneApres TO WS-ImageApres
            MOVE "DEMAN" TO WS-ActionMaint
            CALL 'SaveMaintenance' USING WS-Operateur,
                WS-FichierMaint, WS-ActionMaint,
                WS-ImageAvant, WS-ImageApres
            IF WS-NbAttente < 200
                ADD 1 TO WS-NbAttente
                MOVE FtxDeviseOrig TO WS-AtOrig(WS-NbAttente)
                MOVE FtxDeviseDest TO WS-AtDest(WS-NbAttente)
            END-IF
        WHEN '01'
            MOVE "Retenu : aucun valideur déclaré" TO WS-Motif
        WHEN OTHER
            MOVE "Retenu : dépôt impossible, non appliqué"
              TO WS-Motif
    END-EVALUATE
    DISPLAY "Cours ", FtxDeviseOrig, "/", FtxDeviseDest,
        " hors tolérance (", WS-VariationAff, " %) - ", WS-Motif
    PERFORM 6000-LIGNE-RAPPORT THRU 6000-EXIT.
4000-EXIT.
    EXIT.

6000-LIGNE-RAPPORT.
    IF NOT RapportOuvert
        GO TO 6000-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    MOVE FtxDeviseOrig TO RapportRecord(1:3)
    MOVE "/" TO RapportRecord(4:1)
    MOVE FtxDeviseDest TO RapportRecord(5:3)
    IF WS-Cours NOT = ZERO
        MOVE WS-Cours TO WS-CoursAff
        MOVE WS-CoursAff TO RapportRecord(10:10)
    END-IF
    IF WS-CoursPrecedent NOT = ZERO
        MOVE WS-CoursPrecedent TO WS-PrecedentAff
        MOVE WS-PrecedentAff TO RapportRecord(24:10)
    END-IF
    IF WS-Variation NOT = ZERO
        MOVE WS-Variation TO WS-VariationAff
        MOVE WS-VariationAff TO RapportRecord(38:6)
    END-IF
    MOVE WS-Motif TO RapportRecord(47:40)
    WRITE RapportRecord.
6000-EXIT.
    EXIT.

7000-TROUVER-COUPLE.
    MOVE ZERO TO WS-IdxCpTrouve
    PERFORM 7010-COMPARER-COUPLE THRU 7010-EXIT
        VARYING WS-IdxCp FROM 1 BY 1
        UNTIL WS-IdxCp > WS-NbCouples
        OR WS-IdxCpTrouve NOT = ZERO.
7000-EXIT.
    EXIT.

7010-COMPARER-COUPLE.
    IF WS-CpOrig(WS-IdxCp) = FtxDeviseOrig
        AND WS-CpDest(WS-IdxCp) = FtxDeviseDest
        MOVE WS-IdxCp TO WS-IdxCpTrouve
    END-IF.
7010-EXIT.
    EXIT.

7100-CHERCHER-ATTENTE.
    MOVE 'N' TO WS-EnAttente
    PERFORM 7110-COMPARER-ATTENTE THRU 7110-EXIT
        VARYING WS-IdxAt FROM 1 BY 1
        UNTIL WS-IdxAt > WS-NbAttente OR DejaEnAttente.
7100-EXIT.
    EXIT.

7110-COMPARER-ATTENTE.
    IF WS-AtOrig(WS-IdxAt) = FtxDeviseOrig
        AND WS-AtDest(WS-IdxAt) = FtxDeviseDest
        MOVE 'O' TO WS-EnAttente
    END-IF.
7110-EXIT.
    EXIT.

*> Bilan du chargement au journal maintenance.txt (geste CHARG),
*> y compris quand aucun flux n'est arrivé.
8000-BILAN.
    IF WS-NbLus = ZERO AND NOT ChargementEnEchec
        MOVE 'O' TO WS-FluxAbsent
    END-IF
    MOVE SPACES TO WS-ImageAvant
    MOVE SPACES TO WS-ImageApres
    IF FluxAbsent
        STRING "Flux flux-taux.txt du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " absent" DELIMITED BY SIZE
          INTO WS-ImageAvant
        MOVE "Aucun cours chargé" TO WS-ImageApres
    ELSE
        STRING "Flux flux-taux.txt du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " ecart " DELIMITED BY SIZE
               WS-EcartAff DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
          INTO WS-ImageAvant
        STRING "Lus " DELIMITED BY SIZE
               WS-NbLus DELIMITED BY SIZE
               " appl " DELIMITED BY SIZE
               WS-NbAppliques DELIMITED BY SIZE
               " ret " DELIMITED BY SIZE
               WS-NbRetenus DELIMITED BY SIZE
               " rej " DELIMITED BY SIZE
               WS-NbRejetes DELIMITED BY SIZE
               " ign " DELIMITED BY SIZE
               WS-NbIgnores DELIMITED BY SIZE
          INTO WS-ImageApres
    END-IF
    IF ChargementEnEchec
        MOVE "Interrompu" TO WS-ImageApres(51:10)
    END-IF
    MOVE "CHARG" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-ImageAvant, WS-ImageApres
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        IF FluxAbsent
            MOVE "*** Aucun flux de cours reçu ce jour" TO
                RapportRecord
        ELSE
            MOVE WS-ImageApres TO RapportRecord
        END-IF
        WRITE RapportRecord
    END-IF.
8000-EXIT.
    EXIT.

9999-FIN.
    IF RapportOuvert
        CLOSE RapportFile
        DISPLAY "Rapport du chargement : taux-flux.rpt"
    END-IF
    DISPLAY "Cours lus : ", WS-NbLus, ", appliqués : ",
        WS-NbAppliques, ", retenus : ", WS-NbRetenus,
        ", rejetés : ", WS-NbRejetes, ", ignorés : ", WS-NbIgnores
    EVALUATE TRUE
        WHEN ChargementEnEchec
            MOVE 8 TO RETURN-CODE
        WHEN FluxAbsent
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE
    DISPLAY "Fin du chargement des cours".
9999-EXIT.
    EXIT.
