IDENTIFICATION DIVISION.
PROGRAM-ID. ChargementGels.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - rechargement à la demande, sous code
*>                 superviseur (VerifSuperviseur), de la liste
*>                 nationale des gels d'avoirs à partir du fichier
*>                 publié gels-import.txt : un en-tête 'H' (date de
*>                 publication), un détail 'D' par nom ou alias
*>                 (numéro du registre, nature 'N'/'A', type de
*>                 personne 'P'/'M', nom) et une fin 'T' (nombre
*>                 de détails). Le fichier est contrôlé entier
*>                 avant tout remplacement : cadre incomplet,
*>                 nombre incohérent, détail invalide ou liste plus
*>                 ancienne que celle en place, et la liste en
*>                 place est conservée. Sinon gels.txt est réécrit
*>                 avec la forme normalisée de chaque nom
*>                 (NormaliseNom), gelsctl.txt enregistre la
*>                 publication et remet à zéro la date de
*>                 refiltrage pour que la clôture repasse tout
*>                 client.txt sur la nouvelle liste, et le
*>                 chargement est journalisé dans maintenance.txt
*>                 (SaveMaintenance).
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ImportGelFile ASSIGN TO 'gels-import.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ImportGelStatus.
    SELECT GelFile ASSIGN TO 'gels.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GelStatus.
    SELECT GelControleFile ASSIGN TO 'gelsctl.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GelControleStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD ImportGelFile.
01 ImportGelRecord PIC X(70).

FD GelFile.
COPY GELREC.

FD GelControleFile.
COPY GELCTLREC.

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
*> Dessins du fichier publié : en-tête 'H', détail 'D', fin 'T'.
01 WS-GelEntete.
   05 GimHType        PIC X(01).
   05 GimHDate        PIC 9(08).
01 WS-GelDetail.
   05 GimDType        PIC X(01).
   05 GimNumero       PIC 9(06).
   05 GimNature       PIC X(01).
   05 GimTypePers     PIC X(01).
   05 GimNom          PIC X(60).
01 WS-GelFin.
   05 GimTType        PIC X(01).
   05 GimTNbLignes    PIC 9(06).
01 ImportGelStatus   PIC X(02).
01 GelStatus         PIC X(02).
01 GelControleStatus PIC X(02).
01 DateComptaStatus  PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-CodeSuperviseur PIC 9(04).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
01 WS-NbDetails      PIC 9(06) VALUE ZERO.
01 WS-NbInvalides    PIC 9(06) VALUE ZERO.
01 WS-NbEcrits       PIC 9(06) VALUE ZERO.
01 WS-NumLigne       PIC 9(06) VALUE ZERO.
01 WS-NomPublie      PIC X(60).
01 WS-NomNorm        PIC X(60).
01 WS-FichierMaint   PIC X(20) VALUE "gels.txt".
01 WS-ActionMaint    PIC X(05) VALUE "MODIF".
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
*> Image journalisée de l'enregistrement de contrôle.
01 WS-ImageControle.
   05 FILLER          PIC X(12) VALUE "Publication ".
   05 IcPublication   PIC 9(08).
   05 FILLER          PIC X(10) VALUE " chargee  ".
   05 IcChargement    PIC 9(08).
   05 FILLER          PIC X(01) VALUE SPACE.
   05 IcNbEntrees     PIC 9(06).
   05 FILLER          PIC X(07) VALUE " noms, ".
   05 IcAgent         PIC X(04).
   05 FILLER          PIC X(04) VALUE SPACES.
01 WS-Switches.
   05 WS-CadreValide  PIC X(01) VALUE 'N'.
      88 CadreValide  VALUE 'O'.
   05 WS-EnteteVue    PIC X(01) VALUE 'N'.
      88 EnteteVue    VALUE 'O'.
   05 WS-FinVue       PIC X(01) VALUE 'N'.
      88 FinVue       VALUE 'O'.
   05 WS-ControleLu   PIC X(01) VALUE 'N'.
      88 ControleLu   VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Chargement de la liste des gels d'avoirs"
    DISPLAY "Code superviseur :"
    ACCEPT WS-CodeSuperviseur
    CALL 'VerifSuperviseur' USING WS-CodeSuperviseur,
        WS-SupAutorisant, WS-SupStatus
    IF WS-SupStatus NOT = '00'
        DISPLAY "Code superviseur refusé, chargement abandonné"
        GOBACK
    END-IF
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 1500-CONTROLER-CADRE THRU 1500-EXIT
    IF CadreValide
        PERFORM 2000-CHARGER THRU 2000-EXIT
    END-IF
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
    MOVE SPACES TO WS-ImageAvant
    OPEN INPUT GelControleFile
    IF GelControleStatus = '00'
        READ GelControleFile
        IF GelControleStatus = '00'
            MOVE 'O' TO WS-ControleLu
            MOVE GctDatePublication TO IcPublication
            MOVE GctDateChargement TO IcChargement
            MOVE GctNbEntrees TO IcNbEntrees
            MOVE GctAgent TO IcAgent
            MOVE WS-ImageControle TO WS-ImageAvant
            DISPLAY "Liste en place : publication du ",
                GctDatePublication, ", ", GctNbEntrees,
                " noms et alias"
        END-IF
        CLOSE GelControleFile
    ELSE
        DISPLAY "Aucune liste chargée jusqu'ici"
    END-IF.
1000-EXIT.
    EXIT.

*> Le fichier publié est contrôlé entier avant de toucher à la
*> liste en place : un fichier en défaut est refusé EN BLOC.
1500-CONTROLER-CADRE.
    MOVE 'N' TO WS-CadreValide
    OPEN INPUT ImportGelFile
    IF ImportGelStatus NOT = '00'
        DISPLAY "Gels-import.txt absent ou illisible, statut ",
            ImportGelStatus
        GO TO 1500-EXIT
    END-IF
    PERFORM 1510-CONTROLER-LIGNE THRU 1510-EXIT
        UNTIL ImportGelStatus NOT = '00' OR FinVue
    CLOSE ImportGelFile
    IF NOT EnteteVue
        DISPLAY "LISTE REFUSEE EN BLOC : en-tête 'H' absent"
        GO TO 1500-EXIT
    END-IF
    IF NOT FinVue
        DISPLAY "LISTE REFUSEE EN BLOC : enregistrement de fin ",
            "'T' absent (fichier tronqué ?)"
        GO TO 1500-EXIT
    END-IF
    IF GimTNbLignes IS NOT NUMERIC
        OR GimTNbLignes NOT = WS-NbDetails
        DISPLAY "LISTE REFUSEE EN BLOC : ", WS-NbDetails,
            " détails lus, ", GimTNbLignes, " annoncés en fin"
        GO TO 1500-EXIT
    END-IF
    IF WS-NbDetails = ZERO
        DISPLAY "LISTE REFUSEE EN BLOC : aucun nom publié"
        GO TO 1500-EXIT
    END-IF
    IF WS-NbInvalides > ZERO
        DISPLAY "LISTE REFUSEE EN BLOC : ", WS-NbInvalides,
            " détail(s) invalide(s)"
        GO TO 1500-EXIT
    END-IF
    IF GimHDate IS NOT NUMERIC OR GimHDate = ZERO
        DISPLAY "LISTE REFUSEE EN BLOC : date de publication ",
            "invalide"
        GO TO 1500-EXIT
    END-IF
    IF ControleLu AND GimHDate < GctDatePublication
        DISPLAY "LISTE REFUSEE EN BLOC : publication du ",
            GimHDate, " antérieure à la liste en place du ",
            GctDatePublication
        GO TO 1500-EXIT
    END-IF
    MOVE 'O' TO WS-CadreValide
    DISPLAY "Liste du ", GimHDate, " contrôlée : ", WS-NbDetails,
        " noms et alias".
1500-EXIT.
    EXIT.

1510-CONTROLER-LIGNE.
    READ ImportGelFile
    IF ImportGelStatus NOT = '00'
        GO TO 1510-EXIT
    END-IF
    ADD 1 TO WS-NumLigne
    EVALUATE ImportGelRecord(1:1)
        WHEN 'H'
            MOVE ImportGelRecord TO WS-GelEntete
            MOVE 'O' TO WS-EnteteVue
        WHEN 'D'
            MOVE ImportGelRecord TO WS-GelDetail
            ADD 1 TO WS-NbDetails
            IF GimNumero IS NOT NUMERIC
                OR (GimNature NOT = 'N' AND GimNature NOT = 'A')
                OR (GimTypePers NOT = 'P' AND GimTypePers NOT = 'M')
                OR GimNom = SPACES
                ADD 1 TO WS-NbInvalides
                DISPLAY "Ligne ", WS-NumLigne, " invalide : ",
                    ImportGelRecord(1:40)
            END-IF
        WHEN 'T'
            MOVE ImportGelRecord TO WS-GelFin
            MOVE 'O' TO WS-FinVue
        WHEN OTHER
            ADD 1 TO WS-NbInvalides
            DISPLAY "Ligne ", WS-NumLigne, " de type inconnu : ",
                ImportGelRecord(1:1)
    END-EVALUATE.
1510-EXIT.
    EXIT.

2000-CHARGER.
    OPEN INPUT ImportGelFile
    IF ImportGelStatus NOT = '00'
        DISPLAY "Gels-import.txt illisible, statut ",
            ImportGelStatus
        GO TO 2000-EXIT
    END-IF
    OPEN OUTPUT GelFile
    IF GelStatus NOT = '00'
        DISPLAY "Erreur ouverture gels.txt, statut ", GelStatus,
            ", liste en place conservée"
        CLOSE ImportGelFile
        GO TO 2000-EXIT
    END-IF
    MOVE ZERO TO WS-NbEcrits
    PERFORM 2100-ECRIRE-NOM THRU 2100-EXIT
        UNTIL ImportGelStatus NOT = '00' OR GelStatus NOT = '00'
    CLOSE ImportGelFile
    CLOSE GelFile
    IF WS-NbEcrits NOT = WS-NbDetails
        DISPLAY "Erreur d'écriture de gels.txt : ", WS-NbEcrits,
            " noms écrits sur ", WS-NbDetails,
            ", RECHARGEMENT A REFAIRE"
        GO TO 2000-EXIT
    END-IF
    PERFORM 2200-ECRIRE-CONTROLE THRU 2200-EXIT.
2000-EXIT.
    EXIT.

2100-ECRIRE-NOM.
    READ ImportGelFile
    IF ImportGelStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    IF ImportGelRecord(1:1) NOT = 'D'
        GO TO 2100-EXIT
    END-IF
    MOVE ImportGelRecord TO WS-GelDetail
    MOVE GimNom TO WS-NomPublie
    CALL 'NormaliseNom' USING WS-NomPublie, WS-NomNorm
    MOVE GimNumero TO GelNumero
    MOVE GimNature TO GelNature
    MOVE GimTypePers TO GelType
    MOVE GimNom TO GelNom
    MOVE WS-NomNorm TO GelNomNorm
    WRITE GelRecord
    IF GelStatus = '00'
        ADD 1 TO WS-NbEcrits
    END-IF.
2100-EXIT.
    EXIT.

*> La date de refiltrage remise à zéro signale à la clôture que
*> client.txt n'a pas encore été repassé sur cette liste.
2200-ECRIRE-CONTROLE.
    OPEN OUTPUT GelControleFile
    IF GelControleStatus NOT = '00'
        DISPLAY "Erreur ouverture gelsctl.txt, statut ",
            GelControleStatus
        GO TO 2200-EXIT
    END-IF
    MOVE GimHDate TO GctDatePublication
    MOVE WS-DateJour TO GctDateChargement
    MOVE WS-SupAutorisant TO GctAgent
    MOVE WS-NbEcrits TO GctNbEntrees
    MOVE ZERO TO GctDateFiltrage
    WRITE GelControleRecord
    IF GelControleStatus NOT = '00'
        DISPLAY "Erreur écriture gelsctl.txt, statut ",
            GelControleStatus
        CLOSE GelControleFile
        GO TO 2200-EXIT
    END-IF
    CLOSE GelControleFile
    MOVE GctDatePublication TO IcPublication
    MOVE GctDateChargement TO IcChargement
    MOVE GctNbEntrees TO IcNbEntrees
    MOVE GctAgent TO IcAgent
    MOVE WS-ImageControle TO WS-ImageApres
    CALL 'SaveMaintenance' USING WS-SupAutorisant,
        WS-FichierMaint, WS-ActionMaint, WS-ImageAvant,
        WS-ImageApres
    DISPLAY "Liste des gels chargée : ", WS-NbEcrits,
        " noms et alias, refiltrage des clients à la prochaine ",
        "clôture".
2200-EXIT.
    EXIT.
