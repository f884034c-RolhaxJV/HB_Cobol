DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Stock du coffre par devise : l'enregistrement
*>                 d'un mouvement demande sa devise (blanc = devise
*>                 de référence de config.txt, autre devise
*>                 contrôlée par VerifDevise) pour les billets
*>                 étrangers du change manuel; les mouvements GAB
*>                 restent en devise de référence. La liste
*>                 affiche la devise.
*> 2026-10-15  SI  Chargement et déchargement des automates de
*>                 billets (GAB) depuis le coffre, sous code
*>                 superviseur : coupure et nombre de billets de
*>                 chaque cassette saisis, détail écrit dans
*>                 gab.txt et mouvement 'G' (sortie vers le GAB) ou
*>                 'R' (retour du GAB) écrit dans coffre.txt; ces
*>                 deux sens ne se saisissent pas par
*>                 l'enregistrement libre. Quitter passe en 4.
*> 2026-09-02  SI  Création - tenue du coffre de l'agence
*>                 (coffre.txt, ajout seul) : transferts tiroir
*>                 vers coffre et coffre vers tiroir, livraisons et
    SELECT CoffreFile ASSIGN TO 'coffre.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CoffreStatus.
    SELECT GabFile ASSIGN TO 'gab.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GabStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.

DATA DIVISION.
FILE SECTION.
FD CoffreFile.
COPY COFFREREC.
FD GabFile.
COPY GABREC.
FD DateComptaFile.
COPY DATECREC.
FD ConfigFile.
COPY CONFIGREC.

WORKING-STORAGE SECTION.
01 CoffreStatus      PIC X(02).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
01 WS-NbLignes       PIC 9(04) VALUE ZERO.
01 GabStatus         PIC X(02).
01 WS-Machine        PIC X(04).
01 WS-SensGab        PIC X(01).
01 WS-IdxCas         PIC 9(01) COMP.
01 WS-MontantAff     PIC Z(8)9.99.
01 WS-Cassettes.
   05 WS-Cassette OCCURS 4.
      10 WS-Coupure  PIC 9(03).
      10 WS-Billets  PIC 9(05).
01 WS-CassetteValide PIC X(01) VALUE 'O'.
   88 CassettesValides VALUE 'O'.
01 ConfigStatus      PIC X(02).
01 WS-DeviseReference PIC X(03) VALUE "EUR".
01 WS-Devise         PIC X(03).
01 WS-DeviseStatus   PIC X(02).

PROCEDURE DIVISION.
0000-MAINLINE.
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 0200-LIRE-REFERENCE THRU 0200-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
    DISPLAY "Fin de la tenue du coffre"
    GOBACK.

0100-EXIT.
    EXIT.

0200-LIRE-REFERENCE.
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00' AND Cfg-DeviseDefaut NOT = SPACES
            MOVE Cfg-DeviseDefaut TO WS-DeviseReference
        END-IF
        CLOSE ConfigFile
    END-IF.
0200-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les mouvements du coffre"
    DISPLAY "2. Enregistrer un mouvement (superviseur)"
    DISPLAY "3. Charger ou décharger un GAB (superviseur)"
    DISPLAY "4. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
        WHEN 2
            PERFORM 4000-ENREGISTRER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-GAB THRU 5000-EXIT
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.
2000-EXIT.
    EXIT.
            DISPLAY "Coffre.txt illisible, statut ", CoffreStatus
        END-IF
    ELSE
        DISPLAY "Date      Heure   Sens Montant       Opér Supv Dev"
        PERFORM 3100-LIRE-SUIVANT THRU 3100-EXIT
            UNTIL CoffreStatus = '10'
        CLOSE CoffreFile
    READ CoffreFile
    IF CoffreStatus = '00'
        ADD 1 TO WS-NbLignes
        IF CofDevise = SPACES
            MOVE WS-DeviseReference TO CofDevise
        END-IF
        DISPLAY CofDate, "  ", CofHeure, "  ", CofSens, "    ",
            CofMontant, "  ", CofOperateur, " ", CofSuperviseur,
            " ", CofDevise
    END-IF.
3100-EXIT.
    EXIT.
        DISPLAY "Sens invalide, mouvement non enregistré"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Devise (blanc = ", WS-DeviseReference, ") :"
    MOVE SPACES TO WS-Devise
    ACCEPT WS-Devise
    IF WS-Devise = SPACES
        MOVE WS-DeviseReference TO WS-Devise
    END-IF
    IF WS-Devise NOT = WS-DeviseReference
        CALL 'VerifDevise' USING WS-Devise, WS-DeviseStatus
        IF WS-DeviseStatus NOT = '00'
            DISPLAY "Devise ", WS-Devise, " absente de devises.txt, ",
                "mouvement non enregistré"
            GO TO 4000-EXIT
        END-IF
    END-IF
    DISPLAY "Montant :"
    ACCEPT WS-Montant
    IF WS-Montant = ZERO
    MOVE WS-Montant TO CofMontant
    MOVE WS-Operateur TO CofOperateur
    MOVE WS-SupAutorisant TO CofSuperviseur
    MOVE WS-Devise TO CofDevise
    WRITE CoffreRecord
    IF CoffreStatus = '00'
        DISPLAY "Mouvement de coffre enregistré, autorisé par ",
    END-IF.
4500-EXIT.
    EXIT.

*> Le chargement sort du coffre le contenu des cassettes posées
*> dans l'automate; le déchargement y rentre les billets restés
*> dans les cassettes retirées, comptés par coupure.
5000-GAB.
    DISPLAY "Identifiant du GAB :"
    ACCEPT WS-Machine
    IF WS-Machine = SPACES
        DISPLAY "GAB absent, mouvement non enregistré"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Sens (C = chargement depuis le coffre, ",
        "D = déchargement vers le coffre) :"
    ACCEPT WS-SensGab
    IF WS-SensGab NOT = 'C' AND WS-SensGab NOT = 'D'
        DISPLAY "Sens invalide, mouvement non enregistré"
        GO TO 5000-EXIT
    END-IF
    MOVE ZERO TO WS-Montant
    MOVE 'O' TO WS-CassetteValide
    PERFORM 5100-SAISIR-CASSETTE THRU 5100-EXIT
        VARYING WS-IdxCas FROM 1 BY 1
        UNTIL WS-IdxCas > 4 OR NOT CassettesValides
    IF NOT CassettesValides
        DISPLAY "Cassette invalide, mouvement non enregistré"
        GO TO 5000-EXIT
    END-IF
    IF WS-Montant = ZERO
        DISPLAY "Cassettes vides, mouvement non enregistré"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-Montant TO WS-MontantAff
    DISPLAY "Montant des cassettes : ", WS-MontantAff
    DISPLAY "Code superviseur :"
    ACCEPT WS-CodeSuperviseur
    CALL 'VerifSuperviseur' USING WS-CodeSuperviseur,
        WS-SupAutorisant, WS-SupStatus
    IF WS-SupStatus NOT = '00'
        DISPLAY "Code superviseur incorrect, mouvement refusé"
        GO TO 5000-EXIT
    END-IF
    PERFORM 4500-DATER THRU 4500-EXIT
    ACCEPT WS-HeureMachine FROM TIME
    OPEN EXTEND GabFile
    IF GabStatus = '35'
        OPEN OUTPUT GabFile
    END-IF
    IF GabStatus NOT = '00'
        DISPLAY "Erreur ouverture gab.txt, statut ", GabStatus
        GO TO 5000-EXIT
    END-IF
    MOVE WS-DateJour TO GabDate
    MOVE WS-HeureMachine(1:6) TO GabHeure
    MOVE WS-Machine TO GabMachine
    MOVE WS-SensGab TO GabSens
    PERFORM 5200-REPORTER-CASSETTE THRU 5200-EXIT
        VARYING WS-IdxCas FROM 1 BY 1 UNTIL WS-IdxCas > 4
    MOVE WS-Montant TO GabMontant
    MOVE WS-Operateur TO GabOperateur
    MOVE WS-SupAutorisant TO GabSuperviseur
    WRITE GabRecord
    IF GabStatus NOT = '00'
        DISPLAY "Erreur écriture gab.txt, statut ", GabStatus
        CLOSE GabFile
        GO TO 5000-EXIT
    END-IF
    CLOSE GabFile
    OPEN EXTEND CoffreFile
    IF CoffreStatus = '35'
        OPEN OUTPUT CoffreFile
    END-IF
    IF CoffreStatus NOT = '00'
        DISPLAY "Erreur ouverture coffre.txt, statut ",
            CoffreStatus, ", mouvement GAB sans contrepartie coffre"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-DateJour TO CofDate
    MOVE WS-HeureMachine(1:6) TO CofHeure
    IF WS-SensGab = 'C'
        MOVE 'G' TO CofSens
    ELSE
        MOVE 'R' TO CofSens
    END-IF
    MOVE WS-Montant TO CofMontant
    MOVE WS-Operateur TO CofOperateur
    MOVE WS-SupAutorisant TO CofSuperviseur
    MOVE WS-DeviseReference TO CofDevise
    WRITE CoffreRecord
    IF CoffreStatus = '00'
        DISPLAY "Mouvement GAB ", WS-Machine, " enregistré, ",
            "autorisé par ", WS-SupAutorisant
    ELSE
        DISPLAY "Erreur écriture coffre.txt, statut ", CoffreStatus,
            ", mouvement GAB sans contrepartie coffre"
    END-IF
    CLOSE CoffreFile.
5000-EXIT.
    EXIT.

*> Coupures admises : billets en euros de 5 à 200; une coupure à
*> zéro déclare la cassette vide ou absente.
5100-SAISIR-CASSETTE.
    DISPLAY "Cassette ", WS-IdxCas, " : coupure (0 = vide) :"
    ACCEPT WS-Coupure(WS-IdxCas)
    IF WS-Coupure(WS-IdxCas) = ZERO
        MOVE ZERO TO WS-Billets(WS-IdxCas)
        GO TO 5100-EXIT
    END-IF
    IF WS-Coupure(WS-IdxCas) NOT = 5
        AND WS-Coupure(WS-IdxCas) NOT = 10
        AND WS-Coupure(WS-IdxCas) NOT = 20
        AND WS-Coupure(WS-IdxCas) NOT = 50
        AND WS-Coupure(WS-IdxCas) NOT = 100
        AND WS-Coupure(WS-IdxCas) NOT = 200
        DISPLAY "Coupure ", WS-Coupure(WS-IdxCas), " non admise"
        MOVE 'N' TO WS-CassetteValide
        GO TO 5100-EXIT
    END-IF
    DISPLAY "Cassette ", WS-IdxCas, " : nombre de billets :"
    ACCEPT WS-Billets(WS-IdxCas)
    COMPUTE WS-Montant = WS-Montant
        + WS-Coupure(WS-IdxCas) * WS-Billets(WS-IdxCas)
        ON SIZE ERROR
            DISPLAY "Montant des cassettes hors capacité"
            MOVE 'N' TO WS-CassetteValide
    END-COMPUTE.
5100-EXIT.
    EXIT.

5200-REPORTER-CASSETTE.
    MOVE WS-Coupure(WS-IdxCas) TO GabCoupure(WS-IdxCas)
    MOVE WS-Billets(WS-IdxCas) TO GabBillets(WS-IdxCas).
5200-EXIT.
    EXIT.
