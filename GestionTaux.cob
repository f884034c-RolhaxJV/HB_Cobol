DATE-COMPILED. 2026-08-22.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères, comme
*>                 MdaAvant / MdaApres (MODATTREC).
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session (VerifOperateur, trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité) avant tout dépôt. Sans autre valideur
*>                 déclaré, le taux est refusé au lieu d'être écrit
*>                 directement.
*> 2026-10-15  SI  Double regard : le taux saisi n'est plus écrit
*>                 dans taux.txt mais déposé en attente de
*>                 validation (SoumettreModif, geste DEMAN au
*>                 journal); il n'est appliqué qu'après validation
*>                 par un second opérateur dans GestionValidations.
*>                 Sans autre valideur déclaré, écriture directe
*>                 comme auparavant.
*> 2026-09-02  SI  Journal d'audit maintenance.txt : identité
*>                 opérateur demandée à l'entrée et chaque geste
*>                 (création, modification, suppression) écrit avec
01 WS-ActionMaint    PIC X(05).
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
01 WS-LigneAvant     PIC X(150).
01 WS-LigneApres     PIC X(150).
01 WS-LgCle          PIC 9(02) VALUE ZERO.
01 WS-LibelleModif   PIC X(40).
01 WS-NumDemande     PIC 9(06).
01 WS-StatutDemande  PIC X(02).
01 WS-CodeOperateur  PIC 9(04).
01 WS-OperStatus     PIC X(02).
01 WS-NbEssais       PIC 9(01) VALUE ZERO.
01 WS-SansCompte     PIC 9(08) VALUE ZERO.
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien de la table des taux de change"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, ",
            "fin de l'entretien des taux"
        GOBACK
    END-IF
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 3
    DISPLAY "Fin de l'entretien des taux"
    GOBACK.

0100-SAISIR-OPERATEUR.
    ADD 1 TO WS-NbEssais
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur
    DISPLAY "Code opérateur :"
    ACCEPT WS-CodeOperateur
    CALL 'VerifOperateur' USING WS-Operateur, WS-CodeOperateur,
        WS-OperStatus
    IF WS-OperStatus NOT = '00'
        DISPLAY "Opérateur inconnu, inactif ou code erroné"
        MOVE "EchecOper" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING WS-SansCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
        MOVE SPACES TO WS-Operateur
    END-IF.
0100-EXIT.
    EXIT.

        OR WS-Taux = ZERO OR WS-DateEffet = ZERO
        DISPLAY "Saisie invalide, taux non enregistré"
    ELSE
        MOVE WS-DeviseOrig TO TxDeviseOrig
        MOVE WS-DeviseDest TO TxDeviseDest
        MOVE WS-Taux TO TxTaux
        MOVE WS-DateEffet TO TxDateEffet
        MOVE SPACES TO WS-LigneAvant
        MOVE TauxRecord TO WS-LigneApres
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-LibelleModif
        STRING "Taux " DELIMITED BY SIZE
               WS-DeviseOrig DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DeviseDest DELIMITED BY SIZE
               " effet " DELIMITED BY SIZE
               WS-DateEffet DELIMITED BY SIZE
          INTO WS-LibelleModif
        CALL 'SoumettreModif' USING WS-Operateur, WS-FichierMaint,
            WS-ActionMaint, WS-LgCle, WS-LibelleModif,
            WS-LigneAvant, WS-LigneApres, WS-NumDemande,
            WS-StatutDemande
        EVALUATE WS-StatutDemande
            WHEN '00'
                DISPLAY "Taux soumis à validation, demande n° ",
                    WS-NumDemande
                MOVE SPACES TO WS-ImageAvant
                MOVE WS-LigneApres TO WS-ImageApres
                MOVE "DEMAN" TO WS-ActionMaint
                CALL 'SaveMaintenance' USING WS-Operateur,
                    WS-FichierMaint, WS-ActionMaint,
                    WS-ImageAvant, WS-ImageApres
            WHEN '01'
                DISPLAY "Aucun autre valideur déclaré, taux non ",
                    "enregistré : faire déclarer un second valideur ",
                    "(GestionOperateurs)"
            WHEN OTHER
                DISPLAY "Demande non déposée, taux non enregistré"
        END-EVALUATE
    END-IF.
4000-EXIT.
    EXIT.
