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
*>                 déclaré, création et bascule sont refusées au
*>                 lieu d'être écrites directement : le premier
*>                 superviseur est lui aussi validé par un second
*>                 opérateur.
*> 2026-10-15  SI  Double regard : création et bascule ne sont plus
*>                 écrites dans superviseurs.txt mais déposées en
*>                 attente de validation (SoumettreModif, clé =
*>                 identifiant, geste DEMAN au journal, code
*>                 masqué); elles ne sont appliquées qu'après
*>                 validation par un second opérateur dans
*>                 GestionValidations. Sans autre valideur déclaré
*>                 (installation initiale), écriture directe comme
*>                 auparavant.
*> 2026-09-02  SI  Journal d'audit maintenance.txt : identité
*>                 opérateur demandée à l'entrée et chaque geste
*>                 (création, bascule, profil) écrit avec image
01 WS-ActionMaint    PIC X(05).
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
01 WS-LigneAvant     PIC X(150).
01 WS-LigneApres     PIC X(150).
01 WS-LgCle          PIC 9(02) VALUE 4.
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
01 WS-NbSups         PIC 9(03) VALUE ZERO.
01 WS-Idx            PIC 9(03) COMP.
01 WS-Trouve         PIC X(01) VALUE 'N'.
    DISPLAY "Entretien du référentiel des superviseurs"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, ",
            "fin de l'entretien des superviseurs"
        GOBACK
    END-IF
    PERFORM 1000-CONTROLER-ACCES THRU 1000-EXIT
    IF AccesAccorde
        PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
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

8100-EXIT.
    EXIT.

*> Dépôt de la demande de validation; '01' (aucun autre valideur
*> déclaré) : rien n'est déposé ni écrit.
8200-SOUMETTRE.
    CALL 'SoumettreModif' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-LgCle, WS-LibelleModif, WS-LigneAvant,
        WS-LigneApres, WS-NumDemande, WS-StatutDemande
    EVALUATE WS-StatutDemande
        WHEN '00'
            MOVE WS-LigneAvant TO WS-ImageAvant
            MOVE WS-LigneApres TO WS-ImageApres
            MOVE "DEMAN" TO WS-ActionMaint
            PERFORM 8100-JOURNALISER THRU 8100-EXIT
            DISPLAY "Modification de ", WS-SupId, " soumise à ",
                "validation, demande n° ", WS-NumDemande
        WHEN '01'
            DISPLAY "Aucun autre valideur déclaré, superviseurs.txt ",
                "inchangé : faire déclarer un second valideur ",
                "(GestionOperateurs)"
        WHEN OTHER
            DISPLAY "Demande non déposée, superviseurs.txt inchangé"
    END-EVALUATE.
8200-EXIT.
    EXIT.

1000-CONTROLER-ACCES.
    PERFORM 3500-CHARGER THRU 3500-EXIT
    IF WS-NbSups = ZERO
    IF SupTrouve
        DISPLAY "Identifiant ", WS-SupId, " existe déjà"
    ELSE
        MOVE WS-SupId TO SupId
        MOVE WS-SupNom TO SupNom
        MOVE WS-SupCode TO SupCode
        MOVE WS-SupExpire TO SupExpire
        MOVE 'O' TO SupActif
        MOVE SPACES TO WS-LigneAvant
        MOVE SuperviseurRecord TO WS-LigneApres
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-LibelleModif
        STRING "Création superviseur " DELIMITED BY SIZE
               WS-SupId DELIMITED BY SIZE
          INTO WS-LibelleModif
        PERFORM 8200-SOUMETTRE THRU 8200-EXIT
    END-IF.
4000-EXIT.
    EXIT.
        VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-NbSups
    IF NOT SupTrouve
        DISPLAY "Identifiant ", WS-SupId, " introuvable"
        GO TO 5000-EXIT
    END-IF
    MOVE "MODIF" TO WS-ActionMaint
    MOVE SPACES TO WS-LibelleModif
    STRING "Bascule superviseur " DELIMITED BY SIZE
           WS-SupId DELIMITED BY SIZE
      INTO WS-LibelleModif
    PERFORM 8200-SOUMETTRE THRU 8200-EXIT.
5000-EXIT.
    EXIT.

    MOVE WS-SupLigne(WS-Idx) TO SuperviseurRecord
    IF SupId = WS-SupId
        MOVE 'O' TO WS-Trouve
        MOVE SuperviseurRecord TO WS-LigneAvant
        IF SupActif = 'O'
            MOVE 'N' TO SupActif
        ELSE
            MOVE 'O' TO SupActif
        END-IF
        MOVE SuperviseurRecord TO WS-LigneApres
        MOVE SuperviseurRecord TO WS-SupLigne(WS-Idx)
    END-IF.
5100-EXIT.
    EXIT.
