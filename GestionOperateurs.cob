DATE-COMPILED. 2026-08-22.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Profil : options du menu permises saisies pour
*>                 les choix 1 à 21 (OpMenus et OpMenusSuite).
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères, comme
*>                 MdaAvant / MdaApres (MODATTREC).
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session (VerifOperateur, trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité) avant tout dépôt; operateur.txt vide =
*>                 installation initiale (demandeur INIT). Sans
*>                 autre valideur déclaré, plus d'écriture directe
*>                 sauf l'octroi du droit de valider : création d'un
*>                 opérateur portant ce droit (après confirmation)
*>                 ou profil dont seul OpValideur passe à 'O'. La
*>                 bascule et les autres profils sont refusés.
*> 2026-10-15  SI  Double regard : création, bascule et profil ne
*>                 sont plus écrits dans operateur.txt mais déposés
*>                 en attente de validation (SoumettreModif, clé =
*>                 identifiant, geste DEMAN au journal, code
*>                 masqué); ils ne sont appliqués qu'après
*>                 validation par un second opérateur dans
*>                 GestionValidations. Sans autre valideur déclaré,
*>                 écriture directe comme auparavant. Nouveau droit
*>                 du profil : valider les modifications des données
*>                 de référence (OpValideur, refusé à la création).
*> 2026-09-02  SI  Journal d'audit maintenance.txt : identité
*>                 opérateur demandée à l'entrée et chaque geste
*>                 (création, bascule, profil) écrit avec image
01 WS-OpCode         PIC 9(04).
01 WS-OpActif        PIC X(01).
01 WS-Plafond        PIC 9(07)V99.
01 WS-Menus          PIC X(21).
01 WS-Impayes        PIC X(01).
01 WS-Agence         PIC X(03).
01 WS-Valideur       PIC X(01).
01 WS-CodeSuperviseur PIC 9(04).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
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
01 WS-NbOperateurs   PIC 9(03) VALUE ZERO.
01 WS-Idx            PIC 9(03) COMP.
01 WS-Trouve         PIC X(01) VALUE 'N'.
   88 OperTrouve     VALUE 'O'.
01 WS-TableOperateurs.
   05 WS-OperLigne OCCURS 100 PIC X(65).
01 WS-TableSaturee PIC X(01) VALUE 'N'.
   88 TableSaturee VALUE 'O'.
01 WS-LigneOctroi    PIC X(150).
01 WS-Octroi         PIC X(01) VALUE 'N'.
   88 OctroiSeul     VALUE 'O'.
01 WS-Confirmation   PIC X(01).

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien du référentiel des opérateurs"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, ",
            "fin de l'entretien des opérateurs"
        GOBACK
    END-IF
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 5
    DISPLAY "Fin de l'entretien des opérateurs"
    GOBACK.

0100-SAISIR-OPERATEUR.
    ADD 1 TO WS-NbEssais
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur
    DISPLAY "Code opérateur :"
    ACCEPT WS-CodeOperateur
    CALL 'VerifOperateur' USING WS-Operateur, WS-CodeOperateur,
        WS-OperStatus
    IF WS-OperStatus = '35'
        DISPLAY "Aucun opérateur déclaré, installation initiale : ",
            "créer les opérateurs valideurs"
        MOVE "INIT" TO WS-Operateur
        GO TO 0100-EXIT
    END-IF
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
*> déclaré) : rien n'est déposé, l'appelant n'écrit lui-même que
*> l'octroi du droit de valider et refuse tout le reste (8300).
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
            DISPLAY "Modification de ", WS-OpId, " soumise à ",
                "validation, demande n° ", WS-NumDemande
        WHEN '01'
            MOVE WS-LigneAvant TO WS-ImageAvant
            MOVE WS-LigneApres TO WS-ImageApres
        WHEN OTHER
            DISPLAY "Demande non déposée, operateur.txt inchangé"
    END-EVALUATE.
8200-EXIT.
    EXIT.

8300-REFUSER.
    DISPLAY "Aucun autre valideur déclaré, operateur.txt inchangé : ",
        "accorder d'abord le droit de valider à un second ",
        "opérateur".
8300-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les opérateurs"
    MOVE WS-OperLigne(WS-Idx) TO OperateurRecord
    DISPLAY OpId, "  ", OpNom, "  ", OpActif, "  plafond ",
        OpPlafond, "  impayés ", OpImpayes, "  agence ",
        OpAgence, "  valideur ", OpValideur.
3100-EXIT.
    EXIT.

    IF OperTrouve
        DISPLAY "Identifiant ", WS-OpId, " existe déjà"
    ELSE
        MOVE WS-OpId TO OpId
        MOVE WS-OpNom TO OpNom
        MOVE WS-OpCode TO OpCode
        MOVE 'O' TO OpActif
        MOVE ZERO TO OpPlafond
        MOVE ALL 'O' TO OpMenus
        MOVE ALL 'O' TO OpMenusSuite
        MOVE 'O' TO OpImpayes
        MOVE WS-Agence TO OpAgence
        MOVE 'N' TO OpValideur
        MOVE SPACES TO WS-LigneAvant
        MOVE OperateurRecord TO WS-LigneApres
        MOVE "CREAT" TO WS-ActionMaint
        MOVE SPACES TO WS-LibelleModif
        STRING "Création opérateur " DELIMITED BY SIZE
               WS-OpId DELIMITED BY SIZE
          INTO WS-LibelleModif
        PERFORM 8200-SOUMETTRE THRU 8200-EXIT
        IF WS-StatutDemande = '01'
            PERFORM 4300-CREER-VALIDEUR THRU 4300-EXIT
        END-IF
    END-IF.
4000-EXIT.
4100-EXIT.
    EXIT.

4200-ECRIRE.
    OPEN EXTEND OperateurFile
    IF OperateurStatus = '35'
        OPEN OUTPUT OperateurFile
    END-IF
    IF OperateurStatus NOT = '00'
        DISPLAY "Erreur ouverture operateur.txt, statut ",
            OperateurStatus
        GO TO 4200-EXIT
    END-IF
    MOVE WS-LigneApres TO OperateurRecord
    WRITE OperateurRecord
    IF OperateurStatus = '00'
        DISPLAY "Opérateur ", WS-OpId, " créé"
        MOVE "CREAT" TO WS-ActionMaint
        PERFORM 8100-JOURNALISER THRU 8100-EXIT
    ELSE
        DISPLAY "Erreur écriture, statut ", OperateurStatus
    END-IF
    CLOSE OperateurFile.
4200-EXIT.
    EXIT.

*> Aucun autre valideur déclaré (installation, valideur unique) :
*> seule création écrite directement, l'opérateur reçoit le droit
*> de valider pour que les demandes suivantes trouvent un second
*> valideur.
4300-CREER-VALIDEUR.
    DISPLAY "Aucun autre valideur déclaré : ", WS-OpId,
        " ne peut être créé qu'avec le droit de valider"
    DISPLAY "Confirmer la création avec ce droit (O/N) :"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        PERFORM 8300-REFUSER THRU 8300-EXIT
        GO TO 4300-EXIT
    END-IF
    MOVE WS-LigneApres TO OperateurRecord
    MOVE 'O' TO OpValideur
    MOVE OperateurRecord TO WS-LigneApres
    MOVE WS-LigneApres TO WS-ImageApres
    PERFORM 4200-ECRIRE THRU 4200-EXIT.
4300-EXIT.
    EXIT.

5000-BASCULER.
    DISPLAY "Identifiant à activer/désactiver :"
    ACCEPT WS-OpId
        UNTIL WS-Idx > WS-NbOperateurs
    IF NOT OperTrouve
        DISPLAY "Identifiant ", WS-OpId, " introuvable"
        GO TO 5000-EXIT
    END-IF
    MOVE "MODIF" TO WS-ActionMaint
    MOVE SPACES TO WS-LibelleModif
    STRING "Bascule opérateur " DELIMITED BY SIZE
           WS-OpId DELIMITED BY SIZE
      INTO WS-LibelleModif
    PERFORM 8200-SOUMETTRE THRU 8200-EXIT
    IF WS-StatutDemande = '01'
        PERFORM 8300-REFUSER THRU 8300-EXIT
    END-IF.
5000-EXIT.
    EXIT.
    END-IF
    SUBTRACT 1 FROM WS-Idx
    MOVE WS-OperLigne(WS-Idx) TO OperateurRecord
    MOVE OperateurRecord TO WS-LigneAvant
    DISPLAY "Profil de ", OpId, " (", OpNom, ")"
    DISPLAY "Plafond par opération actuel : ", OpPlafond,
        " (0 = plafond par défaut du guichet)"
    DISPLAY "Nouveau plafond par opération :"
    ACCEPT WS-Plafond
    MOVE WS-Plafond TO OpPlafond
    DISPLAY "Options de menu permises actuelles : ", OpMenus,
        OpMenusSuite
    DISPLAY "Nouvelles options (21 x O/N, choix 1 à 21, ",
        "vide = toutes) :"
    ACCEPT WS-Menus
    IF WS-Menus = SPACES
        MOVE ALL 'O' TO OpMenus
        MOVE ALL 'O' TO OpMenusSuite
    ELSE
        MOVE WS-Menus(1:18) TO OpMenus
        MOVE WS-Menus(19:3) TO OpMenusSuite
    END-IF
    DISPLAY "Droit de saisir les chèques impayés (O/N) :"
    ACCEPT WS-Impayes
    ELSE
        MOVE 'O' TO OpImpayes
    END-IF
    DISPLAY "Droit de valider les modifications des données de ",
        "référence (O/N) :"
    ACCEPT WS-Valideur
    IF WS-Valideur = 'O' OR WS-Valideur = 'o'
        MOVE 'O' TO OpValideur
    ELSE
        MOVE 'N' TO OpValideur
    END-IF
    MOVE OperateurRecord TO WS-LigneApres
    MOVE OperateurRecord TO WS-OperLigne(WS-Idx)
    MOVE "MODIF" TO WS-ActionMaint
    MOVE SPACES TO WS-LibelleModif
    STRING "Profil opérateur " DELIMITED BY SIZE
           WS-OpId DELIMITED BY SIZE
           " sup. " DELIMITED BY SIZE
           WS-SupAutorisant DELIMITED BY SIZE
      INTO WS-LibelleModif
    PERFORM 8200-SOUMETTRE THRU 8200-EXIT
    IF WS-StatutDemande NOT = '01'
        GO TO 6000-EXIT
    END-IF
    PERFORM 6500-CONTROLER-OCTROI THRU 6500-EXIT
    IF NOT OctroiSeul
        PERFORM 8300-REFUSER THRU 8300-EXIT
        GO TO 6000-EXIT
    END-IF
    OPEN OUTPUT OperateurFile
    IF OperateurStatus NOT = '00'
        DISPLAY "Erreur réécriture operateur.txt, statut ",
6400-EXIT.
    EXIT.

*> Sans autre valideur, le profil n'est écrit que s'il se borne à
*> accorder le droit de valider : image après = image avant avec
*> OpValideur passé de 'N' à 'O'.
6500-CONTROLER-OCTROI.
    MOVE 'N' TO WS-Octroi
    MOVE WS-LigneAvant TO OperateurRecord
    IF OpValideur NOT = 'N'
        GO TO 6500-EXIT
    END-IF
    MOVE 'O' TO OpValideur
    MOVE SPACES TO WS-LigneOctroi
    MOVE OperateurRecord TO WS-LigneOctroi
    IF WS-LigneOctroi = WS-LigneApres
        MOVE 'O' TO WS-Octroi
        DISPLAY "Aucun autre valideur déclaré : octroi du droit de ",
            "valider écrit directement"
    END-IF.
6500-EXIT.
    EXIT.

5100-BASCULER-LIGNE.
    MOVE WS-OperLigne(WS-Idx) TO OperateurRecord
    IF OpId = WS-OpId
        MOVE 'O' TO WS-Trouve
        MOVE OperateurRecord TO WS-LigneAvant
        IF OpActif = 'O'
            MOVE 'N' TO OpActif
        ELSE
            MOVE 'O' TO OpActif
        END-IF
        MOVE OperateurRecord TO WS-LigneApres
        MOVE OperateurRecord TO WS-OperLigne(WS-Idx)
    END-IF.
5100-EXIT.
