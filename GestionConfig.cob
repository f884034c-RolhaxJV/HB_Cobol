DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Images avant / après de la demande de
*>                 validation portées à 150 caractères (MODATTREC) :
*>                 l'enregistrement de config.txt (124 caractères)
*>                 y tenait tronqué de Cfg-EndettementMax.
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session (VerifOperateur, trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité) avant le code superviseur : c'est lui
*>                 le demandeur de la validation et l'auteur des
*>                 gestes journalisés. Sans autre valideur déclaré,
*>                 la configuration est refusée au lieu d'être
*>                 réécrite directement.
*> 2026-10-15  SI  Champ 22 : taux d'endettement maximal en pour
*>                 cent au-delà duquel une demande de prêt ne peut
*>                 être approuvée (35 % par défaut, 1 à 60).
*> 2026-10-15  SI  Champ 21 : seuil de contre-valeur du change
*>                 manuel de billets à partir duquel l'identité du
*>                 client est exigée (1000 par défaut, 1 à 99999).
*> 2026-10-15  SI  Champ 20 : écart maximal en pour cent entre un
*>                 cours du flux quotidien et le taux en vigueur
*>                 (5 % par défaut, 0,01 à 50), au-delà duquel
*>                 ChargementTaux retient le cours pour validation.
*> 2026-10-15  SI  Champ 19 : durée de conservation en années des
*>                 données d'un ancien client après la clôture de
*>                 son dernier compte (10 par défaut, 5 à 30), au
*>                 terme de laquelle PurgeRgpd l'anonymise.
*> 2026-10-15  SI  Double regard : "enregistrer" ne réécrit plus
*>                 config.txt mais dépose l'enregistrement modifié
*>                 en attente de validation (SoumettreModif, avec
*>                 l'image lue au chargement comme image avant et la
*>                 liste des champs touchés en libellé); les gestes
*>                 champ par champ sont journalisés en DEMAN. La
*>                 configuration n'est appliquée qu'après validation
*>                 par un second opérateur dans GestionValidations.
*>                 Sans autre valideur déclaré, réécriture directe
*>                 comme auparavant.
*> 2026-10-15  SI  Champs 17 et 18 : délai réglementaire de réponse
*>                 aux réclamations en jours ouvrés (15 par défaut,
*>                 1 à 35) et préavis d'alerte avant échéance (5
*>                 par défaut, inférieur au délai).
*> 2026-10-15  SI  Champs 15 et 16 : taux de la retenue à la source
*>                 sur les intérêts des résidents et des
*>                 non-résidents (12,80 % et 15,00 % par défaut); un
*>                 taux au-delà de 50 % exige une confirmation.
*> 2026-10-15  SI  Champs 12 à 14 : seuils de surveillance LCB-FT
*>                 (seuil des dépôts espèces, fenêtre en jours des
*>                 dépôts fractionnés et des fonds en transit,
*>                 facteur de volume inhabituel). Un config.txt
*>                 antérieur, sans ces zones, les reçoit à leur
*>                 valeur par défaut au chargement.
*> 2026-09-02  SI  Création - écran d'entretien de config.txt,
*>                 sur le modèle de GestionTaux et sous code
*>                 superviseur (VerifSuperviseur) : chaque champ du
01 WS-Montant        PIC 9(07)V99.
01 WS-Taux           PIC 9V9(04).
01 WS-Jours          PIC 9(02).
01 WS-Facteur        PIC 9(02).
01 WS-Tolerance      PIC 9(05)V99.
01 WS-Pourcent       PIC 9(02)V99.
01 WS-Seuil          PIC 9(05).
01 WS-Devise         PIC X(03).
01 WS-FichierMaint   PIC X(20) VALUE "config.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-ValeurApres    PIC X(20).
*> Gestes en instance de journalisation : retenus ici tant que le
*> superviseur n'a pas choisi "enregistrer", écrits dans
*> maintenance.txt seulement après le dépôt réussi de la demande
*> de validation.
01 WS-NbGestes       PIC 9(02) VALUE ZERO.
01 WS-IdxGeste       PIC 9(02) COMP.
01 WS-TableGestes.
   05 WS-Geste OCCURS 50.
      10 WS-GesteAvant PIC X(60).
      10 WS-GesteApres PIC X(60).
*> Demande de validation : image de config.txt telle que lue au
*> chargement (blanc = fichier absent ou vide, la demande est
*> alors une création) et champs touchés pour le libellé.
01 WS-ConfigOrigine  PIC X(150) VALUE SPACES.
01 WS-LigneApres     PIC X(150).
01 WS-LgCle          PIC 9(02) VALUE ZERO.
01 WS-LibelleModif   PIC X(40) VALUE "Config champs".
01 WS-PtrLibelle     PIC 9(02) VALUE 14.
01 WS-NumDemande     PIC 9(06).
01 WS-StatutDemande  PIC X(02).
01 WS-Operateur      PIC X(04).
01 WS-CodeOperateur  PIC 9(04).
01 WS-OperStatus     PIC X(02).
01 WS-NbEssais       PIC 9(01) VALUE ZERO.
01 WS-SansCompte     PIC 9(08) VALUE ZERO.
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-Switches.
   05 WS-Modifie     PIC X(01) VALUE 'N'.
      88 ConfigModifiee VALUE 'O'.
PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien de la configuration (config.txt)"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, accès fermé"
        GOBACK
    END-IF
    DISPLAY "Code superviseur :"
    ACCEPT WS-CodeSuperviseur
    CALL 'VerifSuperviseur' USING WS-CodeSuperviseur,
    DISPLAY "Fin de l'entretien de la configuration"
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

*> Un config.txt absent ou vide part des valeurs par défaut des
*> programmes, affichées puis enregistrables.
1000-CHARGER.
        READ ConfigFile
        IF ConfigStatus NOT = '00'
            PERFORM 1100-VALEURS-DEFAUT THRU 1100-EXIT
        ELSE
            MOVE ConfigRecord TO WS-ConfigOrigine
            PERFORM 1200-COMPLETER THRU 1200-EXIT
        END-IF
        CLOSE ConfigFile
    ELSE
    MOVE 02 TO Cfg-DelaiCheque
    MOVE 5.00 TO Cfg-ToleranceCaisse
    MOVE ZERO TO Cfg-PlafRetJour
    MOVE ZERO TO Cfg-PlafVirJour
    MOVE 10000.00 TO Cfg-SeuilEspeces
    MOVE 07 TO Cfg-JoursLcb
    MOVE 05 TO Cfg-FacteurVolume
    MOVE 0.1280 TO Cfg-TauxRetResident
    MOVE 0.1500 TO Cfg-TauxRetNonResident
    MOVE 15 TO Cfg-DelaiLitige
    MOVE 05 TO Cfg-AlerteLitige
    MOVE 10 TO Cfg-AnsConservation
    MOVE 5.00 TO Cfg-EcartTaux
    MOVE 01000 TO Cfg-SeuilChange
    MOVE 35.00 TO Cfg-EndettementMax.
1100-EXIT.
    EXIT.

*> Zones ajoutées après coup au ConfigRecord : absentes d'un
*> config.txt plus ancien, elles sont proposées à leur valeur par
*> défaut.
1200-COMPLETER.
    IF Cfg-SeuilEspeces IS NOT NUMERIC
        MOVE 10000.00 TO Cfg-SeuilEspeces
    END-IF
    IF Cfg-JoursLcb IS NOT NUMERIC
        MOVE 07 TO Cfg-JoursLcb
    END-IF
    IF Cfg-FacteurVolume IS NOT NUMERIC
        MOVE 05 TO Cfg-FacteurVolume
    END-IF
    IF Cfg-TauxRetResident IS NOT NUMERIC
        MOVE 0.1280 TO Cfg-TauxRetResident
    END-IF
    IF Cfg-TauxRetNonResident IS NOT NUMERIC
        MOVE 0.1500 TO Cfg-TauxRetNonResident
    END-IF
    IF Cfg-DelaiLitige IS NOT NUMERIC
        MOVE 15 TO Cfg-DelaiLitige
    END-IF
    IF Cfg-AlerteLitige IS NOT NUMERIC
        MOVE 05 TO Cfg-AlerteLitige
    END-IF
    IF Cfg-AnsConservation IS NOT NUMERIC
        MOVE 10 TO Cfg-AnsConservation
    END-IF
    IF Cfg-EcartTaux(1:2) IS NOT NUMERIC
        OR Cfg-EcartTaux(4:2) IS NOT NUMERIC
        MOVE 5.00 TO Cfg-EcartTaux
    END-IF
    IF Cfg-SeuilChange IS NOT NUMERIC
        MOVE 01000 TO Cfg-SeuilChange
    END-IF
    IF Cfg-EndettementMax(1:2) IS NOT NUMERIC
        OR Cfg-EndettementMax(4:2) IS NOT NUMERIC
        MOVE 35.00 TO Cfg-EndettementMax
    END-IF.
1200-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Afficher la configuration"
    DISPLAY "10. Plafond journalier retraits     : ",
        Cfg-PlafRetJour, " (0 = sans limite)"
    DISPLAY "11. Plafond journalier virements    : ",
        Cfg-PlafVirJour, " (0 = sans limite)"
    DISPLAY "12. Seuil LCB des dépôts espèces    : ",
        Cfg-SeuilEspeces
    DISPLAY "13. Fenêtre LCB en jours            : ",
        Cfg-JoursLcb
    DISPLAY "14. Facteur de volume inhabituel    : ",
        Cfg-FacteurVolume
    DISPLAY "15. Retenue à la source résidents   : ",
        Cfg-TauxRetResident
    DISPLAY "16. Retenue à la source non-résid.  : ",
        Cfg-TauxRetNonResident
    DISPLAY "17. Délai de réponse litiges (j.o.) : ",
        Cfg-DelaiLitige
    DISPLAY "18. Préavis d'alerte litiges (j.o.) : ",
        Cfg-AlerteLitige
    DISPLAY "19. Conservation post-clôture (ans) : ",
        Cfg-AnsConservation
    DISPLAY "20. Ecart toléré flux de cours (%)  : ",
        Cfg-EcartTaux
    DISPLAY "21. Seuil d'identité change manuel  : ",
        Cfg-SeuilChange
    DISPLAY "22. Taux d'endettement maximal (%)  : ",
        Cfg-EndettementMax.
3000-EXIT.
    EXIT.

4000-MODIFIER.
    DISPLAY "Numéro du champ à modifier (1 à 22) :"
    ACCEPT WS-ChoixChamp
    EVALUATE WS-ChoixChamp
        WHEN 1
            PERFORM 4100-PLAF-RETRAITS THRU 4100-EXIT
        WHEN 11
            PERFORM 4110-PLAF-VIREMENTS THRU 4110-EXIT
        WHEN 12
            PERFORM 4120-SEUIL-ESPECES THRU 4120-EXIT
        WHEN 13
            PERFORM 4130-JOURS-LCB THRU 4130-EXIT
        WHEN 14
            PERFORM 4140-FACTEUR-VOLUME THRU 4140-EXIT
        WHEN 15
            PERFORM 4150-RETENUE-RESIDENT THRU 4150-EXIT
        WHEN 16
            PERFORM 4160-RETENUE-NON-RESIDENT THRU 4160-EXIT
        WHEN 17
            PERFORM 4170-DELAI-LITIGE THRU 4170-EXIT
        WHEN 18
            PERFORM 4180-ALERTE-LITIGE THRU 4180-EXIT
        WHEN 19
            PERFORM 4190-CONSERVATION THRU 4190-EXIT
        WHEN 20
            PERFORM 4200-ECART-TAUX THRU 4200-EXIT
        WHEN 21
            PERFORM 4210-SEUIL-CHANGE THRU 4210-EXIT
        WHEN 22
            PERFORM 4220-ENDETTEMENT THRU 4220-EXIT
        WHEN OTHER
            DISPLAY "Numéro de champ invalide"
    END-EVALUATE.
4110-EXIT.
    EXIT.

*> Un seuil à zéro ferait de chaque dépôt espèces une alerte.
4120-SEUIL-ESPECES.
    MOVE "Seuil especes LCB" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-SeuilEspeces TO WS-ValeurAvant(1:10)
    DISPLAY "Nouveau seuil de surveillance des dépôts espèces :"
    ACCEPT WS-Montant
    IF WS-Montant = ZERO
        DISPLAY "Un seuil à zéro signalerait tous les dépôts, ",
            "champ inchangé"
        GO TO 4120-EXIT
    END-IF
    MOVE WS-Montant TO Cfg-SeuilEspeces
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-SeuilEspeces TO WS-ValeurApres(1:10)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4120-EXIT.
    EXIT.

4130-JOURS-LCB.
    MOVE "Fenetre LCB jours" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-JoursLcb TO WS-ValeurAvant(1:2)
    DISPLAY "Nouvelle fenêtre de surveillance en jours (1 à 31) :"
    ACCEPT WS-Jours
    IF WS-Jours = ZERO OR WS-Jours > 31
        DISPLAY "Fenêtre hors bornes (1 à 31), champ inchangé"
        GO TO 4130-EXIT
    END-IF
    MOVE WS-Jours TO Cfg-JoursLcb
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-JoursLcb TO WS-ValeurApres(1:2)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4130-EXIT.
    EXIT.

*> En dessous de 2, tout compte un peu plus actif que sa moyenne
*> serait signalé.
4140-FACTEUR-VOLUME.
    MOVE "Facteur volume" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-FacteurVolume TO WS-ValeurAvant(1:2)
    DISPLAY "Nouveau facteur de volume inhabituel (2 à 99) :"
    ACCEPT WS-Facteur
    IF WS-Facteur < 2
        DISPLAY "Facteur hors bornes (2 à 99), champ inchangé"
        GO TO 4140-EXIT
    END-IF
    MOVE WS-Facteur TO Cfg-FacteurVolume
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-FacteurVolume TO WS-ValeurApres(1:2)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4140-EXIT.
    EXIT.

*> Taux annuels appliqués à l'intérêt brut de chaque passation;
*> au-delà de 50 % il s'agit vraisemblablement d'une faute de
*> frappe (12.80 pour 0.1280).
4150-RETENUE-RESIDENT.
    MOVE "Retenue residents" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-TauxRetResident TO WS-ValeurAvant(1:6)
    DISPLAY "Nouveau taux de retenue des résidents (ex 0.1280) :"
    ACCEPT WS-Taux
    IF WS-Taux > 0.5000
        DISPLAY "Taux de retenue de ", WS-Taux, " inhabituel, ",
            "confirmer (O/N) ?"
        ACCEPT WS-Confirmation
        IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
            DISPLAY "Champ inchangé"
            GO TO 4150-EXIT
        END-IF
    END-IF
    MOVE WS-Taux TO Cfg-TauxRetResident
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-TauxRetResident TO WS-ValeurApres(1:6)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4150-EXIT.
    EXIT.

4160-RETENUE-NON-RESIDENT.
    MOVE "Retenue non-resid" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-TauxRetNonResident TO WS-ValeurAvant(1:6)
    DISPLAY "Nouveau taux de retenue des non-résidents ",
        "(ex 0.1500) :"
    ACCEPT WS-Taux
    IF WS-Taux > 0.5000
        DISPLAY "Taux de retenue de ", WS-Taux, " inhabituel, ",
            "confirmer (O/N) ?"
        ACCEPT WS-Confirmation
        IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
            DISPLAY "Champ inchangé"
            GO TO 4160-EXIT
        END-IF
    END-IF
    MOVE WS-Taux TO Cfg-TauxRetNonResident
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-TauxRetNonResident TO WS-ValeurApres(1:6)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4160-EXIT.
    EXIT.

*> Quinze jours ouvrés pour répondre, trente-cinq au plus quand la
*> réponse doit être différée.
4170-DELAI-LITIGE.
    MOVE "Delai litiges" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-DelaiLitige TO WS-ValeurAvant(1:2)
    DISPLAY "Nouveau délai de réponse aux réclamations en jours ",
        "ouvrés (1 à 35) :"
    ACCEPT WS-Jours
    IF WS-Jours = ZERO OR WS-Jours > 35
        DISPLAY "Délai hors bornes (1 à 35), champ inchangé"
        GO TO 4170-EXIT
    END-IF
    IF WS-Jours <= Cfg-AlerteLitige
        DISPLAY "Délai inférieur au préavis d'alerte (",
            Cfg-AlerteLitige, "), champ inchangé"
        GO TO 4170-EXIT
    END-IF
    MOVE WS-Jours TO Cfg-DelaiLitige
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-DelaiLitige TO WS-ValeurApres(1:2)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4170-EXIT.
    EXIT.

4180-ALERTE-LITIGE.
    MOVE "Alerte litiges" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-AlerteLitige TO WS-ValeurAvant(1:2)
    DISPLAY "Nouveau préavis d'alerte avant échéance en jours ",
        "ouvrés :"
    ACCEPT WS-Jours
    IF WS-Jours >= Cfg-DelaiLitige
        DISPLAY "Préavis supérieur ou égal au délai de réponse (",
            Cfg-DelaiLitige, "), champ inchangé"
        GO TO 4180-EXIT
    END-IF
    MOVE WS-Jours TO Cfg-AlerteLitige
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-AlerteLitige TO WS-ValeurApres(1:2)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4180-EXIT.
    EXIT.

*> Dix ans de conservation des pièces comptables; jamais moins de
*> cinq, la durée de conservation des pièces LCB-FT.
4190-CONSERVATION.
    MOVE "Conservation ans" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-AnsConservation TO WS-ValeurAvant(1:2)
    DISPLAY "Nouvelle durée de conservation après clôture du ",
        "dernier compte, en années (5 à 30) :"
    ACCEPT WS-Jours
    IF WS-Jours < 5 OR WS-Jours > 30
        DISPLAY "Durée hors bornes (5 à 30), champ inchangé"
        GO TO 4190-EXIT
    END-IF
    MOVE WS-Jours TO Cfg-AnsConservation
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-AnsConservation TO WS-ValeurApres(1:2)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4190-EXIT.
    EXIT.

*> Un cours qui s'écarte de plus de la moitié du taux en vigueur
*> n'est jamais plausible : au-delà de 50, refus.
4200-ECART-TAUX.
    MOVE "Ecart flux taux" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-EcartTaux TO WS-ValeurAvant(1:5)
    DISPLAY "Nouvel écart toléré entre un cours du flux et le ",
        "taux en vigueur, en % (ex 05.00) :"
    ACCEPT WS-Pourcent
    IF WS-Pourcent = ZERO OR WS-Pourcent > 50
        DISPLAY "Ecart hors bornes (0.01 à 50), champ inchangé"
        GO TO 4200-EXIT
    END-IF
    MOVE WS-Pourcent TO Cfg-EcartTaux
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-EcartTaux TO WS-ValeurApres(1:5)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4200-EXIT.
    EXIT.

4210-SEUIL-CHANGE.
    MOVE "Seuil change" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-SeuilChange TO WS-ValeurAvant(1:5)
    DISPLAY "Nouveau seuil de contre-valeur du change manuel ",
        "exigeant l'identité du client (1 à 99999) :"
    ACCEPT WS-Seuil
    IF WS-Seuil = ZERO
        DISPLAY "Un seuil à zéro exigerait l'identité pour tout ",
            "change, champ inchangé"
        GO TO 4210-EXIT
    END-IF
    MOVE WS-Seuil TO Cfg-SeuilChange
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-SeuilChange TO WS-ValeurApres(1:5)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4210-EXIT.
    EXIT.

4220-ENDETTEMENT.
    MOVE "Endettement maximal" TO WS-NomChamp
    MOVE SPACES TO WS-ValeurAvant
    MOVE Cfg-EndettementMax TO WS-ValeurAvant(1:5)
    DISPLAY "Nouveau taux d'endettement maximal d'une demande ",
        "de prêt, en % (ex 35.00) :"
    ACCEPT WS-Pourcent
    IF WS-Pourcent < 1 OR WS-Pourcent > 60
        DISPLAY "Taux hors bornes (1 à 60), champ inchangé"
        GO TO 4220-EXIT
    END-IF
    MOVE WS-Pourcent TO Cfg-EndettementMax
    MOVE SPACES TO WS-ValeurApres
    MOVE Cfg-EndettementMax TO WS-ValeurApres(1:5)
    PERFORM 8000-JOURNALISER THRU 8000-EXIT.
4220-EXIT.
    EXIT.

*> Chaque changement est retenu champ par champ (nom et ancienne
*> valeur en image avant, nom et nouvelle valeur en image après)
*> dans la table des gestes en instance : rien n'est journalisé
           " = " DELIMITED BY SIZE
           WS-ValeurApres DELIMITED BY SIZE
      INTO WS-GesteApres(WS-NbGestes)
    STRING " " DELIMITED BY SIZE
           WS-ChoixChamp DELIMITED BY SIZE
      INTO WS-LibelleModif WITH POINTER WS-PtrLibelle
    DISPLAY "Changement retenu (", WS-NomChamp,
        "), journalisé à l'enregistrement".
8000-EXIT.
    EXIT.

9000-ENREGISTRER.
    MOVE ConfigRecord TO WS-LigneApres
    IF WS-ConfigOrigine = SPACES
        MOVE "CREAT" TO WS-ActionMaint
    ELSE
        MOVE "MODIF" TO WS-ActionMaint
    END-IF
    CALL 'SoumettreModif' USING WS-Operateur, WS-FichierMaint,
        WS-ActionMaint, WS-LgCle, WS-LibelleModif,
        WS-ConfigOrigine, WS-LigneApres, WS-NumDemande,
        WS-StatutDemande
    EVALUATE WS-StatutDemande
        WHEN '00'
            MOVE "DEMAN" TO WS-ActionMaint
            PERFORM 9100-JOURNALISER-GESTE THRU 9100-EXIT
                VARYING WS-IdxGeste FROM 1 BY 1
                UNTIL WS-IdxGeste > WS-NbGestes
            DISPLAY "Configuration soumise à validation par ",
                WS-Operateur, " (superviseur ", WS-SupAutorisant,
                "), demande n° ", WS-NumDemande, ", ", WS-NbGestes,
                " geste(s) journalisé(s)"
        WHEN '01'
            DISPLAY "Aucun autre valideur déclaré, config.txt ",
                "inchangé : faire déclarer un second valideur ",
                "(GestionOperateurs)"
        WHEN OTHER
            DISPLAY "Demande non déposée, config.txt inchangé, ",
                "rien de journalisé"
    END-EVALUATE.
9000-EXIT.
    EXIT.

9100-JOURNALISER-GESTE.
    MOVE WS-GesteAvant(WS-IdxGeste) TO WS-ImageAvant
    MOVE WS-GesteApres(WS-IdxGeste) TO WS-ImageApres
    CALL 'SaveMaintenance' USING WS-Operateur,
        WS-FichierMaint, WS-ActionMaint, WS-ImageAvant,
        WS-ImageApres.
9100-EXIT.
