DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Compte gelé (succession) : versement et
*>                 remboursement partiel refusés; le remboursement
*>                 anticipé total, préalable au règlement de la
*>                 succession, exige un code superviseur
*>                 (VerifSuperviseur, échec tracé EchecSup, succès
*>                 tracé SoldePretSuc au journal de sécurité).
*> 2026-10-15  SI  Identification de l'opérateur par son code
*>                 d'ouverture de session, contrôlé comme dans
*>                 GestionValidations (identifiant, code, actif)
*>                 avant de retenir le plafond de son profil; trois
*>                 essais, échec tracé EchecOper au journal de
*>                 sécurité, operateur.txt absent = accès refusé.
*> 2026-10-15  SI  Demandes de prêt (demandes-prets.txt) : le prêt
*>                 n'est plus versé à la saisie. La demande est
*>                 soumise ('S'), examinée ('E') avec une analyse de
*>                 solvabilité - revenus réguliers = plus faible des
*>                 trois derniers mois civils de "VirRecu" du compte
*>                 (nets des "AnnulVirR"), charges = mensualités des
*>                 prêts en cours et des demandes approuvées non
*>                 versées du compte et ordres permanents actifs,
*>                 taux d'endettement mensualité demandée comprise -
*>                 puis approuvée ('A') ou refusée ('R', motif).
*>                 Approbation impossible au-delà du taux maximal de
*>                 config.txt; au-delà du plafond du profil de
*>                 l'opérateur (1000,00 par défaut comme au
*>                 guichet), code superviseur exigé. Seule une
*>                 demande approuvée peut être versée ('V'). Menu
*>                 renuméroté : Quitter passe en 9.
*> 2026-10-15  SI  Indemnité de remboursement anticipé lue sur la
*>                 ligne générale du barème (les prêts ne relèvent
*>                 pas du catalogue des produits de compte).
*> 2026-10-15  SI  Versement refusé quand le compte emprunteur n'a
*>                 pas de client rattaché ou que la pièce
*>                 d'identité du client est expirée ou absente de
*>                 identites.txt (ControleIdentite).
*> 2026-10-15  SI  Tableau d'amortissement imprimé dans
*>                 amortissement.prn au versement et réimprimable à
*>                 tout moment (date, mensualité, capital, intérêt
*>                 et capital restant dû de chaque échéance à
*>                 venir, calculés comme EcheancePrets, dates
*>                 reportées au jour ouvré par JourOuvre).
*>                 Remboursement anticipé partiel au guichet
*>                 ("PretRembPa") : le client garde la durée et
*>                 la mensualité baisse, ou garde la mensualité et
*>                 la durée raccourcit; indemnité de remboursement
*>                 anticipé au barème (ligne "IndemRemb", passée
*>                 en "Commission"), plafonnée à six mois
*>                 d'intérêts et à 3 % du capital remboursé; un
*>                 nouveau tableau est imprimé. Menu renuméroté :
*>                 Quitter passe en 6.
*> 2026-10-15  SI  Remboursement anticipé refusé tant que le prêt
*>                 porte des arriérés impayés dans arrieres.txt
*>                 (à recouvrer d'abord par EcheancePrets); un prêt
*>                 douteux (statut 'D') peut être soldé, mouvement
*>                 "PretDtxSol" au lieu de "PretSolde".
*> 2026-09-02  SI  Création - guichet des prêts (prets.txt) :
*>                 versement d'un prêt (crédit du compte emprunteur
*>                 par la chaîne ReadSolde / SaveSolde /
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT ArriereFile ASSIGN TO 'arrieres.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArriereStatus.
    SELECT PrintFile ASSIGN TO 'amortissement.prn'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PrintStatus.
    SELECT DemandeFile ASSIGN TO 'demandes-prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DemandeStatus.
    SELECT HistoriqueFile ASSIGN TO 'historique.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT OrdreFile ASSIGN TO 'ordres.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OrdreStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT OperateurFile ASSIGN TO 'operateur.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OperateurStatus.

DATA DIVISION.
FILE SECTION.
COPY PRETREC.
FD DateComptaFile.
COPY DATECREC.
FD ArriereFile.
COPY ARRIEREREC.
FD PrintFile.
01 PrintRecord PIC X(80).
FD DemandeFile.
COPY DEMPRETREC.
FD HistoriqueFile.
COPY TRANSREC.
FD OrdreFile.
COPY ORDREREC.
FD ConfigFile.
COPY CONFIGREC.
FD OperateurFile.
COPY OPERREC.

WORKING-STORAGE SECTION.
01 PretStatus        PIC X(02).
01 DateComptaStatus  PIC X(02).
01 ArriereStatus     PIC X(02).
01 PrintStatus       PIC X(02).
01 DemandeStatus     PIC X(02).
01 HistStatus        PIC X(02).
01 OrdreStatus       PIC X(02).
01 ConfigStatus      PIC X(02).
01 OperateurStatus   PIC X(02).
01 RdStatus          PIC X(02).
01 WS-SaveStatus     PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Operateur      PIC X(04).
01 WS-CodeOperateur  PIC 9(04).
01 WS-NbEssais       PIC 9(01) VALUE ZERO.
01 WS-EvenementSec   PIC X(12).
01 WS-ResultatSec    PIC X(08).
01 WS-DetailSec      PIC X(08).
01 WS-Compte         PIC 9(08).
01 WS-Capital        PIC 9(07)V99.
01 WS-Taux           PIC 9V9(04).
01 WS-TablePrets.
   05 WS-PrtLigne OCCURS 200 PIC X(56).
01 WS-Confirmation   PIC X(01).
01 WS-Modalite       PIC 9.
01 WS-Indemnite      PIC 9(07)V99.
01 WS-Plafond        PIC 9(07)V99.
01 WS-TarifStatus    PIC X(02).
01 WS-OperationTarif PIC X(10) VALUE "IndemRemb".
01 WS-ProduitGeneral PIC X(03) VALUE SPACES.
01 WS-TarifFixe      PIC 9(07)V99.
01 WS-TarifPourcent  PIC 9(02)V9(04).
01 WS-ActionIndemnite PIC X(10) VALUE "Commission".
01 WS-SoldeApresRemb PIC 9(07)V99.
*> Déroulé des échéances à venir, même calcul que EcheancePrets :
*> intérêt = restant dû x taux / 12, capital = mensualité moins
*> intérêt, plafonné au restant dû.
01 WS-Restant        PIC 9(07)V99.
01 WS-Interet        PIC 9(07)V99.
01 WS-PartCapital    PIC 9(07)V99.
01 WS-TotalInterets  PIC 9(09)V99.
01 WS-NumEch         PIC 9(03).
01 WS-NbPassees      PIC 9(03).
01 WS-NbRestantes    PIC 9(03).
01 WS-MoisEcoules    PIC S9(05).
01 WS-JourEcheance   PIC 9(02).
01 WS-DateEcheance.
   05 WS-EchAnnee    PIC 9(04).
   05 WS-EchMois     PIC 9(02).
   05 WS-EchJour     PIC 9(02).
01 WS-DateEchNum REDEFINES WS-DateEcheance PIC 9(08).
01 WS-DateOuvree     PIC 9(08).
01 WS-DateCourante.
   05 WS-CouAnnee    PIC 9(04).
   05 WS-CouMois     PIC 9(02).
   05 WS-CouJour     PIC 9(02).
01 WS-ZeroJour       PIC 9(03) VALUE ZERO.
01 WS-RegleMois      PIC X(01) VALUE 'M'.
01 WS-Agence         PIC X(03).
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-DateExpiration PIC 9(08).
01 WS-IdentiteStatus PIC X(02).
01 WS-EdMontant      PIC Z(6)9.99.
01 WS-EdCapital      PIC Z(6)9.99.
01 WS-EdInteret      PIC Z(6)9.99.
01 WS-EdRestant      PIC Z(6)9.99.
01 WS-EdTotal        PIC Z(8)9.99.
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.
   05 WS-ArriereOuvert PIC X(01) VALUE 'N'.
      88 ArriereOuvert VALUE 'O'.
   05 WS-Impression   PIC X(01) VALUE 'N'.
      88 Impression   VALUE 'O'.
   05 WS-DemandesSaturees PIC X(01) VALUE 'N'.
      88 DemandesSaturees VALUE 'O'.
   05 WS-OperateurValide PIC X(01) VALUE 'N'.
      88 OperateurOK  VALUE 'O'.
*> Demandes de prêt : chargées en table, réécrites dès qu'une
*> demande change de statut (une demande approuvée puis versée ne
*> doit jamais pouvoir l'être deux fois).
01 WS-NbDemandes     PIC 9(03) VALUE ZERO.
01 WS-IdxDmp         PIC 9(03) COMP.
01 WS-IdxDmpTrouve   PIC 9(03) COMP.
01 WS-TableDemandes.
   05 WS-DmpLigne OCCURS 200 PIC X(140).
01 WS-DernierNumero  PIC 9(06) VALUE ZERO.
01 WS-NumeroDemande  PIC 9(06).
01 WS-Decision       PIC X(01).
01 WS-Motif          PIC X(30).
01 WS-CodeSaisi      PIC 9(04).
01 WS-SupAutorisant  PIC X(04).
01 WS-SupStatus      PIC X(02).
*> Autorité de l'opérateur : plafond de son profil, à défaut le
*> plafond par opération du guichet.
01 WS-PlafondDefaut  PIC 9(07)V99 VALUE 1000.00.
01 WS-PlafondOperateur PIC 9(07)V99.
01 WS-EndettementMax PIC 9(02)V99 VALUE 35.00.
*> Analyse de solvabilité : crédits "VirRecu" des trois mois civils
*> précédant la date comptable, revenus réguliers = le plus faible.
01 WS-MoisAnalyse.
   05 WS-MoisLigne OCCURS 3.
      10 WS-MoisCle      PIC 9(06).
      10 WS-MoisCredits  PIC S9(09)V99.
01 WS-IdxMoisA       PIC 9(01) COMP.
01 WS-MoisCalcul.
   05 WS-McAnnee     PIC 9(04).
   05 WS-McMois      PIC 9(02).
01 WS-MoisCalculNum REDEFINES WS-MoisCalcul PIC 9(06).
01 WS-MoisMvt        PIC 9(06).
01 WS-MontantMvt     PIC 9(07)V99.
01 WS-Revenus        PIC 9(07)V99.
01 WS-Charges        PIC 9(07)V99.
01 WS-Endettement    PIC 9(03)V99.
01 WS-NumeroExclu    PIC 9(06).
01 WS-EdTaux         PIC ZZ9.99.
01 WS-EdTauxMax      PIC Z9.99.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Guichet des prêts"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES OR WS-NbEssais = 3
    IF WS-Operateur = SPACES
        DISPLAY "Identification refusée, fin du guichet des prêts"
        GOBACK
    END-IF
    PERFORM 0300-LIRE-CONFIG THRU 0300-EXIT
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 1200-CHARGER-DEMANDES THRU 1200-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 9
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    GOBACK.

0100-SAISIR-OPERATEUR.
    ADD 1 TO WS-NbEssais
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur
    DISPLAY "Code opérateur :"
    ACCEPT WS-CodeOperateur
    PERFORM 0200-LIRE-PROFIL THRU 0200-EXIT
    IF NOT OperateurOK
        DISPLAY "Opérateur inconnu, inactif ou code erroné"
        MOVE "EchecOper" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING WS-SansDestinataire,
            WS-EvenementSec, WS-ResultatSec, WS-DetailSec
        MOVE SPACES TO WS-Operateur
    END-IF.
0100-EXIT.
    EXIT.

*> Le plafond du profil n'est retenu que pour un opérateur
*> reconnu : identifiant, code d'ouverture de session et actif.
0200-LIRE-PROFIL.
    MOVE 'N' TO WS-OperateurValide
    MOVE WS-PlafondDefaut TO WS-PlafondOperateur
    OPEN INPUT OperateurFile
    IF OperateurStatus NOT = '00'
        DISPLAY "Operateur.txt absent ou illisible, statut ",
            OperateurStatus
        GO TO 0200-EXIT
    END-IF
    PERFORM 0210-LIRE-OPERATEUR THRU 0210-EXIT
        UNTIL OperateurStatus NOT = '00' OR OperateurOK
    CLOSE OperateurFile.
0200-EXIT.
    EXIT.

0210-LIRE-OPERATEUR.
    READ OperateurFile
    IF OperateurStatus = '00'
        IF OpId = WS-Operateur AND OpCode = WS-CodeOperateur
            AND OpActif = 'O'
            MOVE 'O' TO WS-OperateurValide
            IF OpPlafond(1:7) IS NUMERIC
                AND OpPlafond(9:2) IS NUMERIC
                MOVE OpPlafond TO WS-PlafondOperateur
                IF WS-PlafondOperateur = ZERO
                    MOVE WS-PlafondDefaut TO WS-PlafondOperateur
                END-IF
            END-IF
        END-IF
    END-IF.
0210-EXIT.
    EXIT.

0300-LIRE-CONFIG.
    OPEN INPUT ConfigFile
    IF ConfigStatus NOT = '00'
        GO TO 0300-EXIT
    END-IF
    READ ConfigFile
    IF ConfigStatus = '00'
        IF Cfg-EndettementMax(1:2) IS NUMERIC
            AND Cfg-EndettementMax(4:2) IS NUMERIC
            MOVE Cfg-EndettementMax TO WS-EndettementMax
            IF WS-EndettementMax = ZERO
                MOVE 35.00 TO WS-EndettementMax
            END-IF
        END-IF
    END-IF
    CLOSE ConfigFile.
0300-EXIT.
    EXIT.

1000-CHARGER.
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT PretFile
1100-EXIT.
    EXIT.

1200-CHARGER-DEMANDES.
    MOVE ZERO TO WS-NbDemandes
    OPEN INPUT DemandeFile
    IF DemandeStatus NOT = '00'
        IF DemandeStatus NOT = '35'
            DISPLAY "Demandes-prets.txt illisible, statut ",
                DemandeStatus
        END-IF
        GO TO 1200-EXIT
    END-IF
    PERFORM 1210-LIRE-DEMANDE THRU 1210-EXIT
        UNTIL DemandeStatus NOT = '00' OR DemandesSaturees
    CLOSE DemandeFile
    DISPLAY "Demandes chargées : ", WS-NbDemandes.
1200-EXIT.
    EXIT.

1210-LIRE-DEMANDE.
    READ DemandeFile
    IF DemandeStatus = '00'
        IF WS-NbDemandes >= 200
            DISPLAY "Table des demandes saturée (200), saisie, ",
                "examen et versement refusés pour ne pas tronquer ",
                "demandes-prets.txt"
            MOVE 'O' TO WS-DemandesSaturees
        ELSE
            ADD 1 TO WS-NbDemandes
            MOVE DemandePretRecord TO WS-DmpLigne(WS-NbDemandes)
            IF DmpNumero > WS-DernierNumero
                MOVE DmpNumero TO WS-DernierNumero
            END-IF
        END-IF
    END-IF.
1210-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les prêts"
    DISPLAY "2. Saisir une demande de prêt"
    DISPLAY "3. Examiner une demande (approuver, refuser)"
    DISPLAY "4. Verser un prêt approuvé"
    DISPLAY "5. Rembourser par anticipation"
    DISPLAY "6. Rembourser partiellement"
    DISPLAY "7. Imprimer le tableau d'amortissement"
    DISPLAY "8. Lister les demandes"
    DISPLAY "9. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 8000-SAISIR-DEMANDE THRU 8000-EXIT
        WHEN 3
            PERFORM 8200-EXAMINER-DEMANDE THRU 8200-EXIT
        WHEN 4
            PERFORM 4000-VERSER THRU 4000-EXIT
        WHEN 5
            PERFORM 5000-SOLDER THRU 5000-EXIT
        WHEN 6
            PERFORM 6000-REMBOURSER-PARTIEL THRU 6000-EXIT
        WHEN 7
            PERFORM 7500-REIMPRIMER THRU 7500-EXIT
        WHEN 8
            PERFORM 8400-LISTER-DEMANDES THRU 8400-EXIT
        WHEN 9
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 9 "
    END-EVALUATE.
2000-EXIT.
    EXIT.
3100-EXIT.
    EXIT.

*> Seule une demande approuvée est versée, aux conditions
*> approuvées.
4000-VERSER.
    IF TableSaturee OR DemandesSaturees
        DISPLAY "Table saturée, versement refusé"
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Numéro de la demande approuvée (0 = abandon) :"
    ACCEPT WS-NumeroDemande
    PERFORM 8250-CHERCHER-DEMANDE THRU 8250-EXIT
    IF WS-IdxDmpTrouve = ZERO
        DISPLAY "Demande inconnue, versement annulé"
        GO TO 4000-EXIT
    END-IF
    IF NOT DmpApprouvee
        DISPLAY "Demande ", DmpNumero, " au statut ", DmpStatut,
            " : seule une demande approuvée peut être versée"
        GO TO 4000-EXIT
    END-IF
    MOVE DmpCompte TO WS-Compte
    MOVE DmpCapital TO WS-Capital
    MOVE DmpTaux TO WS-Taux
    MOVE DmpDuree TO WS-Duree
    MOVE DmpMensualite TO WS-Mensualite
    DISPLAY "Compte ", WS-Compte, "  capital ", WS-Capital,
        "  durée ", WS-Duree, " mois"
    DISPLAY "Mensualité : ", WS-Mensualite,
        ", confirmer le versement (O/N) ?"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
            RdStatus, ", versement annulé"
        GO TO 4000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", WS-Compte, " gelé (succession), ",
            "versement annulé"
        GO TO 4000-EXIT
    END-IF
    IF CptClient = ZERO
        DISPLAY "Compte ", WS-Compte, " sans client rattaché, ",
            "versement annulé"
        GO TO 4000-EXIT
    END-IF
    CALL 'ControleIdentite' USING CptClient, WS-DateExpiration,
        WS-IdentiteStatus
    IF WS-IdentiteStatus NOT = '00'
        IF WS-IdentiteStatus = '01'
            DISPLAY "Pièce d'identité du client expirée le ",
                WS-DateExpiration, ", versement annulé"
        ELSE
            DISPLAY "Aucune pièce d'identité enregistrée pour le ",
                "client ", CptClient, ", versement annulé"
        END-IF
        GO TO 4000-EXIT
    END-IF
    COMPUTE WS-Solde = WS-Solde + WS-Capital
    CALL 'SaveSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
            ADD 1 TO WS-NbCharges
            MOVE PretRecord TO WS-PrtLigne(WS-NbCharges)
        END-IF
        CLOSE PretFile
        MOVE WS-DmpLigne(WS-IdxDmpTrouve) TO DemandePretRecord
        MOVE 'V' TO DmpStatut
        MOVE WS-DateJour TO DmpDateVersement
        MOVE DemandePretRecord TO WS-DmpLigne(WS-IdxDmpTrouve)
        PERFORM 9200-REECRIRE-DEMANDES THRU 9200-EXIT
        PERFORM 7000-IMPRIMER-TABLEAU THRU 7000-EXIT
    ELSE
        DISPLAY "Erreur écriture prets.txt, statut ", PretStatus
        CLOSE PretFile
    END-IF.
4000-EXIT.
    EXIT.

        GO TO 5000-EXIT
    END-IF
    MOVE WS-PrtLigne(WS-NumeroChoisi) TO PretRecord
    IF PrtStatut NOT = 'A' AND PrtStatut NOT = 'D'
        DISPLAY "Ce prêt n'est plus en cours"
        GO TO 5000-EXIT
    END-IF
    PERFORM 5200-CHERCHER-ARRIERES THRU 5200-EXIT
    IF ArriereOuvert
        DISPLAY "Ce prêt porte des échéances impayées, à ",
            "régulariser avant tout remboursement anticipé"
        GO TO 5000-EXIT
    END-IF
    MOVE PrtRestant TO WS-Montant
    DISPLAY "Capital restant dû : ", WS-Montant,
        ", confirmer le remboursement anticipé (O/N) ?"
            RdStatus, ", remboursement annulé"
        GO TO 5000-EXIT
    END-IF
    IF CptSuccession
        PERFORM 5100-SUPERVISEUR THRU 5100-EXIT
        IF WS-SupStatus NOT = '00'
            GO TO 5000-EXIT
        END-IF
    END-IF
    IF WS-Montant + WS-SoldeMin > WS-Solde
        DISPLAY "Solde insuffisant, remboursement annulé"
        GO TO 5000-EXIT
            ", remboursement annulé"
        GO TO 5000-EXIT
    END-IF
    IF PrtStatut = 'D'
        MOVE "PretDtxSol" TO WS-Action
    ELSE
        MOVE "PretSolde" TO WS-Action
    END-IF
    CALL 'SaveTransaction' USING PrtCompte, WS-Montant,
        WS-Action, WS-Solde, WS-Devise, WS-SansDestinataire,
        WS-Operateur, WS-DateValeurMvt
    IF CptSuccession
        MOVE "SoldePretSuc" TO WS-EvenementSec
        MOVE "Succes" TO WS-ResultatSec
        MOVE WS-SupAutorisant TO WS-DetailSec
        CALL 'SaveSecurite' USING PrtCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF
    MOVE ZERO TO PrtRestant
    MOVE 'S' TO PrtStatut
    MOVE PretRecord TO WS-PrtLigne(WS-NumeroChoisi)
5000-EXIT.
    EXIT.

*> Compte gelé (succession) : le remboursement anticipé, préalable
*> au règlement de la succession, est autorisé par un superviseur.
5100-SUPERVISEUR.
    DISPLAY "Compte ", PrtCompte, " gelé (succession) : code ",
        "superviseur :"
    ACCEPT WS-CodeSaisi
    CALL 'VerifSuperviseur' USING WS-CodeSaisi,
        WS-SupAutorisant, WS-SupStatus
    IF WS-SupStatus NOT = '00'
        DISPLAY "Code superviseur incorrect, remboursement annulé"
        MOVE "EchecSup" TO WS-EvenementSec
        MOVE "Refus" TO WS-ResultatSec
        MOVE WS-Operateur TO WS-DetailSec
        CALL 'SaveSecurite' USING PrtCompte, WS-EvenementSec,
            WS-ResultatSec, WS-DetailSec
    END-IF.
5100-EXIT.
    EXIT.

5200-CHERCHER-ARRIERES.
    MOVE 'N' TO WS-ArriereOuvert
    OPEN INPUT ArriereFile
    IF ArriereStatus NOT = '00'
        GO TO 5200-EXIT
    END-IF
    PERFORM 5210-LIRE-ARRIERE THRU 5210-EXIT
        UNTIL ArriereStatus NOT = '00' OR ArriereOuvert
    CLOSE ArriereFile.
5200-EXIT.
    EXIT.

5210-LIRE-ARRIERE.
    READ ArriereFile
    IF ArriereStatus = '00'
        IF ArrCompte = PrtCompte AND ArrDatePret = PrtDateDebut
            AND ArrImpayee
            MOVE 'O' TO WS-ArriereOuvert
        END-IF
    END-IF.
5210-EXIT.
    EXIT.

*> Remboursement anticipé partiel : le capital remboursé diminue
*> le restant dû; selon le choix du client la mensualité est
*> recalculée sur les échéances restantes (durée conservée) ou
*> conservée, la durée étant alors ramenée au nombre d'échéances
*> nécessaires pour amortir le nouveau restant dû.
6000-REMBOURSER-PARTIEL.
    IF TableSaturee
        DISPLAY "Table saturée, remboursement refusé"
        GO TO 6000-EXIT
    END-IF
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun prêt"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "Numéro du prêt (0 = abandon) :"
    ACCEPT WS-NumeroChoisi
    IF WS-NumeroChoisi = ZERO OR WS-NumeroChoisi > WS-NbCharges
        DISPLAY "Numéro invalide"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-PrtLigne(WS-NumeroChoisi) TO PretRecord
    IF PrtStatut NOT = 'A'
        DISPLAY "Remboursement partiel réservé aux prêts en cours ",
            "sans incident"
        GO TO 6000-EXIT
    END-IF
    PERFORM 5200-CHERCHER-ARRIERES THRU 5200-EXIT
    IF ArriereOuvert
        DISPLAY "Ce prêt porte des échéances impayées, à ",
            "régulariser avant tout remboursement anticipé"
        GO TO 6000-EXIT
    END-IF
    MOVE PrtRestant TO WS-Restant
    DISPLAY "Capital restant dû : ", WS-Restant
    DISPLAY "Montant remboursé par anticipation :"
    ACCEPT WS-Montant
    IF WS-Montant = ZERO OR WS-Montant >= WS-Restant
        DISPLAY "Montant invalide (remboursement total : choix 5)"
        GO TO 6000-EXIT
    END-IF
    DISPLAY "1. Garder la durée, baisser la mensualité"
    DISPLAY "2. Garder la mensualité, réduire la durée"
    ACCEPT WS-Modalite
    IF WS-Modalite NOT = 1 AND WS-Modalite NOT = 2
        DISPLAY "Choix invalide, remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    PERFORM 4600-DATER THRU 4600-EXIT
    MOVE PrtTaux TO WS-Taux
    PERFORM 6200-CALCULER-INDEMNITE THRU 6200-EXIT
    SUBTRACT WS-Montant FROM WS-Restant
    PERFORM 6300-ECHEANCES-PASSEES THRU 6300-EXIT
    IF WS-Modalite = 1
        MOVE WS-Restant TO WS-Capital
        MOVE WS-NbRestantes TO WS-Duree
        PERFORM 4500-CALCULER-MENSUALITE THRU 4500-EXIT
        MOVE PrtDuree TO WS-Duree
    ELSE
        MOVE PrtMensualite TO WS-Mensualite
        PERFORM 6400-COMPTER-ECHEANCES THRU 6400-EXIT
        COMPUTE WS-Duree = WS-NbPassees + WS-NumEch
    END-IF
    DISPLAY "Indemnité de remboursement anticipé : ", WS-Indemnite
    DISPLAY "Nouvelle mensualité : ", WS-Mensualite,
        "  nouvelle durée : ", WS-Duree, " mois"
    DISPLAY "Confirmer le remboursement partiel (O/N) ?"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        DISPLAY "Remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", PrtCompte, " indisponible, statut ",
            RdStatus, ", remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    IF CptSuccession
        DISPLAY "Compte ", PrtCompte, " gelé (succession), ",
            "remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    IF WS-Montant + WS-Indemnite + WS-SoldeMin > WS-Solde
        DISPLAY "Solde insuffisant, remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    COMPUTE WS-SoldeApresRemb = WS-Solde - WS-Montant
    COMPUTE WS-Solde = WS-SoldeApresRemb - WS-Indemnite
    CALL 'SaveSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        WS-SaveStatus
    IF WS-SaveStatus NOT = '00'
        DISPLAY "Erreur sauvegarde, statut ", WS-SaveStatus,
            ", remboursement annulé"
        GO TO 6000-EXIT
    END-IF
    MOVE "PretRembPa" TO WS-Action
    CALL 'SaveTransaction' USING PrtCompte, WS-Montant,
        WS-Action, WS-SoldeApresRemb, WS-Devise,
        WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    IF WS-Indemnite > ZERO
        CALL 'SaveTransaction' USING PrtCompte, WS-Indemnite,
            WS-ActionIndemnite, WS-Solde, WS-Devise,
            WS-SansDestinataire, WS-Operateur, WS-DateValeurMvt
    END-IF
    MOVE WS-Restant TO PrtRestant
    MOVE WS-Mensualite TO PrtMensualite
    MOVE WS-Duree TO PrtDuree
    MOVE PretRecord TO WS-PrtLigne(WS-NumeroChoisi)
    MOVE 'O' TO WS-TableModifiee
    DISPLAY "Remboursement partiel enregistré"
    PERFORM 7000-IMPRIMER-TABLEAU THRU 7000-EXIT.
6000-EXIT.
    EXIT.

*> Indemnité au barème (fixe + pourcentage du capital remboursé),
*> plafonnée à six mois d'intérêts au taux du prêt sur le capital
*> remboursé et à 3 % de ce capital. Sans ligne au barème, pas
*> d'indemnité.
6200-CALCULER-INDEMNITE.
    MOVE ZERO TO WS-Indemnite
    CALL 'ReadTarif' USING WS-OperationTarif, WS-DateJour,
        WS-ProduitGeneral, WS-TarifFixe, WS-TarifPourcent,
        WS-TarifStatus
    IF WS-TarifStatus NOT = '00'
        GO TO 6200-EXIT
    END-IF
    COMPUTE WS-Indemnite ROUNDED =
        WS-TarifFixe + WS-Montant * WS-TarifPourcent / 100
        ON SIZE ERROR
            MOVE ZERO TO WS-Indemnite
    END-COMPUTE
    COMPUTE WS-Plafond ROUNDED = WS-Montant * WS-Taux / 2
    IF WS-Indemnite > WS-Plafond
        MOVE WS-Plafond TO WS-Indemnite
    END-IF
    COMPUTE WS-Plafond ROUNDED = WS-Montant * 3 / 100
    IF WS-Indemnite > WS-Plafond
        MOVE WS-Plafond TO WS-Indemnite
    END-IF.
6200-EXIT.
    EXIT.

*> Echéances déjà passées : pas d'échéance le mois du versement,
*> puis une par mois au jour de versement plafonné au 28.
6300-ECHEANCES-PASSEES.
    MOVE PrtDateDebut(7:2) TO WS-JourEcheance
    IF WS-JourEcheance > 28
        MOVE 28 TO WS-JourEcheance
    END-IF
    MOVE PrtDateDebut TO WS-DateEchNum
    MOVE WS-DateJour TO WS-DateCourante
    COMPUTE WS-MoisEcoules =
        (WS-CouAnnee * 12 + WS-CouMois)
        - (WS-EchAnnee * 12 + WS-EchMois)
    IF WS-CouJour < WS-JourEcheance
        SUBTRACT 1 FROM WS-MoisEcoules
    END-IF
    IF WS-MoisEcoules < ZERO
        MOVE ZERO TO WS-MoisEcoules
    END-IF
    MOVE WS-MoisEcoules TO WS-NbPassees
    IF PrtDuree > WS-NbPassees
        COMPUTE WS-NbRestantes = PrtDuree - WS-NbPassees
    ELSE
        MOVE 1 TO WS-NbRestantes
    END-IF.
6300-EXIT.
    EXIT.

6400-COMPTER-ECHEANCES.
    MOVE 'N' TO WS-Impression
    MOVE ZERO TO WS-NumEch
    MOVE ZERO TO WS-TotalInterets
    PERFORM 7200-UNE-ECHEANCE THRU 7200-EXIT
        UNTIL WS-Restant = ZERO OR WS-NumEch >= 360
    MOVE PrtRestant TO WS-Restant
    SUBTRACT WS-Montant FROM WS-Restant.
6400-EXIT.
    EXIT.

*> Tableau d'amortissement du prêt en PretRecord, à partir du
*> capital restant dû et de la prochaine échéance.
7000-IMPRIMER-TABLEAU.
    PERFORM 4600-DATER THRU 4600-EXIT
    MOVE PrtTaux TO WS-Taux
    MOVE PrtMensualite TO WS-Mensualite
    MOVE PrtRestant TO WS-Restant
    PERFORM 6300-ECHEANCES-PASSEES THRU 6300-EXIT
    MOVE "(titulaire inconnu)" TO WS-NomClient
    MOVE SPACES TO WS-Agence
    CALL 'ReadSolde' USING PrtCompte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus = '00'
        MOVE CptAgence TO WS-Agence
        IF CptClient NOT = ZERO
            CALL 'ReadClient' USING CptClient, WS-NomClient,
                WS-AdresseClient, WS-TelClient, WS-ClientStatus
        END-IF
    END-IF
    OPEN OUTPUT PrintFile
    IF PrintStatus NOT = '00'
        DISPLAY "Erreur création amortissement.prn, statut ",
            PrintStatus
        GO TO 7000-EXIT
    END-IF
    MOVE SPACES TO PrintRecord
    STRING "Tableau d'amortissement - prêt du compte "
               DELIMITED BY SIZE
           PrtCompte DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord AFTER ADVANCING PAGE
    MOVE SPACES TO PrintRecord
    STRING "Titulaire : " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE PrtCapital TO WS-Capital
    MOVE WS-Capital TO WS-EdMontant
    MOVE SPACES TO PrintRecord
    STRING "Versé le " DELIMITED BY SIZE
           PrtDateDebut DELIMITED BY SIZE
           "  capital " DELIMITED BY SIZE
           WS-EdMontant DELIMITED BY SIZE
           "  taux annuel " DELIMITED BY SIZE
           PrtTaux DELIMITED BY SIZE
           "  durée " DELIMITED BY SIZE
           PrtDuree DELIMITED BY SIZE
           " mois" DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE WS-Restant TO WS-EdRestant
    MOVE WS-Mensualite TO WS-EdMontant
    MOVE SPACES TO PrintRecord
    STRING "Edité le " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           "  restant dû " DELIMITED BY SIZE
           WS-EdRestant DELIMITED BY SIZE
           "  mensualité " DELIMITED BY SIZE
           WS-EdMontant DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    WRITE PrintRecord
    MOVE "No   Echéance    Mensualité     Capital     Intérêt  Restant dû"
      TO PrintRecord
    WRITE PrintRecord
    MOVE 'O' TO WS-Impression
    MOVE WS-NbPassees TO WS-NumEch
    MOVE ZERO TO WS-TotalInterets
    MOVE PrtDateDebut TO WS-DateEchNum
    MOVE WS-JourEcheance TO WS-EchJour
    PERFORM 7300-MOIS-SUIVANT THRU 7300-EXIT
        WS-NbPassees TIMES
    PERFORM 7200-UNE-ECHEANCE THRU 7200-EXIT
        UNTIL WS-Restant = ZERO OR WS-NumEch >= 360
    MOVE WS-TotalInterets TO WS-EdTotal
    MOVE SPACES TO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    STRING "Total des intérêts restant à payer : " DELIMITED BY SIZE
           WS-EdTotal DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Devise DELIMITED BY SIZE
      INTO PrintRecord
    WRITE PrintRecord
    MOVE SPACES TO PrintRecord
    MOVE "Dates reportées au jour ouvré quand l'échéance tombe un jour de fermeture"
      TO PrintRecord
    WRITE PrintRecord
    CLOSE PrintFile
    MOVE 'N' TO WS-Impression
    DISPLAY "Tableau d'amortissement imprimé : amortissement.prn".
7000-EXIT.
    EXIT.

7200-UNE-ECHEANCE.
    ADD 1 TO WS-NumEch
    COMPUTE WS-Interet ROUNDED = WS-Restant * WS-Taux / 12
        ON SIZE ERROR
            MOVE ZERO TO WS-Interet
    END-COMPUTE
    IF WS-Mensualite > WS-Interet
        COMPUTE WS-PartCapital = WS-Mensualite - WS-Interet
    ELSE
        MOVE ZERO TO WS-PartCapital
    END-IF
    IF WS-PartCapital > WS-Restant
        MOVE WS-Restant TO WS-PartCapital
    END-IF
    SUBTRACT WS-PartCapital FROM WS-Restant
    ADD WS-Interet TO WS-TotalInterets
    IF Impression
        PERFORM 7300-MOIS-SUIVANT THRU 7300-EXIT
        CALL 'JourOuvre' USING WS-DateEchNum, WS-ZeroJour,
            WS-Agence, WS-RegleMois, WS-DateOuvree
        COMPUTE WS-EdMontant = WS-PartCapital + WS-Interet
        MOVE WS-PartCapital TO WS-EdCapital
        MOVE WS-Interet TO WS-EdInteret
        MOVE WS-Restant TO WS-EdRestant
        MOVE SPACES TO PrintRecord
        STRING WS-NumEch DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DateOuvree DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EdMontant DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EdCapital DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EdInteret DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EdRestant DELIMITED BY SIZE
          INTO PrintRecord
        WRITE PrintRecord
    END-IF.
7200-EXIT.
    EXIT.

7300-MOIS-SUIVANT.
    IF WS-EchMois < 12
        ADD 1 TO WS-EchMois
    ELSE
        MOVE 1 TO WS-EchMois
        ADD 1 TO WS-EchAnnee
    END-IF.
7300-EXIT.
    EXIT.

7500-REIMPRIMER.
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun prêt"
        GO TO 7500-EXIT
    END-IF
    DISPLAY "Numéro du prêt (0 = abandon) :"
    ACCEPT WS-NumeroChoisi
    IF WS-NumeroChoisi = ZERO OR WS-NumeroChoisi > WS-NbCharges
        DISPLAY "Numéro invalide"
        GO TO 7500-EXIT
    END-IF
    MOVE WS-PrtLigne(WS-NumeroChoisi) TO PretRecord
    IF PrtStatut = 'S'
        DISPLAY "Prêt soldé, plus d'échéance à venir"
        GO TO 7500-EXIT
    END-IF
    PERFORM 7000-IMPRIMER-TABLEAU THRU 7000-EXIT.
7500-EXIT.
    EXIT.

*> Saisie d'une demande : conditions demandées, mensualité par
*> annuités et première analyse de solvabilité; rien n'est versé.
8000-SAISIR-DEMANDE.
    IF DemandesSaturees
        DISPLAY "Table des demandes saturée, saisie refusée"
        GO TO 8000-EXIT
    END-IF
    DISPLAY "Compte emprunteur :"
    ACCEPT WS-Compte
    DISPLAY "Capital demandé :"
    ACCEPT WS-Capital
    DISPLAY "Taux annuel (ex 0.0500) :"
    ACCEPT WS-Taux
    DISPLAY "Durée en mois (1 à 120) :"
    ACCEPT WS-Duree
    IF WS-Compte = ZERO OR WS-Capital = ZERO
        OR WS-Duree = ZERO OR WS-Duree > 120
        DISPLAY "Saisie invalide, demande annulée"
        GO TO 8000-EXIT
    END-IF
    CALL 'ReadSolde' USING WS-Compte, WS-Solde, WS-SoldeSec,
        WS-SoldeMin, WS-SoldePin, WS-Devise, CptExtension,
        RdStatus
    IF RdStatus NOT = '00'
        DISPLAY "Compte ", WS-Compte, " indisponible, statut ",
            RdStatus, ", demande annulée"
        GO TO 8000-EXIT
    END-IF
    IF CptClient = ZERO
        DISPLAY "Compte ", WS-Compte, " sans client rattaché, ",
            "demande annulée"
        GO TO 8000-EXIT
    END-IF
    PERFORM 4500-CALCULER-MENSUALITE THRU 4500-EXIT
    MOVE ZERO TO WS-NumeroExclu
    PERFORM 8500-ANALYSER THRU 8500-EXIT
    PERFORM 8600-AFFICHER-ANALYSE THRU 8600-EXIT
    DISPLAY "Enregistrer la demande (O/N) ?"
    ACCEPT WS-Confirmation
    IF WS-Confirmation NOT = 'O' AND WS-Confirmation NOT = 'o'
        DISPLAY "Demande abandonnée"
        GO TO 8000-EXIT
    END-IF
    ADD 1 TO WS-DernierNumero
    MOVE WS-DernierNumero TO DmpNumero
    MOVE WS-Compte TO DmpCompte
    MOVE CptClient TO DmpClient
    MOVE WS-Capital TO DmpCapital
    MOVE WS-Taux TO DmpTaux
    MOVE WS-Duree TO DmpDuree
    MOVE WS-Mensualite TO DmpMensualite
    MOVE WS-Revenus TO DmpRevenus
    MOVE WS-Charges TO DmpCharges
    MOVE WS-Endettement TO DmpEndettement
    MOVE 'S' TO DmpStatut
    MOVE WS-DateJour TO DmpDateDepot
    MOVE WS-Operateur TO DmpOperateur
    MOVE ZERO TO DmpDateDecision
    MOVE SPACES TO DmpDecideur
    MOVE SPACES TO DmpMotif
    MOVE ZERO TO DmpDateVersement
    OPEN EXTEND DemandeFile
    IF DemandeStatus = '35'
        OPEN OUTPUT DemandeFile
    END-IF
    IF DemandeStatus NOT = '00'
        DISPLAY "Erreur ouverture demandes-prets.txt, statut ",
            DemandeStatus
        GO TO 8000-EXIT
    END-IF
    WRITE DemandePretRecord
    IF DemandeStatus = '00'
        DISPLAY "Demande n° ", DmpNumero, " soumise"
        IF WS-NbDemandes < 200
            ADD 1 TO WS-NbDemandes
            MOVE DemandePretRecord TO WS-DmpLigne(WS-NbDemandes)
        END-IF
    ELSE
        DISPLAY "Erreur écriture demandes-prets.txt, statut ",
            DemandeStatus
    END-IF
    CLOSE DemandeFile.
8000-EXIT.
    EXIT.

*> Examen : l'analyse est refaite sur les données du jour, la
*> demande passe en examen; décision d'approbation ou de refus,
*> ou demande laissée en examen.
8200-EXAMINER-DEMANDE.
    IF DemandesSaturees
        DISPLAY "Table des demandes saturée, examen refusé"
        GO TO 8200-EXIT
    END-IF
    DISPLAY "Numéro de la demande (0 = abandon) :"
    ACCEPT WS-NumeroDemande
    PERFORM 8250-CHERCHER-DEMANDE THRU 8250-EXIT
    IF WS-IdxDmpTrouve = ZERO
        DISPLAY "Demande inconnue"
        GO TO 8200-EXIT
    END-IF
    IF NOT DmpSoumise AND NOT DmpEnExamen
        DISPLAY "Demande ", DmpNumero, " au statut ", DmpStatut,
            " : déjà décidée"
        GO TO 8200-EXIT
    END-IF
    MOVE DmpCompte TO WS-Compte
    MOVE DmpCapital TO WS-Capital
    MOVE DmpMensualite TO WS-Mensualite
    MOVE DmpNumero TO WS-NumeroExclu
    PERFORM 8500-ANALYSER THRU 8500-EXIT
    MOVE WS-DmpLigne(WS-IdxDmpTrouve) TO DemandePretRecord
    MOVE WS-Revenus TO DmpRevenus
    MOVE WS-Charges TO DmpCharges
    MOVE WS-Endettement TO DmpEndettement
    MOVE 'E' TO DmpStatut
    DISPLAY "Demande ", DmpNumero, " du ", DmpDateDepot, " par ",
        DmpOperateur, " : compte ", DmpCompte, ", capital ",
        DmpCapital, ", taux ", DmpTaux, ", ", DmpDuree, " mois"
    PERFORM 8600-AFFICHER-ANALYSE THRU 8600-EXIT
    IF WS-Capital > WS-PlafondOperateur
        MOVE WS-PlafondOperateur TO WS-EdCapital
        DISPLAY "Capital au-delà de votre plafond de ",
            WS-EdCapital, " : approbation superviseur"
    END-IF
    DISPLAY "Décision (A = approuver, R = refuser, ",
        "blanc = laisser en examen) :"
    ACCEPT WS-Decision
    EVALUATE WS-Decision
        WHEN 'A'
        WHEN 'a'
            PERFORM 8300-APPROUVER THRU 8300-EXIT
        WHEN 'R'
        WHEN 'r'
            DISPLAY "Motif du refus :"
            ACCEPT WS-Motif
            MOVE 'R' TO DmpStatut
            MOVE WS-DateJour TO DmpDateDecision
            MOVE WS-Operateur TO DmpDecideur
            MOVE WS-Motif TO DmpMotif
            DISPLAY "Demande ", DmpNumero, " refusée"
        WHEN OTHER
            DISPLAY "Demande ", DmpNumero, " laissée en examen"
    END-EVALUATE
    MOVE DemandePretRecord TO WS-DmpLigne(WS-IdxDmpTrouve)
    PERFORM 9200-REECRIRE-DEMANDES THRU 9200-EXIT.
8200-EXIT.
    EXIT.

8250-CHERCHER-DEMANDE.
    MOVE ZERO TO WS-IdxDmpTrouve
    IF WS-NumeroDemande = ZERO
        GO TO 8250-EXIT
    END-IF
    PERFORM 8260-COMPARER-DEMANDE THRU 8260-EXIT
        VARYING WS-IdxDmp FROM 1 BY 1
        UNTIL WS-IdxDmp > WS-NbDemandes
        OR WS-IdxDmpTrouve NOT = ZERO
    IF WS-IdxDmpTrouve NOT = ZERO
        MOVE WS-DmpLigne(WS-IdxDmpTrouve) TO DemandePretRecord
    END-IF.
8250-EXIT.
    EXIT.

8260-COMPARER-DEMANDE.
    MOVE WS-DmpLigne(WS-IdxDmp) TO DemandePretRecord
    IF DmpNumero = WS-NumeroDemande
        MOVE WS-IdxDmp TO WS-IdxDmpTrouve
    END-IF.
8260-EXIT.
    EXIT.

*> Approbation : jamais au-delà du taux d'endettement maximal;
*> au-delà du plafond de l'opérateur, le superviseur approuve et
*> signe la décision.
8300-APPROUVER.
    IF WS-Endettement > WS-EndettementMax
        MOVE WS-Endettement TO WS-EdTaux
        MOVE WS-EndettementMax TO WS-EdTauxMax
        DISPLAY "Taux d'endettement ", WS-EdTaux,
            " % au-delà du maximum de ", WS-EdTauxMax,
            " % : approbation impossible, demande laissée en ",
            "examen"
        GO TO 8300-EXIT
    END-IF
    MOVE WS-Operateur TO WS-SupAutorisant
    IF WS-Capital > WS-PlafondOperateur
        DISPLAY "Code superviseur :"
        ACCEPT WS-CodeSaisi
        CALL 'VerifSuperviseur' USING WS-CodeSaisi,
            WS-SupAutorisant, WS-SupStatus
        IF WS-SupStatus NOT = '00'
            DISPLAY "Code superviseur refusé, demande laissée en ",
                "examen"
            GO TO 8300-EXIT
        END-IF
    END-IF
    MOVE 'A' TO DmpStatut
    MOVE WS-DateJour TO DmpDateDecision
    MOVE WS-SupAutorisant TO DmpDecideur
    MOVE SPACES TO DmpMotif
    DISPLAY "Demande ", DmpNumero, " approuvée par ",
        WS-SupAutorisant.
8300-EXIT.
    EXIT.

8400-LISTER-DEMANDES.
    IF WS-NbDemandes = ZERO
        DISPLAY "Aucune demande"
        GO TO 8400-EXIT
    END-IF
    DISPLAY "No     Compte    Capital     Durée Mensualité  ",
        "Endett.  Etat Déposée   Décideur"
    PERFORM 8410-AFFICHER-DEMANDE THRU 8410-EXIT
        VARYING WS-IdxDmp FROM 1 BY 1
        UNTIL WS-IdxDmp > WS-NbDemandes.
8400-EXIT.
    EXIT.

8410-AFFICHER-DEMANDE.
    MOVE WS-DmpLigne(WS-IdxDmp) TO DemandePretRecord
    DISPLAY DmpNumero, " ", DmpCompte, "  ", DmpCapital, "  ",
        DmpDuree, "  ", DmpMensualite, "  ", DmpEndettement,
        "   ", DmpStatut, "    ", DmpDateDepot, "  ", DmpDecideur.
8410-EXIT.
    EXIT.

*> Analyse de solvabilité du compte WS-Compte pour la mensualité
*> WS-Mensualite; la demande WS-NumeroExclu (celle examinée) ne
*> compte pas dans ses propres charges.
8500-ANALYSER.
    PERFORM 4600-DATER THRU 4600-EXIT
    MOVE WS-DateJour(1:6) TO WS-MoisCalculNum
    PERFORM 8510-MOIS-PRECEDENT THRU 8510-EXIT
        VARYING WS-IdxMoisA FROM 1 BY 1 UNTIL WS-IdxMoisA > 3
    OPEN INPUT HistoriqueFile
    IF HistStatus = '00'
        PERFORM 8520-LIRE-MOUVEMENT THRU 8520-EXIT
            UNTIL HistStatus NOT = '00'
        CLOSE HistoriqueFile
    END-IF
    MOVE 9999999.99 TO WS-Revenus
    PERFORM 8540-RETENIR-MOIS THRU 8540-EXIT
        VARYING WS-IdxMoisA FROM 1 BY 1 UNTIL WS-IdxMoisA > 3
    MOVE ZERO TO WS-Charges
    PERFORM 8550-CHARGE-PRET THRU 8550-EXIT
        VARYING WS-IdxPrt FROM 1 BY 1
        UNTIL WS-IdxPrt > WS-NbCharges
    PERFORM 8560-CHARGE-DEMANDE THRU 8560-EXIT
        VARYING WS-IdxDmp FROM 1 BY 1
        UNTIL WS-IdxDmp > WS-NbDemandes
    OPEN INPUT OrdreFile
    IF OrdreStatus = '00'
        PERFORM 8570-CHARGE-ORDRE THRU 8570-EXIT
            UNTIL OrdreStatus NOT = '00'
        CLOSE OrdreFile
    END-IF
    IF WS-Revenus = ZERO
        MOVE 999.99 TO WS-Endettement
    ELSE
        COMPUTE WS-Endettement ROUNDED =
            (WS-Charges + WS-Mensualite) * 100 / WS-Revenus
            ON SIZE ERROR
                MOVE 999.99 TO WS-Endettement
        END-COMPUTE
    END-IF.
8500-EXIT.
    EXIT.

8510-MOIS-PRECEDENT.
    IF WS-McMois > 1
        SUBTRACT 1 FROM WS-McMois
    ELSE
        MOVE 12 TO WS-McMois
        SUBTRACT 1 FROM WS-McAnnee
    END-IF
    MOVE WS-MoisCalculNum TO WS-MoisCle(WS-IdxMoisA)
    MOVE ZERO TO WS-MoisCredits(WS-IdxMoisA).
8510-EXIT.
    EXIT.

8520-LIRE-MOUVEMENT.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 8520-EXIT
    END-IF
    IF NumCompteH NOT = WS-Compte
        GO TO 8520-EXIT
    END-IF
    IF Act NOT = "VirRecu" AND Act NOT = "AnnulVirR"
        GO TO 8520-EXIT
    END-IF
    MOVE DateTrans(1:6) TO WS-MoisMvt
    MOVE Mont TO WS-MontantMvt
    PERFORM 8530-CUMULER-MOIS THRU 8530-EXIT
        VARYING WS-IdxMoisA FROM 1 BY 1 UNTIL WS-IdxMoisA > 3.
8520-EXIT.
    EXIT.

8530-CUMULER-MOIS.
    IF WS-MoisCle(WS-IdxMoisA) = WS-MoisMvt
        IF Act = "VirRecu"
            ADD WS-MontantMvt TO WS-MoisCredits(WS-IdxMoisA)
        ELSE
            SUBTRACT WS-MontantMvt FROM WS-MoisCredits(WS-IdxMoisA)
        END-IF
    END-IF.
8530-EXIT.
    EXIT.

8540-RETENIR-MOIS.
    IF WS-MoisCredits(WS-IdxMoisA) < ZERO
        MOVE ZERO TO WS-MoisCredits(WS-IdxMoisA)
    END-IF
    IF WS-MoisCredits(WS-IdxMoisA) < WS-Revenus
        MOVE WS-MoisCredits(WS-IdxMoisA) TO WS-Revenus
    END-IF.
8540-EXIT.
    EXIT.

8550-CHARGE-PRET.
    MOVE WS-PrtLigne(WS-IdxPrt) TO PretRecord
    IF PrtCompte = WS-Compte
        AND (PrtStatut = 'A' OR PrtStatut = 'D')
        MOVE PrtMensualite TO WS-MontantMvt
        ADD WS-MontantMvt TO WS-Charges
    END-IF.
8550-EXIT.
    EXIT.

8560-CHARGE-DEMANDE.
    MOVE WS-DmpLigne(WS-IdxDmp) TO DemandePretRecord
    IF DmpCompte = WS-Compte AND DmpApprouvee
        AND DmpNumero NOT = WS-NumeroExclu
        MOVE DmpMensualite TO WS-MontantMvt
        ADD WS-MontantMvt TO WS-Charges
    END-IF.
8560-EXIT.
    EXIT.

8570-CHARGE-ORDRE.
    READ OrdreFile
    IF OrdreStatus = '00'
        IF OrdCompteSource = WS-Compte
            AND OrdDateDebut <= WS-DateJour
            AND (OrdDateFin = ZERO OR OrdDateFin >= WS-DateJour)
            MOVE OrdMontant TO WS-MontantMvt
            ADD WS-MontantMvt TO WS-Charges
        END-IF
    END-IF.
8570-EXIT.
    EXIT.

8600-AFFICHER-ANALYSE.
    MOVE WS-Mensualite TO WS-EdMontant
    DISPLAY "Mensualité demandée     : ", WS-EdMontant
    PERFORM 8610-AFFICHER-MOIS THRU 8610-EXIT
        VARYING WS-IdxMoisA FROM 3 BY -1 UNTIL WS-IdxMoisA < 1
    MOVE WS-Revenus TO WS-EdMontant
    DISPLAY "Revenus réguliers/mois  : ", WS-EdMontant,
        "  (le plus faible des trois mois)"
    MOVE WS-Charges TO WS-EdMontant
    DISPLAY "Charges existantes/mois : ", WS-EdMontant
    MOVE WS-Endettement TO WS-EdTaux
    MOVE WS-EndettementMax TO WS-EdTauxMax
    DISPLAY "Taux d'endettement      : ", WS-EdTaux,
        " %  (maximum ", WS-EdTauxMax, " %)"
    IF WS-Endettement > WS-EndettementMax
        DISPLAY "ATTENTION : capacité de remboursement ",
            "insuffisante, la demande ne pourra pas être approuvée"
    END-IF.
8600-EXIT.
    EXIT.

8610-AFFICHER-MOIS.
    MOVE WS-MoisCredits(WS-IdxMoisA) TO WS-EdTotal
    DISPLAY "  Virements reçus ", WS-MoisCle(WS-IdxMoisA), "  : ",
        WS-EdTotal.
8610-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT PretFile
    IF PretStatus NOT = '00'
    WRITE PretRecord.
9100-EXIT.
    EXIT.

9200-REECRIRE-DEMANDES.
    OPEN OUTPUT DemandeFile
    IF DemandeStatus NOT = '00'
        DISPLAY "Erreur réécriture demandes-prets.txt, statut ",
            DemandeStatus
        GO TO 9200-EXIT
    END-IF
    PERFORM 9210-ECRIRE-DEMANDE THRU 9210-EXIT
        VARYING WS-IdxDmp FROM 1 BY 1
        UNTIL WS-IdxDmp > WS-NbDemandes
    CLOSE DemandeFile.
9200-EXIT.
    EXIT.

9210-ECRIRE-DEMANDE.
    MOVE WS-DmpLigne(WS-IdxDmp) TO DemandePretRecord
    WRITE DemandePretRecord.
9210-EXIT.
    EXIT.
