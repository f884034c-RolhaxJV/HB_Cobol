IDENTIFICATION DIVISION.
PROGRAM-ID. PurgeRgpd.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - purge annuelle des anciens clients
*>                 (RGPD) : un client dont tous les comptes, tenus
*>                 en titre (SolClient) ou par mandats.txt, sont
*>                 clôturés et sans aucun mouvement depuis la durée
*>                 de conservation (Cfg-AnsConservation de
*>                 config.txt, 10 ans par défaut; dernier mouvement
*>                 recherché dans historique.txt et les archives
*>                 historique-AAAA.txt de la période) est anonymisé :
*>                 nom, adresse et téléphone dans client.txt, nom
*>                 et adresse déclarés dans ficoba-ref.txt, numéro
*>                 de pièce dans identites.txt et libellés de
*>                 bénéficiaires désignant ses comptes dans
*>                 beneficiaires.txt. Les comptes, les mouvements,
*>                 les archives et les prêts restent intacts : la
*>                 comptabilité se relit à l'identique, sous un nom
*>                 anonyme. Un client déjà anonymisé, sans compte,
*>                 ou encore lié à un compte ouvert, dormant ou gelé
*>                 n'est pas touché. Mode L (liste) : candidats
*>                 édités dans purge-rgpd.rpt sans rien modifier;
*>                 mode P (purge) : anonymisation, chaque client
*>                 purgé journalisé dans purge-rgpd.txt (PURGEREC)
*>                 avec le nombre d'enregistrements anonymisés par
*>                 fichier.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT ClientFile ASSIGN TO 'client.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumClient
       FILE STATUS IS ClientStatus.
    SELECT MandatFile ASSIGN TO 'mandats.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatStatus.
    SELECT HistoriqueFile ASSIGN USING WS-NomHistorique
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT ConfigFile ASSIGN TO 'config.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConfigStatus.
    SELECT BenefFile ASSIGN TO 'beneficiaires.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BenefStatus.
    SELECT IdentiteFile ASSIGN TO 'identites.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IdentiteStatus.
    SELECT ReferenceFile ASSIGN TO 'ficoba-ref.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
    SELECT SauveFile ASSIGN USING WS-NomSauve
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SauveStatus.
    SELECT JournalPurgeFile ASSIGN TO 'purge-rgpd.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalStatus.
    SELECT RapportFile ASSIGN TO 'purge-rgpd.rpt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD ClientFile.
COPY CLIENTREC.
FD MandatFile.
COPY MANDATREC.
FD HistoriqueFile.
COPY TRANSREC.
FD ConfigFile.
COPY CONFIGREC.
FD BenefFile.
COPY BENEFREC.
FD IdentiteFile.
COPY IDENTREC.
FD ReferenceFile.
COPY FICOREFREC.
FD SauveFile.
01 SauveRecord PIC X(120).
FD JournalPurgeFile.
COPY PURGEREC.
FD RapportFile.
01 RapportRecord PIC X(100).

WORKING-STORAGE SECTION.
01 SoldeStatus        PIC X(02).
01 ClientStatus       PIC X(02).
01 MandatStatus       PIC X(02).
01 HistStatus         PIC X(02).
01 ConfigStatus       PIC X(02).
01 BenefStatus        PIC X(02).
01 IdentiteStatus     PIC X(02).
01 ReferenceStatus    PIC X(02).
01 SauveStatus        PIC X(02).
01 JournalStatus      PIC X(02).
01 RapportStatus      PIC X(02).
01 WS-NomHistorique   PIC X(30).
01 WS-NomFichier      PIC X(30).
01 WS-NomSauve        PIC X(30).
01 WS-RetourCbl       PIC S9(9) COMP-5.
01 WS-ModePurge       PIC X(01).
   88 ModePurge       VALUE 'P' 'p'.
01 WS-NomAnonyme      PIC X(30) VALUE "CLIENT ANONYMISE".
01 WS-LibelleAnonyme  PIC X(20) VALUE "ANONYMISE".
01 WS-AnsConservation PIC 9(02).
01 WS-AnsDefaut       PIC 9(02) VALUE 10.
01 WS-DateJour        PIC 9(08).
01 WS-DateLimite      PIC 9(08).
01 WS-DateEclatee.
   05 WS-DteAnnee     PIC 9(04).
   05 WS-DteMoisJour  PIC 9(04).
01 WS-AnneeParcours   PIC 9(04).
01 WS-AnneeCourante   PIC 9(04).
*> Tous les comptes de solde.txt, clôturés compris, dans l'ordre
*> des clés : titulaire, état, date du dernier mouvement trouvé
*> et, pour un compte d'un client purgé, son rang dans la table
*> des purges.
01 WS-NbComptes       PIC 9(04) COMP VALUE ZERO.
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
         DEPENDING ON WS-NbComptes
         ASCENDING KEY IS WS-CpNum
         INDEXED BY IDX-CP.
      10 WS-CpNum      PIC 9(08).
      10 WS-CpClient   PIC 9(08).
      10 WS-CpEtat     PIC X(01).
      10 WS-CpDernMvt  PIC 9(08).
      10 WS-CpPurge    PIC 9(04) COMP.
01 WS-IdxCompte       PIC 9(04) COMP.
01 WS-CompteCherche   PIC 9(08).
01 WS-IdxCptTrouve    PIC 9(04) COMP.
01 WS-NbMandats       PIC 9(04) COMP VALUE ZERO.
01 WS-IdxMandat       PIC 9(04) COMP.
01 WS-TableMandats.
   05 WS-Mandat OCCURS 2000.
      10 WS-MnCompte   PIC 9(08).
      10 WS-MnClient   PIC 9(08).
*> Clients retenus pour l'anonymisation et compteurs du journal.
01 WS-NbPurges        PIC 9(04) COMP VALUE ZERO.
01 WS-IdxPurge        PIC 9(04) COMP.
01 WS-IdxPurgeTrouve  PIC 9(04) COMP.
01 WS-ClientCherche   PIC 9(08).
01 WS-TablePurges.
   05 WS-Purge OCCURS 500.
      10 WS-PgClient   PIC 9(08).
      10 WS-PgDernMvt  PIC 9(08).
      10 WS-PgNbComptes PIC 9(03).
      10 WS-PgNbClient PIC 9(01).
      10 WS-PgNbBenef  PIC 9(04).
      10 WS-PgNbIdent  PIC 9(03).
      10 WS-PgNbFicoba PIC 9(03).
*> Examen d'un client de client.txt.
01 WS-NbLiens         PIC 9(03).
01 WS-NbOuverts       PIC 9(03).
01 WS-DernMvtClient   PIC 9(08).
01 WS-DernMvtAff      PIC X(08).
01 WS-NbClients       PIC 9(06) VALUE ZERO.
01 WS-NbDejaAnonymes  PIC 9(06) VALUE ZERO.
01 WS-NbCandidats     PIC 9(06) VALUE ZERO.
01 WS-NbReportes      PIC 9(06) VALUE ZERO.
01 WS-NbAnonymises    PIC 9(06) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier    PIC X(01) VALUE 'N'.
      88 FinFichier    VALUE 'O'.
   05 WS-TableSaturee  PIC X(01) VALUE 'N'.
      88 TableSaturee  VALUE 'O'.
   05 WS-ErreurPurge   PIC X(01) VALUE 'N'.
      88 ErreurPurge   VALUE 'O'.
   05 WS-RapportOuvert PIC X(01) VALUE 'N'.
      88 RapportOuvert VALUE 'O'.
   05 WS-CompteTrouve  PIC X(01) VALUE 'N'.
      88 CompteTrouve  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Purge RGPD des anciens clients"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF TableSaturee
        DISPLAY "Purge abandonnée : tous les comptes et mandats ",
            "doivent être examinés"
        PERFORM 9999-FIN THRU 9999-EXIT
        GOBACK
    END-IF
    PERFORM 2000-BALAYER-ARCHIVES THRU 2000-EXIT
    MOVE "historique.txt" TO WS-NomHistorique
    PERFORM 2100-PARCOURIR THRU 2100-EXIT
    PERFORM 3000-EXAMINER-CLIENTS THRU 3000-EXIT
    IF ModePurge AND WS-NbPurges NOT = ZERO
        PERFORM 4000-BENEFICIAIRES THRU 4000-EXIT
        PERFORM 4100-IDENTITES THRU 4100-EXIT
        PERFORM 4200-REFERENCE-FICOBA THRU 4200-EXIT
        IF ErreurPurge
            DISPLAY "Purge interrompue, client.txt inchangé : ",
                "relancer après correction"
        ELSE
            PERFORM 5000-ANONYMISER-CLIENTS THRU 5000-EXIT
            PERFORM 6000-JOURNALISER THRU 6000-EXIT
        END-IF
    END-IF
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

1000-INITIALISATION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    DISPLAY "Mode (L = liste des clients à anonymiser, P = purge) :"
    ACCEPT WS-ModePurge
    MOVE WS-AnsDefaut TO WS-AnsConservation
    OPEN INPUT ConfigFile
    IF ConfigStatus = '00'
        READ ConfigFile
        IF ConfigStatus = '00'
            AND Cfg-AnsConservation IS NUMERIC
            AND Cfg-AnsConservation NOT < 5
            MOVE Cfg-AnsConservation TO WS-AnsConservation
        END-IF
        CLOSE ConfigFile
    END-IF
    MOVE WS-DateJour TO WS-DateEclatee
    SUBTRACT WS-AnsConservation FROM WS-DteAnnee
    MOVE WS-DateEclatee TO WS-DateLimite
    DISPLAY "Conservation ", WS-AnsConservation, " ans : anonymisation ",
        "si aucun mouvement depuis le ", WS-DateLimite
    PERFORM 1100-OUVRIR-RAPPORT THRU 1100-EXIT
    PERFORM 1200-CHARGER-COMPTES THRU 1200-EXIT
    PERFORM 1300-CHARGER-MANDATS THRU 1300-EXIT.
1000-EXIT.
    EXIT.

1100-OUVRIR-RAPPORT.
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création purge-rgpd.rpt, statut ",
            RapportStatus
        GO TO 1100-EXIT
    END-IF
    MOVE 'O' TO WS-RapportOuvert
    MOVE SPACES TO RapportRecord
    IF ModePurge
        STRING "Purge RGPD du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - clients anonymisés" DELIMITED BY SIZE
          INTO RapportRecord
    ELSE
        STRING "Purge RGPD du " DELIMITED BY SIZE
               WS-DateJour DELIMITED BY SIZE
               " - liste des clients à anonymiser (aucune "
                   DELIMITED BY SIZE
               "modification)" DELIMITED BY SIZE
          INTO RapportRecord
    END-IF
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "Aucun mouvement depuis le " DELIMITED BY SIZE
           WS-DateLimite DELIMITED BY SIZE
           " (conservation " DELIMITED BY SIZE
           WS-AnsConservation DELIMITED BY SIZE
           " ans)" DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE "Client      Dernier mvt  Comptes" TO RapportRecord
    WRITE RapportRecord.
1100-EXIT.
    EXIT.

1200-CHARGER-COMPTES.
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        MOVE 'O' TO WS-TableSaturee
        GO TO 1200-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 1210-LIRE-COMPTE THRU 1210-EXIT
            UNTIL SoldeStatus NOT = '00' OR TableSaturee
    END-IF
    CLOSE SoldeFile.
1200-EXIT.
    EXIT.

1210-LIRE-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00'
        GO TO 1210-EXIT
    END-IF
    IF WS-NbComptes >= 1000
        DISPLAY "Table des comptes saturée (1000), compte ",
            NumCompte, " et suivants non examinés"
        MOVE 'O' TO WS-TableSaturee
        GO TO 1210-EXIT
    END-IF
    ADD 1 TO WS-NbComptes
    MOVE NumCompte TO WS-CpNum(WS-NbComptes)
    MOVE SolClient TO WS-CpClient(WS-NbComptes)
    MOVE SolEtat TO WS-CpEtat(WS-NbComptes)
    MOVE ZERO TO WS-CpDernMvt(WS-NbComptes)
    MOVE ZERO TO WS-CpPurge(WS-NbComptes).
1210-EXIT.
    EXIT.

1300-CHARGER-MANDATS.
    OPEN INPUT MandatFile
    IF MandatStatus NOT = '00'
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-LIRE-MANDAT THRU 1310-EXIT
        UNTIL MandatStatus NOT = '00' OR TableSaturee
    CLOSE MandatFile.
1300-EXIT.
    EXIT.

1310-LIRE-MANDAT.
    READ MandatFile
    IF MandatStatus NOT = '00'
        GO TO 1310-EXIT
    END-IF
    IF WS-NbMandats >= 2000
        DISPLAY "Table des mandats saturée (2000)"
        MOVE 'O' TO WS-TableSaturee
        GO TO 1310-EXIT
    END-IF
    ADD 1 TO WS-NbMandats
    MOVE ManCompte TO WS-MnCompte(WS-NbMandats)
    MOVE ManClient TO WS-MnClient(WS-NbMandats).
1310-EXIT.
    EXIT.

*> Seules les archives des années de la période de conservation
*> sont lues : un compte dont le dernier mouvement est plus ancien
*> n'y figure pas et reste à zéro, donc antérieur à la limite.
2000-BALAYER-ARCHIVES.
    MOVE WS-DateLimite(1:4) TO WS-AnneeParcours
    MOVE WS-DateJour(1:4) TO WS-AnneeCourante
    PERFORM 2010-LIRE-UNE-ARCHIVE THRU 2010-EXIT
        UNTIL WS-AnneeParcours >= WS-AnneeCourante.
2000-EXIT.
    EXIT.

2010-LIRE-UNE-ARCHIVE.
    MOVE SPACES TO WS-NomHistorique
    STRING "historique-" DELIMITED BY SIZE
        WS-AnneeParcours DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomHistorique
    PERFORM 2100-PARCOURIR THRU 2100-EXIT
    ADD 1 TO WS-AnneeParcours.
2010-EXIT.
    EXIT.

2100-PARCOURIR.
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    PERFORM 2110-LIRE-MOUVEMENT THRU 2110-EXIT
        UNTIL HistStatus NOT = '00'
    CLOSE HistoriqueFile.
2100-EXIT.
    EXIT.

2110-LIRE-MOUVEMENT.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 2110-EXIT
    END-IF
    MOVE NumCompteH TO WS-CompteCherche
    PERFORM 8000-TROUVER-COMPTE THRU 8000-EXIT
    IF CompteTrouve
        IF DateTrans > WS-CpDernMvt(WS-IdxCptTrouve)
            MOVE DateTrans TO WS-CpDernMvt(WS-IdxCptTrouve)
        END-IF
    END-IF.
2110-EXIT.
    EXIT.

3000-EXAMINER-CLIENTS.
    OPEN INPUT ClientFile
    IF ClientStatus NOT = '00'
        DISPLAY "Client.txt illisible, statut ", ClientStatus
        GO TO 3000-EXIT
    END-IF
    MOVE 'N' TO WS-FinFichier
    MOVE ZEROS TO NumClient
    START ClientFile KEY IS GREATER THAN OR EQUAL NumClient
    IF ClientStatus = '00'
        PERFORM 3100-EXAMINER-CLIENT THRU 3100-EXIT
            UNTIL FinFichier
    END-IF
    CLOSE ClientFile.
3000-EXIT.
    EXIT.

3100-EXAMINER-CLIENT.
    READ ClientFile NEXT RECORD
    IF ClientStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbClients
    IF CliNom = WS-NomAnonyme
        ADD 1 TO WS-NbDejaAnonymes
        GO TO 3100-EXIT
    END-IF
    MOVE ZERO TO WS-NbLiens
    MOVE ZERO TO WS-NbOuverts
    MOVE ZERO TO WS-DernMvtClient
    PERFORM 3200-COMPTE-TENU THRU 3200-EXIT
        VARYING WS-IdxCompte FROM 1 BY 1
        UNTIL WS-IdxCompte > WS-NbComptes
    PERFORM 3300-COMPTE-MANDAT THRU 3300-EXIT
        VARYING WS-IdxMandat FROM 1 BY 1
        UNTIL WS-IdxMandat > WS-NbMandats
    IF WS-NbLiens = ZERO OR WS-NbOuverts NOT = ZERO
        GO TO 3100-EXIT
    END-IF
    IF WS-DernMvtClient NOT < WS-DateLimite
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbCandidats
    IF WS-NbPurges >= 500
        ADD 1 TO WS-NbReportes
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbPurges
    MOVE NumClient TO WS-PgClient(WS-NbPurges)
    MOVE WS-DernMvtClient TO WS-PgDernMvt(WS-NbPurges)
    MOVE WS-NbLiens TO WS-PgNbComptes(WS-NbPurges)
    MOVE ZERO TO WS-PgNbClient(WS-NbPurges)
    MOVE ZERO TO WS-PgNbBenef(WS-NbPurges)
    MOVE ZERO TO WS-PgNbIdent(WS-NbPurges)
    MOVE ZERO TO WS-PgNbFicoba(WS-NbPurges)
    PERFORM 3400-MARQUER-COMPTE THRU 3400-EXIT
        VARYING WS-IdxCompte FROM 1 BY 1
        UNTIL WS-IdxCompte > WS-NbComptes
    IF RapportOuvert
        MOVE WS-DernMvtClient TO WS-DernMvtAff
        IF WS-DernMvtClient = ZERO
            MOVE "< limite" TO WS-DernMvtAff
        END-IF
        MOVE SPACES TO RapportRecord
        STRING NumClient DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DernMvtAff DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-NbLiens DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
3100-EXIT.
    EXIT.

3200-COMPTE-TENU.
    IF WS-CpClient(WS-IdxCompte) NOT = NumClient
        GO TO 3200-EXIT
    END-IF
    MOVE WS-IdxCompte TO WS-IdxCptTrouve
    PERFORM 3500-EVALUER-COMPTE THRU 3500-EXIT.
3200-EXIT.
    EXIT.

3300-COMPTE-MANDAT.
    IF WS-MnClient(WS-IdxMandat) NOT = NumClient
        GO TO 3300-EXIT
    END-IF
    MOVE WS-MnCompte(WS-IdxMandat) TO WS-CompteCherche
    PERFORM 8000-TROUVER-COMPTE THRU 8000-EXIT
    IF CompteTrouve
        PERFORM 3500-EVALUER-COMPTE THRU 3500-EXIT
    END-IF.
3300-EXIT.
    EXIT.

*> Seul le titulaire purgé emporte l'anonymisation des libellés
*> de bénéficiaires désignant le compte.
3400-MARQUER-COMPTE.
    IF WS-CpClient(WS-IdxCompte) = NumClient
        MOVE WS-NbPurges TO WS-CpPurge(WS-IdxCompte)
    END-IF.
3400-EXIT.
    EXIT.

*> Ouvert, dormant ou gelé pour succession : le client reste un
*> client de la banque.
3500-EVALUER-COMPTE.
    ADD 1 TO WS-NbLiens
    IF WS-CpEtat(WS-IdxCptTrouve) NOT = 'C'
        ADD 1 TO WS-NbOuverts
        GO TO 3500-EXIT
    END-IF
    IF WS-CpDernMvt(WS-IdxCptTrouve) > WS-DernMvtClient
        MOVE WS-CpDernMvt(WS-IdxCptTrouve) TO WS-DernMvtClient
    END-IF.
3500-EXIT.
    EXIT.

4000-BENEFICIAIRES.
    MOVE "beneficiaires.txt" TO WS-NomFichier
    MOVE "beneficiaires.rgpd" TO WS-NomSauve
    PERFORM 4900-SAUVEGARDER THRU 4900-EXIT
    IF SauveStatus NOT = '00'
        GO TO 4000-EXIT
    END-IF
    OPEN OUTPUT BenefFile
    IF BenefStatus NOT = '00'
        DISPLAY "Erreur réécriture beneficiaires.txt, statut ",
            BenefStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        CLOSE SauveFile
        GO TO 4000-EXIT
    END-IF
    PERFORM 4010-REECRIRE-BENEF THRU 4010-EXIT
        UNTIL SauveStatus NOT = '00'
    CLOSE SauveFile
    CLOSE BenefFile
    PERFORM 4950-SUPPRIMER-SAUVEGARDE THRU 4950-EXIT.
4000-EXIT.
    EXIT.

4010-REECRIRE-BENEF.
    READ SauveFile
    IF SauveStatus NOT = '00'
        GO TO 4010-EXIT
    END-IF
    MOVE SauveRecord TO BenefRecord
    MOVE BenCompteSource TO WS-CompteCherche
    PERFORM 4500-COMPTE-PURGE THRU 4500-EXIT
    IF WS-IdxPurgeTrouve = ZERO
        MOVE BenCompteDest TO WS-CompteCherche
        PERFORM 4500-COMPTE-PURGE THRU 4500-EXIT
    END-IF
    IF WS-IdxPurgeTrouve NOT = ZERO
        MOVE WS-LibelleAnonyme TO BenLibelle
        ADD 1 TO WS-PgNbBenef(WS-IdxPurgeTrouve)
    END-IF
    WRITE BenefRecord
    IF BenefStatus NOT = '00'
        DISPLAY "Erreur écriture beneficiaires.txt, statut ",
            BenefStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        MOVE '10' TO SauveStatus
    END-IF.
4010-EXIT.
    EXIT.

4100-IDENTITES.
    IF ErreurPurge
        GO TO 4100-EXIT
    END-IF
    MOVE "identites.txt" TO WS-NomFichier
    MOVE "identites.rgpd" TO WS-NomSauve
    PERFORM 4900-SAUVEGARDER THRU 4900-EXIT
    IF SauveStatus NOT = '00'
        GO TO 4100-EXIT
    END-IF
    OPEN OUTPUT IdentiteFile
    IF IdentiteStatus NOT = '00'
        DISPLAY "Erreur réécriture identites.txt, statut ",
            IdentiteStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        CLOSE SauveFile
        GO TO 4100-EXIT
    END-IF
    PERFORM 4110-REECRIRE-IDENTITE THRU 4110-EXIT
        UNTIL SauveStatus NOT = '00'
    CLOSE SauveFile
    CLOSE IdentiteFile
    PERFORM 4950-SUPPRIMER-SAUVEGARDE THRU 4950-EXIT.
4100-EXIT.
    EXIT.

4110-REECRIRE-IDENTITE.
    READ SauveFile
    IF SauveStatus NOT = '00'
        GO TO 4110-EXIT
    END-IF
    MOVE SauveRecord TO IdentiteRecord
    MOVE IdtClient TO WS-ClientCherche
    PERFORM 4600-CLIENT-PURGE THRU 4600-EXIT
    IF WS-IdxPurgeTrouve NOT = ZERO
        MOVE WS-LibelleAnonyme TO IdtNumero
        ADD 1 TO WS-PgNbIdent(WS-IdxPurgeTrouve)
    END-IF
    WRITE IdentiteRecord
    IF IdentiteStatus NOT = '00'
        DISPLAY "Erreur écriture identites.txt, statut ",
            IdentiteStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        MOVE '10' TO SauveStatus
    END-IF.
4110-EXIT.
    EXIT.

*> L'identité déclarée au FICOBA suit client.txt, sans quoi la
*> prochaine déclaration verrait un changement d'identité.
4200-REFERENCE-FICOBA.
    IF ErreurPurge
        GO TO 4200-EXIT
    END-IF
    MOVE "ficoba-ref.txt" TO WS-NomFichier
    MOVE "ficoba-ref.rgpd" TO WS-NomSauve
    PERFORM 4900-SAUVEGARDER THRU 4900-EXIT
    IF SauveStatus NOT = '00'
        GO TO 4200-EXIT
    END-IF
    OPEN OUTPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur réécriture ficoba-ref.txt, statut ",
            ReferenceStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        CLOSE SauveFile
        GO TO 4200-EXIT
    END-IF
    PERFORM 4210-REECRIRE-REFERENCE THRU 4210-EXIT
        UNTIL SauveStatus NOT = '00'
    CLOSE SauveFile
    CLOSE ReferenceFile
    PERFORM 4950-SUPPRIMER-SAUVEGARDE THRU 4950-EXIT.
4200-EXIT.
    EXIT.

4210-REECRIRE-REFERENCE.
    READ SauveFile
    IF SauveStatus NOT = '00'
        GO TO 4210-EXIT
    END-IF
    MOVE SauveRecord TO FicoRefRecord
    IF FrfIdentite
        MOVE FrfClient TO WS-ClientCherche
        PERFORM 4600-CLIENT-PURGE THRU 4600-EXIT
        IF WS-IdxPurgeTrouve NOT = ZERO
            MOVE WS-NomAnonyme TO FrfNom
            MOVE SPACES TO FrfAdresse
            ADD 1 TO WS-PgNbFicoba(WS-IdxPurgeTrouve)
        END-IF
    END-IF
    WRITE FicoRefRecord
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur écriture ficoba-ref.txt, statut ",
            ReferenceStatus, " - copie conservée dans ", WS-NomSauve
        MOVE 'O' TO WS-ErreurPurge
        MOVE '10' TO SauveStatus
    END-IF.
4210-EXIT.
    EXIT.

*> Rang dans la table des purges du titulaire du compte cherché.
4500-COMPTE-PURGE.
    MOVE ZERO TO WS-IdxPurgeTrouve
    PERFORM 8000-TROUVER-COMPTE THRU 8000-EXIT
    IF CompteTrouve
        MOVE WS-CpPurge(WS-IdxCptTrouve) TO WS-IdxPurgeTrouve
    END-IF.
4500-EXIT.
    EXIT.

4600-CLIENT-PURGE.
    MOVE ZERO TO WS-IdxPurgeTrouve
    PERFORM 4610-COMPARER-CLIENT THRU 4610-EXIT
        VARYING WS-IdxPurge FROM 1 BY 1
        UNTIL WS-IdxPurge > WS-NbPurges
        OR WS-IdxPurgeTrouve NOT = ZERO.
4600-EXIT.
    EXIT.

4610-COMPARER-CLIENT.
    IF WS-PgClient(WS-IdxPurge) = WS-ClientCherche
        MOVE WS-IdxPurge TO WS-IdxPurgeTrouve
    END-IF.
4610-EXIT.
    EXIT.

*> Le fichier est d'abord recopié sous l'extension .rgpd, relu
*> de là et réécrit en place; la copie, qui porte encore les
*> données personnelles, est supprimée dès la réécriture finie.
*> Un fichier absent n'a rien à anonymiser.
4900-SAUVEGARDER.
    CALL "CBL_DELETE_FILE" USING WS-NomSauve
        RETURNING WS-RetourCbl
    CALL "CBL_COPY_FILE" USING WS-NomFichier, WS-NomSauve
        RETURNING WS-RetourCbl
    IF WS-RetourCbl NOT = ZERO
        MOVE '35' TO SauveStatus
        GO TO 4900-EXIT
    END-IF
    OPEN INPUT SauveFile
    IF SauveStatus NOT = '00'
        DISPLAY "Copie ", WS-NomSauve, " illisible, statut ",
            SauveStatus
        MOVE 'O' TO WS-ErreurPurge
    END-IF.
4900-EXIT.
    EXIT.

4950-SUPPRIMER-SAUVEGARDE.
    IF ErreurPurge
        GO TO 4950-EXIT
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-NomSauve
        RETURNING WS-RetourCbl.
4950-EXIT.
    EXIT.

5000-ANONYMISER-CLIENTS.
    OPEN I-O ClientFile
    IF ClientStatus NOT = '00'
        DISPLAY "Client.txt illisible en mise à jour, statut ",
            ClientStatus
        MOVE 'O' TO WS-ErreurPurge
        GO TO 5000-EXIT
    END-IF
    PERFORM 5100-ANONYMISER-CLIENT THRU 5100-EXIT
        VARYING WS-IdxPurge FROM 1 BY 1
        UNTIL WS-IdxPurge > WS-NbPurges
    CLOSE ClientFile.
5000-EXIT.
    EXIT.

5100-ANONYMISER-CLIENT.
    MOVE WS-PgClient(WS-IdxPurge) TO NumClient
    READ ClientFile
    IF ClientStatus NOT = '00'
        DISPLAY "Client ", NumClient, " non relu, statut ",
            ClientStatus
        GO TO 5100-EXIT
    END-IF
    MOVE WS-NomAnonyme TO CliNom
    MOVE SPACES TO CliAdresse
    MOVE SPACES TO CliTelephone
    REWRITE ClientRecord
    IF ClientStatus NOT = '00'
        DISPLAY "Erreur réécriture client ", NumClient, ", statut ",
            ClientStatus
        GO TO 5100-EXIT
    END-IF
    MOVE 1 TO WS-PgNbClient(WS-IdxPurge)
    ADD 1 TO WS-NbAnonymises.
5100-EXIT.
    EXIT.

6000-JOURNALISER.
    OPEN EXTEND JournalPurgeFile
    IF JournalStatus NOT = '00'
        OPEN OUTPUT JournalPurgeFile
    END-IF
    IF JournalStatus NOT = '00'
        DISPLAY "Erreur ouverture purge-rgpd.txt, statut ",
            JournalStatus
        GO TO 6000-EXIT
    END-IF
    PERFORM 6100-JOURNALISER-CLIENT THRU 6100-EXIT
        VARYING WS-IdxPurge FROM 1 BY 1
        UNTIL WS-IdxPurge > WS-NbPurges
    CLOSE JournalPurgeFile.
6000-EXIT.
    EXIT.

6100-JOURNALISER-CLIENT.
    IF WS-PgNbClient(WS-IdxPurge) = ZERO
        GO TO 6100-EXIT
    END-IF
    MOVE WS-DateJour TO PrgDatePurge
    MOVE WS-PgClient(WS-IdxPurge) TO PrgClient
    MOVE WS-PgDernMvt(WS-IdxPurge) TO PrgDerniereCloture
    MOVE WS-AnsConservation TO PrgConservation
    MOVE WS-PgNbComptes(WS-IdxPurge) TO PrgNbComptes
    MOVE WS-PgNbClient(WS-IdxPurge) TO PrgNbClient
    MOVE WS-PgNbBenef(WS-IdxPurge) TO PrgNbBenef
    MOVE WS-PgNbIdent(WS-IdxPurge) TO PrgNbIdentites
    MOVE WS-PgNbFicoba(WS-IdxPurge) TO PrgNbFicoba
    WRITE PurgeRecord
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Client " DELIMITED BY SIZE
               PrgClient DELIMITED BY SIZE
               " anonymisé : bénéficiaires " DELIMITED BY SIZE
               PrgNbBenef DELIMITED BY SIZE
               "  pièces " DELIMITED BY SIZE
               PrgNbIdentites DELIMITED BY SIZE
               "  FICOBA " DELIMITED BY SIZE
               PrgNbFicoba DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
6100-EXIT.
    EXIT.

*> WS-CompteCherche porte le compte cherché; son rang est laissé
*> dans WS-IdxCptTrouve.
8000-TROUVER-COMPTE.
    MOVE 'N' TO WS-CompteTrouve
    MOVE ZERO TO WS-IdxCptTrouve
    IF WS-NbComptes = ZERO
        GO TO 8000-EXIT
    END-IF
    SEARCH ALL WS-Compte
        AT END
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = WS-CompteCherche
            MOVE 'O' TO WS-CompteTrouve
            SET WS-IdxCptTrouve TO IDX-CP
    END-SEARCH.
8000-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Clients examinés : ", WS-NbClients,
        "  déjà anonymisés : ", WS-NbDejaAnonymes
    DISPLAY "Clients à anonymiser : ", WS-NbCandidats,
        "  anonymisés : ", WS-NbAnonymises
    IF WS-NbReportes NOT = ZERO
        DISPLAY "Au-delà de 500 clients, ", WS-NbReportes,
            " reportés au passage suivant"
    END-IF
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING "Clients examinés : " DELIMITED BY SIZE
               WS-NbClients DELIMITED BY SIZE
               "  à anonymiser : " DELIMITED BY SIZE
               WS-NbCandidats DELIMITED BY SIZE
               "  anonymisés : " DELIMITED BY SIZE
               WS-NbAnonymises DELIMITED BY SIZE
               "  reportés : " DELIMITED BY SIZE
               WS-NbReportes DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        CLOSE RapportFile
    END-IF.
9999-EXIT.
    EXIT.
