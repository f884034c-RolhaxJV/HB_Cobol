IDENTIFICATION DIVISION.
PROGRAM-ID. PreparationFormation.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  historique.idx supprimé à chaque rafraîchissement :
*>                 l'index d'un jeu précédent ne correspond plus à
*>                 l'historique recopié; ExistHistorique le
*>                 reconstruit au premier accès.
*> 2026-10-15  SI  change.txt (changes manuels de billets du
*>                 guichet) remis à vide avec les fichiers de
*>                 travail : il porte noms et pièces d'identité.
*> 2026-10-15  SI  Création - rafraîchissement à la demande du jeu
*>                 de données de formation des guichetiers dans le
*>                 répertoire formation, à partir d'une copie
*>                 anonymisée de la production : solde.txt recopié
*>                 avec un code PIN de formation unique (0000) sur
*>                 chaque compte, client.txt recopié sous des noms,
*>                 adresses et téléphones fictifs, historique,
*>                 chèques et référentiels recopiés tels quels,
*>                 fichiers de travail du guichet (sessions,
*>                 bénéficiaires, oppositions, caisse, sécurité...)
*>                 remis à vide, date comptable de production
*>                 recopiée guichet ouvert, et marque formation.ctl
*>                 posée. Seule la production est lue; rien n'est
*>                 écrit hors du répertoire formation.
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
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.
    SELECT CibleSoldeFile ASSIGN USING WS-CibleSolde
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CibSolCompte
       FILE STATUS IS CibleSoldeStatus.
    SELECT CibleClientFile ASSIGN USING WS-CibleClient
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CibCliNumero
       FILE STATUS IS CibleClientStatus.
    SELECT CibleDateFile ASSIGN USING WS-CibleDate
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CibleDateStatus.
    SELECT MarqueFile ASSIGN USING WS-CibleMarque
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MarqueStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD ClientFile.
COPY CLIENTREC.
FD DateComptaFile.
COPY DATECREC.
FD CibleSoldeFile.
01 CibleSoldeRecord.
   05 CibSolCompte     PIC 9(08).
   05 FILLER           PIC X(75).
FD CibleClientFile.
01 CibleClientRecord.
   05 CibCliNumero     PIC 9(08).
   05 FILLER           PIC X(85).
FD CibleDateFile.
01 CibleDateRecord     PIC X(09).
FD MarqueFile.
COPY FORMREC.

WORKING-STORAGE SECTION.
01 SoldeStatus       PIC X(02).
01 ClientStatus      PIC X(02).
01 DateComptaStatus  PIC X(02).
01 CibleSoldeStatus  PIC X(02).
01 CibleClientStatus PIC X(02).
01 CibleDateStatus   PIC X(02).
01 MarqueStatus      PIC X(02).
01 WS-RepFormation   PIC X(10) VALUE "formation".
01 WS-CibleSolde     PIC X(40) VALUE "formation/solde.txt".
01 WS-CibleClient    PIC X(40) VALUE "formation/client.txt".
01 WS-CibleDate      PIC X(40) VALUE "formation/datecompta.txt".
01 WS-CibleMarque    PIC X(40) VALUE "formation/formation.ctl".
01 WS-NomCible       PIC X(40).
01 WS-RetourCbl      PIC S9(9) COMP-5.
01 WS-DateCompta     PIC 9(08).
01 WS-HeureMachine   PIC 9(08).
*> Code PIN commun à tous les comptes de formation, stocké
*> transformé comme en production.
01 WS-PinFormation   PIC 9(04) VALUE ZERO.
01 WS-PinTransforme  PIC 9(04).
01 WS-NbComptes      PIC 9(06) VALUE ZERO.
01 WS-NbClients      PIC 9(06) VALUE ZERO.
01 WS-NbCopies       PIC 9(03) VALUE ZERO.
01 WS-NbAbsents      PIC 9(03) VALUE ZERO.
01 WS-IdxNom         PIC 9(02) COMP.
*> Fichiers recopiés tels quels : historique, chèques et
*> référentiels lus par le guichet.
01 WS-ListeCopies.
   05 FILLER PIC X(20) VALUE "historique.txt".
   05 FILLER PIC X(20) VALUE "cheques.txt".
   05 FILLER PIC X(20) VALUE "seqtrans.dat".
   05 FILLER PIC X(20) VALUE "operateur.txt".
   05 FILLER PIC X(20) VALUE "superviseurs.txt".
   05 FILLER PIC X(20) VALUE "taux.txt".
   05 FILLER PIC X(20) VALUE "config.txt".
   05 FILLER PIC X(20) VALUE "grille.txt".
   05 FILLER PIC X(20) VALUE "produits.txt".
   05 FILLER PIC X(20) VALUE "tarifs.txt".
   05 FILLER PIC X(20) VALUE "calendrier.txt".
   05 FILLER PIC X(20) VALUE "devises.txt".
   05 FILLER PIC X(20) VALUE "fiscal.txt".
   05 FILLER PIC X(20) VALUE "gels.txt".
   05 FILLER PIC X(20) VALUE "mandats.txt".
   05 FILLER PIC X(20) VALUE "mandats-prlv.txt".
   05 FILLER PIC X(20) VALUE "ordres.txt".
   05 FILLER PIC X(20) VALUE "comptesterme.txt".
01 WS-TableCopies REDEFINES WS-ListeCopies.
   05 WS-NomCopie OCCURS 18 PIC X(20).
*> Fichiers de travail du guichet remis à vide à chaque
*> rafraîchissement (les pièces d'identité et bénéficiaires,
*> nominatifs, ne sont jamais recopiés).
01 WS-ListeRemises.
   05 FILLER PIC X(20) VALUE "sessions.txt".
   05 FILLER PIC X(20) VALUE "securite.txt".
   05 FILLER PIC X(20) VALUE "maintenance.txt".
   05 FILLER PIC X(20) VALUE "beneficiaires.txt".
   05 FILLER PIC X(20) VALUE "oppositions.txt".
   05 FILLER PIC X(20) VALUE "autorisations.txt".
   05 FILLER PIC X(20) VALUE "attente.txt".
   05 FILLER PIC X(20) VALUE "caisse.txt".
   05 FILLER PIC X(20) VALUE "compens.txt".
   05 FILLER PIC X(20) VALUE "echelle.txt".
   05 FILLER PIC X(20) VALUE "conformite.txt".
   05 FILLER PIC X(20) VALUE "refus-prlv.txt".
   05 FILLER PIC X(20) VALUE "groupe.txt".
   05 FILLER PIC X(20) VALUE "identites.txt".
   05 FILLER PIC X(20) VALUE "solde.bak".
   05 FILLER PIC X(20) VALUE "solde.lock".
   05 FILLER PIC X(20) VALUE "seqtrans.lock".
   05 FILLER PIC X(20) VALUE "change.txt".
   05 FILLER PIC X(20) VALUE "historique.idx".
01 WS-TableRemises REDEFINES WS-ListeRemises.
   05 WS-NomRemise OCCURS 19 PIC X(20).

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Préparation du jeu de formation"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-COPIER-COMPTES THRU 2000-EXIT
    PERFORM 3000-COPIER-CLIENTS THRU 3000-EXIT
    PERFORM 4000-COPIER-FICHIER THRU 4000-EXIT
        VARYING WS-IdxNom FROM 1 BY 1
        UNTIL WS-IdxNom > 18
    PERFORM 5000-REMETTRE-A-VIDE THRU 5000-EXIT
        VARYING WS-IdxNom FROM 1 BY 1
        UNTIL WS-IdxNom > 19
    PERFORM 6000-DATE-COMPTABLE THRU 6000-EXIT
    PERFORM 7000-POSER-MARQUE THRU 7000-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    STOP RUN.

1000-INITIALISATION.
    CALL "CBL_CREATE_DIR" USING WS-RepFormation
        RETURNING WS-RetourCbl
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
        IF DateComptaStatus = '00' AND DcpDate IS NUMERIC
            MOVE DcpDate TO WS-DateCompta
        ELSE
            ACCEPT WS-DateCompta FROM DATE YYYYMMDD
        END-IF
        CLOSE DateComptaFile
    ELSE
        ACCEPT WS-DateCompta FROM DATE YYYYMMDD
    END-IF
    DISPLAY "Date comptable recopiée : ", WS-DateCompta.
1000-EXIT.
    EXIT.

*> Comptes recopiés avec leurs soldes, états et plafonds; le
*> code PIN de production n'est jamais recopié.
2000-COPIER-COMPTES.
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus,
            " - préparation arrêtée"
        STOP RUN
    END-IF
    OPEN OUTPUT CibleSoldeFile
    IF CibleSoldeStatus NOT = '00'
        DISPLAY "Erreur création ", WS-CibleSolde, ", statut ",
            CibleSoldeStatus, " - préparation arrêtée"
        CLOSE SoldeFile
        STOP RUN
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 2100-COPIER-UN-COMPTE THRU 2100-EXIT
            UNTIL SoldeStatus NOT = '00'
    END-IF
    CLOSE CibleSoldeFile
    CLOSE SoldeFile.
2000-EXIT.
    EXIT.

2100-COPIER-UN-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    CALL 'TransformePin' USING NumCompte, WS-PinFormation,
        WS-PinTransforme
    MOVE WS-PinTransforme TO SolPin
    MOVE SoldeRecord TO CibleSoldeRecord
    WRITE CibleSoldeRecord
    IF CibleSoldeStatus NOT = '00'
        DISPLAY "Erreur écriture compte ", NumCompte, ", statut ",
            CibleSoldeStatus
    ELSE
        ADD 1 TO WS-NbComptes
    END-IF.
2100-EXIT.
    EXIT.

*> Clients recopiés sous leur numéro (les mandats et comptes
*> restent rattachés) avec nom, adresse et téléphone fictifs.
3000-COPIER-CLIENTS.
    OPEN INPUT ClientFile
    IF ClientStatus NOT = '00'
        DISPLAY "Client.txt absent ou illisible, statut ",
            ClientStatus, " - jeu de formation sans clients"
        GO TO 3000-EXIT
    END-IF
    OPEN OUTPUT CibleClientFile
    IF CibleClientStatus NOT = '00'
        DISPLAY "Erreur création ", WS-CibleClient, ", statut ",
            CibleClientStatus
        CLOSE ClientFile
        GO TO 3000-EXIT
    END-IF
    MOVE ZEROS TO NumClient
    START ClientFile KEY IS GREATER THAN OR EQUAL NumClient
    IF ClientStatus = '00'
        PERFORM 3100-COPIER-UN-CLIENT THRU 3100-EXIT
            UNTIL ClientStatus NOT = '00'
    END-IF
    CLOSE CibleClientFile
    CLOSE ClientFile.
3000-EXIT.
    EXIT.

3100-COPIER-UN-CLIENT.
    READ ClientFile NEXT RECORD
    IF ClientStatus NOT = '00'
        GO TO 3100-EXIT
    END-IF
    MOVE SPACES TO CliNom
    STRING "CLIENT FORMATION " DELIMITED BY SIZE
           NumClient DELIMITED BY SIZE
      INTO CliNom
    MOVE "1 RUE DE LA FORMATION 75000 PARIS" TO CliAdresse
    MOVE "0100000000" TO CliTelephone
    MOVE ClientRecord TO CibleClientRecord
    WRITE CibleClientRecord
    IF CibleClientStatus NOT = '00'
        DISPLAY "Erreur écriture client ", NumClient, ", statut ",
            CibleClientStatus
    ELSE
        ADD 1 TO WS-NbClients
    END-IF.
3100-EXIT.
    EXIT.

4000-COPIER-FICHIER.
    MOVE SPACES TO WS-NomCible
    STRING WS-RepFormation DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-NomCopie(WS-IdxNom) DELIMITED BY SPACE
      INTO WS-NomCible
    CALL "CBL_DELETE_FILE" USING WS-NomCible
        RETURNING WS-RetourCbl
    CALL "CBL_COPY_FILE" USING WS-NomCopie(WS-IdxNom), WS-NomCible
        RETURNING WS-RetourCbl
    IF WS-RetourCbl = ZERO
        ADD 1 TO WS-NbCopies
    ELSE
        ADD 1 TO WS-NbAbsents
        DISPLAY "  ", WS-NomCopie(WS-IdxNom), " absent, non recopié"
    END-IF.
4000-EXIT.
    EXIT.

5000-REMETTRE-A-VIDE.
    MOVE SPACES TO WS-NomCible
    STRING WS-RepFormation DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-NomRemise(WS-IdxNom) DELIMITED BY SPACE
      INTO WS-NomCible
    CALL "CBL_DELETE_FILE" USING WS-NomCible
        RETURNING WS-RetourCbl.
5000-EXIT.
    EXIT.

*> Le jeu de formation est toujours ouvert au guichet : une
*> clôture de production en cours n'empêche pas de s'exercer.
6000-DATE-COMPTABLE.
    OPEN OUTPUT CibleDateFile
    IF CibleDateStatus NOT = '00'
        DISPLAY "Erreur création ", WS-CibleDate, ", statut ",
            CibleDateStatus
        GO TO 6000-EXIT
    END-IF
    MOVE WS-DateCompta TO DcpDate
    MOVE 'O' TO DcpEtat
    MOVE DateComptaRecord TO CibleDateRecord
    WRITE CibleDateRecord
    CLOSE CibleDateFile.
6000-EXIT.
    EXIT.

7000-POSER-MARQUE.
    OPEN OUTPUT MarqueFile
    IF MarqueStatus NOT = '00'
        DISPLAY "Erreur création ", WS-CibleMarque, ", statut ",
            MarqueStatus
        GO TO 7000-EXIT
    END-IF
    MOVE WS-DateCompta TO FrmDateCompta
    ACCEPT FrmDateRafr FROM DATE YYYYMMDD
    ACCEPT WS-HeureMachine FROM TIME
    MOVE WS-HeureMachine(1:6) TO FrmHeureRafr
    MOVE "JEU DE FORMATION" TO FrmLibelle
    WRITE FormationRecord
    CLOSE MarqueFile.
7000-EXIT.
    EXIT.

9999-FIN.
    DISPLAY "Comptes recopiés (PIN de formation 0000) : ",
        WS-NbComptes
    DISPLAY "Clients recopiés sous nom fictif : ", WS-NbClients
    DISPLAY "Fichiers recopiés : ", WS-NbCopies, ", absents : ",
        WS-NbAbsents
    DISPLAY "Fin de la préparation du jeu de formation".
9999-EXIT.
    EXIT.
