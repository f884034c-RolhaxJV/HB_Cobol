IDENTIFICATION DIVISION.
PROGRAM-ID. ExtraitRgpd.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - extrait du droit d'accès d'un client
*>                 (RGPD) : pour un NumClient donné, tout ce que la
*>                 banque détient sur lui est rassemblé dans
*>                 rgpd-NNNNNNNN.rpt à remettre au client :
*>                 identité (client.txt), pièces d'identité
*>                 (identites.txt), comptes dont il est titulaire
*>                 (SolClient, y compris clôturés) ou auquel il est
*>                 rattaché (mandats.txt, avec son rôle et son
*>                 pouvoir), bénéficiaires enregistrés sur ces
*>                 comptes, mouvements de historique.txt et des
*>                 archives historique-AAAA.txt demandées, traces
*>                 de sécurité (securite.txt), chèques remis
*>                 (cheques.txt) et prêts (prets.txt). Simple
*>                 lecture, rien n'est modifié.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS SoldeStatus.
    SELECT MandatFile ASSIGN TO 'mandats.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MandatStatus.
    SELECT IdentiteFile ASSIGN TO 'identites.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IdentiteStatus.
    SELECT BenefFile ASSIGN TO 'beneficiaires.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BenefStatus.
    SELECT HistoriqueFile ASSIGN USING WS-NomHistorique
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistStatus.
    SELECT SecuriteFile ASSIGN TO 'securite.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SecuriteStatus.
    SELECT ChequeFile ASSIGN TO 'cheques.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChequeStatus.
    SELECT PretFile ASSIGN TO 'prets.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PretStatus.
    SELECT RapportFile ASSIGN USING WS-NomRapport
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RapportStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.
FD MandatFile.
COPY MANDATREC.
FD IdentiteFile.
COPY IDENTREC.
FD BenefFile.
COPY BENEFREC.
FD HistoriqueFile.
COPY TRANSREC.
FD SecuriteFile.
COPY SECUREC.
FD ChequeFile.
COPY CHEQREC.
FD PretFile.
COPY PRETREC.
FD RapportFile.
01 RapportRecord PIC X(120).

WORKING-STORAGE SECTION.
01 SoldeStatus       PIC X(02).
01 MandatStatus      PIC X(02).
01 IdentiteStatus    PIC X(02).
01 BenefStatus       PIC X(02).
01 HistStatus        PIC X(02).
01 SecuriteStatus    PIC X(02).
01 ChequeStatus      PIC X(02).
01 PretStatus        PIC X(02).
01 RapportStatus     PIC X(02).
01 WS-NomHistorique  PIC X(30).
01 WS-NomRapport     PIC X(30).
01 WS-DateJour       PIC 9(08).
01 WS-NumClient      PIC 9(08).
01 WS-NomClient      PIC X(30).
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-AnneeDebut     PIC 9(04).
01 WS-AnneeFin       PIC 9(04).
01 WS-AnneeParcours  PIC 9(04).
01 WS-NbComptes      PIC 9(02) VALUE ZERO.
01 WS-IdxCpt         PIC 9(02) COMP.
01 WS-IdxCptTrouve   PIC 9(02) COMP.
01 WS-CompteCherche  PIC 9(08).
*> Comptes du client : titulaire ('T' de SolClient) ou rattaché
*> par mandats.txt avec son rôle et son pouvoir.
01 WS-TableComptes.
   05 WS-CptClient OCCURS 50.
      10 WS-CptNum     PIC 9(08).
      10 WS-CptRole    PIC X(01).
      10 WS-CptPouvoir PIC X(01).
01 WS-NbIdentites    PIC 9(03) VALUE ZERO.
01 WS-NbBenef        PIC 9(04) VALUE ZERO.
01 WS-NbMouvements   PIC 9(06) VALUE ZERO.
01 WS-NbSecurite     PIC 9(06) VALUE ZERO.
01 WS-NbCheques      PIC 9(04) VALUE ZERO.
01 WS-NbPrets        PIC 9(03) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier  PIC X(01) VALUE 'N'.
      88 FinFichier  VALUE 'O'.
   05 WS-CompteDuClient PIC X(01) VALUE 'N'.
      88 CompteDuClient VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Extrait du droit d'accès d'un client (RGPD)"
    DISPLAY "Numéro du client :"
    ACCEPT WS-NumClient
    CALL 'ReadClient' USING WS-NumClient, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Client ", WS-NumClient, " introuvable dans ",
            "client.txt, statut ", WS-ClientStatus
        GOBACK
    END-IF
    DISPLAY "Première année d'archive historique-AAAA.txt à ",
        "inclure (0 = aucune) :"
    ACCEPT WS-AnneeDebut
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF RapportStatus NOT = '00'
        GOBACK
    END-IF
    PERFORM 2000-IDENTITE THRU 2000-EXIT
    PERFORM 3000-COMPTES THRU 3000-EXIT
    IF WS-NbComptes NOT = ZERO
        PERFORM 4000-BENEFICIAIRES THRU 4000-EXIT
        PERFORM 5000-MOUVEMENTS THRU 5000-EXIT
        PERFORM 6000-SECURITE THRU 6000-EXIT
        PERFORM 7000-CHEQUES THRU 7000-EXIT
        PERFORM 7500-PRETS THRU 7500-EXIT
    END-IF
    PERFORM 9999-FIN THRU 9999-EXIT
    GOBACK.

1000-INITIALISATION.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    MOVE WS-DateJour(1:4) TO WS-AnneeFin
    MOVE SPACES TO WS-NomRapport
    STRING "rgpd-" DELIMITED BY SIZE
        WS-NumClient DELIMITED BY SIZE
        ".rpt" DELIMITED BY SIZE
        INTO WS-NomRapport
    OPEN OUTPUT RapportFile
    IF RapportStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomRapport, ", statut ",
            RapportStatus
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    STRING "Données détenues sur le client " DELIMITED BY SIZE
           WS-NumClient DELIMITED BY SIZE
           " - extrait du " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
1000-EXIT.
    EXIT.

2000-IDENTITE.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Identité (client.txt)" TO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "  Nom       : " DELIMITED BY SIZE
           WS-NomClient DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "  Adresse   : " DELIMITED BY SIZE
           WS-AdresseClient DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "  Téléphone : " DELIMITED BY SIZE
           WS-TelClient DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Pièces d'identité (identites.txt)" TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT IdentiteFile
    IF IdentiteStatus = '00'
        PERFORM 2100-LIRE-IDENTITE THRU 2100-EXIT
            UNTIL IdentiteStatus NOT = '00'
        CLOSE IdentiteFile
    END-IF
    IF WS-NbIdentites = ZERO
        MOVE "  Aucune" TO RapportRecord
        WRITE RapportRecord
    END-IF.
2000-EXIT.
    EXIT.

2100-LIRE-IDENTITE.
    READ IdentiteFile
    IF IdentiteStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
    IF IdtClient NOT = WS-NumClient
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbIdentites
    MOVE SPACES TO RapportRecord
    STRING "  Type " DELIMITED BY SIZE
           IdtType DELIMITED BY SIZE
           "  numéro " DELIMITED BY SIZE
           IdtNumero DELIMITED BY SIZE
           "  émise le " DELIMITED BY SIZE
           IdtDateEmission DELIMITED BY SIZE
           "  expire le " DELIMITED BY SIZE
           IdtDateExpiration DELIMITED BY SIZE
           "  risque " DELIMITED BY SIZE
           IdtRisque DELIMITED BY SIZE
           "  revue le " DELIMITED BY SIZE
           IdtDateRevue DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
2100-EXIT.
    EXIT.

*> Comptes tenus au nom du client, clôturés compris, puis comptes
*> de tiers auxquels il est rattaché par mandats.txt.
3000-COMPTES.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Comptes (solde.txt et mandats.txt)" TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        GO TO 3000-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 3100-LIRE-COMPTE THRU 3100-EXIT
            UNTIL FinFichier OR WS-NbComptes >= 50
    END-IF
    OPEN INPUT MandatFile
    IF MandatStatus = '00'
        PERFORM 3200-LIRE-MANDAT THRU 3200-EXIT
            UNTIL MandatStatus NOT = '00' OR WS-NbComptes >= 50
        CLOSE MandatFile
    END-IF
    CLOSE SoldeFile
    IF WS-NbComptes = ZERO
        MOVE "  Aucun compte rattaché à ce client" TO RapportRecord
        WRITE RapportRecord
    END-IF
    IF WS-NbComptes >= 50
        DISPLAY "Plus de 50 comptes rattachés, extrait limité aux ",
            "50 premiers"
        MOVE "  (extrait limité aux 50 premiers comptes)"
            TO RapportRecord
        WRITE RapportRecord
    END-IF.
3000-EXIT.
    EXIT.

3100-LIRE-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
        GO TO 3100-EXIT
    END-IF
    IF SolClient NOT = WS-NumClient
        GO TO 3100-EXIT
    END-IF
    ADD 1 TO WS-NbComptes
    MOVE NumCompte TO WS-CptNum(WS-NbComptes)
    MOVE 'T' TO WS-CptRole(WS-NbComptes)
    MOVE 'F' TO WS-CptPouvoir(WS-NbComptes)
    PERFORM 3900-EDITER-COMPTE THRU 3900-EXIT.
3100-EXIT.
    EXIT.

3200-LIRE-MANDAT.
    READ MandatFile
    IF MandatStatus NOT = '00'
        GO TO 3200-EXIT
    END-IF
    IF ManClient NOT = WS-NumClient
        GO TO 3200-EXIT
    END-IF
    MOVE ManCompte TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF CompteDuClient
        MOVE ManRole TO WS-CptRole(WS-IdxCptTrouve)
        MOVE ManPouvoir TO WS-CptPouvoir(WS-IdxCptTrouve)
        MOVE SPACES TO RapportRecord
        STRING "  Compte " DELIMITED BY SIZE
               ManCompte DELIMITED BY SIZE
               "  mandat : rôle " DELIMITED BY SIZE
               ManRole DELIMITED BY SIZE
               "  pouvoir " DELIMITED BY SIZE
               ManPouvoir DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        GO TO 3200-EXIT
    END-IF
    MOVE ManCompte TO NumCompte
    READ SoldeFile
    IF SoldeStatus NOT = '00'
        GO TO 3200-EXIT
    END-IF
    ADD 1 TO WS-NbComptes
    MOVE NumCompte TO WS-CptNum(WS-NbComptes)
    MOVE ManRole TO WS-CptRole(WS-NbComptes)
    MOVE ManPouvoir TO WS-CptPouvoir(WS-NbComptes)
    PERFORM 3900-EDITER-COMPTE THRU 3900-EXIT.
3200-EXIT.
    EXIT.

3900-EDITER-COMPTE.
    MOVE SPACES TO RapportRecord
    STRING "  Compte " DELIMITED BY SIZE
           NumCompte DELIMITED BY SIZE
           "  rôle " DELIMITED BY SIZE
           WS-CptRole(WS-NbComptes) DELIMITED BY SIZE
           "  pouvoir " DELIMITED BY SIZE
           WS-CptPouvoir(WS-NbComptes) DELIMITED BY SIZE
           "  état " DELIMITED BY SIZE
           SolEtat DELIMITED BY SIZE
           "  agence " DELIMITED BY SIZE
           SolAgence DELIMITED BY SIZE
           "  produit " DELIMITED BY SIZE
           SolProduit DELIMITED BY SIZE
           "  solde " DELIMITED BY SIZE
           Sol DELIMITED BY SIZE
           "  épargne " DELIMITED BY SIZE
           SolSec DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SolDevise DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
3900-EXIT.
    EXIT.

4000-BENEFICIAIRES.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Bénéficiaires enregistrés (beneficiaires.txt)"
        TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT BenefFile
    IF BenefStatus = '00'
        PERFORM 4100-LIRE-BENEF THRU 4100-EXIT
            UNTIL BenefStatus NOT = '00'
        CLOSE BenefFile
    END-IF
    IF WS-NbBenef = ZERO
        MOVE "  Aucun" TO RapportRecord
        WRITE RapportRecord
    END-IF.
4000-EXIT.
    EXIT.

4100-LIRE-BENEF.
    READ BenefFile
    IF BenefStatus NOT = '00'
        GO TO 4100-EXIT
    END-IF
    MOVE BenCompteSource TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF NOT CompteDuClient
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO WS-NbBenef
    MOVE SPACES TO RapportRecord
    STRING "  Compte " DELIMITED BY SIZE
           BenCompteSource DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           BenCompteDest DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           BenLibelle DELIMITED BY SIZE
           "  enregistré le " DELIMITED BY SIZE
           BenDateEnreg DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
4100-EXIT.
    EXIT.

*> Archives des années demandées, puis l'historique vivant.
5000-MOUVEMENTS.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Mouvements (archives et historique.txt)" TO RapportRecord
    WRITE RapportRecord
    IF WS-AnneeDebut NOT = ZERO
        PERFORM 5100-LIRE-ARCHIVE THRU 5100-EXIT
            VARYING WS-AnneeParcours FROM WS-AnneeDebut BY 1
            UNTIL WS-AnneeParcours > WS-AnneeFin
    END-IF
    MOVE "historique.txt" TO WS-NomHistorique
    PERFORM 5200-PARCOURIR THRU 5200-EXIT
    MOVE SPACES TO RapportRecord
    STRING "  Mouvements : " DELIMITED BY SIZE
           WS-NbMouvements DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
5000-EXIT.
    EXIT.

5100-LIRE-ARCHIVE.
    MOVE SPACES TO WS-NomHistorique
    STRING "historique-" DELIMITED BY SIZE
        WS-AnneeParcours DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO WS-NomHistorique
    PERFORM 5200-PARCOURIR THRU 5200-EXIT.
5100-EXIT.
    EXIT.

5200-PARCOURIR.
    OPEN INPUT HistoriqueFile
    IF HistStatus NOT = '00'
        IF WS-NomHistorique NOT = "historique.txt"
            MOVE SPACES TO RapportRecord
            STRING "  " DELIMITED BY SIZE
                   WS-NomHistorique DELIMITED BY SPACE
                   " absente" DELIMITED BY SIZE
              INTO RapportRecord
            WRITE RapportRecord
        END-IF
        GO TO 5200-EXIT
    END-IF
    PERFORM 5300-LIRE-MOUVEMENT THRU 5300-EXIT
        UNTIL HistStatus NOT = '00'
    CLOSE HistoriqueFile.
5200-EXIT.
    EXIT.

5300-LIRE-MOUVEMENT.
    READ HistoriqueFile
    IF HistStatus NOT = '00'
        GO TO 5300-EXIT
    END-IF
    MOVE NumCompteH TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF NOT CompteDuClient
        GO TO 5300-EXIT
    END-IF
    ADD 1 TO WS-NbMouvements
    MOVE SPACES TO RapportRecord
    STRING "  " DELIMITED BY SIZE
           DateTrans DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HeureTrans DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           NumCompteH DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Act DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Mont DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DeviseTrans DELIMITED BY SIZE
           "  solde " DELIMITED BY SIZE
           SoldeApres DELIMITED BY SIZE
           "  vers " DELIMITED BY SIZE
           NumCompteDestH DELIMITED BY SIZE
           "  valeur " DELIMITED BY SIZE
           DateValeur DELIMITED BY SIZE
           "  agence " DELIMITED BY SIZE
           AgenceTrans DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
5300-EXIT.
    EXIT.

6000-SECURITE.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Traces de sécurité (securite.txt)" TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT SecuriteFile
    IF SecuriteStatus = '00'
        PERFORM 6100-LIRE-SECURITE THRU 6100-EXIT
            UNTIL SecuriteStatus NOT = '00'
        CLOSE SecuriteFile
    END-IF
    IF WS-NbSecurite = ZERO
        MOVE "  Aucune" TO RapportRecord
        WRITE RapportRecord
    END-IF.
6000-EXIT.
    EXIT.

6100-LIRE-SECURITE.
    READ SecuriteFile
    IF SecuriteStatus NOT = '00'
        GO TO 6100-EXIT
    END-IF
    MOVE SecCompte TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF NOT CompteDuClient
        GO TO 6100-EXIT
    END-IF
    ADD 1 TO WS-NbSecurite
    MOVE SPACES TO RapportRecord
    STRING "  " DELIMITED BY SIZE
           SecDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SecHeure DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SecCompte DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SecEvenement DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SecResultat DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SecDetail DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
6100-EXIT.
    EXIT.

7000-CHEQUES.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Chèques remis (cheques.txt)" TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT ChequeFile
    IF ChequeStatus = '00'
        PERFORM 7100-LIRE-CHEQUE THRU 7100-EXIT
            UNTIL ChequeStatus NOT = '00'
        CLOSE ChequeFile
    END-IF
    IF WS-NbCheques = ZERO
        MOVE "  Aucun" TO RapportRecord
        WRITE RapportRecord
    END-IF.
7000-EXIT.
    EXIT.

7100-LIRE-CHEQUE.
    READ ChequeFile
    IF ChequeStatus NOT = '00'
        GO TO 7100-EXIT
    END-IF
    MOVE ChqCompte TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF NOT CompteDuClient
        GO TO 7100-EXIT
    END-IF
    ADD 1 TO WS-NbCheques
    MOVE SPACES TO RapportRecord
    STRING "  Compte " DELIMITED BY SIZE
           ChqCompte DELIMITED BY SIZE
           "  chèque " DELIMITED BY SIZE
           ChqNumero DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ChqBanque DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ChqMontant DELIMITED BY SIZE
           "  déposé le " DELIMITED BY SIZE
           ChqDateDepot DELIMITED BY SIZE
           "  statut " DELIMITED BY SIZE
           ChqStatut DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
7100-EXIT.
    EXIT.

7500-PRETS.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE "Prêts (prets.txt)" TO RapportRecord
    WRITE RapportRecord
    OPEN INPUT PretFile
    IF PretStatus = '00'
        PERFORM 7600-LIRE-PRET THRU 7600-EXIT
            UNTIL PretStatus NOT = '00'
        CLOSE PretFile
    END-IF
    IF WS-NbPrets = ZERO
        MOVE "  Aucun" TO RapportRecord
        WRITE RapportRecord
    END-IF.
7500-EXIT.
    EXIT.

7600-LIRE-PRET.
    READ PretFile
    IF PretStatus NOT = '00'
        GO TO 7600-EXIT
    END-IF
    MOVE PrtCompte TO WS-CompteCherche
    PERFORM 8100-COMPTE-DU-CLIENT THRU 8100-EXIT
    IF NOT CompteDuClient
        GO TO 7600-EXIT
    END-IF
    ADD 1 TO WS-NbPrets
    MOVE SPACES TO RapportRecord
    STRING "  " DELIMITED BY SIZE
           PrtCompte DELIMITED BY SIZE
           " capital " DELIMITED BY SIZE
           PrtCapital DELIMITED BY SIZE
           " taux " DELIMITED BY SIZE
           PrtTaux DELIMITED BY SIZE
           " début " DELIMITED BY SIZE
           PrtDateDebut DELIMITED BY SIZE
           " durée " DELIMITED BY SIZE
           PrtDuree DELIMITED BY SIZE
           " mensualité " DELIMITED BY SIZE
           PrtMensualite DELIMITED BY SIZE
           " restant " DELIMITED BY SIZE
           PrtRestant DELIMITED BY SIZE
           " statut " DELIMITED BY SIZE
           PrtStatut DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
7600-EXIT.
    EXIT.

*> WS-CompteCherche porte le compte cherché; l'indice du compte
*> du client est laissé dans WS-IdxCptTrouve.
8100-COMPTE-DU-CLIENT.
    MOVE 'N' TO WS-CompteDuClient
    MOVE ZERO TO WS-IdxCptTrouve
    PERFORM 8110-COMPARER-COMPTE THRU 8110-EXIT
        VARYING WS-IdxCpt FROM 1 BY 1
        UNTIL WS-IdxCpt > WS-NbComptes OR CompteDuClient.
8100-EXIT.
    EXIT.

8110-COMPARER-COMPTE.
    IF WS-CptNum(WS-IdxCpt) = WS-CompteCherche
        MOVE 'O' TO WS-CompteDuClient
        MOVE WS-IdxCpt TO WS-IdxCptTrouve
    END-IF.
8110-EXIT.
    EXIT.

9999-FIN.
    MOVE SPACES TO RapportRecord
    WRITE RapportRecord
    MOVE SPACES TO RapportRecord
    STRING "Comptes : " DELIMITED BY SIZE
           WS-NbComptes DELIMITED BY SIZE
           "  pièces : " DELIMITED BY SIZE
           WS-NbIdentites DELIMITED BY SIZE
           "  bénéficiaires : " DELIMITED BY SIZE
           WS-NbBenef DELIMITED BY SIZE
           "  mouvements : " DELIMITED BY SIZE
           WS-NbMouvements DELIMITED BY SIZE
           "  traces : " DELIMITED BY SIZE
           WS-NbSecurite DELIMITED BY SIZE
           "  chèques : " DELIMITED BY SIZE
           WS-NbCheques DELIMITED BY SIZE
           "  prêts : " DELIMITED BY SIZE
           WS-NbPrets DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord
    CLOSE RapportFile
    DISPLAY "Extrait écrit dans ", WS-NomRapport
    DISPLAY "Comptes : ", WS-NbComptes, "  mouvements : ",
        WS-NbMouvements, "  traces de sécurité : ", WS-NbSecurite.
9999-EXIT.
    EXIT.
