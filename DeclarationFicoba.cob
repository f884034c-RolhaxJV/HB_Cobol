IDENTIFICATION DIVISION.
PROGRAM-ID. DeclarationFicoba.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - déclarations quotidiennes au fichier
*>                 national des comptes bancaires (FICOBA). Chaque
*>                 compte de solde.txt, ses rattachements (SolClient
*>                 titulaire et mandats.txt) et l'identité de ses
*>                 clients (client.txt, lue par ReadClient) sont
*>                 comparés à l'image de ce qui a déjà été déclaré
*>                 (ficoba-ref.txt) :
*>                 - OUV : compte ouvert non encore déclaré (ou
*>                   rouvert), avec son titulaire;
*>                 - CLO : compte déclaré ouvert passé à l'état 'C';
*>                 - ADJ / RET : co-titulaire, mandataire ou
*>                   titulaire ajouté ou retiré;
*>                 - ADR : nom ou adresse d'un client rattaché
*>                   différent de l'identité déclarée.
*>                 Les lignes sont écrites dans
*>                 ficoba-AAAAMMJJ.txt (en-tête 'H', détails 'D',
*>                 fin 'T' avec le nombre de détails) et journalisées
*>                 au statut 'E' dans ficoba-journal.txt; l'image est
*>                 alors mise à jour. Sans image (premier passage),
*>                 l'image est constituée sur l'existant sans rien
*>                 déclarer. Un compte sans titulaire ou dont le
*>                 client est introuvable est différé au passage
*>                 suivant.
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
    SELECT ReferenceFile ASSIGN TO 'ficoba-ref.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
    SELECT JournalFicobaFile ASSIGN TO 'ficoba-journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalFicobaStatus.
    SELECT DeclarationFile ASSIGN USING WS-NomDeclaration
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DeclarationStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD SoldeFile.
COPY SOLDEREC.

FD MandatFile.
COPY MANDATREC.

FD ReferenceFile.
COPY FICOREFREC.

FD JournalFicobaFile.
COPY FICOJREC.

FD DeclarationFile.
01 DeclarationRecord PIC X(120).

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 SoldeStatus         PIC X(02).
01 MandatStatus        PIC X(02).
01 ReferenceStatus     PIC X(02).
01 JournalFicobaStatus PIC X(02).
01 DeclarationStatus   PIC X(02).
01 DateComptaStatus    PIC X(02).
01 WS-NomDeclaration   PIC X(30).
01 WS-DateJour         PIC 9(08).
*> Dessins du fichier de déclaration : en-tête 'H', détail 'D',
*> fin 'T'.
01 WS-EnteteDecl.
   05 EdType          PIC X(01) VALUE 'H'.
   05 EdDate          PIC 9(08).
   05 EdLibelle       PIC X(30) VALUE "DECLARATIONS FICOBA".
01 WS-DetailDecl.
   05 DdType          PIC X(01) VALUE 'D'.
   05 DdReference.
      10 DdDateDecl   PIC 9(08).
      10 DdNumLigne   PIC 9(06).
   05 DdCode          PIC X(03).
   05 DdDateEffet     PIC 9(08).
   05 DdCompte        PIC 9(08).
   05 DdAgence        PIC X(03).
   05 DdDevise        PIC X(03).
   05 DdClient        PIC 9(08).
   05 DdRole          PIC X(01).
   05 DdNom           PIC X(30).
   05 DdAdresse       PIC X(40).
01 WS-FinDecl.
   05 FdType          PIC X(01) VALUE 'T'.
   05 FdNombre        PIC 9(06).
*> Compte en cours d'examen.
01 WS-CompteCourant    PIC 9(08).
01 WS-ClientCourant    PIC 9(08).
01 WS-EtatCourant      PIC X(01).
01 WS-AgenceCourante   PIC X(03).
01 WS-DeviseCourante   PIC X(03).
*> Ligne à déclarer.
01 WS-CodeDecl         PIC X(03).
01 WS-ClientDecl       PIC 9(08).
01 WS-RoleDecl         PIC X(01).
01 WS-NomClient        PIC X(30).
01 WS-AdresseClient    PIC X(40).
01 WS-TelClient        PIC X(15).
01 WS-ClientStatus     PIC X(02).
01 WS-NbLignes         PIC 9(06) VALUE ZERO.
01 WS-NbComptes        PIC 9(06) VALUE ZERO.
01 WS-NbDifferes       PIC 9(06) VALUE ZERO.
01 WS-NbRef            PIC 9(04) COMP VALUE ZERO.
01 WS-NbMandats        PIC 9(04) COMP VALUE ZERO.
01 WS-NbLiens          PIC 9(02) COMP VALUE ZERO.
01 WS-IdxRef           PIC 9(04) COMP.
01 WS-IdxRefCpt        PIC 9(04) COMP.
01 WS-IdxTrouve        PIC 9(04) COMP.
01 WS-IdxMan           PIC 9(04) COMP.
01 WS-IdxLien          PIC 9(02) COMP.
01 WS-IdxLienTrouve    PIC 9(02) COMP.
*> Image déclarée (ficoba-ref.txt), réécrite en fin de passage
*> sans les lignes supprimées.
01 WS-TableRef.
   05 WS-Ref OCCURS 3000.
      10 WS-RfType      PIC X(01).
      10 WS-RfCompte    PIC 9(08).
      10 WS-RfClient    PIC 9(08).
      10 WS-RfRole      PIC X(01).
      10 WS-RfEtat      PIC X(01).
      10 WS-RfNom       PIC X(30).
      10 WS-RfAdresse   PIC X(40).
      10 WS-RfSupprime  PIC X(01).
01 WS-TableMandats.
   05 WS-Mandat OCCURS 2000.
      10 WS-MnCompte    PIC 9(08).
      10 WS-MnClient    PIC 9(08).
      10 WS-MnRole      PIC X(01).
*> Rattachements actuels du compte en cours.
01 WS-TableLiens.
   05 WS-Lien OCCURS 20.
      10 WS-LnClient    PIC 9(08).
      10 WS-LnRole      PIC X(01).
01 WS-Switches.
   05 WS-Abandon       PIC X(01) VALUE 'N'.
      88 Abandon       VALUE 'O'.
   05 WS-PremierPassage PIC X(01) VALUE 'N'.
      88 PremierPassage VALUE 'O'.
   05 WS-TableSaturee  PIC X(01) VALUE 'N'.
      88 TableSaturee  VALUE 'O'.
   05 WS-Differe       PIC X(01) VALUE 'N'.
      88 Differe       VALUE 'O'.
   05 WS-DeclarationOuverte PIC X(01) VALUE 'N'.
      88 DeclarationOuverte VALUE 'O'.
   05 WS-JournalOuvert PIC X(01) VALUE 'N'.
      88 JournalOuvert VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Déclarations au fichier national des comptes (FICOBA)"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    IF NOT Abandon
        PERFORM 2000-TRAITER-COMPTES THRU 2000-EXIT
        PERFORM 8000-REECRIRE-REFERENCE THRU 8000-EXIT
    END-IF
    PERFORM 9999-FIN THRU 9999-EXIT
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
    MOVE SPACES TO WS-NomDeclaration
    STRING "ficoba-" DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomDeclaration
    PERFORM 1100-CHARGER-REFERENCE THRU 1100-EXIT
    IF Abandon
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-CHARGER-MANDATS THRU 1200-EXIT.
1000-EXIT.
    EXIT.

1100-CHARGER-REFERENCE.
    MOVE ZERO TO WS-NbRef
    OPEN INPUT ReferenceFile
    IF ReferenceStatus = '35'
        DISPLAY "Aucune image FICOBA : constitution sur l'existant"
        MOVE 'O' TO WS-PremierPassage
        GO TO 1100-EXIT
    END-IF
    IF ReferenceStatus NOT = '00'
        DISPLAY "Ficoba-ref.txt illisible, statut ", ReferenceStatus
        MOVE 'O' TO WS-Abandon
        GO TO 1100-EXIT
    END-IF
    PERFORM 1110-LIRE-REFERENCE THRU 1110-EXIT
        UNTIL ReferenceStatus NOT = '00' OR Abandon
    CLOSE ReferenceFile.
1100-EXIT.
    EXIT.

1110-LIRE-REFERENCE.
    READ ReferenceFile
    IF ReferenceStatus NOT = '00'
        GO TO 1110-EXIT
    END-IF
    IF WS-NbRef >= 3000
        DISPLAY "Image FICOBA saturée (3000), déclaration ",
            "abandonnée pour ne pas tronquer ficoba-ref.txt"
        MOVE 'O' TO WS-Abandon
        GO TO 1110-EXIT
    END-IF
    ADD 1 TO WS-NbRef
    MOVE FrfType TO WS-RfType(WS-NbRef)
    MOVE FrfNumCompte TO WS-RfCompte(WS-NbRef)
    MOVE FrfClient TO WS-RfClient(WS-NbRef)
    MOVE FrfRole TO WS-RfRole(WS-NbRef)
    MOVE FrfEtat TO WS-RfEtat(WS-NbRef)
    MOVE FrfNom TO WS-RfNom(WS-NbRef)
    MOVE FrfAdresse TO WS-RfAdresse(WS-NbRef)
    MOVE 'N' TO WS-RfSupprime(WS-NbRef).
1110-EXIT.
    EXIT.

*> Une table des mandats incomplète ferait déclarer à tort le
*> retrait des rattachements non chargés.
1200-CHARGER-MANDATS.
    MOVE ZERO TO WS-NbMandats
    OPEN INPUT MandatFile
    IF MandatStatus = '35'
        GO TO 1200-EXIT
    END-IF
    IF MandatStatus NOT = '00'
        DISPLAY "Mandats.txt illisible, statut ", MandatStatus
        MOVE 'O' TO WS-Abandon
        GO TO 1200-EXIT
    END-IF
    PERFORM 1210-LIRE-MANDAT THRU 1210-EXIT
        UNTIL MandatStatus NOT = '00' OR Abandon
    CLOSE MandatFile.
1200-EXIT.
    EXIT.

1210-LIRE-MANDAT.
    READ MandatFile
    IF MandatStatus NOT = '00'
        GO TO 1210-EXIT
    END-IF
    IF WS-NbMandats >= 2000
        DISPLAY "Table des mandats saturée (2000), déclaration ",
            "abandonnée"
        MOVE 'O' TO WS-Abandon
        GO TO 1210-EXIT
    END-IF
    ADD 1 TO WS-NbMandats
    MOVE ManCompte TO WS-MnCompte(WS-NbMandats)
    MOVE ManClient TO WS-MnClient(WS-NbMandats)
    MOVE ManRole TO WS-MnRole(WS-NbMandats).
1210-EXIT.
    EXIT.

2000-TRAITER-COMPTES.
    OPEN INPUT SoldeFile
    IF SoldeStatus NOT = '00'
        DISPLAY "Solde.txt illisible, statut ", SoldeStatus
        MOVE 'O' TO WS-Abandon
        GO TO 2000-EXIT
    END-IF
    MOVE ZEROS TO NumCompte
    START SoldeFile KEY IS GREATER THAN OR EQUAL NumCompte
    IF SoldeStatus = '00'
        PERFORM 2100-LIRE-COMPTE THRU 2100-EXIT
            UNTIL SoldeStatus NOT = '00' OR TableSaturee
    END-IF
    CLOSE SoldeFile.
2000-EXIT.
    EXIT.

2100-LIRE-COMPTE.
    READ SoldeFile NEXT RECORD
    IF SoldeStatus NOT = '00'
        GO TO 2100-EXIT
    END-IF
*> Un compte ajoute au plus une ligne compte, vingt
*> rattachements et vingt identités à l'image.
    IF WS-NbRef > 2950
        DISPLAY "Image FICOBA saturée (3000), comptes à partir de ",
            NumCompte, " reportés au passage suivant"
        MOVE 'O' TO WS-TableSaturee
        GO TO 2100-EXIT
    END-IF
    ADD 1 TO WS-NbComptes
    MOVE NumCompte TO WS-CompteCourant
    MOVE SolClient TO WS-ClientCourant
    MOVE SolEtat TO WS-EtatCourant
    MOVE SolAgence TO WS-AgenceCourante
    MOVE SolDevise TO WS-DeviseCourante
    PERFORM 2200-TRAITER-UN THRU 2200-EXIT.
2100-EXIT.
    EXIT.

2200-TRAITER-UN.
    MOVE 'N' TO WS-Differe
    PERFORM 2300-CONSTRUIRE-LIENS THRU 2300-EXIT
    PERFORM 3000-CHERCHER-COMPTE THRU 3000-EXIT
    IF PremierPassage
        PERFORM 2900-INITIALISER-COMPTE THRU 2900-EXIT
        GO TO 2200-EXIT
    END-IF
    IF WS-IdxRefCpt = ZERO
        IF WS-ClientCourant = ZERO
            IF WS-EtatCourant NOT = 'C'
                DISPLAY "Compte ", WS-CompteCourant,
                    " sans titulaire, ouverture différée"
                ADD 1 TO WS-NbDifferes
            END-IF
            GO TO 2200-EXIT
        END-IF
        PERFORM 4100-DECLARER-OUVERTURE THRU 4100-EXIT
    ELSE
        IF WS-RfEtat(WS-IdxRefCpt) = 'C'
            AND WS-EtatCourant NOT = 'C'
            PERFORM 4100-DECLARER-OUVERTURE THRU 4100-EXIT
        END-IF
    END-IF
    IF Differe
        GO TO 2200-EXIT
    END-IF
    IF WS-RfEtat(WS-IdxRefCpt) = 'A' AND WS-EtatCourant = 'C'
        PERFORM 4200-DECLARER-CLOTURE THRU 4200-EXIT
        GO TO 2200-EXIT
    END-IF
    IF WS-EtatCourant = 'C'
        GO TO 2200-EXIT
    END-IF
    PERFORM 4300-AJOUTER-LIEN THRU 4300-EXIT
        VARYING WS-IdxLien FROM 1 BY 1
        UNTIL WS-IdxLien > WS-NbLiens
    PERFORM 4400-RETIRER-LIEN THRU 4400-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
    PERFORM 4500-CONTROLER-IDENTITE THRU 4500-EXIT
        VARYING WS-IdxLien FROM 1 BY 1
        UNTIL WS-IdxLien > WS-NbLiens.
2200-EXIT.
    EXIT.

*> Rattachements actuels : le titulaire SolClient puis les mandats
*> du compte, sans doublon client / rôle.
2300-CONSTRUIRE-LIENS.
    MOVE ZERO TO WS-NbLiens
    IF WS-ClientCourant NOT = ZERO
        MOVE 1 TO WS-NbLiens
        MOVE WS-ClientCourant TO WS-LnClient(1)
        MOVE 'T' TO WS-LnRole(1)
    END-IF
    PERFORM 2310-AJOUTER-MANDAT THRU 2310-EXIT
        VARYING WS-IdxMan FROM 1 BY 1
        UNTIL WS-IdxMan > WS-NbMandats.
2300-EXIT.
    EXIT.

2310-AJOUTER-MANDAT.
    IF WS-MnCompte(WS-IdxMan) NOT = WS-CompteCourant
        GO TO 2310-EXIT
    END-IF
    MOVE WS-MnClient(WS-IdxMan) TO WS-ClientDecl
    MOVE WS-MnRole(WS-IdxMan) TO WS-RoleDecl
    PERFORM 2320-CHERCHER-LIEN-COURANT THRU 2320-EXIT
    IF WS-IdxLienTrouve NOT = ZERO
        GO TO 2310-EXIT
    END-IF
    IF WS-NbLiens >= 20
        DISPLAY "Compte ", WS-CompteCourant, " : plus de 20 ",
            "rattachements, client ", WS-ClientDecl, " non déclaré"
        GO TO 2310-EXIT
    END-IF
    ADD 1 TO WS-NbLiens
    MOVE WS-ClientDecl TO WS-LnClient(WS-NbLiens)
    MOVE WS-RoleDecl TO WS-LnRole(WS-NbLiens).
2310-EXIT.
    EXIT.

2320-CHERCHER-LIEN-COURANT.
    MOVE ZERO TO WS-IdxLienTrouve
    PERFORM 2330-COMPARER-LIEN-COURANT THRU 2330-EXIT
        VARYING WS-IdxLien FROM 1 BY 1
        UNTIL WS-IdxLien > WS-NbLiens
        OR WS-IdxLienTrouve NOT = ZERO.
2320-EXIT.
    EXIT.

2330-COMPARER-LIEN-COURANT.
    IF WS-LnClient(WS-IdxLien) = WS-ClientDecl
        AND WS-LnRole(WS-IdxLien) = WS-RoleDecl
        MOVE WS-IdxLien TO WS-IdxLienTrouve
    END-IF.
2330-EXIT.
    EXIT.

*> Premier passage : l'existant est réputé déjà déclaré.
2900-INITIALISER-COMPTE.
    IF WS-EtatCourant NOT = 'C' AND WS-ClientCourant = ZERO
        GO TO 2900-EXIT
    END-IF
    PERFORM 3900-AJOUTER-COMPTE THRU 3900-EXIT
    IF WS-EtatCourant = 'C'
        MOVE 'C' TO WS-RfEtat(WS-IdxRefCpt)
        GO TO 2900-EXIT
    END-IF
    PERFORM 2910-INITIALISER-LIEN THRU 2910-EXIT
        VARYING WS-IdxLien FROM 1 BY 1
        UNTIL WS-IdxLien > WS-NbLiens.
2900-EXIT.
    EXIT.

2910-INITIALISER-LIEN.
    MOVE WS-LnClient(WS-IdxLien) TO WS-ClientDecl
    MOVE WS-LnRole(WS-IdxLien) TO WS-RoleDecl
    PERFORM 3920-AJOUTER-LIEN-REF THRU 3920-EXIT
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    IF WS-ClientStatus = '00'
        PERFORM 3930-METTRE-A-JOUR-IDENTITE THRU 3930-EXIT
    END-IF.
2910-EXIT.
    EXIT.

3000-CHERCHER-COMPTE.
    MOVE ZERO TO WS-IdxRefCpt
    PERFORM 3010-COMPARER-COMPTE THRU 3010-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
        OR WS-IdxRefCpt NOT = ZERO.
3000-EXIT.
    EXIT.

3010-COMPARER-COMPTE.
    IF WS-RfType(WS-IdxRef) = 'C'
        AND WS-RfCompte(WS-IdxRef) = WS-CompteCourant
        AND WS-RfSupprime(WS-IdxRef) = 'N'
        MOVE WS-IdxRef TO WS-IdxRefCpt
    END-IF.
3010-EXIT.
    EXIT.

*> Rattachement WS-ClientDecl / WS-RoleDecl du compte en cours dans
*> l'image.
3100-CHERCHER-LIEN-REF.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 3110-COMPARER-LIEN-REF THRU 3110-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
        OR WS-IdxTrouve NOT = ZERO.
3100-EXIT.
    EXIT.

3110-COMPARER-LIEN-REF.
    IF WS-RfType(WS-IdxRef) = 'L'
        AND WS-RfCompte(WS-IdxRef) = WS-CompteCourant
        AND WS-RfClient(WS-IdxRef) = WS-ClientDecl
        AND WS-RfRole(WS-IdxRef) = WS-RoleDecl
        AND WS-RfSupprime(WS-IdxRef) = 'N'
        MOVE WS-IdxRef TO WS-IdxTrouve
    END-IF.
3110-EXIT.
    EXIT.

3200-CHERCHER-IDENTITE.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 3210-COMPARER-IDENTITE THRU 3210-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
        OR WS-IdxTrouve NOT = ZERO.
3200-EXIT.
    EXIT.

3210-COMPARER-IDENTITE.
    IF WS-RfType(WS-IdxRef) = 'A'
        AND WS-RfClient(WS-IdxRef) = WS-ClientDecl
        AND WS-RfSupprime(WS-IdxRef) = 'N'
        MOVE WS-IdxRef TO WS-IdxTrouve
    END-IF.
3210-EXIT.
    EXIT.

3900-AJOUTER-COMPTE.
    ADD 1 TO WS-NbRef
    MOVE WS-NbRef TO WS-IdxRefCpt
    MOVE 'C' TO WS-RfType(WS-NbRef)
    MOVE WS-CompteCourant TO WS-RfCompte(WS-NbRef)
    MOVE ZERO TO WS-RfClient(WS-NbRef)
    MOVE SPACE TO WS-RfRole(WS-NbRef)
    MOVE 'A' TO WS-RfEtat(WS-NbRef)
    MOVE SPACES TO WS-RfNom(WS-NbRef)
    MOVE SPACES TO WS-RfAdresse(WS-NbRef)
    MOVE 'N' TO WS-RfSupprime(WS-NbRef).
3900-EXIT.
    EXIT.

3920-AJOUTER-LIEN-REF.
    PERFORM 3100-CHERCHER-LIEN-REF THRU 3100-EXIT
    IF WS-IdxTrouve NOT = ZERO
        GO TO 3920-EXIT
    END-IF
    ADD 1 TO WS-NbRef
    MOVE 'L' TO WS-RfType(WS-NbRef)
    MOVE WS-CompteCourant TO WS-RfCompte(WS-NbRef)
    MOVE WS-ClientDecl TO WS-RfClient(WS-NbRef)
    MOVE WS-RoleDecl TO WS-RfRole(WS-NbRef)
    MOVE SPACE TO WS-RfEtat(WS-NbRef)
    MOVE SPACES TO WS-RfNom(WS-NbRef)
    MOVE SPACES TO WS-RfAdresse(WS-NbRef)
    MOVE 'N' TO WS-RfSupprime(WS-NbRef).
3920-EXIT.
    EXIT.

*> Identité lue par ReadClient (WS-NomClient / WS-AdresseClient)
*> retenue comme identité déclarée du client WS-ClientDecl.
3930-METTRE-A-JOUR-IDENTITE.
    PERFORM 3200-CHERCHER-IDENTITE THRU 3200-EXIT
    IF WS-IdxTrouve = ZERO
        ADD 1 TO WS-NbRef
        MOVE WS-NbRef TO WS-IdxTrouve
        MOVE 'A' TO WS-RfType(WS-NbRef)
        MOVE ZERO TO WS-RfCompte(WS-NbRef)
        MOVE WS-ClientDecl TO WS-RfClient(WS-NbRef)
        MOVE SPACE TO WS-RfRole(WS-NbRef)
        MOVE SPACE TO WS-RfEtat(WS-NbRef)
        MOVE 'N' TO WS-RfSupprime(WS-NbRef)
    END-IF
    MOVE WS-NomClient TO WS-RfNom(WS-IdxTrouve)
    MOVE WS-AdresseClient TO WS-RfAdresse(WS-IdxTrouve).
3930-EXIT.
    EXIT.

4100-DECLARER-OUVERTURE.
    MOVE WS-ClientCourant TO WS-ClientDecl
    MOVE 'T' TO WS-RoleDecl
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Compte ", WS-CompteCourant, " : titulaire ",
            WS-ClientDecl, " introuvable, ouverture différée"
        ADD 1 TO WS-NbDifferes
        MOVE 'O' TO WS-Differe
        GO TO 4100-EXIT
    END-IF
    IF WS-IdxRefCpt = ZERO
        PERFORM 3900-AJOUTER-COMPTE THRU 3900-EXIT
    END-IF
    MOVE 'A' TO WS-RfEtat(WS-IdxRefCpt)
    MOVE "OUV" TO WS-CodeDecl
    PERFORM 4800-EMETTRE THRU 4800-EXIT
    PERFORM 3920-AJOUTER-LIEN-REF THRU 3920-EXIT
    PERFORM 3930-METTRE-A-JOUR-IDENTITE THRU 3930-EXIT.
4100-EXIT.
    EXIT.

*> La clôture emporte tous les rattachements du compte.
4200-DECLARER-CLOTURE.
    MOVE WS-ClientCourant TO WS-ClientDecl
    MOVE 'T' TO WS-RoleDecl
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    MOVE "CLO" TO WS-CodeDecl
    PERFORM 4800-EMETTRE THRU 4800-EXIT
    MOVE 'C' TO WS-RfEtat(WS-IdxRefCpt)
    PERFORM 4210-SUPPRIMER-LIEN THRU 4210-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef.
4200-EXIT.
    EXIT.

4210-SUPPRIMER-LIEN.
    IF WS-RfType(WS-IdxRef) = 'L'
        AND WS-RfCompte(WS-IdxRef) = WS-CompteCourant
        MOVE 'O' TO WS-RfSupprime(WS-IdxRef)
    END-IF.
4210-EXIT.
    EXIT.

4300-AJOUTER-LIEN.
    MOVE WS-LnClient(WS-IdxLien) TO WS-ClientDecl
    MOVE WS-LnRole(WS-IdxLien) TO WS-RoleDecl
    PERFORM 3100-CHERCHER-LIEN-REF THRU 3100-EXIT
    IF WS-IdxTrouve NOT = ZERO
        GO TO 4300-EXIT
    END-IF
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    IF WS-ClientStatus NOT = '00'
        DISPLAY "Compte ", WS-CompteCourant, " : client ",
            WS-ClientDecl, " introuvable, rattachement différé"
        ADD 1 TO WS-NbDifferes
        GO TO 4300-EXIT
    END-IF
    MOVE "ADJ" TO WS-CodeDecl
    PERFORM 4800-EMETTRE THRU 4800-EXIT
    PERFORM 3920-AJOUTER-LIEN-REF THRU 3920-EXIT
    PERFORM 3930-METTRE-A-JOUR-IDENTITE THRU 3930-EXIT.
4300-EXIT.
    EXIT.

4400-RETIRER-LIEN.
    IF WS-RfType(WS-IdxRef) NOT = 'L'
        OR WS-RfCompte(WS-IdxRef) NOT = WS-CompteCourant
        OR WS-RfSupprime(WS-IdxRef) = 'O'
        GO TO 4400-EXIT
    END-IF
    MOVE WS-RfClient(WS-IdxRef) TO WS-ClientDecl
    MOVE WS-RfRole(WS-IdxRef) TO WS-RoleDecl
    PERFORM 2320-CHERCHER-LIEN-COURANT THRU 2320-EXIT
    IF WS-IdxLienTrouve NOT = ZERO
        GO TO 4400-EXIT
    END-IF
    MOVE 'O' TO WS-RfSupprime(WS-IdxRef)
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    MOVE "RET" TO WS-CodeDecl
    PERFORM 4800-EMETTRE THRU 4800-EXIT.
4400-EXIT.
    EXIT.

4500-CONTROLER-IDENTITE.
    MOVE WS-LnClient(WS-IdxLien) TO WS-ClientDecl
    MOVE WS-LnRole(WS-IdxLien) TO WS-RoleDecl
    PERFORM 4900-LIRE-CLIENT THRU 4900-EXIT
    IF WS-ClientStatus NOT = '00'
        GO TO 4500-EXIT
    END-IF
    PERFORM 3200-CHERCHER-IDENTITE THRU 3200-EXIT
    IF WS-IdxTrouve NOT = ZERO
        IF WS-RfNom(WS-IdxTrouve) = WS-NomClient
            AND WS-RfAdresse(WS-IdxTrouve) = WS-AdresseClient
            GO TO 4500-EXIT
        END-IF
    END-IF
    MOVE "ADR" TO WS-CodeDecl
    PERFORM 4800-EMETTRE THRU 4800-EXIT
    PERFORM 3930-METTRE-A-JOUR-IDENTITE THRU 3930-EXIT.
4500-EXIT.
    EXIT.

*> Une ligne de déclaration et sa trace au journal.
4800-EMETTRE.
    IF NOT DeclarationOuverte
        PERFORM 4810-OUVRIR-DECLARATION THRU 4810-EXIT
    END-IF
    IF NOT DeclarationOuverte
        GO TO 4800-EXIT
    END-IF
    ADD 1 TO WS-NbLignes
    MOVE WS-DateJour TO DdDateDecl
    MOVE WS-NbLignes TO DdNumLigne
    MOVE WS-CodeDecl TO DdCode
    MOVE WS-DateJour TO DdDateEffet
    MOVE WS-CompteCourant TO DdCompte
    MOVE WS-AgenceCourante TO DdAgence
    MOVE WS-DeviseCourante TO DdDevise
    MOVE WS-ClientDecl TO DdClient
    MOVE WS-RoleDecl TO DdRole
    MOVE WS-NomClient TO DdNom
    MOVE WS-AdresseClient TO DdAdresse
    MOVE WS-DetailDecl TO DeclarationRecord
    WRITE DeclarationRecord
    IF JournalOuvert
        MOVE DdReference TO FjReference
        MOVE WS-CodeDecl TO FjCode
        MOVE WS-CompteCourant TO FjCompte
        MOVE WS-ClientDecl TO FjClient
        MOVE WS-RoleDecl TO FjRole
        MOVE 'E' TO FjStatut
        MOVE SPACES TO FjMotif
        MOVE ZERO TO FjDateRetour
        MOVE SPACES TO FjLibelle
        WRITE FicobaJournalRecord
    END-IF
    DISPLAY "  ", WS-CodeDecl, " compte ", WS-CompteCourant,
        " client ", WS-ClientDecl, " rôle ", WS-RoleDecl.
4800-EXIT.
    EXIT.

4810-OUVRIR-DECLARATION.
    OPEN OUTPUT DeclarationFile
    IF DeclarationStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomDeclaration, ", statut ",
            DeclarationStatus
        GO TO 4810-EXIT
    END-IF
    MOVE 'O' TO WS-DeclarationOuverte
    MOVE WS-DateJour TO EdDate
    MOVE WS-EnteteDecl TO DeclarationRecord
    WRITE DeclarationRecord
    OPEN EXTEND JournalFicobaFile
    IF JournalFicobaStatus = '35'
        OPEN OUTPUT JournalFicobaFile
    END-IF
    IF JournalFicobaStatus NOT = '00'
        DISPLAY "Erreur ouverture ficoba-journal.txt, statut ",
            JournalFicobaStatus
    ELSE
        MOVE 'O' TO WS-JournalOuvert
    END-IF.
4810-EXIT.
    EXIT.

4900-LIRE-CLIENT.
    MOVE SPACES TO WS-NomClient
    MOVE SPACES TO WS-AdresseClient
    CALL 'ReadClient' USING WS-ClientDecl, WS-NomClient,
        WS-AdresseClient, WS-TelClient, WS-ClientStatus.
4900-EXIT.
    EXIT.

8000-REECRIRE-REFERENCE.
    OPEN OUTPUT ReferenceFile
    IF ReferenceStatus NOT = '00'
        DISPLAY "Erreur réécriture ficoba-ref.txt, statut ",
            ReferenceStatus
        GO TO 8000-EXIT
    END-IF
    PERFORM 8100-ECRIRE-REFERENCE THRU 8100-EXIT
        VARYING WS-IdxRef FROM 1 BY 1
        UNTIL WS-IdxRef > WS-NbRef
    CLOSE ReferenceFile.
8000-EXIT.
    EXIT.

8100-ECRIRE-REFERENCE.
    IF WS-RfSupprime(WS-IdxRef) = 'O'
        GO TO 8100-EXIT
    END-IF
    MOVE WS-RfType(WS-IdxRef) TO FrfType
    MOVE WS-RfCompte(WS-IdxRef) TO FrfNumCompte
    MOVE WS-RfClient(WS-IdxRef) TO FrfClient
    MOVE WS-RfRole(WS-IdxRef) TO FrfRole
    MOVE WS-RfEtat(WS-IdxRef) TO FrfEtat
    MOVE WS-RfNom(WS-IdxRef) TO FrfNom
    MOVE WS-RfAdresse(WS-IdxRef) TO FrfAdresse
    WRITE FicoRefRecord.
8100-EXIT.
    EXIT.

9999-FIN.
    IF DeclarationOuverte
        MOVE WS-NbLignes TO FdNombre
        MOVE WS-FinDecl TO DeclarationRecord
        WRITE DeclarationRecord
        CLOSE DeclarationFile
        DISPLAY "Déclaration ", WS-NomDeclaration, " : ",
            WS-NbLignes, " ligne(s)"
    ELSE
        IF NOT Abandon AND NOT PremierPassage
            DISPLAY "Aucun mouvement à déclarer"
        END-IF
    END-IF
    IF JournalOuvert
        CLOSE JournalFicobaFile
    END-IF
    IF PremierPassage AND NOT Abandon
        DISPLAY "Image FICOBA constituée sur ", WS-NbComptes,
            " compte(s), aucune déclaration émise"
    END-IF
    IF WS-NbDifferes > ZERO
        DISPLAY "Déclarations différées : ", WS-NbDifferes
    END-IF
    DISPLAY "Fin des déclarations FICOBA".
9999-EXIT.
    EXIT.
