IDENTIFICATION DIVISION.
PROGRAM-ID. DeclarationRetenues.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - déclaration mensuelle des retenues à
*>                 la source : à la première clôture d'un mois, le
*>                 registre retenues.txt du mois précédent est
*>                 totalisé par catégorie (résidents, non-résidents,
*>                 dispensés : nombre de passations, intérêt brut,
*>                 retenue) dans declaration-retenues-AAAAMM.txt,
*>                 avec le total à reverser au Trésor. Passé une
*>                 fois par mois comptable : sauté quand
*>                 journalbatch.txt porte déjà une fin "OK" de
*>                 l'étape RETENUES pour le mois.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RetenueFile ASSIGN TO 'retenues.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RetenueStatus.
    SELECT DeclarationFile ASSIGN USING WS-NomDeclaration
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DeclarationStatus.
    SELECT JournalBatchFile ASSIGN TO 'journalbatch.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JournalBatchStatus.
    SELECT DateComptaFile ASSIGN TO 'datecompta.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateComptaStatus.

DATA DIVISION.
FILE SECTION.
FD RetenueFile.
COPY RETENUEREC.

FD DeclarationFile.
01 DeclarationRecord PIC X(100).

FD JournalBatchFile.
COPY JOURBATREC.

FD DateComptaFile.
COPY DATECREC.

WORKING-STORAGE SECTION.
01 RetenueStatus      PIC X(02).
01 DeclarationStatus  PIC X(02).
01 JournalBatchStatus PIC X(02).
01 DateComptaStatus   PIC X(02).
01 WS-NomDeclaration  PIC X(40).
01 WS-DateJour        PIC 9(08).
01 WS-MoisComptable   PIC 9(06).
01 WS-MoisDeclare.
   05 WS-AnneeDeclare PIC 9(04).
   05 WS-MoisDecl     PIC 9(02).
01 WS-Brut            PIC 9(07)V99.
01 WS-Retenue         PIC 9(07)V99.
01 WS-NbLus           PIC 9(06) VALUE ZERO.
*> Totaux par catégorie : 1 = résidents, 2 = non-résidents,
*> 3 = dispensés.
01 WS-IdxCat          PIC 9(01) COMP.
01 WS-TableTotaux.
   05 WS-Total OCCURS 3.
      10 WS-TotNombre   PIC 9(06).
      10 WS-TotBrut     PIC 9(09)V99.
      10 WS-TotRetenue  PIC 9(09)V99.
01 WS-LibellesDef.
   05 FILLER PIC X(14) VALUE "Résidents".
   05 FILLER PIC X(14) VALUE "Non-résidents".
   05 FILLER PIC X(14) VALUE "Dispensés".
01 WS-Libelles REDEFINES WS-LibellesDef.
   05 WS-Libelle OCCURS 3 PIC X(14).
01 WS-TotalAReverser  PIC 9(09)V99 VALUE ZERO.
01 WS-NombreEd        PIC ZZZZZ9.
01 WS-BrutEd          PIC ZZZZZZZZ9.99.
01 WS-RetenueEd       PIC ZZZZZZZZ9.99.
01 WS-Switches.
   05 WS-FinFichier   PIC X(01) VALUE 'N'.
      88 FinFichier   VALUE 'O'.
   05 WS-DejaPasse    PIC X(01) VALUE 'N'.
      88 DejaPasse    VALUE 'O'.
   05 WS-RegistreOuvert PIC X(01) VALUE 'N'.
      88 RegistreOuvert VALUE 'O'.
   05 WS-ADeclarer    PIC X(01) VALUE 'N'.
      88 ADeclarer    VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Déclaration mensuelle des retenues à la source"
    PERFORM 1000-INITIALISATION THRU 1000-EXIT
    PERFORM 2000-CUMULER THRU 2000-EXIT UNTIL FinFichier
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
    MOVE WS-DateJour(1:6) TO WS-MoisComptable
    MOVE WS-DateJour(1:4) TO WS-AnneeDeclare
    MOVE WS-DateJour(5:2) TO WS-MoisDecl
    IF WS-MoisDecl = 1
        MOVE 12 TO WS-MoisDecl
        SUBTRACT 1 FROM WS-AnneeDeclare
    ELSE
        SUBTRACT 1 FROM WS-MoisDecl
    END-IF
    MOVE ZEROS TO WS-TableTotaux
    PERFORM 1500-CONTROLER-DOUBLE THRU 1500-EXIT
    IF DejaPasse
        DISPLAY "Retenues du mois ", WS-MoisDeclare,
            " déjà déclarées"
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
*> Sans registre, la déclaration du mois est établie à zéro.
    OPEN INPUT RetenueFile
    IF RetenueStatus NOT = '00'
        IF RetenueStatus NOT = '35'
            DISPLAY "Retenues.txt illisible, statut ", RetenueStatus
        ELSE
            DISPLAY "Aucune retenue enregistrée"
            MOVE 'O' TO WS-ADeclarer
        END-IF
        MOVE 'O' TO WS-FinFichier
        GO TO 1000-EXIT
    END-IF
    MOVE 'O' TO WS-RegistreOuvert
    MOVE 'O' TO WS-ADeclarer.
1000-EXIT.
    EXIT.

1500-CONTROLER-DOUBLE.
    MOVE 'N' TO WS-DejaPasse
    OPEN INPUT JournalBatchFile
    IF JournalBatchStatus NOT = '00'
        GO TO 1500-EXIT
    END-IF
    PERFORM 1510-LIRE-JOURNAL THRU 1510-EXIT
        UNTIL JournalBatchStatus NOT = '00'
    CLOSE JournalBatchFile.
1500-EXIT.
    EXIT.

1510-LIRE-JOURNAL.
    READ JournalBatchFile
    IF JournalBatchStatus = '00'
        IF JbEtape = "RETENUES"
            AND JbEvenement = "FIN"
            AND JbResultat = "OK"
            AND JbDate(1:6) = WS-MoisComptable
            MOVE 'O' TO WS-DejaPasse
        END-IF
    END-IF.
1510-EXIT.
    EXIT.

2000-CUMULER.
    READ RetenueFile
    IF RetenueStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
        GO TO 2000-EXIT
    END-IF
    IF RetDate IS NOT NUMERIC
        GO TO 2000-EXIT
    END-IF
    IF RetDate(1:6) NOT = WS-MoisDeclare
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-NbLus
    MOVE RetBrut TO WS-Brut
    MOVE RetMontant TO WS-Retenue
    EVALUATE RetCategorie
        WHEN 'N'
            MOVE 2 TO WS-IdxCat
        WHEN 'D'
            MOVE 3 TO WS-IdxCat
        WHEN OTHER
            MOVE 1 TO WS-IdxCat
    END-EVALUATE
    ADD 1 TO WS-TotNombre(WS-IdxCat)
    ADD WS-Brut TO WS-TotBrut(WS-IdxCat)
    ADD WS-Retenue TO WS-TotRetenue(WS-IdxCat)
    ADD WS-Retenue TO WS-TotalAReverser.
2000-EXIT.
    EXIT.

3000-ECRIRE-DECLARATION.
    MOVE SPACES TO WS-NomDeclaration
    STRING "declaration-retenues-" DELIMITED BY SIZE
           WS-MoisDeclare DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
      INTO WS-NomDeclaration
    OPEN OUTPUT DeclarationFile
    IF DeclarationStatus NOT = '00'
        DISPLAY "Erreur création ", WS-NomDeclaration, ", statut ",
            DeclarationStatus
        GO TO 3000-EXIT
    END-IF
    MOVE SPACES TO DeclarationRecord
    STRING "Déclaration des retenues à la source - mois "
               DELIMITED BY SIZE
           WS-MoisDeclare DELIMITED BY SIZE
      INTO DeclarationRecord
    WRITE DeclarationRecord
    MOVE SPACES TO DeclarationRecord
    STRING "Etablie le " DELIMITED BY SIZE
           WS-DateJour DELIMITED BY SIZE
      INTO DeclarationRecord
    WRITE DeclarationRecord
    MOVE SPACES TO DeclarationRecord
    WRITE DeclarationRecord
    MOVE "Catégorie" TO DeclarationRecord
    MOVE "Nombre" TO DeclarationRecord(18:6)
    MOVE "Intérêt brut" TO DeclarationRecord(29:14)
    MOVE "Retenue" TO DeclarationRecord(46:7)
    WRITE DeclarationRecord
    PERFORM 3100-ECRIRE-CATEGORIE THRU 3100-EXIT
        VARYING WS-IdxCat FROM 1 BY 1
        UNTIL WS-IdxCat > 3
    MOVE SPACES TO DeclarationRecord
    WRITE DeclarationRecord
    MOVE WS-TotalAReverser TO WS-RetenueEd
    MOVE SPACES TO DeclarationRecord
    STRING "Total à reverser au Trésor : " DELIMITED BY SIZE
           WS-RetenueEd DELIMITED BY SIZE
      INTO DeclarationRecord
    WRITE DeclarationRecord
    CLOSE DeclarationFile
    DISPLAY "Déclaration ", WS-NomDeclaration, " : ", WS-NbLus,
        " passation(s), retenue totale ", WS-RetenueEd.
3000-EXIT.
    EXIT.

3100-ECRIRE-CATEGORIE.
    MOVE WS-TotNombre(WS-IdxCat) TO WS-NombreEd
    MOVE WS-TotBrut(WS-IdxCat) TO WS-BrutEd
    MOVE WS-TotRetenue(WS-IdxCat) TO WS-RetenueEd
    MOVE SPACES TO DeclarationRecord
    MOVE WS-Libelle(WS-IdxCat) TO DeclarationRecord(1:14)
    MOVE WS-NombreEd TO DeclarationRecord(18:6)
    MOVE WS-BrutEd TO DeclarationRecord(29:12)
    MOVE WS-RetenueEd TO DeclarationRecord(41:12)
    WRITE DeclarationRecord.
3100-EXIT.
    EXIT.

9999-FIN.
    IF RegistreOuvert
        CLOSE RetenueFile
    END-IF
    IF ADeclarer
        PERFORM 3000-ECRIRE-DECLARATION THRU 3000-EXIT
    END-IF
    DISPLAY "Fin de la déclaration des retenues".
9999-EXIT.
    EXIT.
