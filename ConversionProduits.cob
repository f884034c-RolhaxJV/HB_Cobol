IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionProduits.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - reprise unique de solde.txt après
*>                 l'ajout du code produit du compte (SolProduit) :
*>                 chaque compte est relu dans son ANCIEN dessin
*>                 (80 caractères, le dessin courant sans
*>                 SolProduit) et réécrit dans solde.neuf au
*>                 dessin courant (83 caractères), SolProduit à
*>                 blanc = compte courant générique (règles de
*>                 config.txt et lignes générales du barème).
*>                 L'exploitant remplace le fichier après contrôle
*>                 du compte rendu affiché. À passer UNE SEULE
*>                 fois, la chaîne arrêtée, et seulement sur un
*>                 fichier au dessin de 80 caractères : un fichier
*>                 plus ancien repris par ConversionPins ou
*>                 ConversionMontants est déjà au dessin courant.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncSoldeFile ASSIGN TO 'solde.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AncNumCompte
       FILE STATUS IS AncSoldeStatus.
    SELECT NvSoldeFile ASSIGN TO 'solde.neuf'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NumCompte
       FILE STATUS IS NvSoldeStatus.

DATA DIVISION.
FILE SECTION.
*> Ancien dessin de solde.txt (avant le code produit), conservé
*> ici tel quel pour la reprise.
FD AncSoldeFile.
01 AncSoldeRecord.
   05 AncNumCompte  PIC 9(8).
   05 AncSol        PIC 9(7).9(2).
   05 AncDelimite   PIC X.
   05 AncSolSec     PIC 9(7).9(2).
   05 AncSolMin     PIC 9(7).9(2).
   05 AncSolPin     PIC 9(4).
   05 AncSolDevise  PIC X(3).
   05 AncSolClient  PIC 9(8).
   05 AncSolEtat    PIC X(1).
   05 AncSolEchecs  PIC 9(1).
   05 AncSolBloque  PIC X(1).
   05 AncSolAgence  PIC X(3).
   05 AncSolPlafRetJour PIC 9(7).9(2).
   05 AncSolPlafVirJour PIC 9(7).9(2).
FD NvSoldeFile.
COPY SOLDEREC.

WORKING-STORAGE SECTION.
01 AncSoldeStatus    PIC X(02).
01 NvSoldeStatus     PIC X(02).
01 WS-NbComptes      PIC 9(06) VALUE ZERO.
01 WS-Switches.
   05 WS-FinFichier  PIC X(01) VALUE 'N'.
      88 FinFichier  VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Reprise du code produit des comptes (solde.txt)"
    PERFORM 1000-CONVERTIR THRU 1000-EXIT
    DISPLAY "Comptes repris : ", WS-NbComptes
    DISPLAY "Après contrôle, remplacer solde.neuf -> solde.txt"
    DISPLAY "Fin de la reprise du code produit"
    GOBACK.

1000-CONVERTIR.
    OPEN INPUT AncSoldeFile
    IF AncSoldeStatus NOT = '00'
        DISPLAY "Solde.txt absent ou illisible, statut ",
            AncSoldeStatus, ", non repris"
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT NvSoldeFile
    IF NvSoldeStatus NOT = '00'
        DISPLAY "Erreur création solde.neuf, statut ",
            NvSoldeStatus
        CLOSE AncSoldeFile
        GO TO 1000-EXIT
    END-IF
    MOVE ZEROS TO AncNumCompte
    START AncSoldeFile KEY IS GREATER THAN OR EQUAL AncNumCompte
    IF AncSoldeStatus = '00'
        PERFORM 1100-LIRE THRU 1100-EXIT
        PERFORM 1200-COPIER THRU 1200-EXIT
            UNTIL FinFichier
    END-IF
    CLOSE AncSoldeFile
    CLOSE NvSoldeFile.
1000-EXIT.
    EXIT.

1100-LIRE.
    READ AncSoldeFile NEXT RECORD
    IF AncSoldeStatus NOT = '00'
        MOVE 'O' TO WS-FinFichier
    END-IF.
1100-EXIT.
    EXIT.

1200-COPIER.
    MOVE AncNumCompte TO NumCompte
    MOVE AncSol TO Sol
    MOVE AncSolSec TO SolSec
    MOVE AncSolMin TO SolMin
    MOVE AncSolPin TO SolPin
    MOVE AncSolDevise TO SolDevise
    MOVE AncSolClient TO SolClient
    MOVE AncSolEtat TO SolEtat
    MOVE AncSolEchecs TO SolEchecs
    MOVE AncSolBloque TO SolBloque
    MOVE AncSolAgence TO SolAgence
    MOVE AncSolPlafRetJour TO SolPlafRetJour
    MOVE AncSolPlafVirJour TO SolPlafVirJour
    MOVE SPACES TO SolProduit
    WRITE SoldeRecord
    IF NvSoldeStatus NOT = '00'
        DISPLAY "Erreur écriture solde.neuf, compte ", NumCompte,
            ", statut ", NvSoldeStatus
    ELSE
        ADD 1 TO WS-NbComptes
    END-IF
    PERFORM 1100-LIRE THRU 1100-EXIT.
1200-EXIT.
    EXIT.
