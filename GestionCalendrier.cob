IDENTIFICATION DIVISION.
PROGRAM-ID. GestionCalendrier.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - entretien du calendrier des jours
*>                 non ouvrés calendrier.txt : consultation, ajout
*>                 et suppression de jours fériés, nationaux
*>                 (agence à blanc) ou propres à une agence. Les
*>                 samedis et dimanches ne sont pas à saisir.
*>                 Chaque geste est journalisé via SaveMaintenance.
*>                 Suppression refusée quand le chargement sature
*>                 la table (500), comme pour mandats.txt.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CalendrierFile ASSIGN TO 'calendrier.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CalendrierStatus.

DATA DIVISION.
FILE SECTION.
FD CalendrierFile.
COPY CALENDREC.

WORKING-STORAGE SECTION.
01 CalendrierStatus  PIC X(02).
01 WS-Choix          PIC 9.
01 WS-Date           PIC 9(08).
01 WS-Agence         PIC X(03).
01 WS-Libelle        PIC X(30).
01 WS-NbCharges      PIC 9(03) VALUE ZERO.
01 WS-IdxCal         PIC 9(03) COMP.
01 WS-IdxTrouve      PIC 9(03) COMP.
01 WS-TableCalendrier.
   05 WS-CalLigne OCCURS 500 PIC X(41).
01 WS-Operateur      PIC X(04).
01 WS-FichierMaint   PIC X(20) VALUE "calendrier.txt".
01 WS-ActionMaint    PIC X(05).
01 WS-ImageAvant     PIC X(60).
01 WS-ImageApres     PIC X(60).
01 WS-Switches.
   05 WS-TableModifiee PIC X(01) VALUE 'N'.
      88 TableModifiee VALUE 'O'.
   05 WS-TableSaturee PIC X(01) VALUE 'N'.
      88 TableSaturee VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
    DISPLAY "Entretien du calendrier des jours non ouvrés"
    MOVE SPACES TO WS-Operateur
    PERFORM 0100-SAISIR-OPERATEUR THRU 0100-EXIT
        UNTIL WS-Operateur NOT = SPACES
    PERFORM 1000-CHARGER THRU 1000-EXIT
    PERFORM 2000-MENU THRU 2000-EXIT UNTIL WS-Choix = 4
    IF TableModifiee
        PERFORM 9000-REECRIRE THRU 9000-EXIT
    END-IF
    DISPLAY "Fin de l'entretien du calendrier"
    GOBACK.

0100-SAISIR-OPERATEUR.
    DISPLAY "Identifiant opérateur :"
    ACCEPT WS-Operateur.
0100-EXIT.
    EXIT.

1000-CHARGER.
    MOVE ZERO TO WS-NbCharges
    OPEN INPUT CalendrierFile
    IF CalendrierStatus NOT = '00'
        IF CalendrierStatus NOT = '35'
            DISPLAY "Calendrier.txt illisible, statut ",
                CalendrierStatus
        ELSE
            DISPLAY "Aucun jour férié enregistré"
        END-IF
    ELSE
        PERFORM 1100-LIRE-UN THRU 1100-EXIT
            UNTIL CalendrierStatus NOT = '00' OR TableSaturee
        CLOSE CalendrierFile
        DISPLAY "Jours fériés chargés : ", WS-NbCharges
    END-IF.
1000-EXIT.
    EXIT.

1100-LIRE-UN.
    READ CalendrierFile
    IF CalendrierStatus = '00'
        IF WS-NbCharges >= 500
            DISPLAY "Table du calendrier saturée (500), ",
                "suppression refusée pour ne pas tronquer ",
                "calendrier.txt"
            MOVE 'O' TO WS-TableSaturee
        ELSE
            ADD 1 TO WS-NbCharges
            MOVE CalendrierRecord TO WS-CalLigne(WS-NbCharges)
        END-IF
    END-IF.
1100-EXIT.
    EXIT.

2000-MENU.
    DISPLAY "Rentrez : "
    DISPLAY "1. Lister les jours fériés"
    DISPLAY "2. Ajouter un jour férié"
    DISPLAY "3. Supprimer un jour férié"
    DISPLAY "4. Quitter"
    ACCEPT WS-Choix
    EVALUATE WS-Choix
        WHEN 1
            PERFORM 3000-LISTER THRU 3000-EXIT
        WHEN 2
            PERFORM 4000-AJOUTER THRU 4000-EXIT
        WHEN 3
            PERFORM 5000-SUPPRIMER THRU 5000-EXIT
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "Invalide, Saisir un numéro entre 1 et 4 "
    END-EVALUATE.
2000-EXIT.
    EXIT.

3000-LISTER.
    IF WS-NbCharges = ZERO
        DISPLAY "Aucun jour férié enregistré"
    ELSE
        DISPLAY "Date      Agence Libellé"
        PERFORM 3100-AFFICHER-UN THRU 3100-EXIT
            VARYING WS-IdxCal FROM 1 BY 1
            UNTIL WS-IdxCal > WS-NbCharges
        DISPLAY "Lignes : ", WS-NbCharges
    END-IF.
3000-EXIT.
    EXIT.

3100-AFFICHER-UN.
    MOVE WS-CalLigne(WS-IdxCal) TO CalendrierRecord
    IF CalAgence = SPACES
        DISPLAY CalDate, "  toutes ", CalLibelle
    ELSE
        DISPLAY CalDate, "  ", CalAgence, "    ", CalLibelle
    END-IF.
3100-EXIT.
    EXIT.

4000-AJOUTER.
    DISPLAY "Date du jour férié (AAAAMMJJ) :"
    ACCEPT WS-Date
    DISPLAY "Agence (à blanc = toutes les agences) :"
    ACCEPT WS-Agence
    DISPLAY "Libellé :"
    ACCEPT WS-Libelle
    IF WS-Date = ZERO OR WS-Date(5:2) < "01" OR WS-Date(5:2) > "12"
        OR WS-Date(7:2) < "01" OR WS-Date(7:2) > "31"
        DISPLAY "Date invalide, jour férié non enregistré"
        GO TO 4000-EXIT
    END-IF
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve NOT = ZERO
        DISPLAY "Le ", WS-Date, " est déjà férié pour cette agence"
        GO TO 4000-EXIT
    END-IF
    OPEN EXTEND CalendrierFile
    IF CalendrierStatus = '35'
        OPEN OUTPUT CalendrierFile
    END-IF
    IF CalendrierStatus NOT = '00'
        DISPLAY "Erreur ouverture calendrier.txt, statut ",
            CalendrierStatus
        GO TO 4000-EXIT
    END-IF
    MOVE WS-Date TO CalDate
    MOVE WS-Agence TO CalAgence
    MOVE WS-Libelle TO CalLibelle
    WRITE CalendrierRecord
    IF CalendrierStatus = '00'
        DISPLAY "Jour férié enregistré"
        MOVE SPACES TO WS-ImageAvant
        MOVE CalendrierRecord TO WS-ImageApres
        MOVE "CREAT" TO WS-ActionMaint
        CALL 'SaveMaintenance' USING WS-Operateur,
            WS-FichierMaint, WS-ActionMaint,
            WS-ImageAvant, WS-ImageApres
        IF WS-NbCharges < 500
            ADD 1 TO WS-NbCharges
            MOVE CalendrierRecord TO WS-CalLigne(WS-NbCharges)
        END-IF
    ELSE
        DISPLAY "Erreur écriture calendrier, statut ",
            CalendrierStatus
    END-IF
    CLOSE CalendrierFile.
4000-EXIT.
    EXIT.

4500-CHERCHER.
    MOVE ZERO TO WS-IdxTrouve
    PERFORM 4510-COMPARER THRU 4510-EXIT
        VARYING WS-IdxCal FROM 1 BY 1
        UNTIL WS-IdxCal > WS-NbCharges
        OR WS-IdxTrouve NOT = ZERO.
4500-EXIT.
    EXIT.

4510-COMPARER.
    MOVE WS-CalLigne(WS-IdxCal) TO CalendrierRecord
    IF CalDate = WS-Date AND CalAgence = WS-Agence
        MOVE WS-IdxCal TO WS-IdxTrouve
    END-IF.
4510-EXIT.
    EXIT.

5000-SUPPRIMER.
    IF TableSaturee
        DISPLAY "Table saturée, suppression refusée"
        GO TO 5000-EXIT
    END-IF
    DISPLAY "Date du jour férié à supprimer (AAAAMMJJ) :"
    ACCEPT WS-Date
    DISPLAY "Agence (à blanc = toutes les agences) :"
    ACCEPT WS-Agence
    PERFORM 4500-CHERCHER THRU 4500-EXIT
    IF WS-IdxTrouve = ZERO
        DISPLAY "Aucun jour férié le ", WS-Date,
            " pour cette agence"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-CalLigne(WS-IdxTrouve) TO WS-ImageAvant
    PERFORM 5100-TASSER THRU 5100-EXIT
        VARYING WS-IdxCal FROM WS-IdxTrouve BY 1
        UNTIL WS-IdxCal >= WS-NbCharges
    SUBTRACT 1 FROM WS-NbCharges
    MOVE 'O' TO WS-TableModifiee
    MOVE SPACES TO WS-ImageApres
    MOVE "SUPPR" TO WS-ActionMaint
    CALL 'SaveMaintenance' USING WS-Operateur,
        WS-FichierMaint, WS-ActionMaint,
        WS-ImageAvant, WS-ImageApres
    DISPLAY "Jour férié supprimé".
5000-EXIT.
    EXIT.

5100-TASSER.
    MOVE WS-CalLigne(WS-IdxCal + 1) TO WS-CalLigne(WS-IdxCal).
5100-EXIT.
    EXIT.

9000-REECRIRE.
    OPEN OUTPUT CalendrierFile
    IF CalendrierStatus NOT = '00'
        DISPLAY "Erreur réécriture calendrier.txt, statut ",
            CalendrierStatus
        GO TO 9000-EXIT
    END-IF
    PERFORM 9100-ECRIRE-UN THRU 9100-EXIT
        VARYING WS-IdxCal FROM 1 BY 1
        UNTIL WS-IdxCal > WS-NbCharges
    CLOSE CalendrierFile.
9000-EXIT.
    EXIT.

9100-ECRIRE-UN.
    MOVE WS-CalLigne(WS-IdxCal) TO CalendrierRecord
    WRITE CalendrierRecord.
9100-EXIT.
    EXIT.
