IDENTIFICATION DIVISION.
PROGRAM-ID. SuiviValidations.
AUTHOR. SERVICE INFORMATIQUE.
INSTALLATION. GESTION BANCAIRE.
DATE-WRITTEN. 2026-10-15.
DATE-COMPILED. 2026-10-15.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Création - liste, à l'ouverture de la clôture,
*>                 des modifications des données de référence
*>                 encore en attente de validation dans
*>                 modifs-attente.txt (numéro, fichier, geste,
*>                 libellé, demandeur, date et heure de dépôt), avec
*>                 un avertissement pour celles déposées depuis plus
*>                 d'un jour (plus de 24 heures à l'heure machine) :
*>                 elles ne sont pas en vigueur et la clôture tourne
*>                 sur les valeurs actuelles. Simple liste, rien
*>                 n'est modifié.
*>--------------------------------------------------------------
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AttenteFile ASSIGN TO 'modifs-attente.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AttenteStatus.

DATA DIVISION.
FILE SECTION.
FD AttenteFile.
COPY MODATTREC.

WORKING-STORAGE SECTION.
01 AttenteStatus     PIC X(02).
01 WS-DateJour       PIC 9(08).
01 WS-HeureMachine   PIC 9(08).
01 WS-HeureJour      PIC 9(06).
01 WS-NbAttente      PIC 9(04) VALUE ZERO.
01 WS-NbAnciennes    PIC 9(04) VALUE ZERO.
01 WS-Age            PIC X(14).
*> Veille de la date machine : une demande déposée avant la veille,
*> ou la veille à une heure antérieure, a plus de 24 heures.
01 WS-DateVeille.
   05 WS-VeiAnnee    PIC 9(04).
   05 WS-VeiMois     PIC 9(02).
   05 WS-VeiJour     PIC 9(02).
01 WS-DateVeilleNum REDEFINES WS-DateVeille PIC 9(08).
01 WS-Quotient       PIC 9(04).
01 WS-Reste4         PIC 9(04).
01 WS-Reste100       PIC 9(04).
01 WS-Reste400       PIC 9(04).
01 WS-LongMoisDef.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 28.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 30.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 30.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 30.
   05 FILLER PIC 9(02) VALUE 31.
   05 FILLER PIC 9(02) VALUE 30.
   05 FILLER PIC 9(02) VALUE 31.
01 WS-LongMoisTab REDEFINES WS-LongMoisDef.
   05 WS-LongMois OCCURS 12 PIC 9(02).

PROCEDURE DIVISION.
0000-MAINLINE.
    ACCEPT WS-DateJour FROM DATE YYYYMMDD
    ACCEPT WS-HeureMachine FROM TIME
    MOVE WS-HeureMachine(1:6) TO WS-HeureJour
    PERFORM 1000-CALCULER-VEILLE THRU 1000-EXIT
    OPEN INPUT AttenteFile
    IF AttenteStatus NOT = '00'
        IF AttenteStatus NOT = '35'
            DISPLAY "Modifs-attente.txt illisible, statut ",
                AttenteStatus
        ELSE
            DISPLAY "Aucune modification de référentiel en attente"
        END-IF
        GOBACK
    END-IF
    PERFORM 2000-LIRE-UNE THRU 2000-EXIT
        UNTIL AttenteStatus NOT = '00'
    CLOSE AttenteFile
    IF WS-NbAttente = ZERO
        DISPLAY "Aucune modification de référentiel en attente"
    ELSE
        DISPLAY "Modifications en attente de validation : ",
            WS-NbAttente, " (non appliquées à cette clôture)"
    END-IF
    IF WS-NbAnciennes NOT = ZERO
        DISPLAY "ATTENTION : ", WS-NbAnciennes, " modification(s) ",
            "en attente depuis plus d'un jour - à valider ou ",
            "rejeter dans GestionValidations"
    END-IF
    GOBACK.

1000-CALCULER-VEILLE.
    MOVE WS-DateJour TO WS-DateVeilleNum
    IF WS-VeiJour > 1
        SUBTRACT 1 FROM WS-VeiJour
        GO TO 1000-EXIT
    END-IF
    IF WS-VeiMois > 1
        SUBTRACT 1 FROM WS-VeiMois
    ELSE
        MOVE 12 TO WS-VeiMois
        SUBTRACT 1 FROM WS-VeiAnnee
    END-IF
    MOVE WS-LongMois(WS-VeiMois) TO WS-VeiJour
    IF WS-VeiMois = 2
        DIVIDE WS-VeiAnnee BY 4 GIVING WS-Quotient
            REMAINDER WS-Reste4
        DIVIDE WS-VeiAnnee BY 100 GIVING WS-Quotient
            REMAINDER WS-Reste100
        DIVIDE WS-VeiAnnee BY 400 GIVING WS-Quotient
            REMAINDER WS-Reste400
        IF WS-Reste4 = ZERO
            AND (WS-Reste100 NOT = ZERO OR WS-Reste400 = ZERO)
            MOVE 29 TO WS-VeiJour
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

2000-LIRE-UNE.
    READ AttenteFile
    IF AttenteStatus NOT = '00'
        GO TO 2000-EXIT
    END-IF
    IF NOT MdaEnAttente
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-NbAttente
    MOVE SPACES TO WS-Age
    IF MdaDateDemande < WS-DateVeilleNum
        OR (MdaDateDemande = WS-DateVeilleNum
            AND MdaHeureDemande < WS-HeureJour)
        ADD 1 TO WS-NbAnciennes
        MOVE "PLUS D'UN JOUR" TO WS-Age
    END-IF
    DISPLAY "  ", MdaNumero, " ", MdaFichier, " ", MdaAction, " ",
        MdaLibelle
    DISPLAY "         demandée par ", MdaDemandeur, " le ",
        MdaDateDemande, " à ", MdaHeureDemande, " ", WS-Age.
2000-EXIT.
    EXIT.
