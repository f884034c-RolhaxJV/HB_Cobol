DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Rejets "GEL" de la réception (donneur d'ordre
*>                 concordant avec la liste des gels d'avoirs) :
*>                 ni compte ni montant à corriger, le rejet n'est
*>                 libéré pour représentation que si le dossier 'G'
*>                 de conformite.txt portant sa référence a été
*>                 classé sans suite par la conformité; ouvert ou
*>                 à déclarer, les fonds restent bloqués.
*> 2026-09-02  SI  Les rejets de compensation (rejets-compens.txt,
*>                 alimenté par ReceptionCompensation et
*>                 PresentationCheques, même dessin REJETREC) se
    SELECT ReferenceFile ASSIGN TO 'references.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ReferenceStatus.
    SELECT ConformiteFile ASSIGN TO 'conformite.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConformiteStatus.

DATA DIVISION.
FILE SECTION.
01 ImportRecord PIC X(50).
FD ReferenceFile.
01 ReferenceRecord PIC X(10).
FD ConformiteFile.
COPY CONFORMREC.

WORKING-STORAGE SECTION.
01 RejetStatus      PIC X(02).
01 ImportStatus     PIC X(02).
01 ReferenceStatus  PIC X(02).
01 ConformiteStatus PIC X(02).
01 WS-ReferenceGel  PIC 9(10).
01 WS-StatutGel     PIC X(01).
01 RdStatus         PIC X(02).
01 WS-SaveStatus    PIC X(02).
01 WS-Choix         PIC 9.
    MOVE WS-RejLigne(WS-IdxTrouve) TO RejetRecord
    DISPLAY "Rejet : compte ", RejNumCompte, " ", RejAction,
        " montant ", RejMontant, " motif ", RejMotif
    IF RejMotif = "GEL"
        PERFORM 4600-CONTROLER-GEL THRU 4600-EXIT
        IF WS-StatutGel NOT = 'C'
            GO TO 4000-EXIT
        END-IF
        DISPLAY "Dossier de gel classé sans suite par la conformité"
        GO TO 4000-LIBERER
    END-IF
    DISPLAY "1. Corriger le numéro de compte"
    DISPLAY "2. Corriger le montant"
    ACCEPT WS-SousChoix
        WHEN OTHER
            DISPLAY "Choix invalide, rejet inchangé"
            GO TO 4000-EXIT
    END-EVALUATE.
4000-LIBERER.
    MOVE 'C' TO RejStatut
    MOVE RejetRecord TO WS-RejLigne(WS-IdxTrouve)
    MOVE 'O' TO WS-TableModifiee
4510-EXIT.
    EXIT.

*> Un rejet "GEL" suit la décision de la conformité sur le dernier
*> dossier 'G' portant sa référence et son compte : seul un
*> classement sans suite ('C') libère les fonds.
4600-CONTROLER-GEL.
    MOVE SPACE TO WS-StatutGel
    IF RejReference IS NOT NUMERIC
        DISPLAY "Référence ", RejReference, " non numérique, ",
            "dossier de gel introuvable"
        GO TO 4600-EXIT
    END-IF
    MOVE RejReference TO WS-ReferenceGel
    OPEN INPUT ConformiteFile
    IF ConformiteStatus NOT = '00'
        DISPLAY "Conformite.txt illisible, statut ",
            ConformiteStatus, ", rejet de gel maintenu"
        GO TO 4600-EXIT
    END-IF
    PERFORM 4610-COMPARER-DOSSIER THRU 4610-EXIT
        UNTIL ConformiteStatus NOT = '00'
    CLOSE ConformiteFile
    EVALUATE WS-StatutGel
        WHEN 'C'
            CONTINUE
        WHEN 'D'
            DISPLAY "Gel confirmé par la conformité, fonds ",
                "maintenus bloqués"
        WHEN 'O'
            DISPLAY "Dossier de gel en attente de la conformité, ",
                "rejet maintenu"
        WHEN OTHER
            DISPLAY "Aucun dossier de gel pour ce rejet, ",
                "rejet maintenu"
    END-EVALUATE.
4600-EXIT.
    EXIT.

4610-COMPARER-DOSSIER.
    READ ConformiteFile
    IF ConformiteStatus = '00'
        IF CnfGel AND CnfReference = WS-ReferenceGel
            AND CnfCompte = RejNumCompte
            MOVE CnfStatut TO WS-StatutGel
        END-IF
    END-IF.
4610-EXIT.
    EXIT.

5000-REPRESENTER.
    IF TableSaturee
        DISPLAY "Table saturée, représentation refusée"
