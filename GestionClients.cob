DATE-COMPILED. 2026-08-22.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Filtrage du nom sur la liste des gels d'avoirs
*>                 (FiltrageGel, origine 'C') à la création et à
*>                 tout changement de nom : une concordance ouvre un
*>                 dossier 'G' dans conformite.txt et la création ou
*>                 la modification est refusée jusqu'à ce que la
*>                 conformité classe le dossier sans suite
*>                 (GestionConformite).
*> 2026-08-22  SI  Création - écran d'entretien du référentiel
*>                 client (client.txt) : création, modification et
*>                 consultation des clients, pour que les comptes
01 WS-Nom            PIC X(30).
01 WS-Adresse        PIC X(40).
01 WS-Telephone      PIC X(15).
01 WS-OrigineGel     PIC X(01) VALUE 'C'.
01 WS-CompteGel      PIC 9(08) VALUE ZERO.
01 WS-ReferenceGel   PIC 9(10) VALUE ZERO.
01 WS-MontantGel     PIC 9(07)V99 VALUE ZERO.
01 WS-AgentGel       PIC X(04) VALUE "CLIE".
01 WS-GelStatus      PIC X(02).
01 WS-Switches.
   05 WS-FichierOuvert PIC X(01) VALUE 'N'.
      88 FichierOuvert VALUE 'O'.
   05 WS-NomRefuse    PIC X(01) VALUE 'N'.
      88 NomRefuse    VALUE 'O'.

PROCEDURE DIVISION.
0000-MAINLINE.
        DISPLAY "Client ", WS-NumClient, " existe déjà : ", CliNom
    ELSE
        PERFORM 6000-SAISIR-DETAIL THRU 6000-EXIT
        PERFORM 6100-FILTRER-NOM THRU 6100-EXIT
        IF NomRefuse
            GO TO 3000-EXIT
        END-IF
        MOVE WS-NumClient TO NumClient
        MOVE WS-Nom TO CliNom
        MOVE WS-Adresse TO CliAdresse
        DISPLAY "Client actuel : ", CliNom, " ", CliAdresse, " ",
            CliTelephone
        PERFORM 6000-SAISIR-DETAIL THRU 6000-EXIT
        IF WS-Nom NOT = CliNom
            PERFORM 6100-FILTRER-NOM THRU 6100-EXIT
            IF NomRefuse
                GO TO 4000-EXIT
            END-IF
        END-IF
        MOVE WS-Nom TO CliNom
        MOVE WS-Adresse TO CliAdresse
        MOVE WS-Telephone TO CliTelephone
    ACCEPT WS-Telephone.
6000-EXIT.
    EXIT.

*> Une concordance avec la liste des gels bloque l'opération tant
*> que le dossier 'G' ouvert n'a pas été classé sans suite.
6100-FILTRER-NOM.
    MOVE 'N' TO WS-NomRefuse
    CALL 'FiltrageGel' USING WS-Nom, WS-OrigineGel, WS-NumClient,
        WS-CompteGel, WS-ReferenceGel, WS-MontantGel, WS-AgentGel,
        WS-GelStatus
    EVALUATE WS-GelStatus
        WHEN '00'
            CONTINUE
        WHEN '01'
            MOVE 'O' TO WS-NomRefuse
            DISPLAY "Nom ", WS-Nom, " concordant avec la liste des ",
                "gels d'avoirs"
            DISPLAY "Opération refusée, dossier transmis à la ",
                "conformité pour examen"
        WHEN OTHER
            DISPLAY "Attention : liste des gels indisponible, ",
                "statut ", WS-GelStatus, ", nom non filtré"
    END-EVALUATE.
6100-EXIT.
    EXIT.
