DATE-COMPILED. 2026-09-02.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Rattachement refusé quand la pièce d'identité du
*>                 client est expirée ou absente de identites.txt
*>                 (ControleIdentite).
*> 2026-09-02  SI  Création - entretien des mandats de compte
*>                 (mandats.txt) : rattachement de plusieurs
*>                 clients à un même compte avec un rôle
01 WS-AdresseClient  PIC X(40).
01 WS-TelClient      PIC X(15).
01 WS-ClientStatus   PIC X(02).
01 WS-DateExpiration PIC 9(08).
01 WS-IdentiteStatus PIC X(02).
01 WS-NbCharges      PIC 9(03) VALUE ZERO.
01 WS-IdxMan         PIC 9(03) COMP.
01 WS-IdxTrouve      PIC 9(03) COMP.
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Client : ", WS-NomClient
    CALL 'ControleIdentite' USING WS-Client, WS-DateExpiration,
        WS-IdentiteStatus
    IF WS-IdentiteStatus NOT = '00'
        IF WS-IdentiteStatus = '01'
            DISPLAY "Pièce d'identité expirée le ", WS-DateExpiration,
                ", mandat non créé avant son renouvellement"
        ELSE
            DISPLAY "Aucune pièce d'identité enregistrée pour le ",
                "client, mandat non créé"
        END-IF
        GO TO 4000-EXIT
    END-IF
    DISPLAY "Rôle (T = titulaire, C = co-titulaire, ",
        "M = mandataire) :"
    ACCEPT WS-Role
