DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Retenue à la source sur l'intérêt du terme
*>                 (CalculRetenue, profil fiscal du client) : le
*>                 crédit "CatEchu" reste du capital plus intérêt
*>                 brut, suivi d'un débit "RetSource" du montant
*>                 retenu; la passation est inscrite au registre
*>                 retenues.txt (SaveRetenue) et termes.rpt porte
*>                 les colonnes retenue et net versé. Le terme
*>                 payé est rechargé après la réécriture de
*>                 comptesterme.txt : l'affichage et la ligne de
*>                 termes.rpt portaient le dernier terme du fichier.
*> 2026-10-15  SI  Echéance tombant un samedi, un dimanche ou un
*>                 jour férié de l'agence du compte payée au jour
*>                 ouvré suivant (JourOuvre, calendrier.txt);
*>                 l'intérêt reste couru jusqu'à l'échéance
*>                 contractuelle.
*> 2026-08-23  SI  Création - paiement nocturne des comptes à
*>                 terme échus : tout compte à terme en cours ('A')
*>                 dont l'échéance est atteinte à la date comptable
01 WS-SoldePin       PIC 9(04).
01 WS-Devise         PIC X(03).
01 WS-Action         PIC X(10) VALUE "CatEchu".
01 WS-ActionRetenue  PIC X(10) VALUE "RetSource".
01 WS-Retenue        PIC 9(07)V99.
01 WS-InteretNet     PIC 9(07)V99.
01 WS-NetVerse       PIC 9(07)V99.
01 WS-TauxRetenue    PIC 9V9(04).
01 WS-CategorieRet   PIC X(01).
01 WS-OrigineRet     PIC X(01) VALUE 'T'.
01 WS-RetStatus      PIC X(02).
01 WS-SoldeBrut      PIC 9(07)V99.
01 WS-SansDestinataire PIC 9(08) VALUE ZERO.
01 WS-DateValeurMvt PIC 9(08) VALUE ZERO.
01 WS-Operateur      PIC X(04) VALUE "BATC".
01 WS-NumJour         PIC 9(07) COMP.
01 WS-JourOuvert      PIC 9(07) COMP.
01 WS-JourEcheance    PIC 9(07) COMP.
01 WS-DatePaiement    PIC 9(08).
01 WS-ZeroJour        PIC 9(03) VALUE ZERO.
01 WS-RegleSuivant    PIC X(01) VALUE 'S'.
01 WS-DecalMoisDef.
   05 FILLER PIC 9(03) VALUE 000.
   05 FILLER PIC 9(03) VALUE 031.
               WS-DateJour DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
        MOVE SPACES TO RapportRecord
        STRING "Compte      Capital     Intérêt     Total payé"
                   DELIMITED BY SIZE
               "    Retenue   Net versé" DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
1300-EXIT.
            RdStatus, ", échéance reportée"
        GO TO 2100-EXIT
    END-IF
    CALL 'JourOuvre' USING CatDateEcheance, WS-ZeroJour,
        CptAgence, WS-RegleSuivant, WS-DatePaiement
    IF WS-DatePaiement > WS-DateJour
        DISPLAY "Compte ", CatCompte, " : échéance du ",
            CatDateEcheance, " payée le jour ouvré ",
            WS-DatePaiement
        GO TO 2100-EXIT
    END-IF
    MOVE CatMontant TO WS-Capital
    MOVE CatTaux TO WS-Taux
    MOVE CatDateOuvert TO WS-DateTravail
            MOVE WS-Capital TO WS-MontantPaye
            MOVE ZERO TO WS-Interet
    END-COMPUTE
    MOVE ZERO TO WS-Retenue
    MOVE ZERO TO WS-TauxRetenue
    MOVE 'R' TO WS-CategorieRet
    IF WS-Interet > ZERO
        CALL 'CalculRetenue' USING CptClient, WS-DateJour,
            WS-Interet, WS-CategorieRet, WS-TauxRetenue,
            WS-Retenue, WS-RetStatus
    END-IF
    COMPUTE WS-InteretNet = WS-Interet - WS-Retenue
    COMPUTE WS-NetVerse = WS-MontantPaye - WS-Retenue
    COMPUTE WS-SoldeBrut = WS-Solde + WS-MontantPaye
        ON SIZE ERROR
            DISPLAY "Compte ", CatCompte, " : capacité du solde ",
                "dépassée, échéance reportée"
            GO TO 2100-EXIT
    END-COMPUTE
    COMPUTE WS-Solde = WS-Solde + WS-NetVerse
        ON SIZE ERROR
            DISPLAY "Compte ", CatCompte, " : capacité du solde ",
                "dépassée, échéance reportée"
        GO TO 2100-EXIT
    END-IF
    CALL 'SaveTransaction' USING CatCompte, WS-MontantPaye,
        WS-Action, WS-SoldeBrut, WS-Devise, WS-SansDestinataire,
        WS-Operateur,
        WS-DateValeurMvt
    IF WS-Retenue > ZERO
        CALL 'SaveTransaction' USING CatCompte, WS-Retenue,
            WS-ActionRetenue, WS-Solde, WS-Devise,
            WS-SansDestinataire, WS-Operateur,
            WS-DateValeurMvt
    END-IF
    IF WS-Interet > ZERO
        CALL 'SaveRetenue' USING WS-DateJour, CatCompte, CptClient,
            WS-OrigineRet, WS-CategorieRet, WS-Interet,
            WS-TauxRetenue, WS-Retenue, WS-InteretNet
    END-IF
    MOVE 'E' TO CatStatut
    MOVE CompteTermeRecord TO WS-CatLigne(WS-IdxCat)
    MOVE 'O' TO WS-TableModifiee
    PERFORM 3000-REECRIRE THRU 3000-EXIT
    MOVE WS-CatLigne(WS-IdxCat) TO CompteTermeRecord
    ADD 1 TO WS-NbPayes
    DISPLAY "Compte ", CatCompte, " : échéance payée, capital ",
        WS-Capital, " intérêt ", WS-Interet, " retenue ",
        WS-Retenue
    IF RapportOuvert
        MOVE SPACES TO RapportRecord
        STRING CatCompte DELIMITED BY SIZE
               WS-Interet DELIMITED BY SIZE
               "   "     DELIMITED BY SIZE
               WS-MontantPaye DELIMITED BY SIZE
               "   "     DELIMITED BY SIZE
               WS-Retenue DELIMITED BY SIZE
               "   "     DELIMITED BY SIZE
               WS-NetVerse DELIMITED BY SIZE
          INTO RapportRecord
        WRITE RapportRecord
    END-IF.
