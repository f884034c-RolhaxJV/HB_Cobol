DATE-COMPILED. 2026-08-23.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Comptes gelés pour succession (SolEtat 'S') :
*>                 agios mesurés mais non débités, compte signalé
*>                 à la console et dans agios.rpt.
*> 2026-10-15  SI  Echelle des soldes en jours calendaires : elle
*>                 n'a de ligne que les jours ouvrés, chaque ligne
*>                 vaut donc jusqu'à la ligne suivante du compte
*>                 (ou la fin de la fenêtre), le solde de la
*>                 dernière ligne avant la fenêtre portant ses
*>                 premiers jours (week-end, férié). L'échelle fait
*>                 foi si elle a des lignes entre le premier jour
*>                 de la fenêtre et le premier jour ouvré qui le
*>                 suit (JourOuvre).
*> 2026-10-15  SI  Change manuel réglé sur le compte ("ChangeAch"
*>                 / "ChangeVte") porte le solde principal et entre
*>                 dans la mesure du découvert.
*> 2026-10-15  SI  Loyer des coffres-forts ("LoyerCof") au débit
*>                 du solde principal, dans la mesure du découvert.
*> 2026-10-15  SI  Crédit provisoire, contre-passation et
*>                 remboursement de litige ("CredProv" / "AnnulProv"
*>                 / "RembLitige") portent le solde principal et
*>                 entrent dans la mesure du découvert.
*> 2026-10-15  SI  L'extension de compte repassée à SaveSolde
*>                 reprend l'agence, les plafonds journaliers et le
*>                 code produit du compte (ils étaient remis à blanc
*>                 et à zéro à chaque passation des agios).
*> 2026-10-15  SI  La retenue à la source prélevée à l'échéance
*>                 d'un compte à terme ("RetSource") porte le solde
*>                 principal et entre dans la mesure du découvert.
*> 2026-10-15  SI  Virements de masse ("VirMasse", "VirMasEmis")
*>                 et prélèvements reçus ("Prelevemt") comptés
*>                 comme mouvements du solde principal.
*> 2026-10-15  SI  Remboursement anticipé partiel de prêt
*>                 (PretRembPa) compté comme mouvement du solde
*>                 principal.
*> 2026-10-15  SI  Recouvrements d'arriérés et de prêts douteux
*>                 (PretRegCap, PretRegInt, PretPenal, PretDtxCap,
*>                 PretDtxInt, PretDtxSol) comptés comme
*>                 mouvements du solde principal.
*> 2026-09-02  SI  Mesure du découvert sur l'échelle des soldes
*>                 (echelle.txt, un solde en valeur par compte et
*>                 par date comptable, tenue par EchelleSoldes) au
01 WS-DateFenFin      PIC 9(08).
01 WS-NbJoursEchelle  PIC 9(06) VALUE ZERO.
01 WS-NbJoursDebutFen PIC 9(06) VALUE ZERO.
*> Premier jour ouvré de la fenêtre (calendrier.txt, fériés
*> communs à toutes les agences, comme la date comptable).
01 WS-DatePremierOuvre PIC 9(08).
01 WS-ZeroJour        PIC 9(03) VALUE ZERO.
01 WS-AgenceToutes    PIC X(03) VALUE SPACES.
01 WS-RegleSuivant    PIC X(01) VALUE 'S'.
01 WS-NbSuccessions   PIC 9(06) VALUE ZERO.
01 WS-SoldeValeurJour PIC S9(08)V99 COMP-3.
01 WS-TableComptes.
   05 WS-Compte OCCURS 1 TO 1000 TIMES
      10 WS-CpDernSolde PIC 9(07)V99.
      10 WS-CpCumul     PIC S9(12)V99 COMP-3.
      10 WS-CpAgios     PIC 9(07)V99.
      10 WS-CpEchJour   PIC 9(07) COMP.
      10 WS-CpEchSolde  PIC S9(08)V99 COMP-3.
*> Conversion d'une date AAAAMMJJ en nombre de jours écoulés
*> (calendrier grégorien) pour l'arithmétique de durée.
01 WS-DateTravail.
            MOVE ZERO TO WS-CpDernSolde(WS-NbComptes)
            MOVE ZERO TO WS-CpCumul(WS-NbComptes)
            MOVE ZERO TO WS-CpAgios(WS-NbComptes)
            MOVE ZERO TO WS-CpEchJour(WS-NbComptes)
            MOVE ZERO TO WS-CpEchSolde(WS-NbComptes)
        END-IF
    END-IF.
1210-EXIT.

*> L'échelle des soldes remplace le rejeu de l'historique quand
*> elle couvre la fenêtre facturable (mois échu) : une ligne par
*> compte et par jour OUVRÉ, le découvert est le plancher moins le
*> solde en valeur. Chaque ligne vaut en jours calendaires jusqu'à
*> la ligne suivante du même compte (fin de la fenêtre pour la
*> dernière) et la dernière ligne antérieure à la fenêtre porte
*> ses premiers jours : un découvert tenu un week-end ou un jour
*> férié est facturé comme au rejeu. Deux passes : la couverture
*> est d'abord mesurée (l'échelle ne fait foi que si elle porte
*> des lignes entre le premier jour de la fenêtre et le premier
*> jour ouvré qui le suit), puis seulement les cumuls sont pris -
*> sinon le rejeu de l'historique reste le repli et aucun jour de
*> découvert n'échappe à la facturation.
1900-CUMULER-ECHELLE.
    MOVE 'N' TO WS-EchelleUtilisee
    IF WS-NbComptes = ZERO
    END-IF
    MOVE ZERO TO WS-NbJoursEchelle
    MOVE ZERO TO WS-NbJoursDebutFen
    CALL 'JourOuvre' USING WS-DateFenDebut, WS-ZeroJour,
        WS-AgenceToutes, WS-RegleSuivant, WS-DatePremierOuvre
    OPEN INPUT EchelleFile
    IF EchelleStatus NOT = '00'
        GO TO 1900-EXIT
    CLOSE EchelleFile
    IF WS-NbJoursDebutFen = ZERO
        DISPLAY "Echelle des soldes sans ligne au premier jour ",
            "ouvré de la fenêtre (", WS-DatePremierOuvre,
            "), repli sur le rejeu de l'historique"
        GO TO 1900-EXIT
    END-IF
    OPEN INPUT EchelleFile
    PERFORM 1910-LIRE-ECHELLE THRU 1910-EXIT
        UNTIL EchelleStatus NOT = '00'
    CLOSE EchelleFile
    MOVE WS-JourFinPeriode TO WS-FinInterval
    PERFORM 1920-CLORE-LIGNE THRU 1920-EXIT
        VARYING IDX-CP FROM 1 BY 1
        UNTIL IDX-CP > WS-NbComptes
    IF WS-NbJoursEchelle > ZERO
        MOVE 'O' TO WS-EchelleUtilisee
        DISPLAY "Découvert mesuré sur l'échelle des soldes (",
            WS-NbJoursEchelle, " lignes-comptes)"
    END-IF.
1900-EXIT.
    EXIT.
1905-MESURER-COUVERTURE.
    READ EchelleFile
    IF EchelleStatus = '00'
        IF EchDate >= WS-DateFenDebut
            AND EchDate <= WS-DatePremierOuvre
            ADD 1 TO WS-NbJoursDebutFen
        END-IF
    END-IF.
1905-EXIT.
    EXIT.

*> echelle.txt est écrit clôture après clôture, donc par date
*> croissante : la dernière ligne antérieure à la fenêtre lue pour
*> un compte est celle qui porte le début de la fenêtre.
1910-LIRE-ECHELLE.
    READ EchelleFile
    IF EchelleStatus NOT = '00'
        GO TO 1910-EXIT
    END-IF
    IF EchDate >= WS-DateFenFin
        GO TO 1910-EXIT
    END-IF
    SEARCH ALL WS-Compte
        AT END
            GO TO 1910-EXIT
        WHEN WS-CpNum(IDX-CP) = EchCompte
            CONTINUE
    END-SEARCH
    IF EchDate < WS-DateFenDebut
        MOVE WS-JourDebutMois TO WS-CpEchJour(IDX-CP)
    ELSE
        MOVE EchDate TO WS-DateTravail
        PERFORM 8100-NUMERO-DE-JOUR THRU 8100-EXIT
        MOVE WS-NumJour TO WS-FinInterval
        PERFORM 1920-CLORE-LIGNE THRU 1920-EXIT
        MOVE WS-NumJour TO WS-CpEchJour(IDX-CP)
        ADD 1 TO WS-NbJoursEchelle
    END-IF
    MOVE EchSolValeur TO WS-CpEchSolde(IDX-CP).
1910-EXIT.
    EXIT.

*> Découvert de la ligne retenue pour le compte, du jour de la
*> ligne (ou du début de la fenêtre) jusqu'à WS-FinInterval.
1920-CLORE-LIGNE.
    IF WS-CpEchJour(IDX-CP) = ZERO
        GO TO 1920-EXIT
    END-IF
    IF WS-CpEchSolde(IDX-CP) NOT < WS-CpSolMin(IDX-CP)
        GO TO 1920-EXIT
    END-IF
    COMPUTE WS-NbJours = WS-FinInterval - WS-CpEchJour(IDX-CP)
    IF WS-NbJours > ZERO
        COMPUTE WS-CpCumul(IDX-CP) =
            WS-CpCumul(IDX-CP)
            + (WS-CpSolMin(IDX-CP) - WS-CpEchSolde(IDX-CP))
            * WS-NbJours
    END-IF.
1920-EXIT.
    EXIT.

2000-CUMULER-HISTORIQUE.
    IF WS-NbComptes = ZERO
        GO TO 2000-EXIT
        WHEN "Retrait"
        WHEN "Virement"
        WHEN "VirRecu"
        WHEN "ChangeAch"
        WHEN "ChangeVte"
        WHEN "AnnulVirR"
        WHEN "AnnulDepot"
        WHEN "AnnulRetr"
        WHEN "Agios"
        WHEN "Commission"
        WHEN "FraisTenue"
        WHEN "LoyerCof"
        WHEN "VirEmis"
        WHEN "VirRetour"
        WHEN "VirMasse"
        WHEN "VirMasEmis"
        WHEN "Prelevemt"
        WHEN "PretVerse"
        WHEN "PretSolde"
        WHEN "PretEchCap"
        WHEN "PretEchInt"
        WHEN "PretRembPa"
        WHEN "PretRegCap"
        WHEN "PretRegInt"
        WHEN "PretPenal"
        WHEN "PretDtxCap"
        WHEN "PretDtxInt"
        WHEN "PretDtxSol"
        WHEN "DepotChq"
        WHEN "ChqImpaye"
        WHEN "ChqPaye"
        WHEN "CatSouscr"
        WHEN "CatRembour"
        WHEN "CatEchu"
        WHEN "RetSource"
        WHEN "CredProv"
        WHEN "AnnulProv"
        WHEN "RembLitige"
            MOVE 'O' TO WS-MvtPrincipal
        WHEN OTHER
            CONTINUE
        WHEN WS-CpNum(IDX-CP) = NumCompte
            MOVE WS-CpAgios(IDX-CP) TO WS-Agios
    END-SEARCH
    IF WS-Agios > ZERO AND SolEtat = 'S'
        PERFORM 4500-SIGNALER-SUCCESSION THRU 4500-EXIT
        MOVE ZERO TO WS-Agios
    END-IF
    IF WS-Agios > ZERO
        PERFORM 4300-POSTER-AGIOS THRU 4300-EXIT
    END-IF
    MOVE SolEtat TO CptEtat
    MOVE SolEchecs TO CptEchecs
    MOVE SolBloque TO CptBloque
    MOVE SolAgence TO CptAgence
    MOVE ZERO TO CptPlafRetJour
    IF SolPlafRetJour(1:7) IS NUMERIC
        MOVE SolPlafRetJour TO CptPlafRetJour
    END-IF
    MOVE ZERO TO CptPlafVirJour
    IF SolPlafVirJour(1:7) IS NUMERIC
        MOVE SolPlafVirJour TO CptPlafVirJour
    END-IF
    MOVE SolProduit TO CptProduit
    IF WS-Agios > WS-Solde
        DISPLAY "Compte ", NumCompte, " : agios de ", WS-Agios,
            " plafonné au solde disponible de ", WS-Solde
4400-EXIT.
    EXIT.

*> Compte gelé pour succession : aucun débit par les traitements
*> par lot, les agios mesurés sont seulement signalés.
4500-SIGNALER-SUCCESSION.
    ADD 1 TO WS-NbSuccessions
    DISPLAY "Compte ", NumCompte, " gelé (succession) : agios de ",
        WS-Agios, " non débités"
    IF NOT RapportOuvert
        GO TO 4500-EXIT
    END-IF
    MOVE SPACES TO RapportRecord
    STRING NumCompte DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-Agios DELIMITED BY SIZE
           "    non débités, compte gelé (succession)"
               DELIMITED BY SIZE
      INTO RapportRecord
    WRITE RapportRecord.
4500-EXIT.
    EXIT.

*> Conversion AAAAMMJJ -> numéro de jour grégorien (WS-NumJour),
*> pour calculer une durée en jours par simple soustraction.
8100-NUMERO-DE-JOUR.
        DISPLAY "Compte rendu des agios : agios.rpt"
    END-IF
    DISPLAY "Comptes débités d'agios : ", WS-NbDebites
    IF WS-NbSuccessions > ZERO
        DISPLAY "Comptes gelés (succession) non débités : ",
            WS-NbSuccessions
    END-IF
    DISPLAY "Fin du calcul des agios".
9999-EXIT.
    EXIT.
