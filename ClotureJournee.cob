DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  Etape 5b COFFRES après les frais de tenue
*>                 (LoyersCoffres) : loyers annuels des coffres-forts
*>                 échus prélevés, coffres en impayé bloqués et
*>                 listés dans coffres-impayes.rpt. Etape non
*>                 simulée (le registre des coffres est réécrit).
*> 2026-10-15  SI  Etape 13b LIAISONS après le journal comptable
*>                 (RapprochementAgences) : soldes des comptes de
*>                 liaison inter-agences rapprochés par couple
*>                 d'agences et jambes non rapprochées listées dans
*>                 rapprochement-agences.rpt, positions du jour
*>                 ajoutées à liaisons.txt.
*> 2026-10-15  SI  Etape 19a DEMANDES après la balance âgée
*>                 (SuiviDemandesPrets) : portefeuille des demandes
*>                 de prêt par statut et ancienneté dans
*>                 demandes-prets.rpt, avertissement pour les
*>                 demandes ouvertes depuis plus de 30 jours.
*> 2026-10-15  SI  Etape 12c COURUS avant le journal comptable
*>                 (CourusInterets) : intérêts courus du jour et
*>                 extournes des courus dont l'intérêt réel vient
*>                 d'être passé, portés au registre courus.txt que
*>                 le journal comptable reprend. En échec (code
*>                 retour non nul), la chaîne s'arrête avant le
*>                 journal. Etape non jouée en simulation.
*> 2026-10-15  SI  Mode SIMULATION choisi au lancement (carte
*>                 SYSIN 'S', SIMULATION.JCL) : passage à blanc des
*>                 étapes qui postent (ordres permanents, intérêts,
*>                 agios, frais, échéances de prêts) sur les
*>                 données du jour, sans écrire dans solde.txt,
*>                 historique.txt ni journalbatch.txt et sans
*>                 toucher datecompta.txt (guichet laissé ouvert,
*>                 date non avancée). Les mouvements projetés vont
*>                 dans simulation.txt, édités par
*>                 RapportSimulation dans simulation.rpt (par
*>                 compte et total par étape). Défaut 'R' = clôture
*>                 réelle, inchangée.
*> 2026-10-15  SI  Etape 0 VALIDATIONS à l'ouverture de la clôture,
*>                 après la fermeture du guichet (SuiviValidations) :
*>                 modifications des données de référence encore en
*>                 attente de validation listées, avertissement pour
*>                 celles de plus d'un jour. Simple liste, rejouée à
*>                 chaque relance.
*> 2026-10-15  SI  Etape 12b LITIGES après le contrôle de qualité
*>                 (SuiviLitiges) : contre-passations en attente des
*>                 crédits provisoires de litiges rejetés, litiges
*>                 ouverts listés dans litiges.rpt avec ceux dont
*>                 l'échéance réglementaire approche ou est passée.
*> 2026-10-15  SI  Etape 3b BALAYAGE entre les intérêts et les
*>                 agios (BalayageComptes) : balayage automatique
*>                 des comptes sous convention de balayages.txt
*>                 entre solde principal et solde secondaire, une
*>                 fois les mouvements du jour passés, compte rendu
*>                 dans balayages.rpt.
*> 2026-10-15  SI  Etape 15f FICOBA après la rentabilité
*>                 (DeclarationFicoba) : ouvertures, clôtures,
*>                 changements de rattachés et d'adresse du jour
*>                 déclarés dans ficoba-AAAAMMJJ.txt.
*> 2026-10-15  SI  Etape 15e RENTABILITE après la déclaration des
*>                 retenues (Rentabilite) : à la première clôture du
*>                 mois, rentabilité du mois précédent par client et
*>                 par agence dans rentabilite-AAAAMM.rpt et .csv.
*> 2026-10-15  SI  Etape 15d RETENUES après le renouvellement des
*>                 cartes (DeclarationRetenues) : à la première
*>                 clôture du mois, déclaration des retenues à la
*>                 source du mois précédent dans
*>                 declaration-retenues-AAAAMM.txt.
*> 2026-10-15  SI  Etape 21b RELEVESELEC après l'échelle des soldes
*>                 (ReleveElectronique) : relevé électronique MT940
*>                 ou camt.053 de chaque compte entreprise abonné,
*>                 soldes d'ouverture et de clôture lus sur
*>                 l'échelle du jour.
*> 2026-10-15  SI  Etape 1b MASSE après les ordres permanents
*>                 (VirementsMasse) : remise de virements de masse
*>                 d'un client entreprise exécutée en tout ou rien
*>                 avant la remise de la compensation aller, compte
*>                 rendu dans virements-masse.rpt.
*> 2026-10-15  SI  Etape 19b GAB avant la position de trésorerie
*>                 (RapprochementGab) : journal de distribution des
*>                 automates rapproché des retraits GAB postés,
*>                 écarts en suspens dans suspens-gab.rpt.
*> 2026-10-15  SI  Etape 15c CARTES après les échéances des pièces
*>                 d'identité (EcheancesCartes) : une fois par mois,
*>                 cartes de paiement expirées passées au statut
*>                 'E' et cartes expirant le mois suivant listées
*>                 dans renouvellement.rpt.
*> 2026-10-15  SI  Etape 7b PRELEVEMENTS après la réception de la
*>                 compensation (PrelevementsRecus) : imputation des
*>                 prélèvements reçus contre le registre des
*>                 mandats, retours dans retours-prlv.txt.
*> 2026-10-15  SI  Etape 15b IDENTITES après les avis clients
*>                 (EcheancesIdentites) : une fois par mois, pièces
*>                 d'identité expirées ou expirant sous 60 jours et
*>                 revues périodiques échues listées dans
*>                 identites.rpt.
*> 2026-10-15  SI  Etape 11d GELS après la surveillance LCB-FT
*>                 (FiltrageClients) : après chaque rechargement de
*>                 la liste des gels d'avoirs, tout client.txt est
*>                 refiltré et les clients bloqués listés dans
*>                 gels.rpt.
*> 2026-10-15  SI  Etape 11c LCB après les arriérés de prêts
*>                 (SurveillanceLcb) : surveillance LCB-FT des
*>                 mouvements du jour, alertes ouvertes en dossiers
*>                 dans conformite.txt et listées dans
*>                 surveillance.rpt.
*> 2026-10-15  SI  Etape 11b ARRIERES après les échéances de prêts
*>                 (ArrieresPrets) : pénalités de retard, relances
*>                 à 15 / 30 / 60 jours, déclassement en créance
*>                 douteuse au-delà de 90 jours et balance âgée
*>                 des arriérés arrieres.rpt, avant le journal
*>                 comptable qui reprend les mouvements du jour.
*> 2026-10-15  SI  La date comptable avance au jour ouvré suivant
*>                 (JourOuvre : samedis, dimanches et jours fériés
*>                 de calendrier.txt communs à toutes les agences
*>                 sautés) au lieu du lendemain calendaire : la
*>                 chaîne ne tourne plus les jours de fermeture.
*> 2026-09-02  SI  Une échelle des soldes en échec (code retour 8
*>                 de EchelleSoldes) ARRETE la chaîne sans
*>                 inscrire l'étape FIN : la journée manquante est
    "Début de la fenêtre de clôture batch".
01 WS-Fin   PIC X(40) VALUE
    "Fin de la fenêtre de clôture batch".
*> Jour ouvré suivant la date comptable (calendrier.txt, jours
*> fériés communs à toutes les agences).
01 WS-UnJourOuvre   PIC 9(03) VALUE 1.
01 WS-AgenceToutes  PIC X(03) VALUE SPACES.
01 WS-RegleSuivant  PIC X(01) VALUE 'S'.
01 WS-DateSuivante  PIC 9(08).
*> Mode de la clôture : 'R' = réelle, 'S' = simulation.
01 WS-ModeCloture   PIC X(01) VALUE 'R'.
   88 ModeSimulation VALUE 'S' 's'.
01 WS-NomSimulation PIC X(14) VALUE "simulation.txt".
01 WS-DeleteStatus  PIC S9(9) COMP-5.
COPY SIMULCTL.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0100-CHOISIR-MODE THRU 0100-EXIT
    IF SimulationActive
        PERFORM 8000-SIMULER THRU 8000-EXIT
        STOP RUN
    END-IF
    PERFORM 0500-FERMER-GUICHET THRU 0500-EXIT
    PERFORM 0700-VALIDATIONS THRU 0700-EXIT
    PERFORM 1000-ORDRES THRU 1000-EXIT
    PERFORM 1500-MASSE THRU 1500-EXIT
    PERFORM 2000-RAPPROCHEMENT THRU 2000-EXIT
    PERFORM 3000-INTERETS THRU 3000-EXIT
    PERFORM 3400-BALAYAGE THRU 3400-EXIT
    PERFORM 3500-AGIOS THRU 3500-EXIT
    PERFORM 3700-FRAIS THRU 3700-EXIT
    PERFORM 3750-COFFRES THRU 3750-EXIT
    PERFORM 3800-COMPENSATION THRU 3800-EXIT
    PERFORM 3850-RECEPTION THRU 3850-EXIT
    PERFORM 3860-PRELEVEMENTS THRU 3860-EXIT
    PERFORM 3900-DORMANCE THRU 3900-EXIT
    PERFORM 3950-CHEQUES THRU 3950-EXIT
    PERFORM 3970-TERMES THRU 3970-EXIT
    PERFORM 3975-PRETS THRU 3975-EXIT
    PERFORM 3977-ARRIERES THRU 3977-EXIT
    PERFORM 3978-LCB THRU 3978-EXIT
    PERFORM 3979-GELS THRU 3979-EXIT
    PERFORM 3980-QUALITE THRU 3980-EXIT
    PERFORM 3985-LITIGES THRU 3985-EXIT
    PERFORM 3987-COURUS THRU 3987-EXIT
    PERFORM 3990-COMPTA THRU 3990-EXIT
    PERFORM 3995-LIAISONS THRU 3995-EXIT
    PERFORM 4000-RELEVE THRU 4000-EXIT
    PERFORM 4500-AVIS THRU 4500-EXIT
    PERFORM 4600-IDENTITES THRU 4600-EXIT
    PERFORM 4650-CARTES THRU 4650-EXIT
    PERFORM 4670-RETENUES THRU 4670-EXIT
    PERFORM 4680-RENTABILITE THRU 4680-EXIT
    PERFORM 4690-FICOBA THRU 4690-EXIT
    PERFORM 4700-DEVISES THRU 4700-EXIT
    PERFORM 5000-RECAP-OPERATEURS THRU 5000-EXIT
    PERFORM 5200-CONTROLE-CAISSE THRU 5200-EXIT
    PERFORM 5300-BALANCE-AGEE THRU 5300-EXIT
    PERFORM 5350-DEMANDES-PRETS THRU 5350-EXIT
    PERFORM 5400-GAB THRU 5400-EXIT
    PERFORM 5500-POSITION-CAISSE THRU 5500-EXIT
    PERFORM 5800-ECHELLE THRU 5800-EXIT
    PERFORM 5850-RELEVES-ELEC THRU 5850-EXIT
    PERFORM 5900-SCELLE THRU 5900-EXIT
    PERFORM 9500-AVANCER-DATE THRU 9500-EXIT
    PERFORM 9999-FIN THRU 9999-EXIT
    STOP RUN.

*> La zone commune SIMULCTL est posée explicitement à chaque
*> lancement : espaces = clôture réelle, les sous-programmes
*> écrivent normalement.
0100-CHOISIR-MODE.
    MOVE SPACES TO SimMode
    MOVE SPACES TO SimEtape
    MOVE ZERO TO SimNbComptes
    MOVE 'N' TO SimComptesSatures
    DISPLAY "Mode de clôture (R = réelle, S = simulation) :"
    ACCEPT WS-ModeCloture
    IF ModeSimulation
        MOVE 'SIMULATION' TO SimMode
        CALL "CBL_DELETE_FILE" USING WS-NomSimulation
            RETURNING WS-DeleteStatus
    END-IF.
0100-EXIT.
    EXIT.

0500-FERMER-GUICHET.
    DISPLAY WS-Debut
    PERFORM 0510-LIRE-DATE THRU 0510-EXIT
    MOVE 'F' TO WS-EtatGuichet
    PERFORM 9700-REECRIRE THRU 9700-EXIT
    PERFORM 0600-CONTROLER-SESSIONS THRU 0600-EXIT.
0500-EXIT.
    EXIT.

0510-LIRE-DATE.
    OPEN INPUT DateComptaFile
    IF DateComptaStatus = '00'
        READ DateComptaFile
        DISPLAY "Datecompta.txt absent, initialisé à la date ",
            "machine ", WS-DateCompta
    END-IF
    DISPLAY "Date comptable de la clôture : ", WS-DateCompta.
0510-EXIT.
    EXIT.

*> La chaîne n'avance pas sous des guichets vivants : toute
0640-EXIT.
    EXIT.

0700-VALIDATIONS.
    DISPLAY "Etape 0 : modifications de référentiel en attente"
    CALL 'SuiviValidations'.
0700-EXIT.
    EXIT.

1000-ORDRES.
    MOVE "ORDRES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
1000-EXIT.
    EXIT.

1500-MASSE.
    MOVE "MASSE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 1b : virements de masse - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 1b : virements de masse"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'VirementsMasse'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
1500-EXIT.
    EXIT.

2000-RAPPROCHEMENT.
    MOVE "RAPPROCHEMENT" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3000-EXIT.
    EXIT.

3400-BALAYAGE.
    MOVE "BALAYAGE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 3b : balayage des soldes - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 3b : balayage des soldes"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'BalayageComptes'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3400-EXIT.
    EXIT.

3500-AGIOS.
    MOVE "AGIOS" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3700-EXIT.
    EXIT.

3750-COFFRES.
    MOVE "COFFRES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 5b : loyers des coffres-forts - déjà faite, ",
            "sautée"
    ELSE
        DISPLAY "Etape 5b : loyers des coffres-forts"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'LoyersCoffres'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3750-EXIT.
    EXIT.

3800-COMPENSATION.
    MOVE "COMPENSATION" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3850-EXIT.
    EXIT.

3860-PRELEVEMENTS.
    MOVE "PRELEVEMENTS" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 7b : prélèvements reçus - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 7b : prélèvements reçus"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'PrelevementsRecus'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3860-EXIT.
    EXIT.

3900-DORMANCE.
    MOVE "DORMANCE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3975-EXIT.
    EXIT.

3977-ARRIERES.
    MOVE "ARRIERES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 11b : arriérés de prêts - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 11b : arriérés de prêts"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'ArrieresPrets'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3977-EXIT.
    EXIT.

3978-LCB.
    MOVE "LCB" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 11c : surveillance LCB-FT - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 11c : surveillance LCB-FT"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'SurveillanceLcb'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3978-EXIT.
    EXIT.

3979-GELS.
    MOVE "GELS" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 11d : filtrage des gels d'avoirs - déjà ",
            "faite, sautée"
    ELSE
        DISPLAY "Etape 11d : filtrage des gels d'avoirs"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'FiltrageClients'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3979-EXIT.
    EXIT.

3980-QUALITE.
    MOVE "QUALITE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3980-EXIT.
    EXIT.

3985-LITIGES.
    MOVE "LITIGES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 12b : suivi des litiges clients - déjà ",
            "faite, sautée"
    ELSE
        DISPLAY "Etape 12b : suivi des litiges clients"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'SuiviLitiges'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3985-EXIT.
    EXIT.

3987-COURUS.
    MOVE "COURUS" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 12c : intérêts courus - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 12c : intérêts courus"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        MOVE ZERO TO RETURN-CODE
        CALL 'CourusInterets'
        IF RETURN-CODE NOT = ZERO
            DISPLAY "Intérêts courus en échec, chaîne arrêtée ",
                "avant le journal comptable"
            STOP RUN
        END-IF
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3987-EXIT.
    EXIT.

3990-COMPTA.
    MOVE "COMPTA" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
3990-EXIT.
    EXIT.

3995-LIAISONS.
    MOVE "LIAISONS" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 13b : rapprochement inter-agences - déjà ",
            "faite, sautée"
    ELSE
        DISPLAY "Etape 13b : rapprochement inter-agences"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'RapprochementAgences'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
3995-EXIT.
    EXIT.

4000-RELEVE.
    MOVE "RELEVE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
4500-EXIT.
    EXIT.

4600-IDENTITES.
    MOVE "IDENTITES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 15b : échéances des pièces d'identité - ",
            "déjà faite, sautée"
    ELSE
        DISPLAY "Etape 15b : échéances des pièces d'identité"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'EcheancesIdentites'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
4600-EXIT.
    EXIT.

4650-CARTES.
    MOVE "CARTES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 15c : renouvellement des cartes - ",
            "déjà faite, sautée"
    ELSE
        DISPLAY "Etape 15c : renouvellement des cartes"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'EcheancesCartes'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
4650-EXIT.
    EXIT.

4670-RETENUES.
    MOVE "RETENUES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 15d : déclaration des retenues à la source",
            " - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 15d : déclaration des retenues à la source"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'DeclarationRetenues'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
4670-EXIT.
    EXIT.

4680-RENTABILITE.
    MOVE "RENTABILITE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 15e : rentabilité des clients et des agences",
            " - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 15e : rentabilité des clients et des agences"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'Rentabilite'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
4680-EXIT.
    EXIT.

4690-FICOBA.
    MOVE "FICOBA" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 15f : déclarations FICOBA",
            " - déjà faite, sautée"
    ELSE
        DISPLAY "Etape 15f : déclarations FICOBA"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'DeclarationFicoba'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
4690-EXIT.
    EXIT.

4700-DEVISES.
    MOVE "DEVISES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
5300-EXIT.
    EXIT.

5350-DEMANDES-PRETS.
    MOVE "DEMANDES" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 19a : portefeuille des demandes de prêt - ",
            "déjà faite, sautée"
    ELSE
        DISPLAY "Etape 19a : portefeuille des demandes de prêt"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'SuiviDemandesPrets'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
5350-EXIT.
    EXIT.

5400-GAB.
    MOVE "GAB" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 19b : rapprochement des GAB - déjà faite, ",
            "sautée"
    ELSE
        DISPLAY "Etape 19b : rapprochement des GAB"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'RapprochementGab'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
5400-EXIT.
    EXIT.

5500-POSITION-CAISSE.
    MOVE "CAISSE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
5800-EXIT.
    EXIT.

5850-RELEVES-ELEC.
    MOVE "RELEVESELEC" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
    IF EtapeDejaFaite
        DISPLAY "Etape 21b : relevés électroniques - déjà faite, ",
            "sautée"
    ELSE
        DISPLAY "Etape 21b : relevés électroniques"
        PERFORM 9100-JOURNAL-DEBUT THRU 9100-EXIT
        CALL 'ReleveElectronique'
        PERFORM 9200-JOURNAL-FIN THRU 9200-EXIT
    END-IF.
5850-EXIT.
    EXIT.

5900-SCELLE.
    MOVE "SCELLE" TO WS-Etape
    PERFORM 9300-ETAPE-DEJA-FAITE THRU 9300-EXIT
5900-EXIT.
    EXIT.

*> Passage à blanc : seules les étapes qui postent sont jouées,
*> chacune sur les soldes actuels. Le guichet n'est pas fermé, la
*> date comptable n'avance pas, rien n'est journalisé; les étapes
*> déjà faites pour la date du jour restent sautées comme à la
*> clôture réelle.
8000-SIMULER.
    DISPLAY "Début de la SIMULATION de clôture - aucun mouvement ",
        "ne sera passé"
    PERFORM 0510-LIRE-DATE THRU 0510-EXIT
    PERFORM 0700-VALIDATIONS THRU 0700-EXIT
    PERFORM 1000-ORDRES THRU 1000-EXIT
    PERFORM 3000-INTERETS THRU 3000-EXIT
    PERFORM 3500-AGIOS THRU 3500-EXIT
    PERFORM 3700-FRAIS THRU 3700-EXIT
    PERFORM 3975-PRETS THRU 3975-EXIT
    DISPLAY "Etapes non simulées : masse, rapprochement, balayage, ",
        "coffres, compensation, chèques, termes, arriérés et contrôles"
    MOVE SPACES TO SimEtape
    MOVE ZERO TO SimNbComptes
    CALL 'RapportSimulation'
    DISPLAY "Fin de la SIMULATION de clôture - date comptable ",
        WS-DateCompta, " inchangée".
8000-EXIT.
    EXIT.

9500-AVANCER-DATE.
    CALL 'JourOuvre' USING WS-DateCompta, WS-UnJourOuvre,
        WS-AgenceToutes, WS-RegleSuivant, WS-DateSuivante
    MOVE WS-DateSuivante TO WS-DateCompta
    MOVE 'O' TO WS-EtatGuichet
    PERFORM 9700-REECRIRE THRU 9700-EXIT
    DISPLAY "Nouvelle date comptable : ", WS-DateCompta.
9700-EXIT.
    EXIT.

*> En simulation, le début d'étape ne journalise rien : il remet
*> seulement à zéro les soldes projetés de l'étape précédente.
9100-JOURNAL-DEBUT.
    IF SimulationActive
        MOVE WS-Etape TO SimEtape
        MOVE ZERO TO SimNbComptes
        MOVE 'N' TO SimComptesSatures
        GO TO 9100-EXIT
    END-IF
    MOVE "DEBUT" TO JbEvenement
    MOVE SPACES TO JbResultat
    PERFORM 9400-ECRIRE-JOURNAL THRU 9400-EXIT.
    EXIT.

9200-JOURNAL-FIN.
    IF SimulationActive
        GO TO 9200-EXIT
    END-IF
    MOVE "FIN" TO JbEvenement
    MOVE "OK" TO JbResultat
    PERFORM 9400-ECRIRE-JOURNAL THRU 9400-EXIT.
