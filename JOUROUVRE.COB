       IDENTIFICATION DIVISION.
       PROGRAM-ID. JourOuvre.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Création - calcul du jour ouvré pour une
      *>                 agence : samedis, dimanches et jours de
      *>                 calendrier.txt (fériés de toutes les agences
      *>                 si CalAgence à blanc, sinon fériés locaux)
      *>                 sont non ouvrés. Nombre de jours à zéro : la
      *>                 date elle-même si ouvrée, sinon le jour ouvré
      *>                 suivant; règle 'M' (échéances mensuelles) :
      *>                 si ce report sort du mois, le jour ouvré
      *>                 précédent est retenu. Nombre de jours n > 0 :
      *>                 la date plus n jours ouvrés (délai chèque,
      *>                 expiration de réservation, date comptable
      *>                 suivante). Sans calendrier.txt, seuls les
      *>                 week-ends sont écartés.
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
       01 CalendrierStatus PIC X(2).
       01 WS-NbFeries PIC 9(3) COMP VALUE ZERO.
       01 WS-MaxFeries PIC 9(3) COMP VALUE 366.
       01 WS-IdxFerie PIC 9(3) COMP.
       01 WS-TableFeries.
          05 WS-Ferie OCCURS 366 PIC 9(8).
       01 WS-DebutMois PIC 9(8).
       01 WS-JourRestant PIC 9(3).
       01 WS-DateEclatee.
          05 WS-DteAnnee PIC 9(4).
          05 WS-DteMois  PIC 9(2).
          05 WS-DteJour  PIC 9(2).
       01 WS-DateNum REDEFINES WS-DateEclatee PIC 9(8).
       01 WS-JoursDuMois PIC 9(2).
       01 WS-Reste PIC 9(4).
       01 WS-Quotient PIC 9(4).
       01 WS-LongMoisDef.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 28.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 30.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 30.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 30.
          05 FILLER PIC 9(2) VALUE 31.
          05 FILLER PIC 9(2) VALUE 30.
          05 FILLER PIC 9(2) VALUE 31.
       01 WS-LongMois REDEFINES WS-LongMoisDef.
          05 WS-LongUnMois OCCURS 12 PIC 9(2).
      *> Numéro de jour grégorien, même règle que EcheanceTermes :
      *> le reste de la division par 7 donne le jour de la semaine
      *> (0 = mardi, 1 = mercredi ... 4 = samedi, 5 = dimanche).
       01 WS-DtAnneeC PIC 9(7) COMP.
       01 WS-DtMoisC PIC 9(2) COMP.
       01 WS-Div4 PIC 9(7) COMP.
       01 WS-Div100 PIC 9(7) COMP.
       01 WS-Div400 PIC 9(7) COMP.
       01 WS-NumJour PIC 9(7) COMP.
       01 WS-Semaines PIC 9(7) COMP.
       01 WS-JourSemaine PIC 9(1) COMP.
          88 JourWeekEnd VALUE 4 5.
       01 WS-DecalMoisDef.
          05 FILLER PIC 9(3) VALUE 000.
          05 FILLER PIC 9(3) VALUE 031.
          05 FILLER PIC 9(3) VALUE 061.
          05 FILLER PIC 9(3) VALUE 092.
          05 FILLER PIC 9(3) VALUE 122.
          05 FILLER PIC 9(3) VALUE 153.
          05 FILLER PIC 9(3) VALUE 184.
          05 FILLER PIC 9(3) VALUE 214.
          05 FILLER PIC 9(3) VALUE 245.
          05 FILLER PIC 9(3) VALUE 275.
          05 FILLER PIC 9(3) VALUE 306.
          05 FILLER PIC 9(3) VALUE 337.
       01 WS-DecalMois REDEFINES WS-DecalMoisDef.
          05 WS-Decal OCCURS 12 PIC 9(3).
       01 WS-Ouvrable PIC X(1).
          88 JourOuvrable VALUE 'O'.

       LINKAGE SECTION.
       01 LK-Date PIC 9(8).
       01 LK-NbJours PIC 9(3).
       01 LK-Agence PIC X(3).
       01 LK-Regle PIC X(1).
       01 LK-DateOuvree PIC 9(8).

       PROCEDURE DIVISION USING LK-Date, LK-NbJours, LK-Agence,
           LK-Regle, LK-DateOuvree.
           MOVE LK-Date TO WS-DateNum
           MOVE 01 TO WS-DteJour
           MOVE WS-DateNum TO WS-DebutMois
           PERFORM CHARGER-CALENDRIER
           MOVE LK-Date TO WS-DateNum
           IF LK-NbJours = ZERO
               PERFORM TESTER-JOUR
               IF NOT JourOuvrable
                   PERFORM AVANCER-JOUR UNTIL JourOuvrable
                   IF LK-Regle = 'M'
                       AND WS-DateNum(1:6) NOT = LK-Date(1:6)
                       MOVE LK-Date TO WS-DateNum
                       MOVE 'N' TO WS-Ouvrable
                       PERFORM RECULER-JOUR UNTIL JourOuvrable
                   END-IF
               END-IF
           ELSE
               MOVE LK-NbJours TO WS-JourRestant
               PERFORM AVANCER-UN-JOUR-OUVRE WS-JourRestant TIMES
           END-IF
           MOVE WS-DateNum TO LK-DateOuvree
           GOBACK.

      *> Seuls les jours fériés de l'agence (ou de toutes les
      *> agences) à partir du premier du mois de la date demandée
      *> sont retenus : le report ne remonte jamais plus loin.
       CHARGER-CALENDRIER.
           MOVE ZERO TO WS-NbFeries
           OPEN INPUT CalendrierFile
           IF CalendrierStatus = '00'
               PERFORM CHARGER-UN-FERIE
                   UNTIL CalendrierStatus NOT = '00'
               CLOSE CalendrierFile
           END-IF.

       CHARGER-UN-FERIE.
           READ CalendrierFile
           IF CalendrierStatus = '00'
               IF CalDate IS NUMERIC AND CalDate >= WS-DebutMois
                   AND (CalAgence = SPACES OR CalAgence = LK-Agence)
                   IF WS-NbFeries < WS-MaxFeries
                       ADD 1 TO WS-NbFeries
                       MOVE CalDate TO WS-Ferie(WS-NbFeries)
                   ELSE
                       DISPLAY "Calendrier.txt saturé, jour férié ",
                           CalDate, " ignoré"
                   END-IF
               END-IF
           END-IF.

       AVANCER-UN-JOUR-OUVRE.
           PERFORM AVANCER-JOUR
           PERFORM AVANCER-JOUR UNTIL JourOuvrable.

       AVANCER-JOUR.
           PERFORM AJOUTER-UN-JOUR
           PERFORM TESTER-JOUR.

       RECULER-JOUR.
           PERFORM RETIRER-UN-JOUR
           PERFORM TESTER-JOUR.

       TESTER-JOUR.
           MOVE 'O' TO WS-Ouvrable
           PERFORM NUMERO-DE-JOUR
           DIVIDE WS-NumJour BY 7 GIVING WS-Semaines
               REMAINDER WS-JourSemaine
           IF JourWeekEnd
               MOVE 'N' TO WS-Ouvrable
           ELSE
               PERFORM CHERCHER-FERIE
                   VARYING WS-IdxFerie FROM 1 BY 1
                   UNTIL WS-IdxFerie > WS-NbFeries
                      OR NOT JourOuvrable
           END-IF.

       CHERCHER-FERIE.
           IF WS-Ferie(WS-IdxFerie) = WS-DateNum
               MOVE 'N' TO WS-Ouvrable
           END-IF.

       NUMERO-DE-JOUR.
           MOVE WS-DteAnnee TO WS-DtAnneeC
           MOVE WS-DteMois TO WS-DtMoisC
           IF WS-DtMoisC < 3
               SUBTRACT 1 FROM WS-DtAnneeC
               ADD 12 TO WS-DtMoisC
           END-IF
           DIVIDE WS-DtAnneeC BY 4 GIVING WS-Div4
           DIVIDE WS-DtAnneeC BY 100 GIVING WS-Div100
           DIVIDE WS-DtAnneeC BY 400 GIVING WS-Div400
           COMPUTE WS-NumJour =
               365 * WS-DtAnneeC
               + WS-Div4 - WS-Div100 + WS-Div400
               + WS-Decal(WS-DtMoisC - 2)
               + WS-DteJour.

       LONGUEUR-DU-MOIS.
           MOVE WS-LongUnMois(WS-DteMois) TO WS-JoursDuMois
           IF WS-DteMois = 2
               DIVIDE WS-DteAnnee BY 4 GIVING WS-Quotient
                   REMAINDER WS-Reste
               IF WS-Reste = ZERO
                   DIVIDE WS-DteAnnee BY 100 GIVING WS-Quotient
                       REMAINDER WS-Reste
                   IF WS-Reste NOT = ZERO
                       MOVE 29 TO WS-JoursDuMois
                   ELSE
                       DIVIDE WS-DteAnnee BY 400 GIVING WS-Quotient
                           REMAINDER WS-Reste
                       IF WS-Reste = ZERO
                           MOVE 29 TO WS-JoursDuMois
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AJOUTER-UN-JOUR.
           PERFORM LONGUEUR-DU-MOIS
           IF WS-DteJour < WS-JoursDuMois
               ADD 1 TO WS-DteJour
           ELSE
               MOVE 1 TO WS-DteJour
               IF WS-DteMois < 12
                   ADD 1 TO WS-DteMois
               ELSE
                   MOVE 1 TO WS-DteMois
                   ADD 1 TO WS-DteAnnee
               END-IF
           END-IF.

       RETIRER-UN-JOUR.
           IF WS-DteJour > 1
               SUBTRACT 1 FROM WS-DteJour
           ELSE
               IF WS-DteMois > 1
                   SUBTRACT 1 FROM WS-DteMois
               ELSE
                   MOVE 12 TO WS-DteMois
                   SUBTRACT 1 FROM WS-DteAnnee
               END-IF
               PERFORM LONGUEUR-DU-MOIS
               MOVE WS-JoursDuMois TO WS-DteJour
           END-IF.
