       IDENTIFICATION DIVISION.
       PROGRAM-ID. Autorisation.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  '57' = compte gelé pour succession (SolEtat
      *>                 'S', GestionSuccessions) : aucune réservation
      *>                 n'est posée.
      *> 2026-10-15  SI  Contrôle de la carte porteuse de la demande
      *>                 (numéro interne de cartes.txt, nouveau
      *>                 paramètre; zéro = demande sans carte, non
      *>                 contrôlée) : '14' = carte inconnue ou non
      *>                 rattachée au compte, '41' = carte déclarée
      *>                 perdue ou volée, '62' = carte bloquée, '54' =
      *>                 carte expirée, '61' = plafond de retrait
      *>                 journalier de la carte dépassé (réservations
      *>                 du jour de la carte, actives ou utilisées,
      *>                 plus la demande). L'usage d'une carte perdue,
      *>                 volée ou bloquée est tracé dans securite.txt.
      *>                 La carte est portée sur la réservation.
      *> 2026-10-15  SI  Expiration de la réservation comptée en jours
      *>                 ouvrés de l'agence du compte (JourOuvre,
      *>                 calendrier.txt) : une réservation du vendredi
      *>                 tient jusqu'au mardi.
      *> 2026-09-02  SI  Création - pré-autorisation carte / GAB :
      *>                 pour un compte et un montant donnés, le
      *>                 disponible réel est contrôlé (Solde moins
           SELECT OppositionFile ASSIGN TO 'oppositions.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OppositionStatus.
           SELECT CarteFile ASSIGN TO 'cartes.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CarteStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OppositionFile.
       COPY OPPOREC.

       FD CarteFile.
       COPY CARTEREC.

       WORKING-STORAGE SECTION.
       01 AutorisationStatus PIC X(2).
       01 ChequeStatus PIC X(2).
       01 WS-OppMontant PIC 9(7)V99.
       01 WS-DateJour PIC 9(8).
       01 WS-Heure PIC 9(8).
      *> La réservation expire au surlendemain ouvré : le mouvement
      *> GAB arrive par l'import de la nuit même ou de la suivante.
       01 WS-DelaiExpire PIC 9(3) VALUE 2.
       01 WS-RegleSuivant PIC X(1) VALUE 'S'.
       01 CarteStatus PIC X(2).
       01 WS-CarteStatus PIC X(2).
       01 WS-CarteTrouvee PIC X VALUE 'N'.
          88 CarteTrouvee VALUE 'O'.
       01 WS-CumulCarte PIC 9(9)V99 VALUE ZERO.
       01 WS-PlafondCarte PIC 9(7)V99.
       01 WS-EvenementSec PIC X(12).
       01 WS-ResultatSec PIC X(8).
       01 WS-DetailSec PIC X(8).

       LINKAGE SECTION.
       01 LK-NumCompte PIC 9(8).
       01 LK-Montant PIC 9(7)V99.
       01 LK-Reference PIC X(10).
       01 LK-Carte PIC 9(10).
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-NumCompte, LK-Montant,
           LK-Reference, LK-Carte, LK-Status.
           MOVE '99' TO LK-Status
           IF LK-Reference = SPACES OR LK-Montant = ZERO
               DISPLAY "Référence ou montant absent, autorisation ",
                   "refusée"
               GOBACK
           END-IF
           PERFORM DATER-DEMANDE
           IF LK-Carte NOT = ZERO
               PERFORM CONTROLER-CARTE
               IF WS-CarteStatus NOT = '00'
                   MOVE WS-CarteStatus TO LK-Status
                   GOBACK
               END-IF
           END-IF
           CALL 'ReadSolde' USING LK-NumCompte, WS-Solde,
               WS-SoldeSec, WS-SoldeMin, WS-SoldePin, WS-Devise,
               CptExtension, RdStatus
                   "statut ", RdStatus, ", autorisation refusée"
               GOBACK
           END-IF
           IF CptSuccession
               MOVE '57' TO LK-Status
               DISPLAY "Compte ", LK-NumCompte, " gelé pour ",
                   "succession, autorisation refusée"
               GOBACK
           END-IF
           PERFORM CUMULER-CHEQUES
           PERFORM CUMULER-AUTORISATIONS
           PERFORM CUMULER-OPPOSITIONS
               ACCEPT WS-DateJour FROM DATE YYYYMMDD
           END-IF.

       CONTROLER-CARTE.
           MOVE '14' TO WS-CarteStatus
           MOVE 'N' TO WS-CarteTrouvee
           OPEN INPUT CarteFile
           IF CarteStatus NOT = '00'
               DISPLAY "Registre des cartes indisponible, statut ",
                   CarteStatus, ", autorisation refusée"
           ELSE
               PERFORM CHERCHER-CARTE
                   UNTIL CarteStatus NOT = '00' OR CarteTrouvee
               IF CarteTrouvee AND CrtCompte = LK-NumCompte
                   PERFORM EXAMINER-CARTE
               ELSE
                   DISPLAY "Carte ", LK-Carte, " inconnue ou non ",
                       "rattachée au compte, autorisation refusée"
               END-IF
               CLOSE CarteFile
           END-IF.

       CHERCHER-CARTE.
           READ CarteFile
           IF CarteStatus = '00'
               IF CrtNumero = LK-Carte
                   MOVE 'O' TO WS-CarteTrouvee
               END-IF
           END-IF.

      *> La carte doit être active et dans son mois d'expiration au
      *> plus tard; une carte perdue, volée ou bloquée présentée au
      *> réseau laisse une trace pour le service sécurité.
       EXAMINER-CARTE.
           EVALUATE TRUE
               WHEN CrtPerdueVolee
                   MOVE '41' TO WS-CarteStatus
                   DISPLAY "Carte déclarée perdue ou volée, ",
                       "autorisation refusée"
                   MOVE "CartePerdue" TO WS-EvenementSec
                   PERFORM TRACER-CARTE
               WHEN CrtBloquee
                   MOVE '62' TO WS-CarteStatus
                   DISPLAY "Carte bloquée, autorisation refusée"
                   MOVE "CarteBloquee" TO WS-EvenementSec
                   PERFORM TRACER-CARTE
               WHEN CrtExpiree
               WHEN CrtDateExpiration < WS-DateJour(1:6)
                   MOVE '54' TO WS-CarteStatus
                   DISPLAY "Carte expirée, autorisation refusée"
               WHEN OTHER
                   MOVE CrtPlafond TO WS-PlafondCarte
                   PERFORM CUMULER-CARTE
                   IF WS-PlafondCarte NOT = ZERO
                       AND WS-CumulCarte + LK-Montant > WS-PlafondCarte
                       MOVE '61' TO WS-CarteStatus
                       DISPLAY "Plafond journalier de la carte ",
                           "dépassé, autorisation refusée"
                   ELSE
                       MOVE '00' TO WS-CarteStatus
                   END-IF
           END-EVALUATE.

       TRACER-CARTE.
           MOVE "Refus" TO WS-ResultatSec
           MOVE LK-Carte(3:8) TO WS-DetailSec
           CALL 'SaveSecurite' USING LK-NumCompte, WS-EvenementSec,
               WS-ResultatSec, WS-DetailSec.

      *> Cumul du jour de la carte : réservations actives ou déjà
      *> utilisées par leur mouvement; une réservation expirée ou
      *> annulée ne compte plus.
       CUMULER-CARTE.
           MOVE ZERO TO WS-CumulCarte
           OPEN INPUT AutorisationFile
           IF AutorisationStatus NOT = '00'
               CONTINUE
           ELSE
               PERFORM CUMULER-UNE-CARTE
                   UNTIL AutorisationStatus NOT = '00'
               CLOSE AutorisationFile
           END-IF.

       CUMULER-UNE-CARTE.
           READ AutorisationFile
           IF AutorisationStatus = '00'
               IF AutCarte IS NUMERIC AND AutCarte = LK-Carte
                   AND AutDate = WS-DateJour
                   AND (AutStatut = 'A' OR AutStatut = 'U')
                   MOVE AutMontant TO WS-AutMontant
                   ADD WS-AutMontant TO WS-CumulCarte
               END-IF
           END-IF.

       CUMULER-CHEQUES.
           MOVE ZERO TO WS-ChequesEnAttente
           OPEN INPUT ChequeFile
               MOVE WS-DateJour TO AutDate
               ACCEPT WS-Heure FROM TIME
               MOVE WS-Heure(1:6) TO AutHeure
               CALL 'JourOuvre' USING WS-DateJour, WS-DelaiExpire,
                   CptAgence, WS-RegleSuivant, AutDateExpire
               MOVE 'A' TO AutStatut
               MOVE LK-Carte TO AutCarte
               WRITE AutorisationRecord
               IF AutorisationStatus NOT = '00'
                   DISPLAY "Erreur écriture autorisations.txt, ",
               END-IF
               CLOSE AutorisationFile
           END-IF.
