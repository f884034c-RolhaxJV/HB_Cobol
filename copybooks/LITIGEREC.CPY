      *> --------------------------------------------------------------
      *> LITIGEREC - Layout du LitigeRecord de litiges.txt (registre
      *>             des réclamations et contestations de mouvements :
      *>             numéro du litige, TransID contesté de
      *>             historique.txt avec son compte, son action et son
      *>             montant, date de réception de la réclamation,
      *>             motif, date limite réglementaire de réponse,
      *>             statut 'O' = ouvert, 'F' = fondé, 'R' = rejeté,
      *>             crédit provisoire 'N' = aucun, 'C' = crédité
      *>             ("CredProv"), 'P' = contre-passation en attente,
      *>             'A' = contre-passé ("AnnulProv") avec son
      *>             montant, date et agent de la dernière mise à
      *>             jour). Tenu par GestionLitiges, suivi chaque nuit
      *>             par SuiviLitiges.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 LitigeRecord USAGE IS DISPLAY.
          05 LitNumero         PIC 9(6).
          05 LitTransID        PIC 9(10).
          05 LitCompte         PIC 9(8).
          05 LitAction         PIC X(10).
          05 LitMontant        PIC 9(7).9(2).
          05 LitDateReception  PIC 9(8).
          05 LitMotif          PIC X(30).
          05 LitDateLimite     PIC 9(8).
          05 LitStatut         PIC X(1).
             88 LitOuvert        VALUE 'O'.
             88 LitFonde         VALUE 'F'.
             88 LitRejete        VALUE 'R'.
          05 LitProvisoire     PIC X(1).
             88 LitSansProvisoire  VALUE 'N'.
             88 LitCredite         VALUE 'C'.
             88 LitAContrepasser   VALUE 'P'.
             88 LitContrepasse     VALUE 'A'.
          05 LitMontantProv    PIC 9(7).9(2).
          05 LitDateMaj        PIC 9(8).
          05 LitAgent          PIC X(4).
