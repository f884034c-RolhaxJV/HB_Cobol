      *> --------------------------------------------------------------
      *> FICOJREC - Layout du FicobaJournalRecord de ficoba-journal.txt
      *>            (journal des lignes déclarées au fichier national
      *>            des comptes bancaires : référence de la ligne =
      *>            date de la déclaration et numéro d'ordre, nature
      *>            OUV ouverture / CLO clôture / ADJ ajout d'un
      *>            co-titulaire ou mandataire / RET retrait / ADR
      *>            changement d'identité ou d'adresse, compte, client
      *>            et rôle déclarés, statut 'E' émise, 'A' acceptée,
      *>            'R' rejetée, avec le motif et la date de
      *>            l'accusé de réception). Alimenté par
      *>            DeclarationFicoba, mis à jour par RetourFicoba.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 FicobaJournalRecord USAGE IS DISPLAY.
          05 FjReference.
             10 FjDateDecl  PIC 9(8).
             10 FjNumLigne  PIC 9(6).
          05 FjCode       PIC X(3).
          05 FjCompte     PIC 9(8).
          05 FjClient     PIC 9(8).
          05 FjRole       PIC X(1).
          05 FjStatut     PIC X(1).
             88 FjEmise      VALUE 'E'.
             88 FjAcceptee   VALUE 'A'.
             88 FjRejetee    VALUE 'R'.
          05 FjMotif      PIC X(3).
          05 FjDateRetour PIC 9(8).
          05 FjLibelle    PIC X(40).
