       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaveTransaction.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  Chaque mouvement écrit dans historique.txt
      *>                 est aussi indexé dans historique.idx
      *>                 (HISTIDXREC, clé TransID et clé compte +
      *>                 date), sous le même verrou seqtrans.lock.
      *> 2026-10-15  SI  Clôture en simulation (zone commune
      *>                 SIMULCTL) : ni numéro de seqtrans.dat ni
      *>                 ligne dans historique.txt, le mouvement est
      *>                 écrit comme projection de l'étape en cours
      *>                 dans simulation.txt.
      *> 2026-09-02  SI  Code agence estampillé sur chaque mouvement
      *>                 (AgenceTrans) : l'agence de rattachement de
      *>                 l'opérateur est relue dans operateur.txt,
           SELECT OperateurFile ASSIGN TO 'operateur.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OperateurStatus.
           SELECT SimulationFile ASSIGN TO 'simulation.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SimulationStatus.
           SELECT HistIndexFile ASSIGN TO 'historique.idx'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HixTransID
              ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
              FILE STATUS IS HixStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperateurFile.
       COPY OPERREC.

       FD SimulationFile.
       COPY SIMULREC.

       FD HistIndexFile.
       COPY HISTIDXREC.

       WORKING-STORAGE SECTION.
       01 HistStatus PIC X(2).
       01 SeqStatus PIC X(2).
       01 OperateurStatus PIC X(2).
       01 WS-Agence PIC X(3).
       01 WS-Heure PIC 9(8).
       01 SimulationStatus PIC X(2).
       01 HixStatus PIC X(2).
       COPY SIMULCTL.
       LINKAGE SECTION.
       01 LK-NumCompte PIC 9(8).
       01 Montant PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-NumCompte, Montant, Action, Solde,
           Devise, LK-NumCompteDest, LK-Operateur, LK-DateValeur.
           IF SimulationActive
               PERFORM PROJETER-MOUVEMENT
               GOBACK
           END-IF
           OPEN INPUT LockFile
           IF LockStatus = '00'
               CLOSE LockFile
           IF HistStatus NOT = '00'
               DISPLAY "Erreur écriture historique, statut ",
                   HistStatus
           ELSE
               PERFORM INDEXER-MOUVEMENT
           END-IF
           CLOSE HistoriqueFile.

      *> Le mouvement écrit est porté dans l'index. Un index absent
      *> n'est pas créé ici : ExistHistorique le reconstruit en
      *> entier depuis historique.txt au prochain démarrage.
       INDEXER-MOUVEMENT.
           OPEN I-O HistIndexFile
           IF HixStatus = '00'
               MOVE TransID TO HixTransID
               MOVE NumCompteH TO HixCompte
               MOVE DateTrans TO HixDate
               MOVE TransactionRecord TO HixMouvement
               WRITE HistIndexRecord
               IF HixStatus NOT = '00'
                   DISPLAY "Erreur écriture historique.idx, statut ",
                       HixStatus
               END-IF
               CLOSE HistIndexFile
           ELSE
               IF HixStatus NOT = '35'
                   DISPLAY "Erreur ouverture historique.idx, statut ",
                       HixStatus
               END-IF
           END-IF.

      *> Clôture en simulation : le mouvement n'est que projeté.
       PROJETER-MOUVEMENT.
           OPEN EXTEND SimulationFile
           IF SimulationStatus = '35'
               OPEN OUTPUT SimulationFile
           END-IF
           IF SimulationStatus NOT = '00'
               DISPLAY "Erreur ouverture simulation.txt, statut ",
                   SimulationStatus
           ELSE
               MOVE 'M' TO SimLigType
               MOVE SimEtape TO SimLigEtape
               MOVE LK-NumCompte TO SimLigCompte
               MOVE Action TO SimLigAction
               MOVE Montant TO SimLigMontant
               MOVE Solde TO SimLigSolde
               MOVE Devise TO SimLigDevise
               MOVE LK-NumCompteDest TO SimLigDest
               WRITE SimulationRecord
               IF SimulationStatus NOT = '00'
                   DISPLAY "Erreur écriture simulation.txt, statut ",
                       SimulationStatus
               END-IF
               CLOSE SimulationFile
           END-IF.

      *> L'agence du mouvement est celle du profil de l'opérateur;
      *> "000" pour les traitements par lot et les opérateurs
      *> inconnus, "001" quand le profil ne porte pas d'agence.
