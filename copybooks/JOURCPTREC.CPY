      *> --------------------------------------------------------------
      *> JOURCPTREC - Layout du JournalRecord de journal-AAAAMMJJ.txt
      *>              (journal comptable du jour : date comptable,
      *>              compte du plan, sens 'D' / 'C', montant,
      *>              référence - numéro du mouvement, du compte ou
      *>              du bordereau -, libellé, agence où la jambe est
      *>              passée et, sur une jambe du compte de liaison
      *>              18100, agence correspondante). Ecrit par
      *>              JournalComptable; relu par RapprochementAgences.
      *> 2026-10-15  SI  Creation - extrait de JournalComptable, ajout
      *>                 de JclAgence et JclAgenceLiee.
      *> --------------------------------------------------------------
       01 JournalRecord USAGE IS DISPLAY.
          05 JclDate       PIC 9(8).
          05 JclCompte     PIC 9(5).
          05 JclSens       PIC X(1).
          05 JclMontant    PIC 9(7).9(2).
          05 JclTransID    PIC 9(10).
          05 JclLibelle    PIC X(10).
          05 JclAgence     PIC X(3).
          05 JclAgenceLiee PIC X(3).
