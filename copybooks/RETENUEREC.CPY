      *> --------------------------------------------------------------
      *> RETENUEREC - Layout du RetenueRecord de retenues.txt (registre
      *>              en ajout seul des retenues à la source sur les
      *>              intérêts : une ligne par passation d'intérêt,
      *>              dispensée ou non - date comptable, compte,
      *>              client, origine 'I' = intérêts mensuels du solde
      *>              secondaire, 'T' = intérêts d'un compte à terme
      *>              échu; catégorie 'R' = résident, 'N' =
      *>              non-résident, 'D' = dispensé; intérêt brut, taux
      *>              appliqué, retenue et intérêt net servi).
      *>              Alimenté par SaveRetenue depuis InteretMensuel et
      *>              EcheanceTermes, totalisé chaque mois par
      *>              DeclarationRetenues.
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 RetenueRecord USAGE IS DISPLAY.
          05 RetDate           PIC 9(8).
          05 RetCompte         PIC 9(8).
          05 RetClient         PIC 9(8).
          05 RetOrigine        PIC X(1).
             88 RetInteretMensuel VALUE 'I'.
             88 RetCompteTerme    VALUE 'T'.
          05 RetCategorie      PIC X(1).
             88 RetResident       VALUE 'R'.
             88 RetNonResident    VALUE 'N'.
             88 RetDispense       VALUE 'D'.
          05 RetBrut           PIC 9(7).9(2).
          05 RetTaux           PIC 9.9(4).
          05 RetMontant        PIC 9(7).9(2).
          05 RetNet            PIC 9(7).9(2).
