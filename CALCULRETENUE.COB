       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculRetenue.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Création - retenue à la source sur un intérêt
      *>                 brut servi à un client : profil fiscal lu
      *>                 dans fiscal.txt (un client sans ligne est
      *>                 résident et non dispensé), taux des résidents
      *>                 ou des non-résidents lu dans config.txt (12,80
      *>                 % et 15,00 % à défaut). Une dispense en cours
      *>                 de validité à la date de passation ramène la
      *>                 retenue à zéro. Rend la catégorie 'R' / 'N' /
      *>                 'D', le taux et la retenue arrondie au
      *>                 centime. Statut '00' = profil trouvé, '23' =
      *>                 client sans profil, résident par défaut.
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FiscalFile ASSIGN TO 'fiscal.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FiscalStatus.
           SELECT ConfigFile ASSIGN TO 'config.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ConfigStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FiscalFile.
       COPY FISCREC.
       FD ConfigFile.
       COPY CONFIGREC.

       WORKING-STORAGE SECTION.
       01 FiscalStatus PIC X(2).
       01 ConfigStatus PIC X(2).
       01 WS-TauxResident PIC 9V9(4).
       01 WS-TauxNonResident PIC 9V9(4).
       01 WS-Residence PIC X VALUE 'R'.
       01 WS-Dispense PIC X VALUE 'N'.
       01 WS-DispenseFin PIC 9(8) VALUE ZERO.
       01 WS-Trouve PIC X VALUE 'N'.
          88 ProfilTrouve VALUE 'O'.

       LINKAGE SECTION.
       01 LK-Client PIC 9(8).
       01 LK-Date PIC 9(8).
       01 LK-Brut PIC 9(7)V99.
       01 LK-Categorie PIC X(1).
       01 LK-Taux PIC 9V9(4).
       01 LK-Retenue PIC 9(7)V99.
       01 LK-Status PIC X(2).

       PROCEDURE DIVISION USING LK-Client, LK-Date, LK-Brut,
           LK-Categorie, LK-Taux, LK-Retenue, LK-Status.
           MOVE 'N' TO WS-Trouve
           MOVE 'R' TO WS-Residence
           MOVE 'N' TO WS-Dispense
           MOVE ZERO TO WS-DispenseFin
           MOVE ZERO TO LK-Retenue
           PERFORM LIRE-TAUX
           IF LK-Client NOT = ZERO
               OPEN INPUT FiscalFile
               IF FiscalStatus = '00'
                   PERFORM CHERCHER-PROFIL
                       UNTIL FiscalStatus NOT = '00' OR ProfilTrouve
                   CLOSE FiscalFile
               END-IF
           END-IF
           IF WS-Dispense = 'O'
               AND (WS-DispenseFin = ZERO OR WS-DispenseFin >= LK-Date)
               MOVE 'D' TO LK-Categorie
               MOVE ZERO TO LK-Taux
           ELSE
               IF WS-Residence = 'N'
                   MOVE 'N' TO LK-Categorie
                   MOVE WS-TauxNonResident TO LK-Taux
               ELSE
                   MOVE 'R' TO LK-Categorie
                   MOVE WS-TauxResident TO LK-Taux
               END-IF
           END-IF
           COMPUTE LK-Retenue ROUNDED = LK-Brut * LK-Taux
               ON SIZE ERROR
                   MOVE ZERO TO LK-Retenue
           END-COMPUTE
           IF LK-Retenue > LK-Brut
               MOVE LK-Brut TO LK-Retenue
           END-IF
           IF ProfilTrouve
               MOVE '00' TO LK-Status
           ELSE
               MOVE '23' TO LK-Status
           END-IF
           GOBACK.

       LIRE-TAUX.
           MOVE 0.1280 TO WS-TauxResident
           MOVE 0.1500 TO WS-TauxNonResident
           OPEN INPUT ConfigFile
           IF ConfigStatus = '00'
               READ ConfigFile
               IF ConfigStatus = '00'
                   IF Cfg-TauxRetResident IS NUMERIC
                       MOVE Cfg-TauxRetResident TO WS-TauxResident
                   END-IF
                   IF Cfg-TauxRetNonResident IS NUMERIC
                       MOVE Cfg-TauxRetNonResident
                           TO WS-TauxNonResident
                   END-IF
               END-IF
               CLOSE ConfigFile
           END-IF.

       CHERCHER-PROFIL.
           READ FiscalFile
           IF FiscalStatus = '00'
               IF FisClient = LK-Client
                   MOVE 'O' TO WS-Trouve
                   IF FisNonResident
                       MOVE 'N' TO WS-Residence
                   END-IF
                   IF FisEstDispense
                       MOVE 'O' TO WS-Dispense
                       IF FisDispenseFin IS NUMERIC
                           MOVE FisDispenseFin TO WS-DispenseFin
                       END-IF
                   END-IF
               END-IF
           END-IF.
