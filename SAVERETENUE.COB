       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaveRetenue.
      *>--------------------------------------------------------------
      *> 2026-10-15  SI  Création - écriture d'une passation d'intérêt
      *>                 dans le registre des retenues à la source
      *>                 retenues.txt (ajout seul, sur le modèle de
      *>                 SaveMaintenance) : date comptable, compte,
      *>                 client, origine, catégorie, intérêt brut,
      *>                 taux, retenue et intérêt net. Totalisé chaque
      *>                 mois par DeclarationRetenues.
      *> 2026-10-15  SI  Rien n'est écrit quand la clôture tourne en
      *>                 simulation (zone commune SIMULCTL).
      *>--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetenueFile ASSIGN TO 'retenues.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RetenueStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RetenueFile.
       COPY RETENUEREC.

       WORKING-STORAGE SECTION.
       01 RetenueStatus PIC X(2).
       COPY SIMULCTL.

       LINKAGE SECTION.
       01 LK-Date PIC 9(8).
       01 LK-Compte PIC 9(8).
       01 LK-Client PIC 9(8).
       01 LK-Origine PIC X(1).
       01 LK-Categorie PIC X(1).
       01 LK-Brut PIC 9(7)V99.
       01 LK-Taux PIC 9V9(4).
       01 LK-Retenue PIC 9(7)V99.
       01 LK-Net PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-Date, LK-Compte, LK-Client,
           LK-Origine, LK-Categorie, LK-Brut, LK-Taux, LK-Retenue,
           LK-Net.
           IF SimulationActive
               GOBACK
           END-IF
           OPEN EXTEND RetenueFile
           IF RetenueStatus = '35'
               OPEN OUTPUT RetenueFile
           END-IF
           IF RetenueStatus NOT = '00'
               DISPLAY "Erreur ouverture retenues.txt, statut ",
                   RetenueStatus
           ELSE
               MOVE LK-Date TO RetDate
               MOVE LK-Compte TO RetCompte
               MOVE LK-Client TO RetClient
               MOVE LK-Origine TO RetOrigine
               MOVE LK-Categorie TO RetCategorie
               MOVE LK-Brut TO RetBrut
               MOVE LK-Taux TO RetTaux
               MOVE LK-Retenue TO RetMontant
               MOVE LK-Net TO RetNet
               WRITE RetenueRecord
               IF RetenueStatus NOT = '00'
                   DISPLAY "Erreur écriture retenues.txt, ",
                       "statut ", RetenueStatus
               END-IF
               CLOSE RetenueFile
           END-IF
           GOBACK.
