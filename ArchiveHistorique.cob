DATE-COMPILED. 2026-08-09.
*>--------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  SI  L'index des mouvements historique.idx est vidé
*>                 en même temps que historique.txt.
*> 2026-09-02  SI  Purge des spools de tickets de l'année archivée
*>                 (tickets-AAAAMMJJ.prn) dans le même cycle : les
*>                 feuillets restent rééditables depuis l'archive
    SELECT ArchiveFile ASSIGN USING WS-NomArchive
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArchiveStatus.
    SELECT HistIndexFile ASSIGN TO 'historique.idx'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HixTransID
       ALTERNATE RECORD KEY IS HixCompteDate WITH DUPLICATES
       FILE STATUS IS HixStatus.

DATA DIVISION.
FILE SECTION.
FD ArchiveFile.
01 ArchiveRecord PIC X(100).

FD HistIndexFile.
COPY HISTIDXREC.

WORKING-STORAGE SECTION.
01 HistStatus        PIC X(02).
01 ArchiveStatus     PIC X(02).
01 HixStatus         PIC X(02).
01 WS-Annee          PIC 9(04).
01 WS-NomArchive     PIC X(30).
01 WS-NbMouvements   PIC 9(06) VALUE ZERO.
        ELSE
            OPEN OUTPUT HistoriqueFile
            CLOSE HistoriqueFile
            OPEN OUTPUT HistIndexFile
            IF HixStatus = '00'
                CLOSE HistIndexFile
            ELSE
                DISPLAY "Erreur remise à vide de historique.idx, ",
                    "statut ", HixStatus
            END-IF
            PERFORM 9500-PURGER-SPOOLS THRU 9500-EXIT
        END-IF
    END-IF
