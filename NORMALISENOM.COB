       IDENTIFICATION DIVISION.
       PROGRAM-ID. NormaliseNom.
       AUTHOR. SERVICE INFORMATIQUE.
       INSTALLATION. GESTION BANCAIRE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *> 2026-10-15  SI  Création - forme normalisée d'un nom pour le
      *>                 filtrage des gels d'avoirs : majuscules,
      *>                 lettres accentuées ramenées à la lettre
      *>                 simple (OE pour la ligature), ponctuation
      *>                 remplacée par un blanc, blancs de tête
      *>                 supprimés et blancs multiples ramenés à un
      *>                 seul. Appliquée à la liste au chargement
      *>                 (ChargementGels) et au nom contrôlé
      *>                 (FiltrageGel), pour que "Hélène O'Brien" et
      *>                 "HELENE O BRIEN" se rejoignent.
      *>--------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Travail PIC X(60).
       01 WS-Idx PIC 9(2) COMP.
       01 WS-IdxSortie PIC 9(2) COMP.
       01 WS-Caractere PIC X(1).
       01 WS-Precedent PIC X(1).

       LINKAGE SECTION.
       01 LK-Nom PIC X(60).
       01 LK-NomNorm PIC X(60).

       PROCEDURE DIVISION USING LK-Nom, LK-NomNorm.
           MOVE LK-Nom TO WS-Travail
           INSPECT WS-Travail CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *> Une lettre accentuée occupe deux octets : elle devient la
      *> lettre simple suivie d'un repère "~" retiré au tassement.
           INSPECT WS-Travail REPLACING
               ALL "à" BY "A~" ALL "â" BY "A~" ALL "ä" BY "A~"
               ALL "À" BY "A~" ALL "Â" BY "A~" ALL "Ä" BY "A~"
               ALL "ç" BY "C~" ALL "Ç" BY "C~"
               ALL "é" BY "E~" ALL "è" BY "E~" ALL "ê" BY "E~"
               ALL "ë" BY "E~" ALL "É" BY "E~" ALL "È" BY "E~"
               ALL "Ê" BY "E~" ALL "Ë" BY "E~"
               ALL "î" BY "I~" ALL "ï" BY "I~" ALL "Î" BY "I~"
               ALL "Ï" BY "I~"
               ALL "ô" BY "O~" ALL "ö" BY "O~" ALL "Ô" BY "O~"
               ALL "Ö" BY "O~"
               ALL "ù" BY "U~" ALL "û" BY "U~" ALL "ü" BY "U~"
               ALL "Ù" BY "U~" ALL "Û" BY "U~" ALL "Ü" BY "U~"
               ALL "ÿ" BY "Y~" ALL "œ" BY "OE" ALL "Œ" BY "OE"
           INSPECT WS-Travail CONVERTING "-'.,;:/&()" TO SPACES
           MOVE SPACES TO LK-NomNorm
           MOVE ZERO TO WS-IdxSortie
           MOVE SPACE TO WS-Precedent
           PERFORM TASSER-CARACTERE
               VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 60
           GOBACK.

       TASSER-CARACTERE.
           MOVE WS-Travail(WS-Idx:1) TO WS-Caractere
           IF WS-Caractere = "~"
               CONTINUE
           ELSE
               IF WS-Caractere = SPACE AND WS-Precedent = SPACE
                   CONTINUE
               ELSE
                   ADD 1 TO WS-IdxSortie
                   MOVE WS-Caractere TO LK-NomNorm(WS-IdxSortie:1)
                   MOVE WS-Caractere TO WS-Precedent
               END-IF
           END-IF.
