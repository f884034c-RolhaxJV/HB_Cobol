       01 LockStatus PIC X(2).
       01 WS-LockFileName PIC X(10) VALUE "solde.lock".
       01 WS-DeleteStatus PIC S9(9) COMP-5.
       01 WS-IdxSim PIC 9(4) COMP.
       COPY SIMULCTL.

       LINKAGE SECTION.
       01 LK-NumCompte PIC 9(8).
                       ELSE
                           MOVE ZERO TO CptPlafVirJour
                       END-IF
                       MOVE SolProduit TO CptProduit
                       IF SimulationActive
                           PERFORM RELIRE-PROJETE
                               VARYING WS-IdxSim FROM 1 BY 1
                               UNTIL WS-IdxSim > SimNbComptes
                       END-IF
                   END-IF
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-LockFileName
                   RETURNING WS-DeleteStatus
           END-IF.
           GOBACK.

      *> Clôture en simulation : un compte déjà mouvementé par
      *> l'étape en cours est relu à son solde projeté.
       RELIRE-PROJETE.
           IF SimPrjCompte(WS-IdxSim) = LK-NumCompte
               MOVE SimPrjSolde(WS-IdxSim) TO Solde
               MOVE SimPrjSoldeSec(WS-IdxSim) TO SoldeSec
           END-IF.
