      *> --------------------------------------------------------------
      *> CONFORMREC - Layout du ConformiteRecord de conformite.txt
      *>              (dossiers de surveillance LCB-FT : une ligne
      *>              par alerte levée sur un compte, numérotée,
      *>              datée du jour comptable de détection, avec le
      *>              client titulaire, le type d'alerte - 'E' =
      *>              espèces au-delà du seuil, 'F' = dépôts
      *>              espèces fractionnés sous le seuil, 'T' =
      *>              fonds en transit (reçus puis ressortis sous
      *>              quelques jours), 'V' = volume inhabituel pour
      *>              le compte, 'G' = concordance avec la liste
      *>              des gels d'avoirs -, le montant en cause, le
      *>              TransID du mouvement déclencheur (numéro de
      *>              remise pour un gel) et le motif. Statut
      *>              'O' = ouvert, 'C' = classé sans suite,
      *>              'D' = à déclarer; date, agent et note du
      *>              dernier examen).
      *>              Alimenté par SurveillanceLcb et FiltrageGel,
      *>              instruit par GestionConformite.
      *> 2026-10-15  SI  Type 'G' (filtrage des gels d'avoirs).
      *> 2026-10-15  SI  Creation.
      *> --------------------------------------------------------------
       01 ConformiteRecord USAGE IS DISPLAY.
          05 CnfNumero      PIC 9(6).
          05 CnfDateDetect  PIC 9(8).
          05 CnfCompte      PIC 9(8).
          05 CnfClient      PIC 9(8).
          05 CnfType        PIC X(1).
             88 CnfEspeces      VALUE 'E'.
             88 CnfFractionne   VALUE 'F'.
             88 CnfTransit      VALUE 'T'.
             88 CnfVolume       VALUE 'V'.
             88 CnfGel          VALUE 'G'.
          05 CnfMontant     PIC 9(9).9(2).
          05 CnfReference   PIC 9(10).
          05 CnfMotif       PIC X(40).
          05 CnfStatut      PIC X(1).
             88 CnfOuvert       VALUE 'O'.
             88 CnfClasse       VALUE 'C'.
             88 CnfADeclarer    VALUE 'D'.
          05 CnfDateMaj     PIC 9(8).
          05 CnfAgent       PIC X(4).
          05 CnfNote        PIC X(60).
