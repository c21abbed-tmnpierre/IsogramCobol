      *****************************************************************
      *    GLINTFRC - Interface grand livre de la refacturation      *
      *               mensuelle : une écriture par système source et *
      *               par catégorie facturée, produite par ISOCHGBK  *
      *****************************************************************
       01  GL-INTERFACE-RECORD.
      *    Période facturée (AAAAMM)
           05  GLI-PERIOD PIC X(06).
      *    Système source refacturé
           05  GLI-SOURCE-SYSTEM PIC X(08).
      *    Imputation reprise de la carte tarifaire
           05  GLI-GL-ACCOUNT PIC X(10).
           05  GLI-COST-CENTER PIC X(08).
      *    Catégorie facturée : J = phrases jugées, R = rejets,
      *    S = re-soumissions retransmises depuis le fichier maître
           05  GLI-CATEGORY PIC X(01).
               88  GLI-IS-JUDGED VALUE 'J'.
               88  GLI-IS-REJECTED VALUE 'R'.
               88  GLI-IS-RESENT VALUE 'S'.
      *    Quantité, prix unitaire et montant de l'écriture
           05  GLI-QUANTITY PIC 9(09).
           05  GLI-UNIT-RATE PIC 9(03)V9(04).
           05  GLI-AMOUNT PIC 9(09)V99.
      *    Date de production de l'interface (AAAAMMJJ)
           05  GLI-RUN-DATE PIC X(08).
           05  FILLER PIC X(12).
