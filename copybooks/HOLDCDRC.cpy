      *****************************************************************
      *    HOLDCDRC - Carte de maintenance de la liste des retenues  *
      *               de distribution, lue par ISOHOLDM              *
      *****************************************************************
       01  HOLD-CARD-RECORD.
      *    Action : P = poser (ou remplacer) la retenue,
      *    L = lever la retenue
           05  HCRD-ACTION PIC X(01).
               88  HCRD-IS-PLACE VALUE 'P'.
               88  HCRD-IS-LIFT VALUE 'L'.
      *    Système source visé, et identifiant de phrase (à blancs
      *    pour retenir toute la source)
           05  HCRD-SOURCE-SYSTEM PIC X(08).
           05  HCRD-PHRASE-ID PIC X(10).
      *    Dernier jour de la retenue (AAAAMMJJ), à blancs pour une
      *    retenue sans échéance ; ignoré pour une levée
           05  HCRD-EXPIRY-DATE PIC X(08).
      *    Opérateur demandeur et motif, obligatoires
           05  HCRD-REQUESTER PIC X(08).
           05  HCRD-REASON PIC X(40).
           05  FILLER PIC X(05).
