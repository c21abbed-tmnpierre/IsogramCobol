      *****************************************************************
      *    DRMCDRC - Carte de décision du propriétaire d'une source   *
      *              sur ses clés dormantes, lue par ISOAGING         *
      *****************************************************************
       01  DORMANT-CARD-RECORD.
      *    Action : C = confirmer la purge sans attendre la fin du
      *    délai de grâce, K = conserver la clé une nouvelle période
           05  DCRD-ACTION PIC X(01).
               88  DCRD-IS-CONFIRM VALUE 'C'.
               88  DCRD-IS-KEEP VALUE 'K'.
      *    Système source visé, et identifiant de phrase (à blancs
      *    pour toutes les clés dormantes inscrites de la source)
           05  DCRD-SOURCE-SYSTEM PIC X(08).
           05  DCRD-PHRASE-ID PIC X(10).
      *    Opérateur demandeur et motif, obligatoires
           05  DCRD-REQUESTER PIC X(08).
           05  DCRD-REASON PIC X(40).
           05  FILLER PIC X(13).
