      *****************************************************************
      *    DRMLSTRC - Liste des clés dormantes du fichier maître :    *
      *               une entrée par clé inscrite, clé sur source +   *
      *               identifiant, tenue par ISOAGING et soumise      *
      *               aux propriétaires des sources                   *
      *****************************************************************
       01  DORMANT-LIST-RECORD.
      *    Clé d'accès : la même que celle du fichier maître
           05  DORM-KEY.
               10  DORM-SOURCE-SYSTEM PIC X(08).
               10  DORM-PHRASE-ID PIC X(10).
      *    État : D = dormante, en attente de décision ; C = purge
      *    confirmée par le propriétaire ; K = conservée par le
      *    propriétaire (la date de décision vaut alors activité)
           05  DORM-STATUS PIC X(01).
               88  DORM-IS-LISTED VALUE 'D'.
               88  DORM-IS-CONFIRMED VALUE 'C'.
               88  DORM-IS-KEPT VALUE 'K'.
      *    Dernière activité connue de la clé à l'inscription
      *    (AAAAMMJJ) : dernier jugement ou dernière apparition dans
      *    l'archive des verdicts
           05  DORM-LAST-ACTIVITY PIC X(08).
      *    Date d'inscription et date de purge à l'échéance du délai
      *    de grâce (AAAAMMJJ)
           05  DORM-LISTED-DATE PIC X(08).
           05  DORM-PURGE-DUE-DATE PIC X(08).
      *    Date de la décision du propriétaire (AAAAMMJJ), à blancs
      *    tant qu'aucune carte n'a été reçue
           05  DORM-DECISION-DATE PIC X(08).
      *    Opérateur demandeur et motif de la décision
           05  DORM-REQUESTER PIC X(08).
           05  DORM-REASON PIC X(40).
           05  FILLER PIC X(21).
