      *****************************************************************
      *    PRGMSTRC - Archive des purges du fichier maître : une      *
      *               entrée par purge d'une clé dormante, avec       *
      *               l'image complète de l'enregistrement retiré,    *
      *               et une entrée par réintégration d'une clé       *
      *               purgée puis soumise de nouveau ; écrite en      *
      *               ajout par ISOAGING, relue par ISOMSTBK          *
      *****************************************************************
       01  PURGED-MASTER-RECORD.
      *    Clé de l'enregistrement du fichier maître
           05  PURG-KEY.
               10  PURG-SOURCE-SYSTEM PIC X(08).
               10  PURG-PHRASE-ID PIC X(10).
      *    Événement : P = clé purgée du fichier maître, R = clé
      *    réintégrée depuis cette archive
           05  PURG-EVENT PIC X(01).
               88  PURG-IS-PURGE VALUE 'P'.
               88  PURG-IS-REINSTATE VALUE 'R'.
      *    Date de l'événement (AAAAMMJJ)
           05  PURG-EVENT-DATE PIC X(08).
      *    Motif de la purge : C = confirmée par le propriétaire,
      *    G = délai de grâce échu ; à blanc sur une réintégration
           05  PURG-BASIS PIC X(01).
               88  PURG-BY-CONFIRMATION VALUE 'C'.
               88  PURG-BY-GRACE VALUE 'G'.
      *    Dernière activité connue de la clé (AAAAMMJJ)
           05  PURG-LAST-ACTIVITY PIC X(08).
      *    Opérateur à l'origine de la confirmation (à blancs sur
      *    une purge à échéance ou une réintégration)
           05  PURG-REQUESTER PIC X(08).
      *    Image de l'enregistrement PHRASE-MASTER-RECORD retiré,
      *    reprise telle quelle à la réintégration
           05  PURG-MASTER-IMAGE PIC X(214).
           05  FILLER PIC X(22).
