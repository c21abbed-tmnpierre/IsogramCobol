      *****************************************************************
      *    RETCDRC - Carte de rétention du vieillissement des clés    *
      *              du fichier maître : une carte par système        *
      *              source (ou la carte *DEFAULT appliquée aux       *
      *              sources sans carte), lue par ISOAGING            *
      *****************************************************************
       01  RETENTION-CARD-RECORD.
      *    Système source visé, ou *DEFAULT pour la règle commune
           05  RETN-SOURCE-SYSTEM PIC X(08).
               88  RETN-IS-DEFAULT VALUE '*DEFAULT'.
      *    Période de rétention en jours : une clé sans jugement ni
      *    apparition dans l'archive des verdicts depuis ce nombre
      *    de jours est déclarée dormante
           05  RETN-RETENTION-DAYS PIC 9(05).
      *    Délai de grâce en jours entre l'inscription d'une clé
      *    dormante et sa purge, faute de décision du propriétaire
           05  RETN-GRACE-DAYS PIC 9(03).
           05  FILLER PIC X(64).
