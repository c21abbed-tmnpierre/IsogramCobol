      *****************************************************************
      *    QRLSCDRC - Carte de décision du contrôle des données sur  *
      *               un flux en quarantaine : libération vers le    *
      *               prochain INPHRASE ou abandon définitif         *
      *****************************************************************
       01  QUARANTINE-RELEASE-CARD.
      *    Action décidée : R = libérer, D = abandonner
           05  QRLS-ACTION PIC X(01).
               88  QRLS-IS-RELEASE VALUE 'R'.
               88  QRLS-IS-DISCARD VALUE 'D'.
      *    Système source du flux visé
           05  QRLS-SOURCE-SYSTEM PIC X(08).
      *    Date d'en-tête du flux visé (AAAAMMJJ)
           05  QRLS-FILE-DATE PIC X(08).
