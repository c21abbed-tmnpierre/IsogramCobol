      *****************************************************************
      *    QUARDTRC - Enregistrement retenu en quarantaine : chaque  *
      *               enregistrement d'un flux écarté par ISOINTK,   *
      *               tel que reçu, sous la clé de son entrée au     *
      *               registre de quarantaine (QUARRGRC)             *
      *****************************************************************
       01  QUARANTINE-DATA-RECORD.
           05  QDAT-KEY.
      *    Système source annoncé par l'en-tête du flux
               10  QDAT-SOURCE-SYSTEM PIC X(08).
      *    Date annoncée par l'en-tête du flux (AAAAMMJJ)
               10  QDAT-FILE-DATE PIC X(08).
      *    Date de mise en quarantaine (AAAAMMJJ)
               10  QDAT-QUAR-DATE PIC X(08).
      *    Enregistrement du flux tel que reçu (format PHRASEREC)
           05  QDAT-FEED-RECORD PIC X(146).
