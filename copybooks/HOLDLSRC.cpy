      *****************************************************************
      *    HOLDLSRC - Liste des retenues de distribution : une       *
      *               entrée par système source entier ou par        *
      *               phrase d'une source, clé sur source +          *
      *               identifiant, maintenue par ISOHOLDM et         *
      *               consultée par ISODISTR et ISORPLAY             *
      *****************************************************************
       01  HOLD-LIST-RECORD.
      *    Clé d'accès : identifiant à blancs pour une retenue de
      *    toute la source
           05  HOLD-KEY.
               10  HOLD-SOURCE-SYSTEM PIC X(08).
               10  HOLD-PHRASE-ID PIC X(10).
      *    Motif de la retenue, tel que saisi par le demandeur
           05  HOLD-REASON PIC X(40).
      *    Identifiant de l'opérateur à l'origine de la demande
           05  HOLD-REQUESTER PIC X(08).
      *    Date de pose de la retenue (AAAAMMJJ)
           05  HOLD-PLACED-DATE PIC X(08).
      *    Dernier jour de la retenue (AAAAMMJJ), à blancs pour une
      *    retenue tenue jusqu'à sa levée explicite
           05  HOLD-EXPIRY-DATE PIC X(08).
      *    État : A = active (si non échue), L = levée
           05  HOLD-STATUS PIC X(01).
               88  HOLD-IS-ACTIVE VALUE 'A'.
               88  HOLD-IS-LIFTED VALUE 'L'.
      *    Date de levée (AAAAMMJJ), à blancs tant que la retenue
      *    est active
           05  HOLD-LIFTED-DATE PIC X(08).
           05  FILLER PIC X(09).
