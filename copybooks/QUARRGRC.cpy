      *****************************************************************
      *    QUARRGRC - Enregistrement du registre de quarantaine des   *
      *               flux d'entrée : une entrée par flux écarté par  *
      *               ISOINTK, avec son motif et la décision du       *
      *               contrôle des données (libération ou abandon)    *
      *****************************************************************
       01  QUARANTINE-REGISTER-RECORD.
      *    Système source annoncé par l'en-tête du flux (à blancs si
      *    le flux n'avait pas d'en-tête)
           05  QREG-SOURCE-SYSTEM PIC X(08).
      *    Date annoncée par l'en-tête du flux (AAAAMMJJ)
           05  QREG-FILE-DATE PIC X(08).
      *    Date de mise en quarantaine (AAAAMMJJ)
           05  QREG-QUAR-DATE PIC X(08).
      *    Nombre d'enregistrements retenus, contrôles compris
           05  QREG-RECORD-COUNT PIC 9(07).
      *    État : Q = en quarantaine, R = libéré vers l'INPHRASE,
      *    D = abandonné sur décision du contrôle des données
           05  QREG-STATUS PIC X(01).
               88  QREG-IS-HELD VALUE 'Q'.
               88  QREG-IS-RELEASED VALUE 'R'.
               88  QREG-IS-DISCARDED VALUE 'D'.
      *    Motif de la mise en quarantaine
           05  QREG-REASON PIC X(40).
      *    Date de la libération ou de l'abandon (AAAAMMJJ), à blancs
      *    tant que le flux est en quarantaine
           05  QREG-ACTION-DATE PIC X(08).
