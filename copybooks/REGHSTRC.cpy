      *****************************************************************
      *    REGHSTRC - Historique des changements du référentiel des   *
      *               systèmes sources : un enregistrement par        *
      *               modification faite par ISOREGM, avec l'image    *
      *               avant et après, l'opérateur, l'horodatage et    *
      *               le motif donné ; lu par ISORGHRP                *
      *****************************************************************
       01  REGISTRY-HISTORY-RECORD.
      *    Horodatage du changement (AAAAMMJJHHMMSSCCOHHMM)
           05  RHST-TIMESTAMP PIC X(21).
      *    Identifiant du terminal ou de l'opérateur du changement
           05  RHST-OPERATOR-ID PIC X(08).
      *    Code du système source modifié
           05  RHST-SYSTEM-CODE PIC X(08).
      *    Nature du changement
           05  RHST-ACTION PIC X(01).
               88  RHST-IS-ADD VALUE 'A'.
               88  RHST-IS-SUSPEND VALUE 'S'.
               88  RHST-IS-REACTIVATE VALUE 'R'.
               88  RHST-IS-DESCRIPTION VALUE 'D'.
               88  RHST-IS-CONTACT VALUE 'C'.
      *    Motif saisi par l'opérateur, toujours renseigné
           05  RHST-REASON PIC X(60).
      *    Enregistrement SOURCE-REGISTRY-RECORD avant le changement
      *    (à blancs pour un ajout) et après
           05  RHST-BEFORE-IMAGE PIC X(79).
           05  RHST-AFTER-IMAGE PIC X(79).
           05  FILLER PIC X(04).
