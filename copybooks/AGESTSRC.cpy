      *****************************************************************
      *    AGESTSRC - Historique du vieillissement des clés : une     *
      *               ligne ajoutée par exécution d'ISOAGING, relue   *
      *               par ISOMORN pour le tableau de bord du matin    *
      *****************************************************************
       01  AGING-STAT-RECORD.
      *    Date de l'exécution (AAAAMMJJ) et mode : L = liste,
      *    P = purge, R = réintégration
           05  AGES-RUN-DATE PIC X(08).
           05  AGES-MODE PIC X(01).
               88  AGES-IS-LIST VALUE 'L'.
               88  AGES-IS-PURGE VALUE 'P'.
               88  AGES-IS-REINSTATE VALUE 'R'.
      *    Clés actives restant au fichier maître (non dormantes,
      *    sources sans règle de rétention comprises)
           05  AGES-ACTIVE-COUNT PIC 9(09).
      *    Clés dormantes restant au fichier maître, dont purges
      *    confirmées et clés conservées par leur propriétaire
           05  AGES-DORMANT-COUNT PIC 9(07).
           05  AGES-CONFIRMED-COUNT PIC 9(07).
           05  AGES-KEPT-COUNT PIC 9(07).
      *    Clés purgées par l'exécution, et total des clés purgées
      *    non réintégrées à l'issue de l'exécution
           05  AGES-PURGED-COUNT PIC 9(07).
           05  AGES-PURGED-TOTAL PIC 9(09).
      *    Clés réintégrées par l'exécution (mode R)
           05  AGES-REINSTATED-COUNT PIC 9(07).
      *    Clés de sources sans carte ni *DEFAULT, non vieillies
           05  AGES-NOT-AGED-COUNT PIC 9(07).
           05  FILLER PIC X(11).
