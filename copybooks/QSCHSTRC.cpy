      *****************************************************************
      *    QSCHSTRC - Historique du tableau de bord qualité : une    *
      *               entrée par (mois, système source) écrite par   *
      *               ISOQSCRD, notes par catégorie, note globale,   *
      *               rang et mesures brutes, pour suivre les notes  *
      *               d'un mois à l'autre sur l'année                *
      *****************************************************************
       01  QUALITY-SCORE-HISTORY-RECORD.
      *    Mois noté (AAAAMM) et système source
           05  QSCH-PERIOD PIC X(06).
           05  QSCH-SOURCE-SYSTEM PIC X(08).
      *    Notes sur 100 par catégorie : rejets, revirements de
      *    verdict, livraisons, doublons, volumes
           05  QSCH-REJECT-SCORE PIC 9(03).
           05  QSCH-FLIP-SCORE PIC 9(03).
           05  QSCH-DELIVERY-SCORE PIC 9(03).
           05  QSCH-DUPLICATE-SCORE PIC 9(03).
           05  QSCH-VOLUME-SCORE PIC 9(03).
      *    Note globale (moyenne des catégories) et lettre (A à F)
           05  QSCH-OVERALL-SCORE PIC 9(03).
           05  QSCH-GRADE PIC X(01).
      *    Rang du mois et nombre de sources classées ce mois
           05  QSCH-RANK PIC 9(03).
           05  QSCH-RANKED-COUNT PIC 9(03).
      *    Mesures brutes du mois
           05  QSCH-VOLUME PIC 9(07).
           05  QSCH-REJECTS PIC 9(07).
           05  QSCH-AVG-DAYS-OPEN PIC 9(03).
           05  QSCH-FLIPS PIC 9(07).
           05  QSCH-DELIVERIES PIC 9(05).
           05  QSCH-BAD-DELIVERIES PIC 9(05).
           05  QSCH-DUP-RECORDS PIC 9(07).
           05  QSCH-MASTER-RECORDS PIC 9(07).
           05  QSCH-RUNS PIC 9(03).
           05  QSCH-SWING-RUNS PIC 9(03).
           05  FILLER PIC X(07).
