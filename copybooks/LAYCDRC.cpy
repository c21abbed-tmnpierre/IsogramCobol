      *****************************************************************
      *    LAYCDRC  - Carte de disposition des extraits : une carte  *
      *               par système source passé à la version 2 de     *
      *               l'interface résultats (RSLTV2RC), lue par      *
      *               ISODISTR et ISORPLAY ; une source sans carte   *
      *               reçoit la version 1 (RESULTRC)                 *
      *****************************************************************
       01  LAYOUT-CARD-RECORD.
      *    Système source destinataire de l'extrait
           05  LAYC-SOURCE-SYSTEM PIC X(08).
      *    Disposition demandée : 1 = RESULTRC (101 octets),
      *    2 = RSLTV2RC (120 octets, avec l'ordre d'isogramme)
           05  LAYC-RESULT-VERSION PIC X(01).
               88  LAYC-VERSION-VALID VALUE '1' '2'.
               88  LAYC-IS-VERSION-2 VALUE '2'.
      *    Date du passage à cette disposition (AAAAMMJJ), pour
      *    mémoire
           05  LAYC-EFFECTIVE-DATE PIC X(08).
      *    Opérateur demandeur
           05  LAYC-REQUESTER PIC X(08).
           05  FILLER PIC X(55).
