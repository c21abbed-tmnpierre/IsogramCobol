      *****************************************************************
      *    RATECDRC - Carte tarifaire de la refacturation mensuelle : *
      *               une carte par système source (ou la carte     *
      *               *DEFAULT appliquée aux sources sans carte),   *
      *               valable à partir de sa date d'effet           *
      *****************************************************************
       01  RATE-CARD-RECORD.
      *    Système source tarifé, ou *DEFAULT pour le tarif commun
           05  RATE-SOURCE-SYSTEM PIC X(08).
               88  RATE-IS-DEFAULT VALUE '*DEFAULT'.
      *    Date d'effet du tarif (AAAAMMJJ) : pour un mois donné, la
      *    carte la plus récente entrée en vigueur au plus tard le
      *    dernier jour du mois s'applique
           05  RATE-EFFECTIVE-DATE PIC X(08).
      *    Prix unitaires : phrase jugée, phrase rejetée, et
      *    re-soumission inchangée retransmise depuis le fichier
      *    maître
           05  RATE-JUDGED PIC 9(03)V9(04).
           05  RATE-REJECTED PIC 9(03)V9(04).
           05  RATE-RESENT PIC 9(03)V9(04).
      *    Imputation comptable de la refacturation
           05  RATE-GL-ACCOUNT PIC X(10).
           05  RATE-COST-CENTER PIC X(08).
           05  FILLER PIC X(25).
