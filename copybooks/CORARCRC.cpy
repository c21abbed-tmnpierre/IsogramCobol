      *****************************************************************
      *    CORARCRC - Archive des verdicts correctifs : une entrée   *
      *               par verdict corrigé par ISORECRT, écrite en    *
      *               ajout et jamais réécrite. Tenue à part de      *
      *               RSLTARCH pour qu'une correction ne remplace    *
      *               jamais l'envoi de la nuit archivé sous la même *
      *               date ; relue par ISOMSTBK, ISOCHGBK et         *
      *               ISOLINRP                                       *
      *****************************************************************
       01  CORRECTION-ARCHIVE-RECORD.
      *    Date (AAAAMMJJ) et heure (HHMMSS) de la correction
           05  CARC-CORRECTION-DATE PIC X(08).
           05  CARC-CORRECTION-TIME PIC X(06).
      *    Clé de la phrase corrigée au fichier maître
           05  CARC-SOURCE-SYSTEM PIC X(08).
           05  CARC-PHRASE-ID PIC X(10).
      *    Verdict corrigé, mêmes valeurs que l'interface résultats
           05  CARC-VERDICT PIC X(01).
               88  CARC-IS-ISOGRAM VALUE 'I'.
               88  CARC-NOT-ISOGRAM VALUE 'N'.
      *    Verdict conservé avant la correction (YES ou NO)
           05  CARC-PRIOR-RESULT PIC X(03).
      *    Lettre à l'origine du premier doublon (blanc si isogramme)
           05  CARC-DUP-LETTER PIC X(01).
      *    Position de cette lettre dans la phrase (zéro si
      *    isogramme)
           05  CARC-DUP-POSITION PIC 9(03).
      *    Occurrences de chaque lettre, telles que transmises à
      *    l'interface résultats
           05  CARC-ALPHABET-OCCURS PIC 9(03) OCCURS 26.
      *    Ordre d'isogramme du verdict corrigé
           05  CARC-ISOGRAM-ORDER PIC 9(03).
           05  FILLER PIC X(09).
