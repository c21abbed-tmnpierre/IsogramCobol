      *    Système amont à l'origine de la soumission (PHRASE-SOURCE-
      *    SYSTEM de PHRASEREC), à blancs en saisie interactive
           05  AUDIT-SOURCE-SYSTEM PIC X(08).
      *    Ordre d'isogramme renvoyé par ISOCHK (0 = nombres
      *    d'occurrences inégaux) ; à blancs sur les traces
      *    antérieures à cette zone
           05  AUDIT-ISOGRAM-ORDER PIC 9(03).
