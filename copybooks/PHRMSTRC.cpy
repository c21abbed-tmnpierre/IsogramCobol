           05  MAST-ALPHABET-OCCURS PIC 9(03) OCCURS 26.
      *    Date du dernier jugement (AAAAMMJJ)
           05  MAST-JUDGED-DATE PIC X(08).
      *    Ordre d'isogramme renvoyé par ISOCHK lors du dernier
      *    jugement (0 = nombres d'occurrences inégaux) ; à blancs
      *    sur les enregistrements jugés avant cette zone
           05  MAST-ISOGRAM-ORDER PIC 9(03).
