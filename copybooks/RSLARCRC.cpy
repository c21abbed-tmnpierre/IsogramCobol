      *    Occurrences de chaque lettre, telles que transmises à
      *    l'interface résultats
           05  ARCH-ALPHABET-OCCURS PIC 9(03) OCCURS 26.
      *    Origine du verdict archivé : J = jugé par ISOGRMB (rejet
      *    compris), S = re-soumission inchangée retransmise depuis le
      *    fichier maître ; blanc sur les entrées antérieures à cette
      *    zone, traitées comme jugées. Les corrections d'ISORECRT
      *    ont leur propre archive (CORARCRC)
           05  ARCH-ORIGIN PIC X(01).
               88  ARCH-FROM-JUDGMENT VALUE 'J' ' '.
               88  ARCH-FROM-SKIP VALUE 'S'.
      *    Ordre d'isogramme du verdict (zéro pour un rejet) ; à
      *    blancs sur les entrées antérieures à cette zone
           05  ARCH-ISOGRAM-ORDER PIC 9(03).
