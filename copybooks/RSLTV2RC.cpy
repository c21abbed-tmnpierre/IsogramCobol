      *****************************************************************
      *    RSLTV2RC - Interface résultats, disposition version 2      *
      *               (120 octets) : le verdict au format exact de    *
      *               la version 1 (RESULTRC, 101 octets) précédé     *
      *               de l'indicateur de version et suivi de l'ordre  *
      *               d'isogramme. Écrite à chaque passage par        *
      *               ISOGRMB en parallèle de RESULTFL, et par        *
      *               ISORECRT pour ses verdicts correctifs ;         *
      *               ISODISTR en tire les extraits, ramenés à la     *
      *               version 1 pour chaque source dont la carte de   *
      *               disposition (LAYCDRC) ne demande pas la         *
      *               version 2. ISORPLAY la produit pour le rejeu    *
      *               d'une telle source                              *
      *****************************************************************
       01  RESULT-V2-RECORD.
      *    Indicateur de version de la disposition, toujours '2' ici
           05  RSV2-LAYOUT-VERSION PIC X(01).
               88  RSV2-IS-VERSION-2 VALUE '2'.
      *    Verdict au format de la version 1, à recopier dans
      *    RESULT-RECORD pour en exploiter les zones
           05  RSV2-RESULT PIC X(101).
      *    Ordre d'isogramme renvoyé par ISOCHK : 1 pour un
      *    isogramme, 2 quand chaque lettre présente figure
      *    exactement deux fois, etc. ; 0 quand les nombres
      *    d'occurrences diffèrent et pour un rejet ; à blancs quand
      *    l'ordre n'a pas été archivé (rejeu d'une date antérieure)
           05  RSV2-ISOGRAM-ORDER PIC 9(03).
           05  FILLER PIC X(15).
