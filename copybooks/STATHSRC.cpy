           05  STAT-AVG-LENGTH PIC 9(05).
      *    Total des occurrences de chaque lettre sur le lot
           05  STAT-ALPHABET-OCCURS PIC 9(07) OCCURS 26.
      *    Phrases jugées par ordre d'isogramme : postes 1 à 9 pour
      *    les ordres 0 (nombres inégaux) à 8, poste 10 pour l'ordre
      *    9 et au-delà ; à blancs sur les lignes antérieures à
      *    cette zone
           05  STAT-ORDER-COUNTS.
               10  STAT-ORDER-COUNT PIC 9(07) OCCURS 10.
