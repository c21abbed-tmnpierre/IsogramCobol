      *    Total des occurrences de chaque lettre, cumulé sur tout le
      *    lot jusqu'à ce point de reprise
           05  CHKPT-ALPHABET-OCCURS PIC 9(07) OCCURS 26 COMP.
      *    Phrases jugées par ordre d'isogramme (mêmes postes que
      *    STAT-ORDER-COUNT de STATHSRC)
           05  CHKPT-ORDER-COUNT PIC 9(07) OCCURS 10 COMP.
