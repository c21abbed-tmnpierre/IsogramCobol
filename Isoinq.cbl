       DATA DIVISION.
       FILE SECTION.
       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
                   " at position " MAST-DUP-POSITION
           END-IF
           DISPLAY "Judged on      : " MAST-JUDGED-DATE
      *    Ordre absent sur une clé jugée avant son introduction
           EVALUATE TRUE
               WHEN MAST-ISOGRAM-ORDER NOT NUMERIC
                   DISPLAY "Isogram order  : not recorded"
               WHEN MAST-ISOGRAM-ORDER = 0
                   DISPLAY "Isogram order  : none (uneven letter "
                       "counts)"
               WHEN OTHER
                   DISPLAY "Isogram order  : " MAST-ISOGRAM-ORDER
           END-EVALUATE
           DISPLAY "Letter counts  :"
      *    Seules les lettres présentes sont affichées, pour garder
      *    la consultation lisible au terminal
           MOVE SPACES TO AUDIT-RECORD
           IF WS-LOOKUP-RESULT NOT = "NF "
               MOVE MAST-PHRASE-TEXT TO AUDIT-PHRASE
               IF MAST-ISOGRAM-ORDER IS NUMERIC
                   MOVE MAST-ISOGRAM-ORDER TO AUDIT-ISOGRAM-ORDER
               END-IF
           END-IF
           MOVE WS-LOOKUP-RESULT TO AUDIT-RESULT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
