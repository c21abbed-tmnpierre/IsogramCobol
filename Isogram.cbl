       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DUP-POSITION PIC 9(03) COMP VALUE 0.
      *    Tableau des occurrences de chaque lettre, renvoyé par ISOCHK
       01  ALPHABETOCCURS PIC 9(03) OCCURS 26 COMP VALUE 0.
      *    Ordre d'isogramme : nombre de fois où chaque lettre
      *    présente apparaît, 0 si les lettres ne reviennent pas
      *    toutes autant de fois
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP VALUE 0.
      *    Pour stocker la réponse de l'utilisateur (Oui/Non)
       01  ANS PIC X(01).

      *    à la routine commune ISOCHK, partagée avec le mode batch
               CALL 'ISOCHK' USING INPUTPHRASE ISISOGRAM
                   WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
                   WS-ISOGRAM-ORDER
               END-CALL

      *    Affiche le résultat
                   DISPLAY "  Duplicate letter: " WS-DUP-LETTER
                       " at position " WS-DUP-POSITION
               END-IF
               IF WS-ISOGRAM-ORDER = 0
                   DISPLAY "Isogram order: none (letters do not all "
                       "repeat the same number of times)"
               ELSE
                   DISPLAY "Isogram order: " WS-ISOGRAM-ORDER
               END-IF

               PERFORM 0200-WRITE-AUDITLOG

           MOVE ISISOGRAM TO AUDIT-RESULT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-ISOGRAM-ORDER TO AUDIT-ISOGRAM-ORDER
           WRITE AUDIT-RECORD.

       0900-CLOSE-AUDITLOG.
