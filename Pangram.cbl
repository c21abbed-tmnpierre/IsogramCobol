       01  WS-ISOCHK-RESULT PIC X(03).
       01  WS-DUP-LETTER PIC X(01).
       01  WS-DUP-POSITION PIC 9(03) COMP.
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP.
      *    Indice de parcours du tableau des occurrences
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.
      *    Indique si la phrase est un pangramme
      *    intéresse ici
               CALL 'ISOCHK' USING INPUTPHRASE WS-ISOCHK-RESULT
                   WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
                   WS-ISOGRAM-ORDER
               END-CALL

               PERFORM 0100-CHECK-PANGRAM
