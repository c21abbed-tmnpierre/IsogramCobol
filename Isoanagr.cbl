       01  WS-ISOCHK-RESULT PIC X(03).
       01  WS-DUP-LETTER PIC X(01).
       01  WS-DUP-POSITION PIC 9(03) COMP.
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.

      *    Signature de la phrase en cours : les 26 compteurs en
                   MOVE PHRASE-TEXT TO INPUTPHRASE
                   CALL 'ISOCHK' USING INPUTPHRASE WS-ISOCHK-RESULT
                       WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
                       WS-ISOGRAM-ORDER
                   END-CALL
                   PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
                       WS-LETTER-INDEX > 26
