       COPY PHRASEREC.

       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       WORKING-STORAGE SECTION.
       01  WS-DUP-LETTER PIC X(01) VALUE SPACE.
      *    Position de cette lettre dans la phrase
       01  WS-DUP-POSITION PIC 9(03) COMP VALUE 0.
      *    Ordre d'isogramme renvoyé par ISOCHK
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.

      *    Compteurs pour le compte rendu de fin de chargement
                   MOVE PHRASE-TEXT TO INPUTPHRASE
                   CALL 'ISOCHK' USING INPUTPHRASE ISISOGRAM
                       WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
                       WS-ISOGRAM-ORDER
                   END-CALL
                   PERFORM 3100-STORE-MASTER
               END-IF
                   TO MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO MAST-JUDGED-DATE
           MOVE WS-ISOGRAM-ORDER TO MAST-ISOGRAM-ORDER
           WRITE PHRASE-MASTER-RECORD
               INVALID KEY
                   REWRITE PHRASE-MASTER-RECORD
