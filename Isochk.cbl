      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Routine commune de comptage des lettres, de     *
      *               détection de doublon et de calcul de l'ordre    *
      *               d'isogramme, utilisée par ISOGRAM, ISOGRMB et   *
      *               PANGRAM                                         *
      *                                                                *
      ******************************************************************

      *    Phrase convertie en majuscules en une seule passe, pour ne
      *    plus appeler FUNCTION UPPER-CASE à chaque caractère
       01  WS-NORMALIZED-PHRASE PIC X(100).
      *    Indicateurs du calcul de l'ordre : un premier nombre
      *    d'occurrences a été relevé / deux lettres présentes n'ont
      *    pas le même nombre d'occurrences
       01  WS-ORDER-SET PIC X(01) VALUE 'N'.
       01  WS-ORDER-UNEVEN PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
      *    Phrase à analyser
      *    Tableau des occurrences de chaque lettre, renvoyé à
      *    l'appelant (utile pour les rapports de fréquence et PANGRAM)
       01  LNK-ALPHABET-OCCURS PIC 9(03) OCCURS 26 COMP.
      *    Ordre d'isogramme : nombre d'occurrences commun à toutes
      *    les lettres présentes (1 = isogramme, 2 = chaque lettre
      *    exactement deux fois, ...), 0 si les nombres diffèrent
       01  LNK-ISOGRAM-ORDER PIC 9(03) COMP.

       PROCEDURE DIVISION USING LNK-PHRASE LNK-ISISOGRAM
           LNK-DUP-LETTER LNK-DUP-POSITION LNK-ALPHABET-OCCURS
           LNK-ISOGRAM-ORDER.

       0000-ISOCHK-MAIN.
           MOVE 'YES' TO LNK-ISISOGRAM
               END-IF
           END-PERFORM

      *    L'ordre se lit sur le tableau complet des fréquences : le
      *    nombre d'occurrences de la première lettre présente sert
      *    de référence, toute autre lettre présente doit l'égaler.
      *    Une phrase sans lettre, jugée isogramme (YES), est d'ordre
      *    1 comme tout isogramme
           MOVE 0 TO LNK-ISOGRAM-ORDER
           MOVE 'N' TO WS-ORDER-SET
           MOVE 'N' TO WS-ORDER-UNEVEN
           PERFORM VARYING LETTERCOUNT FROM 1 BY 1 UNTIL
               LETTERCOUNT > 26
               IF LNK-ALPHABET-OCCURS (LETTERCOUNT) > 0
                   IF WS-ORDER-SET = 'N'
                       MOVE LNK-ALPHABET-OCCURS (LETTERCOUNT)
                           TO LNK-ISOGRAM-ORDER
                       MOVE 'Y' TO WS-ORDER-SET
                   ELSE
                       IF LNK-ALPHABET-OCCURS (LETTERCOUNT)
                           NOT = LNK-ISOGRAM-ORDER
                           MOVE 'Y' TO WS-ORDER-UNEVEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORDER-SET = 'N'
               MOVE 1 TO LNK-ISOGRAM-ORDER
           END-IF
           IF WS-ORDER-UNEVEN = 'Y'
               MOVE 0 TO LNK-ISOGRAM-ORDER
           END-IF

           GOBACK.
