       COPY SPLCTLRC.

       FD  PARTSTAT
           RECORD CONTAINS 300 CHARACTERS.
       COPY STATHSRC.

       FD  STATHIST
           RECORD CONTAINS 300 CHARACTERS.
       01  STATHIST-REC PIC X(300).

       FD  SUMRPT
           RECORD CONTAINS 132 CHARACTERS.
       COPY RUNCTLRC.

       FD  MSTDELTA
           RECORD CONTAINS 214 CHARACTERS.
       01  MSTDELTA-REC PIC X(214).

       FD  ARCDELTA
           RECORD CONTAINS 113 CHARACTERS.
       01  ARCDELTA-REC PIC X(113).

       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       WORKING-STORAGE SECTION.
       01  WS-SUM-OCCURS PIC 9(07) OCCURS 26 VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-LETTER-DISP PIC X(01).
      *    Phrases jugées par ordre d'isogramme, postes comme dans
      *    STATHSRC (ordres 0 à 8, puis 9 et au-delà)
       01  WS-SUM-ORDER PIC 9(07) OCCURS 10 VALUE 0.
       01  WS-ORDER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-ORDER-LABEL PIC X(22) VALUE SPACES.
       01  WS-ORDER-LABEL-NUM PIC 9(01) VALUE 0.

      *    Zones d'édition pour le rapport consolidé
       01  WS-JUDGED-DISP PIC 9(07).
                       COMPUTE WS-SUM-LENGTH = WS-SUM-LENGTH
                           + STAT-AVG-LENGTH * STAT-RECORD-COUNT
                       PERFORM 3100-SUM-LETTERS
                       PERFORM 3200-SUM-ORDERS
               END-READ
           END-PERFORM
           IF WS-SUM-JUDGED > 0
                   TO WS-SUM-OCCURS (WS-LETTER-INDEX)
           END-PERFORM.

      *    Une ligne partielle sans répartition par ordre (zone à
      *    blancs) n'y contribue pas
       3200-SUM-ORDERS.
           IF STAT-ORDER-COUNTS IS NUMERIC
               PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
                   WS-ORDER-INDEX > 10
                   ADD STAT-ORDER-COUNT (WS-ORDER-INDEX)
                       TO WS-SUM-ORDER (WS-ORDER-INDEX)
               END-PERFORM
           END-IF.

      *    Arrête l'issue consolidée : une partition manquante (moins
      *    de lignes statistiques que de segments découpés) vaut
      *    échec de la nuit, sinon l'issue suit les rejets comme dans
               MOVE WS-SUM-OCCURS (WS-LETTER-INDEX)
                   TO STAT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               MOVE WS-SUM-ORDER (WS-ORDER-INDEX)
                   TO STAT-ORDER-COUNT (WS-ORDER-INDEX)
           END-PERFORM
           MOVE STAT-HISTORY-RECORD TO STATHIST-REC
           WRITE STATHIST-REC
           IF WS-STATHIST-STATUS NOT = "00"
           END-STRING
           WRITE SUMRPT-REC

      *    Répartition des phrases jugées par ordre d'isogramme
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               PERFORM 6100-WRITE-ORDER-LINE
           END-PERFORM

           MOVE WS-SUM-REJECTS TO WS-REJECTS-DISP
           MOVE SPACES TO SUMRPT-REC
           STRING "Rejected (overlong or bad source): "
               WRITE SUMRPT-REC
           END-PERFORM.

       6100-WRITE-ORDER-LINE.
           EVALUATE WS-ORDER-INDEX
               WHEN 1
                   MOVE "order 0 (uneven)" TO WS-ORDER-LABEL
               WHEN 2
                   MOVE "order 1 (isogram)" TO WS-ORDER-LABEL
               WHEN 10
                   MOVE "order 9 or more" TO WS-ORDER-LABEL
               WHEN OTHER
                   COMPUTE WS-ORDER-LABEL-NUM = WS-ORDER-INDEX - 1
                   MOVE SPACES TO WS-ORDER-LABEL
                   STRING "order " DELIMITED BY SIZE
                       WS-ORDER-LABEL-NUM DELIMITED BY SIZE
                       INTO WS-ORDER-LABEL
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO SUMRPT-REC
           STRING "  of which " DELIMITED BY SIZE
               WS-ORDER-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-SUM-ORDER (WS-ORDER-INDEX) DELIMITED BY SIZE
               INTO SUMRPT-REC
           END-STRING
           WRITE SUMRPT-REC.

      *    Applique au fichier maître les mises à jour écrites par
      *    les partitions : chaque delta porte l'enregistrement
      *    complet, ajout si la clé est nouvelle, remplacement
