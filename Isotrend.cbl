      *                                                                *
      *   OBJECTIF  : Rapport de tendance sur l'historique des        *
      *               statistiques de lot : volumes par jour, taux    *
      *               d'isogrammes, taux de rejet, dérive des         *
      *               fréquences de lettres et répartition par ordre  *
      *               d'isogramme sur la période                      *
      *                                                                *
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  STATHIST
           RECORD CONTAINS 300 CHARACTERS.
       COPY STATHSRC.

       FD  TRENDRPT
       01  WS-LAST-TOTAL PIC 9(09) COMP VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-LETTER-DISP PIC X(01).
      *    Phrases jugées par ordre d'isogramme sur la période (postes
      *    de STATHSRC), cumulées sur les seules exécutions qui en
      *    portent la répartition ; les plus anciennes sont comptées
      *    à part
       01  WS-SUM-ORDER PIC 9(09) COMP OCCURS 10 VALUE 0.
       01  WS-ORDER-JUDGED PIC 9(09) COMP VALUE 0.
       01  WS-ORDER-RUN-COUNT PIC 9(05) VALUE 0.
       01  WS-NO-ORDER-RUN-COUNT PIC 9(05) VALUE 0.
       01  WS-ORDER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-ORDER-NUM PIC 9(01) VALUE 0.

      *    Zones de calcul des pourcentages
       01  WS-PCT-ISO PIC 9(03)V99 VALUE 0.
       01  WS-PCT-FIRST PIC 9(03)V99 VALUE 0.
       01  WS-PCT-LAST PIC 9(03)V99 VALUE 0.
       01  WS-PCT-DRIFT PIC S9(03)V99 VALUE 0.
       01  WS-PCT-ORDER PIC 9(03)V99 VALUE 0.
       01  WS-VOLUME PIC 9(09) COMP VALUE 0.

      *    Ligne de détail par exécution
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-LET-DRIFT PIC +Z9.99.

      *    Ligne du tableau par ordre d'isogramme
       01  WS-ORDER-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-ORD-LABEL PIC X(18).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-ORD-TOTAL PIC ZZZZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-ORD-PCT PIC ZZ9.99.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOTREND,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
           PERFORM 2000-REPORT-ALL-RUNS
           PERFORM 3000-WRITE-PERIOD-TOTALS
           PERFORM 4000-WRITE-LETTER-TRENDS
           PERFORM 5000-WRITE-ORDER-TRENDS
           PERFORM 9000-TERMINATE
           STOP RUN.

           MOVE WS-DETAIL-LINE TO TRENDRPT-REC
           WRITE TRENDRPT-REC

           PERFORM 2200-ACCUMULATE-LETTERS
           PERFORM 2300-ACCUMULATE-ORDERS.

      *    Cumule les occurrences de lettres de la période et retient
      *    la répartition de la première et de la dernière exécution
                   TO WS-LAST-TOTAL
           END-PERFORM.

      *    Une ligne écrite avant l'ordre d'isogramme porte des
      *    blancs à la place de la répartition
       2300-ACCUMULATE-ORDERS.
           IF STAT-ORDER-COUNTS IS NUMERIC
               ADD 1 TO WS-ORDER-RUN-COUNT
               ADD STAT-RECORD-COUNT TO WS-ORDER-JUDGED
               PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
                   WS-ORDER-INDEX > 10
                   ADD STAT-ORDER-COUNT (WS-ORDER-INDEX)
                       TO WS-SUM-ORDER (WS-ORDER-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NO-ORDER-RUN-COUNT
           END-IF.

       3000-WRITE-PERIOD-TOTALS.
           MOVE SPACES TO TRENDRPT-REC
           WRITE TRENDRPT-REC
           MOVE WS-LETTER-LINE TO TRENDRPT-REC
           WRITE TRENDRPT-REC.

      *    Répartition des phrases jugées par ordre d'isogramme : ordre
      *    0 quand les lettres ne reviennent pas toutes autant de
      *    fois, 1 pour les isogrammes, 2 et plus pour les phrases où
      *    chaque lettre revient exactement autant de fois
       5000-WRITE-ORDER-TRENDS.
           MOVE SPACES TO TRENDRPT-REC
           WRITE TRENDRPT-REC
           MOVE SPACES TO TRENDRPT-REC
           STRING "PHRASES BY ISOGRAM ORDER (SHARE OF PHRASES JUDGED, "
               DELIMITED BY SIZE
               "IN PERCENT)" DELIMITED BY SIZE
               INTO TRENDRPT-REC
           END-STRING
           WRITE TRENDRPT-REC
           MOVE SPACES TO TRENDRPT-REC
           STRING "  ORDER                 PHRASES  PERIOD"
               DELIMITED BY SIZE
               INTO TRENDRPT-REC
           END-STRING
           WRITE TRENDRPT-REC
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               PERFORM 5100-WRITE-ONE-ORDER
           END-PERFORM
           IF WS-NO-ORDER-RUN-COUNT > 0
               MOVE SPACES TO TRENDRPT-REC
               STRING "  " DELIMITED BY SIZE
                   WS-NO-ORDER-RUN-COUNT DELIMITED BY SIZE
                   " RUN(S) OF THE PERIOD PREDATE ISOGRAM ORDER "
                   DELIMITED BY SIZE
                   "COUNTS AND ARE LEFT OUT OF THIS TABLE"
                   DELIMITED BY SIZE
                   INTO TRENDRPT-REC
               END-STRING
               WRITE TRENDRPT-REC
           END-IF.

       5100-WRITE-ONE-ORDER.
           MOVE SPACES TO WS-ORDER-LINE
           EVALUATE WS-ORDER-INDEX
               WHEN 1
                   MOVE "0 (UNEVEN)" TO WS-ORD-LABEL
               WHEN 2
                   MOVE "1 (ISOGRAM)" TO WS-ORD-LABEL
               WHEN 10
                   MOVE "9 OR MORE" TO WS-ORD-LABEL
               WHEN OTHER
                   COMPUTE WS-ORDER-NUM = WS-ORDER-INDEX - 1
                   MOVE WS-ORDER-NUM TO WS-ORD-LABEL
           END-EVALUATE
           MOVE WS-SUM-ORDER (WS-ORDER-INDEX) TO WS-ORD-TOTAL
           IF WS-ORDER-JUDGED > 0
               COMPUTE WS-PCT-ORDER ROUNDED
                   = WS-SUM-ORDER (WS-ORDER-INDEX) * 100
                   / WS-ORDER-JUDGED
           ELSE
               MOVE 0 TO WS-PCT-ORDER
           END-IF
           MOVE WS-PCT-ORDER TO WS-ORD-PCT
           MOVE WS-ORDER-LINE TO TRENDRPT-REC
           WRITE TRENDRPT-REC.

       9000-TERMINATE.
           CLOSE STATHIST
           CLOSE TRENDRPT
