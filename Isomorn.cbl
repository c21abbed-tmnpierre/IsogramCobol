      *               volumes de la nuit contre ceux de la veille     *
      *               (historique des statistiques) et les rejets     *
      *               encore ouverts avec leur ancienneté (suivi des  *
      *               rejets), ainsi que les clés du fichier maître   *
      *               actives, dormantes et purgées (vieillissement   *
      *               des clés), pour la passation de consigne sans   *
      *               dépouiller quatre rapports                      *
      *                                                                *
      ******************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJSTFIL-STATUS.

      *    Historique du vieillissement des clés alimenté par
      *    ISOAGING
           SELECT AGESTAT ASSIGN TO "AGESTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGESTAT-STATUS.

      *    La page opérations du matin
           SELECT OPSRPT ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
       COPY RUNCTLRC.

       FD  STATHIST
           RECORD CONTAINS 300 CHARACTERS.
       COPY STATHSRC.

       FD  REJSTFIL
           RECORD CONTAINS 75 CHARACTERS.
       COPY REJSTSRC.

       FD  AGESTAT
           RECORD CONTAINS 80 CHARACTERS.
       COPY AGESTSRC.

       FD  OPSRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  OPSRPT-REC PIC X(132).
       01  WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
       01  WS-STATHIST-STATUS PIC X(02) VALUE SPACES.
       01  WS-REJSTFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-AGESTAT-STATUS PIC X(02) VALUE SPACES.
       01  WS-OPSRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
      *    de recyclage n'a pas encore tourné
       01  WS-REJSTFIL-PRESENT PIC X(01) VALUE 'N'.
           88  WS-REJSTFIL-IS-PRESENT VALUE 'Y'.
      *    L'historique du vieillissement est absent tant
      *    qu'ISOAGING n'a pas encore tourné
       01  WS-AGESTAT-PRESENT PIC X(01) VALUE 'N'.
           88  WS-AGESTAT-IS-PRESENT VALUE 'Y'.

      *    Image du dernier enregistrement de contrôle d'exécution
      *    (le plus récent du fichier) et nombre de lancements lus

      *    Statistiques de la nuit (dernière ligne de l'historique)
      *    et de la veille (avant-dernière ligne)
       01  WS-LAST-STAT PIC X(300) VALUE SPACES.
       01  WS-PRIOR-STAT PIC X(300) VALUE SPACES.
       01  WS-STAT-COUNT PIC 9(05) COMP VALUE 0.
      *    Zones d'exploitation des deux lignes retenues
       01  WS-TONIGHT-DATE PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-INT PIC 9(08) COMP VALUE 0.
       01  WS-REJECT-DATE-NUM PIC 9(08) VALUE 0.

      *    Clés du fichier maître d'après la dernière exécution de
      *    liste ou de purge d'ISOAGING, corrigées des réintégrations
      *    faites depuis
       01  WS-AGING-RECORD PIC X(80) VALUE SPACES.
       01  WS-AGING-COUNT PIC 9(05) COMP VALUE 0.
       01  WS-AGING-DATE PIC X(08) VALUE SPACES.
       01  WS-AGING-MODE PIC X(01) VALUE SPACE.
       01  WS-KEYS-ACTIVE PIC 9(09) VALUE 0.
       01  WS-KEYS-DORMANT PIC 9(07) VALUE 0.
       01  WS-KEYS-CONFIRMED PIC 9(07) VALUE 0.
       01  WS-KEYS-PURGED PIC 9(09) VALUE 0.
       01  WS-KEYS-REINSTATED PIC 9(07) VALUE 0.

      *    Actions du jour relevées en parcourant les trois sources,
      *    imprimées en pied de page pour la passation de consigne
       01  WS-ACTION-MAX PIC 9(02) COMP VALUE 10.
           PERFORM 2000-READ-LAST-RUN
           PERFORM 3000-READ-STATISTICS
           PERFORM 4000-READ-OPEN-REJECTS
           PERFORM 4500-READ-AGING-STATS
           PERFORM 5000-COLLECT-ACTIONS
           PERFORM 7000-WRITE-DASHBOARD
           PERFORM 9000-TERMINATE
               END-IF
           END-IF

           OPEN INPUT AGESTAT
           IF WS-AGESTAT-STATUS = "00" OR WS-AGESTAT-STATUS = "05"
               MOVE 'Y' TO WS-AGESTAT-PRESENT
           ELSE
               IF WS-AGESTAT-STATUS NOT = "35"
                   DISPLAY "ISOMORN: ERROR OPENING AGESTAT: "
                       WS-AGESTAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT OPSRPT
           IF WS-OPSRPT-STATUS NOT = "00"
               DISPLAY "ISOMORN: ERROR OPENING OPSRPT: "
               MOVE RSTAT-REJECT-DATE TO WS-OLDEST-OPEN-DATE
           END-IF.

      *    Relit l'historique du vieillissement : les comptages
      *    sont ceux de la dernière liste ou purge, les clés
      *    réintégrées depuis repassent de purgées à actives
       4500-READ-AGING-STATS.
           IF WS-AGESTAT-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ AGESTAT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF AGES-IS-REINSTATE
                               ADD AGES-REINSTATED-COUNT
                                   TO WS-KEYS-REINSTATED
                           ELSE
                               ADD 1 TO WS-AGING-COUNT
                               MOVE AGING-STAT-RECORD
                                   TO WS-AGING-RECORD
                               MOVE 0 TO WS-KEYS-REINSTATED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-AGING-COUNT > 0
               MOVE WS-AGING-RECORD TO AGING-STAT-RECORD
               MOVE AGES-RUN-DATE TO WS-AGING-DATE
               MOVE AGES-MODE TO WS-AGING-MODE
               MOVE AGES-DORMANT-COUNT TO WS-KEYS-DORMANT
               MOVE AGES-CONFIRMED-COUNT TO WS-KEYS-CONFIRMED
               COMPUTE WS-KEYS-ACTIVE
                   = AGES-ACTIVE-COUNT + WS-KEYS-REINSTATED
               IF AGES-PURGED-TOTAL > WS-KEYS-REINSTATED
                   COMPUTE WS-KEYS-PURGED
                       = AGES-PURGED-TOTAL - WS-KEYS-REINSTATED
               ELSE
                   MOVE 0 TO WS-KEYS-PURGED
               END-IF
           END-IF.

      *    Relève les points qui réclament une action aujourd'hui,
      *    dans l'ordre de gravité : lot en échec ou interrompu
      *    d'abord, puis rejets à instruire, puis retards du circuit
                   INTO WS-ACTION-LINE (WS-ACTION-COUNT)
               END-STRING
           END-IF
           IF WS-AGING-COUNT > 0 AND WS-KEYS-CONFIRMED > 0
               AND WS-AGING-MODE = 'L'
               PERFORM 5100-ADD-ACTION-SLOT
               STRING "DORMANT KEYS CONFIRMED BY THEIR OWNERS - "
                   DELIMITED BY SIZE
                   "SCHEDULE ISOAGING WITH PARM P" DELIMITED BY SIZE
                   INTO WS-ACTION-LINE (WS-ACTION-COUNT)
               END-STRING
           END-IF
           IF WS-STAT-COUNT > 1
               AND WS-PRIOR-JUDGED > 0
               AND WS-TONIGHT-JUDGED < WS-PRIOR-JUDGED / 2
               WRITE OPSRPT-REC
           END-IF

           MOVE SPACES TO OPSRPT-REC
           WRITE OPSRPT-REC
           MOVE SPACES TO OPSRPT-REC
           IF WS-AGING-COUNT = 0
               STRING "PHRASE MASTER KEYS     : NOT AGED YET "
                   DELIMITED BY SIZE
                   "(NO ISOAGING RUN RECORDED)" DELIMITED BY SIZE
                   INTO OPSRPT-REC
               END-STRING
               WRITE OPSRPT-REC
           ELSE
               STRING "PHRASE MASTER KEYS     : ACTIVE "
                   DELIMITED BY SIZE
                   WS-KEYS-ACTIVE DELIMITED BY SIZE
                   "  DORMANT " DELIMITED BY SIZE
                   WS-KEYS-DORMANT DELIMITED BY SIZE
                   " (CONFIRMED " DELIMITED BY SIZE
                   WS-KEYS-CONFIRMED DELIMITED BY SIZE
                   ")  PURGED " DELIMITED BY SIZE
                   WS-KEYS-PURGED DELIMITED BY SIZE
                   INTO OPSRPT-REC
               END-STRING
               WRITE OPSRPT-REC
               MOVE SPACES TO OPSRPT-REC
               STRING "LAST AGING RUN         : " DELIMITED BY SIZE
                   WS-AGING-DATE DELIMITED BY SIZE
                   "  MODE " DELIMITED BY SIZE
                   WS-AGING-MODE DELIMITED BY SIZE
                   "  REINSTATED SINCE " DELIMITED BY SIZE
                   WS-KEYS-REINSTATED DELIMITED BY SIZE
                   INTO OPSRPT-REC
               END-STRING
               WRITE OPSRPT-REC
           END-IF

           MOVE SPACES TO OPSRPT-REC
           WRITE OPSRPT-REC
           MOVE SPACES TO OPSRPT-REC
           IF WS-REJSTFIL-IS-PRESENT
               CLOSE REJSTFIL
           END-IF
           IF WS-AGESTAT-IS-PRESENT
               CLOSE AGESTAT
           END-IF
           CLOSE OPSRPT
           DISPLAY "ISOMORN: DASHBOARD WRITTEN, "
               WS-ACTION-COUNT " ACTION ITEM(S), "
