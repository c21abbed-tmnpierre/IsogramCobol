      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Lignée complète d'une phrase pour les litiges   *
      *               et l'audit : pour une clé reçue en PARM, ou     *
      *               pour chaque clé des cartes de sélection,        *
      *               rassemble les envois archivés (RSLTARCH et      *
      *               corrections de CORRARCH), les                   *
      *               jugements (AUDITLOG), les changements de        *
      *               verdict (VERDCHG) et les rejets avec leur       *
      *               décision (REJSTFIL), en une histoire            *
      *               chronologique imprimée et en un extrait à       *
      *               format fixe remis à l'audit interne             *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOLINRP.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cartes de sélection des clés, lues en l'absence de PARM
           SELECT LINCARD ASSIGN TO "LINCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINCARD-STATUS.

      *    Archive permanente des verdicts : sa clé commence par la
      *    date d'exécution, elle est donc lue en entier
           SELECT RSLTARCH ASSIGN TO "RSLTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Archive des verdicts correctifs d'ISORECRT (CORARCRC)
           SELECT CORRARCH ASSIGN TO "CORRARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRARCH-STATUS.

      *    Piste d'audit alimentée par ISOGRAM et ISOGRMB
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

      *    Changements de verdict tracés par ISOGRMB (VRDCHGRC)
           SELECT VERDCHG ASSIGN TO "VERDCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERDCHG-STATUS.

      *    Fichier de suivi des rejets tenu par ISORECYC
           SELECT REJSTFIL ASSIGN TO "REJSTFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJSTFIL-STATUS.

      *    Rapport de lignée, une section par clé
           SELECT LINRPT ASSIGN TO "LINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINRPT-STATUS.

      *    Extrait à format fixe pour l'audit interne (LINEXTRC)
           SELECT LINEXT ASSIGN TO "LINEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINEXT-STATUS.

      *    Fichier de travail du tri chronologique par clé
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *    Carte de sélection : système source puis identifiant de
      *    phrase ; * en colonne 1 = commentaire
       FD  LINCARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LINCARD-REC.
           05  LCRD-SOURCE-SYSTEM PIC X(08).
           05  LCRD-PHRASE-ID PIC X(10).
           05  FILLER PIC X(62).

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  CORRARCH
           RECORD CONTAINS 130 CHARACTERS.
       COPY CORARCRC.

       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       FD  VERDCHG
           RECORD CONTAINS 240 CHARACTERS.
       COPY VRDCHGRC.

       FD  REJSTFIL
           RECORD CONTAINS 75 CHARACTERS.
       COPY REJSTSRC.

       FD  LINRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LINRPT-REC PIC X(132).

       FD  LINEXT
           RECORD CONTAINS 300 CHARACTERS.
       COPY LINEXTRC.

      *    Événement trié : clé, date, rang de l'événement dans la
      *    journée (jugement, revirement, rejet, envoi, décision),
      *    heure, puis l'événement au format de l'extrait
       SD  SORTFILE
           RECORD CONTAINS 333 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-SOURCE-SYSTEM PIC X(08).
           05  SORT-PHRASE-ID PIC X(10).
           05  SORT-EVENT-DATE PIC X(08).
           05  SORT-EVENT-RANK PIC X(01).
           05  SORT-EVENT-TIME PIC X(06).
           05  SORT-EVENT PIC X(300).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-LINCARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-AUDITLOG-STATUS PIC X(02) VALUE SPACES.
       01  WS-VERDCHG-STATUS PIC X(02) VALUE SPACES.
       01  WS-REJSTFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-LINRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-LINEXT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.
      *    Indicateurs de présence des historiques facultatifs
       01  WS-CORRARCH-PRESENT PIC X(01) VALUE 'N'.
           88  WS-CORRARCH-IS-PRESENT VALUE 'Y'.
       01  WS-AUDITLOG-PRESENT PIC X(01) VALUE 'N'.
           88  WS-AUDITLOG-IS-PRESENT VALUE 'Y'.
       01  WS-VERDCHG-PRESENT PIC X(01) VALUE 'N'.
           88  WS-VERDCHG-IS-PRESENT VALUE 'Y'.
       01  WS-REJSTFIL-PRESENT PIC X(01) VALUE 'N'.
           88  WS-REJSTFIL-IS-PRESENT VALUE 'Y'.

      *    Clé demandée en PARM, sous la forme "SOURCE,PHRASEID" ;
      *    sans PARM, les clés sont lues sur LINCARD
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE PIC X(08) VALUE SPACES.
       01  WS-PARM-PHRASE-ID PIC X(10) VALUE SPACES.

      *    Table des clés demandées, avec le nombre d'événements
      *    retrouvés pour chacune
       01  WS-KEY-MAX PIC 9(05) COMP VALUE 500.
       01  WS-KEY-COUNT PIC 9(05) COMP VALUE 0.
       01  WS-KEY-COUNT-DISP PIC 9(05) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 500.
               10  WS-KEY-SOURCE PIC X(08).
               10  WS-KEY-PHRASE-ID PIC X(10).
               10  WS-KEY-EVENTS PIC 9(07).
       01  WS-KEY-INDEX PIC 9(05) COMP VALUE 0.
      *    Indice de la clé trouvée par 6000-FIND-KEY (zéro si la
      *    clé examinée n'est pas demandée)
       01  WS-FOUND-INDEX PIC 9(05) COMP VALUE 0.
       01  WS-SEARCH-SOURCE PIC X(08).
       01  WS-SEARCH-PHRASE-ID PIC X(10).

      *    Clé de la section en cours (rupture de tri)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
       01  WS-GROUP-PHRASE-ID PIC X(10) VALUE SPACES.
      *    Indique qu'au moins une section a déjà été imprimée
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Compteurs par nature d'événement, pour la section en cours
      *    et pour l'ensemble
       01  WS-GRP-SENT PIC 9(07) VALUE 0.
       01  WS-GRP-JUDGED PIC 9(07) VALUE 0.
       01  WS-GRP-CHANGED PIC 9(07) VALUE 0.
       01  WS-GRP-REJECTED PIC 9(07) VALUE 0.
       01  WS-TOT-EVENTS PIC 9(07) VALUE 0.
       01  WS-CARD-COUNT PIC 9(07) VALUE 0.
       01  WS-BAD-CARD-COUNT PIC 9(07) VALUE 0.
       01  WS-NO-HISTORY-COUNT PIC 9(07) VALUE 0.

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Ligne d'événement du rapport
       01  WS-DETAIL-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-DATE PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-TIME PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-EVENT PIC X(20).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-OPERATOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-RESULT PIC X(10).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-DETAIL PIC X(72).

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOLINRP,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-KEYS
           SORT SORTFILE
               ON ASCENDING KEY SORT-SOURCE-SYSTEM
                   SORT-PHRASE-ID
                   SORT-EVENT-DATE
                   SORT-EVENT-RANK
                   SORT-EVENT-TIME
               INPUT PROCEDURE IS 2000-COLLECT-EVENTS
               OUTPUT PROCEDURE IS 3000-REPORT-LINEAGE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-PARM-SOURCE WS-PARM-PHRASE-ID
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PARM-SOURCE)
                   TO WS-PARM-SOURCE
               IF WS-PARM-SOURCE = SPACES
                   OR WS-PARM-PHRASE-ID = SPACES
                   DISPLAY "ISOLINRP: INVALID PARM '" WS-PARM
                       "', EXPECTED SOURCE SYSTEM AND PHRASE ID AS "
                       "'SOURCE,PHRASEID'"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RSLTARCH
           IF WS-RSLTARCH-STATUS NOT = "00"
               DISPLAY "ISOLINRP: ERROR OPENING RSLTARCH: "
                   WS-RSLTARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Corrections, piste d'audit, revirements et suivi des
      *    rejets peuvent manquer (installation récente) : la lignée
      *    est alors établie avec ce qui existe
           OPEN INPUT CORRARCH
           IF WS-CORRARCH-STATUS = "00" OR WS-CORRARCH-STATUS = "05"
               MOVE 'Y' TO WS-CORRARCH-PRESENT
           ELSE
               IF WS-CORRARCH-STATUS NOT = "35"
                   DISPLAY "ISOLINRP: ERROR OPENING CORRARCH: "
                       WS-CORRARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-STATUS = "00" OR WS-AUDITLOG-STATUS = "05"
               MOVE 'Y' TO WS-AUDITLOG-PRESENT
           ELSE
               IF WS-AUDITLOG-STATUS NOT = "35"
                   DISPLAY "ISOLINRP: ERROR OPENING AUDITLOG: "
                       WS-AUDITLOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT VERDCHG
           IF WS-VERDCHG-STATUS = "00" OR WS-VERDCHG-STATUS = "05"
               MOVE 'Y' TO WS-VERDCHG-PRESENT
           ELSE
               IF WS-VERDCHG-STATUS NOT = "35"
                   DISPLAY "ISOLINRP: ERROR OPENING VERDCHG: "
                       WS-VERDCHG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT REJSTFIL
           IF WS-REJSTFIL-STATUS = "00" OR WS-REJSTFIL-STATUS = "05"
               MOVE 'Y' TO WS-REJSTFIL-PRESENT
           ELSE
               IF WS-REJSTFIL-STATUS NOT = "35"
                   DISPLAY "ISOLINRP: ERROR OPENING REJSTFIL: "
                       WS-REJSTFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LINRPT
           IF WS-LINRPT-STATUS NOT = "00"
               DISPLAY "ISOLINRP: ERROR OPENING LINRPT: "
                   WS-LINRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LINEXT
           IF WS-LINEXT-STATUS NOT = "00"
               DISPLAY "ISOLINRP: ERROR OPENING LINEXT: "
                   WS-LINEXT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO LINRPT-REC
           STRING "ISOLINRP - PHRASE LINEAGE REPORT - "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LINRPT-REC
           END-STRING
           WRITE LINRPT-REC.

      *    Constitue la table des clés : la clé du PARM, ou celles
      *    des cartes de sélection
       1500-LOAD-KEYS.
           IF WS-PARM-SOURCE NOT = SPACES
               MOVE WS-PARM-SOURCE TO WS-SEARCH-SOURCE
               MOVE WS-PARM-PHRASE-ID TO WS-SEARCH-PHRASE-ID
               PERFORM 1600-TABLE-ONE-KEY
           ELSE
               OPEN INPUT LINCARD
               IF WS-LINCARD-STATUS NOT = "00"
                   DISPLAY "ISOLINRP: NO PARM AND ERROR OPENING "
                       "LINCARD: " WS-LINCARD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ LINCARD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LINCARD-REC(1:1) NOT = '*'
                               AND LINCARD-REC NOT = SPACES
                               ADD 1 TO WS-CARD-COUNT
                               PERFORM 1550-APPLY-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINCARD
           END-IF
           IF WS-KEY-COUNT = 0
               DISPLAY "ISOLINRP: NO VALID KEY REQUESTED, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1550-APPLY-ONE-CARD.
           IF LCRD-SOURCE-SYSTEM = SPACES
               OR LCRD-PHRASE-ID = SPACES
               DISPLAY "ISOLINRP: CARD " WS-CARD-COUNT
                   " WITHOUT SOURCE OR PHRASE ID, SKIPPED"
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               MOVE FUNCTION UPPER-CASE(LCRD-SOURCE-SYSTEM)
                   TO WS-SEARCH-SOURCE
               MOVE LCRD-PHRASE-ID TO WS-SEARCH-PHRASE-ID
               PERFORM 6000-FIND-KEY
               IF WS-FOUND-INDEX = 0
                   PERFORM 1600-TABLE-ONE-KEY
               END-IF
           END-IF.

       1600-TABLE-ONE-KEY.
           IF WS-KEY-COUNT >= WS-KEY-MAX
               DISPLAY "ISOLINRP: KEY TABLE FULL (" WS-KEY-MAX
                   " ENTRIES), RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-SEARCH-SOURCE TO WS-KEY-SOURCE (WS-KEY-COUNT)
           MOVE WS-SEARCH-PHRASE-ID TO WS-KEY-PHRASE-ID (WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-EVENTS (WS-KEY-COUNT).

      *    Alimente le tri avec chaque événement d'une clé demandée,
      *    fichier par fichier
       2000-COLLECT-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RSLTARCH NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ARCH-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
                       MOVE ARCH-PHRASE-ID TO WS-SEARCH-PHRASE-ID
                       PERFORM 6000-FIND-KEY
                       IF WS-FOUND-INDEX > 0
                           PERFORM 2100-RELEASE-SENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CORRARCH-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CORRARCH
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CARC-SOURCE-SYSTEM
                               TO WS-SEARCH-SOURCE
                           MOVE CARC-PHRASE-ID
                               TO WS-SEARCH-PHRASE-ID
                           PERFORM 6000-FIND-KEY
                           IF WS-FOUND-INDEX > 0
                               PERFORM 2150-RELEASE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-AUDITLOG-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDITLOG
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AUDIT-SOURCE-SYSTEM
                               TO WS-SEARCH-SOURCE
                           MOVE AUDIT-PHRASE-ID
                               TO WS-SEARCH-PHRASE-ID
                           PERFORM 6000-FIND-KEY
                           IF WS-FOUND-INDEX > 0
                               PERFORM 2200-RELEASE-JUDGMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-VERDCHG-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ VERDCHG
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE VCHG-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
                           MOVE VCHG-PHRASE-ID TO WS-SEARCH-PHRASE-ID
                           PERFORM 6000-FIND-KEY
                           IF WS-FOUND-INDEX > 0
                               PERFORM 2300-RELEASE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-REJSTFIL-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ REJSTFIL
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RSTAT-SOURCE-SYSTEM
                               TO WS-SEARCH-SOURCE
                           MOVE RSTAT-PHRASE-ID
                               TO WS-SEARCH-PHRASE-ID
                           PERFORM 6000-FIND-KEY
                           IF WS-FOUND-INDEX > 0
                               PERFORM 2400-RELEASE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Verdict envoyé à l'interface résultats une nuit donnée
       2100-RELEASE-SENT.
           MOVE SPACES TO LINEAGE-EXTRACT-RECORD
           MOVE ARCH-RUN-DATE TO LNX-EVENT-DATE
           MOVE 'S' TO LNX-EVENT-TYPE
           MOVE "RSLTARCH" TO LNX-ORIGIN-FILE
           EVALUATE TRUE
               WHEN ARCH-IS-ISOGRAM
                   MOVE "YES" TO LNX-NEW-RESULT
               WHEN ARCH-NOT-ISOGRAM
                   MOVE "NO " TO LNX-NEW-RESULT
               WHEN OTHER
                   MOVE "REJ" TO LNX-NEW-RESULT
           END-EVALUATE
           MOVE ARCH-ORIGIN TO LNX-QUALIFIER
           MOVE '4' TO SORT-EVENT-RANK
           PERFORM 2900-RELEASE-EVENT.

      *    Verdict correctif envoyé à la source, horodaté : classé
      *    parmi les jugements du jour à son heure, ISORECRT ne
      *    corrigeant jamais une clé déjà envoyée ce jour-là
       2150-RELEASE-CORRECTION.
           MOVE SPACES TO LINEAGE-EXTRACT-RECORD
           MOVE CARC-CORRECTION-DATE TO LNX-EVENT-DATE
           MOVE CARC-CORRECTION-TIME TO LNX-EVENT-TIME
           MOVE 'S' TO LNX-EVENT-TYPE
           MOVE "CORRARCH" TO LNX-ORIGIN-FILE
           MOVE CARC-PRIOR-RESULT TO LNX-OLD-RESULT
           IF CARC-IS-ISOGRAM
               MOVE "YES" TO LNX-NEW-RESULT
           ELSE
               MOVE "NO " TO LNX-NEW-RESULT
           END-IF
           MOVE 'C' TO LNX-QUALIFIER
           MOVE '1' TO SORT-EVENT-RANK
           PERFORM 2900-RELEASE-EVENT.

      *    Jugement tracé en piste d'audit, avec opérateur et heure
       2200-RELEASE-JUDGMENT.
           MOVE SPACES TO LINEAGE-EXTRACT-RECORD
           MOVE AUDIT-TIMESTAMP(1:8) TO LNX-EVENT-DATE
           MOVE AUDIT-TIMESTAMP(9:6) TO LNX-EVENT-TIME
           MOVE 'J' TO LNX-EVENT-TYPE
           MOVE "AUDITLOG" TO LNX-ORIGIN-FILE
           MOVE AUDIT-OPERATOR-ID TO LNX-OPERATOR-ID
           MOVE AUDIT-RESULT TO LNX-NEW-RESULT
           MOVE AUDIT-PHRASE TO LNX-NEW-TEXT
           MOVE '1' TO SORT-EVENT-RANK
           PERFORM 2900-RELEASE-EVENT.

      *    Revirement constaté à la re-soumission, daté du nouveau
      *    jugement
       2300-RELEASE-CHANGE.
           MOVE SPACES TO LINEAGE-EXTRACT-RECORD
           MOVE VCHG-NEW-JUDGED-DATE TO LNX-EVENT-DATE
           MOVE 'V' TO LNX-EVENT-TYPE
           MOVE "VERDCHG" TO LNX-ORIGIN-FILE
           MOVE VCHG-OLD-RESULT TO LNX-OLD-RESULT
           MOVE VCHG-NEW-RESULT TO LNX-NEW-RESULT
           MOVE VCHG-OLD-TEXT TO LNX-OLD-TEXT
           MOVE VCHG-NEW-TEXT TO LNX-NEW-TEXT
           MOVE '2' TO SORT-EVENT-RANK
           PERFORM 2900-RELEASE-EVENT.

      *    Rejet à sa date d'entrée dans le circuit, puis décision de
      *    clôture à sa propre date quand elle est prise
       2400-RELEASE-REJECT.
           MOVE SPACES TO LINEAGE-EXTRACT-RECORD
           MOVE RSTAT-REJECT-DATE TO LNX-EVENT-DATE
           MOVE 'R' TO LNX-EVENT-TYPE
           MOVE "REJSTFIL" TO LNX-ORIGIN-FILE
           MOVE "REJ" TO LNX-NEW-RESULT
           MOVE RSTAT-STATUS TO LNX-QUALIFIER
           MOVE RSTAT-REASON TO LNX-REASON
           MOVE '3' TO SORT-EVENT-RANK
           PERFORM 2900-RELEASE-EVENT
           IF NOT RSTAT-IS-OPEN
               MOVE RSTAT-DECISION-DATE TO LNX-EVENT-DATE
               MOVE 'D' TO LNX-EVENT-TYPE
               MOVE '5' TO SORT-EVENT-RANK
               PERFORM 2900-RELEASE-EVENT
           END-IF.

       2900-RELEASE-EVENT.
           MOVE WS-SEARCH-SOURCE TO LNX-SOURCE-SYSTEM
           MOVE WS-SEARCH-PHRASE-ID TO LNX-PHRASE-ID
           MOVE WS-SEARCH-SOURCE TO SORT-SOURCE-SYSTEM
           MOVE WS-SEARCH-PHRASE-ID TO SORT-PHRASE-ID
           MOVE LNX-EVENT-DATE TO SORT-EVENT-DATE
           MOVE LNX-EVENT-TIME TO SORT-EVENT-TIME
           MOVE LINEAGE-EXTRACT-RECORD TO SORT-EVENT
           RELEASE SORT-RECORD
           ADD 1 TO WS-KEY-EVENTS (WS-FOUND-INDEX).

      *    Dépouille le tri : les événements d'une même clé arrivent
      *    consécutivement et dans l'ordre chronologique
       3000-REPORT-LINEAGE.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-REPORT-ONE-EVENT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-WAS-STARTED
               PERFORM 3300-CLOSE-SECTION
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS.

       3100-REPORT-ONE-EVENT.
           IF SORT-SOURCE-SYSTEM NOT = WS-GROUP-SOURCE
               OR SORT-PHRASE-ID NOT = WS-GROUP-PHRASE-ID
               OR NOT WS-GROUP-WAS-STARTED
               IF WS-GROUP-WAS-STARTED
                   PERFORM 3300-CLOSE-SECTION
               END-IF
               PERFORM 3200-OPEN-SECTION
           END-IF
           MOVE SORT-EVENT TO LINEAGE-EXTRACT-RECORD
           ADD 1 TO WS-TOT-EVENTS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LNX-EVENT-DATE TO WS-DET-DATE
           MOVE LNX-EVENT-TIME TO WS-DET-TIME
           MOVE LNX-OPERATOR-ID TO WS-DET-OPERATOR
           MOVE LNX-NEW-RESULT TO WS-DET-RESULT
           EVALUATE TRUE
               WHEN LNX-IS-SENT
                   ADD 1 TO WS-GRP-SENT
                   PERFORM 3110-DESCRIBE-SENT
               WHEN LNX-IS-JUDGMENT
                   ADD 1 TO WS-GRP-JUDGED
                   MOVE "JUDGED" TO WS-DET-EVENT
                   MOVE LNX-NEW-TEXT TO WS-DET-DETAIL
               WHEN LNX-IS-VERDICT-CHANGE
                   ADD 1 TO WS-GRP-CHANGED
                   MOVE "VERDICT CHANGED" TO WS-DET-EVENT
                   MOVE SPACES TO WS-DET-RESULT
                   STRING LNX-OLD-RESULT DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       LNX-NEW-RESULT DELIMITED BY SIZE
                       INTO WS-DET-RESULT
                   END-STRING
               WHEN LNX-IS-REJECT
                   ADD 1 TO WS-GRP-REJECTED
                   MOVE "REJECTED" TO WS-DET-EVENT
                   MOVE LNX-REASON TO WS-DET-DETAIL
                   IF LNX-QUALIFIER = 'O'
                       MOVE "STILL OPEN" TO WS-DET-RESULT
                   END-IF
               WHEN LNX-IS-DECISION
                   PERFORM 3120-DESCRIBE-DECISION
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO LINRPT-REC
           WRITE LINRPT-REC
      *    Les deux textes sous le revirement : leur écart explique
      *    en général le changement de verdict
           IF LNX-IS-VERDICT-CHANGE
               MOVE SPACES TO LINRPT-REC
               STRING "      OLD TEXT: " DELIMITED BY SIZE
                   LNX-OLD-TEXT DELIMITED BY SIZE
                   INTO LINRPT-REC
               END-STRING
               WRITE LINRPT-REC
               MOVE SPACES TO LINRPT-REC
               STRING "      NEW TEXT: " DELIMITED BY SIZE
                   LNX-NEW-TEXT DELIMITED BY SIZE
                   INTO LINRPT-REC
               END-STRING
               WRITE LINRPT-REC
           END-IF
      *    Le même événement, tel quel, dans l'extrait d'audit
           WRITE LINEAGE-EXTRACT-RECORD
           IF WS-LINEXT-STATUS NOT = "00"
               DISPLAY "ISOLINRP: WRITE FAILURE ON LINEXT, "
                   "FILE STATUS " WS-LINEXT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3110-DESCRIBE-SENT.
           EVALUATE LNX-QUALIFIER
               WHEN 'S'
                   MOVE "SENT (RESUBMISSION)" TO WS-DET-EVENT
                   MOVE "UNCHANGED, VERDICT TAKEN FROM PHRASE MASTER"
                       TO WS-DET-DETAIL
               WHEN 'C'
                   MOVE "SENT (CORRECTION)" TO WS-DET-EVENT
                   MOVE "CORRECTIVE VERDICT FROM RE-CERTIFICATION"
                       TO WS-DET-DETAIL
               WHEN OTHER
                   MOVE "SENT" TO WS-DET-EVENT
           END-EVALUATE.

       3120-DESCRIBE-DECISION.
           MOVE "REJECT CLOSED" TO WS-DET-EVENT
           EVALUATE LNX-QUALIFIER
               WHEN 'C'
                   MOVE "CORRECTED" TO WS-DET-RESULT
               WHEN 'S'
                   MOVE "RESUBMIT" TO WS-DET-RESULT
               WHEN 'A'
                   MOVE "ABANDONED" TO WS-DET-RESULT
               WHEN OTHER
                   MOVE LNX-QUALIFIER TO WS-DET-RESULT
           END-EVALUATE
           MOVE LNX-REASON TO WS-DET-DETAIL.

       3200-OPEN-SECTION.
           MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
           MOVE SORT-PHRASE-ID TO WS-GROUP-PHRASE-ID
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE 0 TO WS-GRP-SENT
           MOVE 0 TO WS-GRP-JUDGED
           MOVE 0 TO WS-GRP-CHANGED
           MOVE 0 TO WS-GRP-REJECTED
           MOVE SPACES TO LINRPT-REC
           WRITE LINRPT-REC
           MOVE SPACES TO LINRPT-REC
           STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
               WS-GROUP-SOURCE DELIMITED BY SIZE
               "   PHRASE ID: " DELIMITED BY SIZE
               WS-GROUP-PHRASE-ID DELIMITED BY SIZE
               INTO LINRPT-REC
           END-STRING
           WRITE LINRPT-REC
           MOVE SPACES TO LINRPT-REC
           STRING "  DATE     TIME    EVENT                OPERATOR "
               DELIMITED BY SIZE
               "RESULT     DETAIL" DELIMITED BY SIZE
               INTO LINRPT-REC
           END-STRING
           WRITE LINRPT-REC.

       3300-CLOSE-SECTION.
           MOVE SPACES TO LINRPT-REC
           STRING "  SENT: " DELIMITED BY SIZE
               WS-GRP-SENT DELIMITED BY SIZE
               "   JUDGED: " DELIMITED BY SIZE
               WS-GRP-JUDGED DELIMITED BY SIZE
               "   VERDICT CHANGES: " DELIMITED BY SIZE
               WS-GRP-CHANGED DELIMITED BY SIZE
               "   REJECTS: " DELIMITED BY SIZE
               WS-GRP-REJECTED DELIMITED BY SIZE
               INTO LINRPT-REC
           END-STRING
           WRITE LINRPT-REC.

      *    Totaux, puis les clés demandées dont aucun fichier ne
      *    garde la moindre trace (clé mal saisie ou purgée)
       3500-WRITE-GRAND-TOTALS.
           MOVE SPACES TO LINRPT-REC
           WRITE LINRPT-REC
           MOVE WS-KEY-COUNT TO WS-KEY-COUNT-DISP
           MOVE SPACES TO LINRPT-REC
           STRING "KEYS REQUESTED: " DELIMITED BY SIZE
               WS-KEY-COUNT-DISP DELIMITED BY SIZE
               "   EVENTS REPORTED: " DELIMITED BY SIZE
               WS-TOT-EVENTS DELIMITED BY SIZE
               INTO LINRPT-REC
           END-STRING
           WRITE LINRPT-REC
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL
               WS-KEY-INDEX > WS-KEY-COUNT
               IF WS-KEY-EVENTS (WS-KEY-INDEX) = 0
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE SPACES TO LINRPT-REC
                   STRING "NO HISTORY FOUND FOR " DELIMITED BY SIZE
                       WS-KEY-SOURCE (WS-KEY-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KEY-PHRASE-ID (WS-KEY-INDEX)
                       DELIMITED BY SIZE
                       INTO LINRPT-REC
                   END-STRING
                   WRITE LINRPT-REC
               END-IF
           END-PERFORM.

      *    Recherche séquentielle de la clé (système source +
      *    identifiant) dans la table des clés demandées
       6000-FIND-KEY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL
               WS-KEY-INDEX > WS-KEY-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-KEY-SOURCE (WS-KEY-INDEX) = WS-SEARCH-SOURCE
                   AND WS-KEY-PHRASE-ID (WS-KEY-INDEX)
                       = WS-SEARCH-PHRASE-ID
                   MOVE WS-KEY-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           CLOSE RSLTARCH
           IF WS-CORRARCH-IS-PRESENT
               CLOSE CORRARCH
           END-IF
           IF WS-AUDITLOG-IS-PRESENT
               CLOSE AUDITLOG
           END-IF
           IF WS-VERDCHG-IS-PRESENT
               CLOSE VERDCHG
           END-IF
           IF WS-REJSTFIL-IS-PRESENT
               CLOSE REJSTFIL
           END-IF
           CLOSE LINRPT
           CLOSE LINEXT
           DISPLAY "ISOLINRP: " WS-TOT-EVENTS " EVENT(S) FOR "
               WS-KEY-COUNT " KEY(S), " WS-NO-HISTORY-COUNT
               " WITHOUT HISTORY, " WS-BAD-CARD-COUNT
               " CARD(S) SKIPPED"
      *    Une clé sans histoire ou une carte écartée appelle une
      *    vérification de la demande
           IF WS-NO-HISTORY-COUNT > 0 OR WS-BAD-CARD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
