      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Sauvegarde et reprise du fichier maître des     *
      *               phrases (PHRASMST). En sauvegarde, recopie le   *
      *               maître en un fichier séquentiel daté, encadré   *
      *               d'un en-tête et d'une fin portant le nombre     *
      *               d'enregistrements. En reprise, recharge le      *
      *               maître depuis une sauvegarde contrôlée puis le  *
      *               remet à jour exécution par exécution jusqu'à    *
      *               une date choisie, depuis l'archive des verdicts *
      *               (RSLTARCH, textes jugés repris de AUDITLOG,     *
      *               corrections de CORRARCH) ou                     *
      *               depuis les deltas du mode partition (MSTDELTA), *
      *               y réapplique les purges et réintégrations de    *
      *               clés dormantes (PURGMST) de la période, et      *
      *               imprime le compte rendu de la reprise           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOMSTBK.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître des phrases : lu en séquence pour la
      *    sauvegarde, rechargé puis mis à jour par clé en reprise
           SELECT PHRASMST ASSIGN TO "PHRASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-PHRASMST-STATUS.

      *    Sauvegarde séquentielle du maître (MBKCTLRC) : écrite en
      *    sauvegarde, relue en reprise
           SELECT MSTBKUP ASSIGN TO "MSTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTBKUP-STATUS.

      *    Archive permanente des verdicts : sa clé commence par la
      *    date d'exécution, la reprise y lit la plage de dates
      *    postérieure à la sauvegarde
           SELECT RSLTARCH ASSIGN TO "RSLTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Piste d'audit : seule source du texte jugé, que l'archive
      *    ne conserve pas
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

      *    Archive des verdicts correctifs d'ISORECRT (CORARCRC),
      *    facultative : absente tant qu'aucune correction n'a été
      *    appliquée
           SELECT CORRARCH ASSIGN TO "CORRARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRARCH-STATUS.

      *    Deltas du fichier maître écrits par les partitions
      *    d'ISOGRMB (concaténés sous ce DD par le JCL)
           SELECT MSTDELTA ASSIGN TO "MSTDELTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTDELTA-STATUS.

      *    Archive des purges de clés dormantes écrite par ISOAGING,
      *    relue en reprise pour ne pas ressusciter une clé purgée
           SELECT PURGMST ASSIGN TO "PURGMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGMST-STATUS.

      *    Compte rendu de sauvegarde ou de reprise
           SELECT MBKRPT ASSIGN TO "MBKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBKRPT-STATUS.

      *    Fichier de travail du tri par clé et par date
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  MSTBKUP
           RECORD CONTAINS 214 CHARACTERS.
       01  MSTBKUP-REC PIC X(214).
       COPY MBKCTLRC.

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       FD  CORRARCH
           RECORD CONTAINS 130 CHARACTERS.
       COPY CORARCRC.

       FD  MSTDELTA
           RECORD CONTAINS 214 CHARACTERS.
       01  MSTDELTA-REC PIC X(214).

       FD  PURGMST
           RECORD CONTAINS 280 CHARACTERS.
       COPY PRGMSTRC.

       FD  MBKRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  MBKRPT-REC PIC X(132).

      *    Entrée triée : clé, date, rang (1 = jugement de la piste
      *    d'audit ou correction, horodatés tous deux, 2 = entrée
      *    d'archive), heure, puis le verdict
      *    archivé avec son ordre d'isogramme (à blancs s'il n'a
      *    pas été archivé) ou le texte et le verdict jugés
       SD  SORTFILE
           RECORD CONTAINS 223 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-SOURCE-SYSTEM PIC X(08).
           05  SORT-PHRASE-ID PIC X(10).
           05  SORT-EVENT-DATE PIC X(08).
           05  SORT-EVENT-RANK PIC X(01).
               88  SORT-IS-JUDGMENT VALUE '1'.
               88  SORT-IS-ARCHIVE VALUE '2'.
           05  SORT-EVENT-TIME PIC X(06).
           05  SORT-VERDICT PIC X(01).
           05  SORT-ORIGIN PIC X(01).
           05  SORT-DUP-LETTER PIC X(01).
           05  SORT-DUP-POSITION PIC 9(03).
           05  SORT-ALPHABET-OCCURS PIC 9(03) OCCURS 26.
           05  SORT-TEXT PIC X(100).
           05  SORT-RESULT PIC X(03).
           05  SORT-ISOGRAM-ORDER PIC X(03).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-PHRASMST-STATUS PIC X(02) VALUE SPACES.
       01  WS-MSTBKUP-STATUS PIC X(02) VALUE SPACES.
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-AUDITLOG-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-MSTDELTA-STATUS PIC X(02) VALUE SPACES.
       01  WS-PURGMST-STATUS PIC X(02) VALUE SPACES.
       01  WS-MBKRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.
       01  WS-AUDITLOG-PRESENT PIC X(01) VALUE 'N'.
           88  WS-AUDITLOG-IS-PRESENT VALUE 'Y'.
      *    Clé déjà présente au maître lors d'une reprise de jugement
       01  WS-KEY-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  WS-KEY-WAS-FOUND VALUE 'Y'.
      *    Fichier et code retour de l'écriture contrôlée
       01  WS-ERROR-FILE PIC X(08) VALUE SPACES.
       01  WS-ERROR-STATUS PIC X(02) VALUE SPACES.

      *    PARM : "B" sauvegarde ; "R,AAAAMMJJ,S" reprise jusqu'à la
      *    date d'exécution AAAAMMJJ (défaut : date du jour) depuis
      *    la source S, A = archive des verdicts (défaut), D = deltas
      *    du mode partition
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-PARM-MODE PIC X(08) VALUE SPACES.
       01  WS-PARM-TARGET PIC X(08) VALUE SPACES.
       01  WS-PARM-SOURCE PIC X(08) VALUE SPACES.
       01  WS-RUN-MODE PIC X(01) VALUE SPACE.
           88  WS-BACKUP-MODE VALUE 'B'.
           88  WS-RECOVERY-MODE VALUE 'R'.
       01  WS-ROLL-SOURCE PIC X(01) VALUE 'A'.
           88  WS-FROM-ARCHIVE VALUE 'A'.
           88  WS-FROM-DELTAS VALUE 'D'.

      *    Dates de la reprise : du jour de la sauvegarde (inclus,
      *    les entrées de ce jour déjà sauvegardées se réappliquent
      *    à l'identique) jusqu'à la date choisie ; un jugement
      *    daté du lendemain de cette date est encore accepté, pour
      *    une exécution qui a passé minuit
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME PIC X(06) VALUE SPACES.
       01  WS-FROM-DATE PIC X(08) VALUE SPACES.
       01  WS-TARGET-DATE PIC X(08) VALUE SPACES.
       01  WS-AUDIT-LIMIT-DATE PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM PIC 9(08) VALUE 0.
       01  WS-DATE-INT PIC 9(07) VALUE 0.

      *    Sauvegarde relue en reprise
       01  WS-BACKUP-DATE PIC X(08) VALUE SPACES.
       01  WS-BACKUP-TIME PIC X(06) VALUE SPACES.
       01  WS-BACKUP-TRAILER-COUNT PIC 9(09) VALUE 0.
       01  WS-HEADER-SWITCH PIC X(01) VALUE 'N'.
           88  WS-HEADER-WAS-FOUND VALUE 'Y'.
       01  WS-TRAILER-SWITCH PIC X(01) VALUE 'N'.
           88  WS-TRAILER-WAS-FOUND VALUE 'Y'.

      *    État du maître avant la reprise
       01  WS-MASTER-STATE PIC X(01) VALUE 'P'.
           88  WS-MASTER-PRESENT VALUE 'P'.
           88  WS-MASTER-MISSING VALUE 'M'.
           88  WS-MASTER-UNREADABLE VALUE 'U'.
       01  WS-MASTER-BAD-STATUS PIC X(02) VALUE SPACES.

      *    Compteurs
       01  WS-BEFORE-COUNT PIC 9(09) VALUE 0.
       01  WS-BACKUP-COUNT PIC 9(09) VALUE 0.
       01  WS-RELOAD-COUNT PIC 9(09) VALUE 0.
       01  WS-AFTER-COUNT PIC 9(09) VALUE 0.
       01  WS-LAST-JUDGED-DATE PIC X(08) VALUE SPACES.
       01  WS-ARCHIVE-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-AUDIT-TAKEN-COUNT PIC 9(07) VALUE 0.
       01  WS-CORRECTION-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-DELTA-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-OUT-OF-RANGE-COUNT PIC 9(07) VALUE 0.
       01  WS-TOT-ADDED PIC 9(07) VALUE 0.
       01  WS-TOT-REPLACED PIC 9(07) VALUE 0.
       01  WS-TOT-CORRECTED PIC 9(07) VALUE 0.
       01  WS-TOT-IGNORED PIC 9(07) VALUE 0.
       01  WS-TOT-NOT-APPLIED PIC 9(07) VALUE 0.
       01  WS-DATE-ROLLED PIC 9(07) VALUE 0.
      *    Purges et réintégrations de la période réappliquées
       01  WS-PURGE-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-PURGE-REAPPLIED PIC 9(07) VALUE 0.
       01  WS-REINSTATE-REAPPLIED PIC 9(07) VALUE 0.

      *    Table des dates d'exécution reprises, tenue dans l'ordre
      *    des dates : clés ajoutées, remplacées, corrigées, entrées
      *    sans effet sur le maître (rejets, re-soumissions
      *    inchangées) et entrées non appliquées
       01  WS-DATE-MAX PIC 9(05) COMP VALUE 400.
       01  WS-DATE-COUNT PIC 9(05) COMP VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 400.
               10  WS-DTE-RUN-DATE PIC X(08).
               10  WS-DTE-ADDED PIC 9(07).
               10  WS-DTE-REPLACED PIC 9(07).
               10  WS-DTE-CORRECTED PIC 9(07).
               10  WS-DTE-IGNORED PIC 9(07).
               10  WS-DTE-NOT-APPLIED PIC 9(07).
       01  WS-DATE-INDEX PIC 9(05) COMP VALUE 0.
       01  WS-SHIFT-INDEX PIC 9(05) COMP VALUE 0.
       01  WS-SEARCH-DATE PIC X(08) VALUE SPACES.
      *    Indice de la date trouvée ou insérée par 8800-FIND-DATE
       01  WS-FOUND-INDEX PIC 9(05) COMP VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.

      *    Clé en cours de reprise (rupture de tri)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
       01  WS-GROUP-PHRASE-ID PIC X(10) VALUE SPACES.
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Dernier jugement de la piste d'audit vu pour la clé en
      *    cours, pas encore rapproché d'une entrée d'archive
       01  WS-JUDGMENT-SWITCH PIC X(01) VALUE 'N'.
           88  WS-JUDGMENT-IS-HELD VALUE 'Y'.
       01  WS-JDG-DATE PIC X(08) VALUE SPACES.
       01  WS-JDG-TEXT PIC X(100) VALUE SPACES.
       01  WS-JDG-RESULT PIC X(03) VALUE SPACES.

      *    Entrée d'archive jugée en attente de son texte : jugement
      *    tracé après minuit, donc trié après elle
       01  WS-PENDING-SWITCH PIC X(01) VALUE 'N'.
           88  WS-ENTRY-IS-PENDING VALUE 'Y'.
       01  WS-PENDING-RECORD PIC X(223) VALUE SPACES.

      *    Entrée d'archive en cours d'application (même disposition
      *    que l'enregistrement trié)
       01  WS-APPLY-ENTRY.
           05  APL-SOURCE-SYSTEM PIC X(08).
           05  APL-PHRASE-ID PIC X(10).
           05  APL-RUN-DATE PIC X(08).
           05  APL-EVENT-RANK PIC X(01).
           05  APL-EVENT-TIME PIC X(06).
           05  APL-VERDICT PIC X(01).
           05  APL-ORIGIN PIC X(01).
           05  APL-DUP-LETTER PIC X(01).
           05  APL-DUP-POSITION PIC 9(03).
           05  APL-ALPHABET-OCCURS PIC 9(03) OCCURS 26.
           05  APL-TEXT PIC X(100).
           05  APL-RESULT PIC X(03).
           05  APL-ISOGRAM-ORDER PIC X(03).
      *    Verdict YES/NO correspondant au verdict codifié archivé
       01  WS-APPLY-RESULT PIC X(03) VALUE SPACES.
       01  WS-NOT-APPLIED-REASON PIC X(40) VALUE SPACES.

      *    Ligne d'entrée non appliquée
       01  WS-EXCEPTION-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-EXC-DATE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-EXC-SOURCE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-EXC-PHRASE-ID PIC X(10).
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-EXC-VERDICT PIC X(01).
           05  FILLER PIC X(05) VALUE SPACES.
           05  WS-EXC-ORIGIN PIC X(01).
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-EXC-REASON PIC X(40).
           05  FILLER PIC X(45) VALUE SPACES.

      *    Ligne d'une date d'exécution reprise
       01  WS-DATE-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DLN-DATE PIC X(08).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-ROLLED PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-ADDED PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-REPLACED PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-CORRECTED PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-IGNORED PIC Z(06)9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-DLN-NOT-APPLIED PIC Z(06)9.
           05  FILLER PIC X(62) VALUE SPACES.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOMSTBK,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-BACKUP-MODE
               PERFORM 2000-TAKE-BACKUP
           ELSE
               PERFORM 3000-CHECK-BACKUP
               PERFORM 3500-COUNT-CURRENT-MASTER
               PERFORM 4000-RELOAD-MASTER
               IF WS-FROM-ARCHIVE
                   SORT SORTFILE
                       ON ASCENDING KEY SORT-SOURCE-SYSTEM
                           SORT-PHRASE-ID
                           SORT-EVENT-DATE
                           SORT-EVENT-RANK
                           SORT-EVENT-TIME
                       INPUT PROCEDURE IS 5000-COLLECT-ENTRIES
                       OUTPUT PROCEDURE IS 6000-APPLY-ENTRIES
               ELSE
                   PERFORM 7000-APPLY-DELTAS
               END-IF
               PERFORM 7500-REAPPLY-PURGES
               PERFORM 8000-WRITE-RECOVERY-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-PARM-MODE WS-PARM-TARGET WS-PARM-SOURCE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PARM-MODE(1:1))
                   TO WS-RUN-MODE
               IF WS-PARM-SOURCE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-PARM-SOURCE(1:1))
                       TO WS-ROLL-SOURCE
               END-IF
           END-IF
           IF WS-PARM-TARGET = SPACES
               MOVE WS-RUN-DATE TO WS-TARGET-DATE
           ELSE
               MOVE WS-PARM-TARGET TO WS-TARGET-DATE
           END-IF
           IF (NOT WS-BACKUP-MODE AND NOT WS-RECOVERY-MODE)
               OR (NOT WS-FROM-ARCHIVE AND NOT WS-FROM-DELTAS)
               OR WS-TARGET-DATE NOT NUMERIC
               DISPLAY "ISOMSTBK: INVALID PARM '" WS-PARM
                   "', EXPECTED B (BACKUP) OR R,AAAAMMJJ,A|D "
                   "(RECOVER FROM ARCHIVE OR DELTAS)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Un jugement tracé le lendemain de la date choisie peut
      *    encore appartenir à l'exécution de cette date
           MOVE WS-TARGET-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-AUDIT-LIMIT-DATE

           OPEN OUTPUT MBKRPT
           IF WS-MBKRPT-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING MBKRPT: "
                   WS-MBKRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MBKRPT-REC
           IF WS-BACKUP-MODE
               STRING "ISOMSTBK - PHRASE MASTER BACKUP - "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           ELSE
               STRING "ISOMSTBK - PHRASE MASTER RECOVERY - "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           END-IF
           PERFORM 8900-WRITE-MBKRPT-REC.

      *    Recopie le maître dans l'ordre des clés, entre un en-tête
      *    daté et une fin qui porte le nombre d'enregistrements
       2000-TAKE-BACKUP.
           OPEN INPUT PHRASMST
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING PHRASMST: "
                   WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MSTBKUP
           IF WS-MSTBKUP-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING MSTBKUP: "
                   WS-MSTBKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO MASTER-BACKUP-CONTROL
           SET MBK-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO MBK-BACKUP-DATE
           MOVE WS-RUN-TIME TO MBK-BACKUP-TIME
           MOVE 0 TO MBK-RECORD-COUNT
           PERFORM 2900-WRITE-MSTBKUP-REC

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ PHRASMST NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-BACKUP-COUNT
                       IF MAST-JUDGED-DATE > WS-LAST-JUDGED-DATE
                           MOVE MAST-JUDGED-DATE
                               TO WS-LAST-JUDGED-DATE
                       END-IF
                       MOVE PHRASE-MASTER-RECORD TO MSTBKUP-REC
                       PERFORM 2900-WRITE-MSTBKUP-REC
               END-READ
      *    Une sauvegarde incomplète ne doit pas passer pour bonne
               IF WS-PHRASMST-STATUS NOT = "00"
                   AND WS-PHRASMST-STATUS NOT = "10"
                   DISPLAY "ISOMSTBK: READ FAILURE ON PHRASMST AFTER "
                       WS-BACKUP-COUNT " RECORD(S), FILE STATUS "
                       WS-PHRASMST-STATUS ", BACKUP NOT USABLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           MOVE SPACES TO MASTER-BACKUP-CONTROL
           SET MBK-IS-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO MBK-BACKUP-DATE
           MOVE WS-RUN-TIME TO MBK-BACKUP-TIME
           MOVE WS-LAST-JUDGED-DATE TO MBK-LAST-JUDGED-DATE
           MOVE WS-BACKUP-COUNT TO MBK-RECORD-COUNT
           PERFORM 2900-WRITE-MSTBKUP-REC
           CLOSE PHRASMST
           CLOSE MSTBKUP

           MOVE SPACES TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "RECORDS BACKED UP . . . . . . . . : "
               DELIMITED BY SIZE
               WS-BACKUP-COUNT DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "LATEST JUDGED DATE IN BACKUP  . . : "
               DELIMITED BY SIZE
               WS-LAST-JUDGED-DATE DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "ROLL-FORWARD STARTS FROM RUN DATE : "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC.

       2900-WRITE-MSTBKUP-REC.
           WRITE MSTBKUP-REC
           MOVE "MSTBKUP" TO WS-ERROR-FILE
           MOVE WS-MSTBKUP-STATUS TO WS-ERROR-STATUS
           PERFORM 9700-CHECK-WRITE.

      *    Contrôle complet de la sauvegarde avant de toucher au
      *    maître : en-tête en tête, fin en queue, nombre annoncé
      *    égal au nombre relu
       3000-CHECK-BACKUP.
           OPEN INPUT MSTBKUP
           IF WS-MSTBKUP-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING MSTBKUP: "
                   WS-MSTBKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ MSTBKUP
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-CHECK-ONE-BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE MSTBKUP
           IF NOT WS-HEADER-WAS-FOUND
               DISPLAY "ISOMSTBK: MSTBKUP IS NOT A PHRASMST BACKUP "
                   "(NO HEADER), MASTER NOT TOUCHED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TRAILER-WAS-FOUND
               DISPLAY "ISOMSTBK: MSTBKUP HAS NO TRAILER, BACKUP "
                   "INCOMPLETE, MASTER NOT TOUCHED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BACKUP-TRAILER-COUNT NOT = WS-BACKUP-COUNT
               DISPLAY "ISOMSTBK: MSTBKUP TRAILER ANNOUNCES "
                   WS-BACKUP-TRAILER-COUNT " RECORD(S), "
                   WS-BACKUP-COUNT " FOUND, MASTER NOT TOUCHED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BACKUP-DATE TO WS-FROM-DATE
           IF WS-TARGET-DATE < WS-FROM-DATE
               DISPLAY "ISOMSTBK: TARGET RUN DATE " WS-TARGET-DATE
                   " IS BEFORE THE BACKUP DATE " WS-BACKUP-DATE
                   ", MASTER NOT TOUCHED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-CHECK-ONE-BACKUP-RECORD.
           EVALUATE TRUE
               WHEN MBK-IS-HEADER
                   IF WS-HEADER-WAS-FOUND OR WS-BACKUP-COUNT > 0
                       DISPLAY "ISOMSTBK: MSTBKUP HEADER OUT OF "
                           "PLACE, MASTER NOT TOUCHED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-HEADER-SWITCH
                   MOVE MBK-BACKUP-DATE TO WS-BACKUP-DATE
                   MOVE MBK-BACKUP-TIME TO WS-BACKUP-TIME
               WHEN MBK-IS-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   MOVE MBK-RECORD-COUNT TO WS-BACKUP-TRAILER-COUNT
                   MOVE MBK-LAST-JUDGED-DATE TO WS-LAST-JUDGED-DATE
               WHEN OTHER
                   IF NOT WS-HEADER-WAS-FOUND OR WS-TRAILER-WAS-FOUND
                       DISPLAY "ISOMSTBK: MSTBKUP DATA RECORD OUTSIDE "
                           "HEADER AND TRAILER, MASTER NOT TOUCHED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BACKUP-COUNT
           END-EVALUATE.

      *    Compte ce qui reste du maître à reprendre ; un maître
      *    absent ou illisible n'arrête pas la reprise, c'est
      *    justement le cas qu'elle doit traiter
       3500-COUNT-CURRENT-MASTER.
           OPEN INPUT PHRASMST
           EVALUATE WS-PHRASMST-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-END-OF-FILE
                       READ PHRASMST NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-BEFORE-COUNT
                       END-READ
                       IF WS-PHRASMST-STATUS NOT = "00"
                           AND WS-PHRASMST-STATUS NOT = "10"
                           MOVE 'U' TO WS-MASTER-STATE
                           MOVE WS-PHRASMST-STATUS
                               TO WS-MASTER-BAD-STATUS
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE PHRASMST
               WHEN "35"
                   MOVE 'M' TO WS-MASTER-STATE
               WHEN OTHER
                   MOVE 'U' TO WS-MASTER-STATE
                   MOVE WS-PHRASMST-STATUS TO WS-MASTER-BAD-STATUS
           END-EVALUATE

           MOVE SPACES TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   STRING "RECORDS IN PHRASMST BEFORE  . . . : "
                       DELIMITED BY SIZE
                       "NONE (FILE NOT FOUND)" DELIMITED BY SIZE
                       INTO MBKRPT-REC
                   END-STRING
               WHEN WS-MASTER-UNREADABLE
                   STRING "RECORDS IN PHRASMST BEFORE  . . . : "
                       DELIMITED BY SIZE
                       WS-BEFORE-COUNT DELIMITED BY SIZE
                       " READABLE, THEN FILE STATUS "
                       DELIMITED BY SIZE
                       WS-MASTER-BAD-STATUS DELIMITED BY SIZE
                       INTO MBKRPT-REC
                   END-STRING
               WHEN OTHER
                   STRING "RECORDS IN PHRASMST BEFORE  . . . : "
                       DELIMITED BY SIZE
                       WS-BEFORE-COUNT DELIMITED BY SIZE
                       INTO MBKRPT-REC
                   END-STRING
           END-EVALUATE
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "BACKUP TAKEN  . . . . . . . . . . : "
               DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BACKUP-TIME DELIMITED BY SIZE
               "   LATEST JUDGED DATE " DELIMITED BY SIZE
               WS-LAST-JUDGED-DATE DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "RECORDS IN BACKUP . . . . . . . . : "
               DELIMITED BY SIZE
               WS-BACKUP-COUNT DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           IF WS-FROM-ARCHIVE
               STRING "ROLL-FORWARD  . . . . . . . . . . : RUN DATES "
                   DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TARGET-DATE DELIMITED BY SIZE
                   " FROM RSLTARCH, AUDITLOG, CORRARCH"
                   DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           ELSE
               STRING "ROLL-FORWARD  . . . . . . . . . . : RUN DATES "
                   DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TARGET-DATE DELIMITED BY SIZE
                   " FROM MSTDELTA" DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           END-IF
           PERFORM 8900-WRITE-MBKRPT-REC.

      *    Recrée le maître vide puis le recharge depuis la
      *    sauvegarde, déjà contrôlée
       4000-RELOAD-MASTER.
           OPEN OUTPUT PHRASMST
           CLOSE PHRASMST
           OPEN I-O PHRASMST
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING PHRASMST: "
                   WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MSTBKUP
           IF WS-MSTBKUP-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING MSTBKUP: "
                   WS-MSTBKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ MSTBKUP
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT MBK-IS-HEADER AND NOT MBK-IS-TRAILER
                           MOVE MSTBKUP-REC TO PHRASE-MASTER-RECORD
                           WRITE PHRASE-MASTER-RECORD
                           MOVE "PHRASMST" TO WS-ERROR-FILE
                           MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
                           PERFORM 9700-CHECK-WRITE
                           ADD 1 TO WS-RELOAD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSTBKUP
           MOVE WS-RELOAD-COUNT TO WS-AFTER-COUNT
           MOVE SPACES TO MBKRPT-REC
           STRING "RECORDS RELOADED FROM BACKUP  . . : "
               DELIMITED BY SIZE
               WS-RELOAD-COUNT DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC

      *    Les entrées non appliquées sont listées au fil de la
      *    reprise, sous cet en-tête
           MOVE SPACES TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE "ENTRIES NOT APPLIED" TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "  RUN DATE  SOURCE    PHRASE ID   VERDICT ORIGIN "
               DELIMITED BY SIZE
               "REASON" DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC.

      *    Alimente le tri : entrées d'archive de la plage de dates,
      *    lues à partir de la date de la sauvegarde, jugements de
      *    la piste d'audit qui portent une clé de phrase, puis
      *    corrections de la plage
       5000-COLLECT-ENTRIES.
           OPEN INPUT RSLTARCH
           IF WS-RSLTARCH-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING RSLTARCH: "
                   WS-RSLTARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-FROM-DATE TO ARCH-RUN-DATE
           START RSLTARCH KEY >= ARCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ RSLTARCH NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ARCH-RUN-DATE > WS-TARGET-DATE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 5100-RELEASE-ARCHIVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSLTARCH

      *    Sans piste d'audit, aucun jugement ne peut être repris :
      *    la reprise continue pour les corrections et le signale
           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-STATUS = "00" OR WS-AUDITLOG-STATUS = "05"
               MOVE 'Y' TO WS-AUDITLOG-PRESENT
           ELSE
               IF WS-AUDITLOG-STATUS NOT = "35"
                   DISPLAY "ISOMSTBK: ERROR OPENING AUDITLOG: "
                       WS-AUDITLOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ISOMSTBK: AUDITLOG NOT FOUND, JUDGED "
                   "ENTRIES CANNOT BE APPLIED"
           END-IF
           IF WS-AUDITLOG-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDITLOG
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF AUDIT-PHRASE-ID NOT = SPACES
                               AND AUDIT-TIMESTAMP(1:8)
                                   NOT < WS-FROM-DATE
                               AND AUDIT-TIMESTAMP(1:8)
                                   NOT > WS-AUDIT-LIMIT-DATE
                               PERFORM 5200-RELEASE-JUDGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF

      *    Aucune archive des corrections : rien n'a été corrigé
           OPEN INPUT CORRARCH
           IF WS-CORRARCH-STATUS = "00" OR WS-CORRARCH-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CORRARCH
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CARC-CORRECTION-DATE
                                   NOT < WS-FROM-DATE
                               AND CARC-CORRECTION-DATE
                                   NOT > WS-TARGET-DATE
                               PERFORM 5300-RELEASE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRARCH
           ELSE
               IF WS-CORRARCH-STATUS NOT = "35"
                   DISPLAY "ISOMSTBK: ERROR OPENING CORRARCH: "
                       WS-CORRARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       5100-RELEASE-ARCHIVE-ENTRY.
           ADD 1 TO WS-ARCHIVE-READ-COUNT
           MOVE SPACES TO SORT-RECORD
           MOVE ARCH-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           MOVE ARCH-PHRASE-ID TO SORT-PHRASE-ID
           MOVE ARCH-RUN-DATE TO SORT-EVENT-DATE
           SET SORT-IS-ARCHIVE TO TRUE
           MOVE ARCH-VERDICT TO SORT-VERDICT
           MOVE ARCH-ORIGIN TO SORT-ORIGIN
           MOVE ARCH-DUP-LETTER TO SORT-DUP-LETTER
           MOVE ARCH-DUP-POSITION TO SORT-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE ARCH-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO SORT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           IF ARCH-ISOGRAM-ORDER IS NUMERIC
               MOVE ARCH-ISOGRAM-ORDER TO SORT-ISOGRAM-ORDER
           END-IF
           RELEASE SORT-RECORD.

       5200-RELEASE-JUDGMENT.
           ADD 1 TO WS-AUDIT-TAKEN-COUNT
           MOVE SPACES TO SORT-RECORD
           MOVE AUDIT-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           MOVE AUDIT-PHRASE-ID TO SORT-PHRASE-ID
           MOVE AUDIT-TIMESTAMP(1:8) TO SORT-EVENT-DATE
           SET SORT-IS-JUDGMENT TO TRUE
           MOVE AUDIT-TIMESTAMP(9:6) TO SORT-EVENT-TIME
           MOVE 0 TO SORT-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE 0 TO SORT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE AUDIT-PHRASE TO SORT-TEXT
           MOVE AUDIT-RESULT TO SORT-RESULT
           RELEASE SORT-RECORD.

      *    Correction d'ISORECRT : triée avec les jugements, à son
      *    heure, ISORECRT refusant une clé déjà archivée le jour de
      *    la correction ; l'entrée d'archive d'un lot plus tard le
      *    même jour passe donc bien après elle
       5300-RELEASE-CORRECTION.
           ADD 1 TO WS-CORRECTION-READ-COUNT
           MOVE SPACES TO SORT-RECORD
           MOVE CARC-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           MOVE CARC-PHRASE-ID TO SORT-PHRASE-ID
           MOVE CARC-CORRECTION-DATE TO SORT-EVENT-DATE
           SET SORT-IS-JUDGMENT TO TRUE
           MOVE CARC-CORRECTION-TIME TO SORT-EVENT-TIME
           MOVE CARC-VERDICT TO SORT-VERDICT
           MOVE 'C' TO SORT-ORIGIN
           MOVE CARC-DUP-LETTER TO SORT-DUP-LETTER
           MOVE CARC-DUP-POSITION TO SORT-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE CARC-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO SORT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           IF CARC-ISOGRAM-ORDER IS NUMERIC
               MOVE CARC-ISOGRAM-ORDER TO SORT-ISOGRAM-ORDER
           END-IF
           RELEASE SORT-RECORD.

      *    Dépouille le tri : les entrées d'une même clé arrivent
      *    consécutivement, dans l'ordre des dates, le jugement
      *    tracé d'un jour avant l'entrée d'archive du même jour
       6000-APPLY-ENTRIES.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 6100-APPLY-ONE-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-ENTRY-IS-PENDING
               PERFORM 6700-DROP-PENDING-ENTRY
           END-IF.

       6100-APPLY-ONE-ENTRY.
           IF SORT-SOURCE-SYSTEM NOT = WS-GROUP-SOURCE
               OR SORT-PHRASE-ID NOT = WS-GROUP-PHRASE-ID
               OR NOT WS-GROUP-WAS-STARTED
               IF WS-ENTRY-IS-PENDING
                   PERFORM 6700-DROP-PENDING-ENTRY
               END-IF
               MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
               MOVE SORT-PHRASE-ID TO WS-GROUP-PHRASE-ID
               MOVE 'Y' TO WS-GROUP-STARTED
               MOVE 'N' TO WS-JUDGMENT-SWITCH
           END-IF
           IF SORT-IS-JUDGMENT AND SORT-ORIGIN NOT = 'C'
               PERFORM 6200-HOLD-JUDGMENT
           ELSE
               PERFORM 6300-ROLL-ARCHIVE-ENTRY
           END-IF.

      *    Retient le texte jugé ; une entrée d'archive qui
      *    l'attendait (exécution passée minuit) est appliquée
      *    avec lui si les verdicts concordent
       6200-HOLD-JUDGMENT.
           MOVE 'Y' TO WS-JUDGMENT-SWITCH
           MOVE SORT-EVENT-DATE TO WS-JDG-DATE
           MOVE SORT-TEXT TO WS-JDG-TEXT
           MOVE SORT-RESULT TO WS-JDG-RESULT
           IF WS-ENTRY-IS-PENDING
               MOVE WS-PENDING-RECORD TO WS-APPLY-ENTRY
               PERFORM 6250-SET-APPLY-RESULT
               IF WS-APPLY-RESULT = WS-JDG-RESULT
                   MOVE 'N' TO WS-PENDING-SWITCH
                   MOVE 'N' TO WS-JUDGMENT-SWITCH
                   PERFORM 6400-APPLY-JUDGMENT
               END-IF
           END-IF.

       6250-SET-APPLY-RESULT.
           IF APL-VERDICT = 'I'
               MOVE "YES" TO WS-APPLY-RESULT
           ELSE
               MOVE "NO " TO WS-APPLY-RESULT
           END-IF.

      *    Une entrée d'archive : les rejets et les re-soumissions
      *    inchangées n'ont pas modifié le maître, les corrections
      *    n'en changent que le verdict, les jugements le
      *    remplacent entièrement avec le texte tracé le même jour
       6300-ROLL-ARCHIVE-ENTRY.
           MOVE SORT-RECORD TO WS-APPLY-ENTRY
           MOVE APL-RUN-DATE TO WS-SEARCH-DATE
           PERFORM 8800-FIND-DATE
           EVALUATE TRUE
               WHEN APL-VERDICT = 'R'
                   OR APL-ORIGIN = 'S'
                   ADD 1 TO WS-DTE-IGNORED (WS-FOUND-INDEX)
                   ADD 1 TO WS-TOT-IGNORED
               WHEN APL-VERDICT NOT = 'I' AND APL-VERDICT NOT = 'N'
                   MOVE "UNKNOWN VERDICT CODE IN ARCHIVE"
                       TO WS-NOT-APPLIED-REASON
                   PERFORM 6800-REPORT-NOT-APPLIED
               WHEN APL-ORIGIN = 'C'
                   PERFORM 6500-APPLY-CORRECTION
               WHEN OTHER
                   PERFORM 6250-SET-APPLY-RESULT
                   IF WS-JUDGMENT-IS-HELD
                       AND WS-JDG-DATE = APL-RUN-DATE
                       AND WS-JDG-RESULT = WS-APPLY-RESULT
                       MOVE 'N' TO WS-JUDGMENT-SWITCH
                       PERFORM 6400-APPLY-JUDGMENT
                   ELSE
                       IF WS-ENTRY-IS-PENDING
                           PERFORM 6700-DROP-PENDING-ENTRY
                       END-IF
                       MOVE WS-APPLY-ENTRY TO WS-PENDING-RECORD
                       MOVE 'Y' TO WS-PENDING-SWITCH
                   END-IF
           END-EVALUATE.

      *    Remplace (ou ajoute) la clé avec le texte jugé ; la date
      *    de jugement est celle de la trace d'audit, comme ISOGRMB
      *    la date au moment du jugement
       6400-APPLY-JUDGMENT.
           MOVE APL-RUN-DATE TO WS-SEARCH-DATE
           PERFORM 8800-FIND-DATE
           MOVE APL-SOURCE-SYSTEM TO MAST-SOURCE-SYSTEM
           MOVE APL-PHRASE-ID TO MAST-PHRASE-ID
           READ PHRASMST
               INVALID KEY
                   MOVE 'N' TO WS-KEY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEY-FOUND-SWITCH
           END-READ
           MOVE SPACES TO PHRASE-MASTER-RECORD
           MOVE APL-SOURCE-SYSTEM TO MAST-SOURCE-SYSTEM
           MOVE APL-PHRASE-ID TO MAST-PHRASE-ID
           MOVE WS-JDG-TEXT TO MAST-PHRASE-TEXT
           MOVE WS-APPLY-RESULT TO MAST-RESULT
           PERFORM 6600-MOVE-ARCHIVED-ANALYSIS
           MOVE WS-JDG-DATE TO MAST-JUDGED-DATE
           IF WS-KEY-WAS-FOUND
               REWRITE PHRASE-MASTER-RECORD
               ADD 1 TO WS-DTE-REPLACED (WS-FOUND-INDEX)
               ADD 1 TO WS-TOT-REPLACED
           ELSE
               WRITE PHRASE-MASTER-RECORD
               ADD 1 TO WS-DTE-ADDED (WS-FOUND-INDEX)
               ADD 1 TO WS-TOT-ADDED
               ADD 1 TO WS-AFTER-COUNT
           END-IF
           MOVE "PHRASMST" TO WS-ERROR-FILE
           MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
           PERFORM 9700-CHECK-WRITE.

      *    Correction d'ISORECRT : même texte, nouveau verdict daté
      *    de l'exécution de la correction
       6500-APPLY-CORRECTION.
           MOVE APL-SOURCE-SYSTEM TO MAST-SOURCE-SYSTEM
           MOVE APL-PHRASE-ID TO MAST-PHRASE-ID
           READ PHRASMST
               INVALID KEY
                   MOVE "CORRECTED KEY NOT IN MASTER"
                       TO WS-NOT-APPLIED-REASON
                   PERFORM 6800-REPORT-NOT-APPLIED
               NOT INVALID KEY
                   PERFORM 6250-SET-APPLY-RESULT
                   MOVE WS-APPLY-RESULT TO MAST-RESULT
                   PERFORM 6600-MOVE-ARCHIVED-ANALYSIS
                   MOVE APL-RUN-DATE TO MAST-JUDGED-DATE
                   REWRITE PHRASE-MASTER-RECORD
                   MOVE "PHRASMST" TO WS-ERROR-FILE
                   MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9700-CHECK-WRITE
                   ADD 1 TO WS-DTE-CORRECTED (WS-FOUND-INDEX)
                   ADD 1 TO WS-TOT-CORRECTED
           END-READ.

      *    Une entrée archivée avant l'ordre d'isogramme laisse
      *    celui de la clé tel quel (à blancs pour un ajout)
       6600-MOVE-ARCHIVED-ANALYSIS.
           MOVE APL-DUP-LETTER TO MAST-DUP-LETTER
           MOVE APL-DUP-POSITION TO MAST-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE APL-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           IF APL-ISOGRAM-ORDER IS NUMERIC
               MOVE APL-ISOGRAM-ORDER TO MAST-ISOGRAM-ORDER
           END-IF.

      *    Entrée jugée restée sans texte : la clé n'est pas
      *    modifiée plutôt que d'y ranger un verdict sans le texte
      *    qui l'a produit
       6700-DROP-PENDING-ENTRY.
           MOVE WS-PENDING-RECORD TO WS-APPLY-ENTRY
           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE APL-RUN-DATE TO WS-SEARCH-DATE
           PERFORM 8800-FIND-DATE
           MOVE "NO MATCHING JUDGMENT IN AUDITLOG"
               TO WS-NOT-APPLIED-REASON
           PERFORM 6800-REPORT-NOT-APPLIED.

       6800-REPORT-NOT-APPLIED.
           ADD 1 TO WS-DTE-NOT-APPLIED (WS-FOUND-INDEX)
           ADD 1 TO WS-TOT-NOT-APPLIED
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE APL-RUN-DATE TO WS-EXC-DATE
           MOVE APL-SOURCE-SYSTEM TO WS-EXC-SOURCE
           MOVE APL-PHRASE-ID TO WS-EXC-PHRASE-ID
           MOVE APL-VERDICT TO WS-EXC-VERDICT
           MOVE APL-ORIGIN TO WS-EXC-ORIGIN
           MOVE WS-NOT-APPLIED-REASON TO WS-EXC-REASON
           MOVE WS-EXCEPTION-LINE TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC.

      *    Reprise depuis les deltas du mode partition : images
      *    complètes du maître, appliquées telles quelles quand
      *    leur date de jugement tombe dans la plage demandée
       7000-APPLY-DELTAS.
           OPEN INPUT MSTDELTA
           IF WS-MSTDELTA-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: ERROR OPENING MSTDELTA: "
                   WS-MSTDELTA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ MSTDELTA
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-DELTA-READ-COUNT
                       MOVE MSTDELTA-REC TO PHRASE-MASTER-RECORD
                       IF MAST-JUDGED-DATE < WS-FROM-DATE
                           OR MAST-JUDGED-DATE > WS-AUDIT-LIMIT-DATE
                           ADD 1 TO WS-OUT-OF-RANGE-COUNT
                       ELSE
                           PERFORM 7100-APPLY-ONE-DELTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSTDELTA.

       7100-APPLY-ONE-DELTA.
           MOVE MAST-JUDGED-DATE TO WS-SEARCH-DATE
           PERFORM 8800-FIND-DATE
           WRITE PHRASE-MASTER-RECORD
               INVALID KEY
                   REWRITE PHRASE-MASTER-RECORD
                   ADD 1 TO WS-DTE-REPLACED (WS-FOUND-INDEX)
                   ADD 1 TO WS-TOT-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-DTE-ADDED (WS-FOUND-INDEX)
                   ADD 1 TO WS-TOT-ADDED
                   ADD 1 TO WS-AFTER-COUNT
           END-WRITE
           MOVE "PHRASMST" TO WS-ERROR-FILE
           MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
           PERFORM 9700-CHECK-WRITE.

      *    Réapplique, dans l'ordre de l'archive, les purges et
      *    réintégrations datées de la sauvegarde à la date choisie :
      *    une clé purgée n'est retirée que si aucun jugement
      *    postérieur à la purge ne l'a remise au maître ; une
      *    archive absente signifie qu'aucune purge n'a été faite
       7500-REAPPLY-PURGES.
           OPEN INPUT PURGMST
           IF WS-PURGMST-STATUS = "00" OR WS-PURGMST-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PURGMST
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-PURGE-READ-COUNT
                           IF PURG-EVENT-DATE >= WS-FROM-DATE
                               AND PURG-EVENT-DATE <= WS-TARGET-DATE
                               PERFORM 7600-REAPPLY-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGMST
           ELSE
               IF WS-PURGMST-STATUS NOT = "35"
                   DISPLAY "ISOMSTBK: ERROR OPENING PURGMST: "
                       WS-PURGMST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       7600-REAPPLY-ONE-EVENT.
           IF PURG-IS-REINSTATE
               MOVE PURG-MASTER-IMAGE TO PHRASE-MASTER-RECORD
               WRITE PHRASE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REINSTATE-REAPPLIED
                       ADD 1 TO WS-AFTER-COUNT
               END-WRITE
               IF WS-PHRASMST-STATUS NOT = "22"
                   MOVE "PHRASMST" TO WS-ERROR-FILE
                   MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9700-CHECK-WRITE
               END-IF
           ELSE
               MOVE PURG-KEY TO MAST-KEY
               READ PHRASMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAST-JUDGED-DATE <= PURG-EVENT-DATE
                           DELETE PHRASMST RECORD
                           MOVE "PHRASMST" TO WS-ERROR-FILE
                           MOVE WS-PHRASMST-STATUS TO WS-ERROR-STATUS
                           PERFORM 9700-CHECK-WRITE
                           ADD 1 TO WS-PURGE-REAPPLIED
                           SUBTRACT 1 FROM WS-AFTER-COUNT
                       END-IF
               END-READ
           END-IF.

      *    Détail par date d'exécution puis comptes après reprise
       8000-WRITE-RECOVERY-TOTALS.
           IF WS-TOT-NOT-APPLIED = 0
               MOVE "  NONE" TO MBKRPT-REC
               PERFORM 8900-WRITE-MBKRPT-REC
           END-IF
           MOVE SPACES TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE "KEYS ROLLED FORWARD BY RUN DATE" TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "  RUN DATE     ROLLED     ADDED  REPLACED "
               DELIMITED BY SIZE
               "CORRECTED   IGNORED  NOT APPL" DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1 UNTIL
               WS-DATE-INDEX > WS-DATE-COUNT
               MOVE SPACES TO WS-DATE-LINE
               MOVE WS-DTE-RUN-DATE (WS-DATE-INDEX) TO WS-DLN-DATE
               COMPUTE WS-DATE-ROLLED =
                   WS-DTE-ADDED (WS-DATE-INDEX)
                   + WS-DTE-REPLACED (WS-DATE-INDEX)
                   + WS-DTE-CORRECTED (WS-DATE-INDEX)
               MOVE WS-DATE-ROLLED TO WS-DLN-ROLLED
               MOVE WS-DTE-ADDED (WS-DATE-INDEX) TO WS-DLN-ADDED
               MOVE WS-DTE-REPLACED (WS-DATE-INDEX)
                   TO WS-DLN-REPLACED
               MOVE WS-DTE-CORRECTED (WS-DATE-INDEX)
                   TO WS-DLN-CORRECTED
               MOVE WS-DTE-IGNORED (WS-DATE-INDEX) TO WS-DLN-IGNORED
               MOVE WS-DTE-NOT-APPLIED (WS-DATE-INDEX)
                   TO WS-DLN-NOT-APPLIED
               MOVE WS-DATE-LINE TO MBKRPT-REC
               PERFORM 8900-WRITE-MBKRPT-REC
           END-PERFORM
           IF WS-DATE-COUNT = 0
               MOVE "  NO RUN DATE TO ROLL FORWARD" TO MBKRPT-REC
               PERFORM 8900-WRITE-MBKRPT-REC
           END-IF
           MOVE SPACES TO WS-DATE-LINE
           MOVE "TOTAL" TO WS-DLN-DATE
           COMPUTE WS-DATE-ROLLED =
               WS-TOT-ADDED + WS-TOT-REPLACED + WS-TOT-CORRECTED
           MOVE WS-DATE-ROLLED TO WS-DLN-ROLLED
           MOVE WS-TOT-ADDED TO WS-DLN-ADDED
           MOVE WS-TOT-REPLACED TO WS-DLN-REPLACED
           MOVE WS-TOT-CORRECTED TO WS-DLN-CORRECTED
           MOVE WS-TOT-IGNORED TO WS-DLN-IGNORED
           MOVE WS-TOT-NOT-APPLIED TO WS-DLN-NOT-APPLIED
           MOVE WS-DATE-LINE TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC

           MOVE SPACES TO MBKRPT-REC
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           IF WS-FROM-ARCHIVE
               STRING "ARCHIVE ENTRIES READ  . . . . . . : "
                   DELIMITED BY SIZE
                   WS-ARCHIVE-READ-COUNT DELIMITED BY SIZE
                   "   AUDIT JUDGMENTS READ " DELIMITED BY SIZE
                   WS-AUDIT-TAKEN-COUNT DELIMITED BY SIZE
                   "   CORRECTIONS READ " DELIMITED BY SIZE
                   WS-CORRECTION-READ-COUNT DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           ELSE
               STRING "DELTA RECORDS READ  . . . . . . . : "
                   DELIMITED BY SIZE
                   WS-DELTA-READ-COUNT DELIMITED BY SIZE
                   "   OUTSIDE DATE RANGE " DELIMITED BY SIZE
                   WS-OUT-OF-RANGE-COUNT DELIMITED BY SIZE
                   INTO MBKRPT-REC
               END-STRING
           END-IF
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "DORMANT-KEY PURGES RE-APPLIED . . : "
               DELIMITED BY SIZE
               WS-PURGE-REAPPLIED DELIMITED BY SIZE
               "   REINSTATEMENTS " DELIMITED BY SIZE
               WS-REINSTATE-REAPPLIED DELIMITED BY SIZE
               "   PURGMST ENTRIES READ " DELIMITED BY SIZE
               WS-PURGE-READ-COUNT DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC
           MOVE SPACES TO MBKRPT-REC
           STRING "RECORDS IN PHRASMST AFTER . . . . : "
               DELIMITED BY SIZE
               WS-AFTER-COUNT DELIMITED BY SIZE
               INTO MBKRPT-REC
           END-STRING
           PERFORM 8900-WRITE-MBKRPT-REC.

      *    Recherche la date d'exécution dans la table ; une date
      *    nouvelle y est insérée à sa place, la table restant
      *    dans l'ordre des dates pour le compte rendu
       8800-FIND-DATE.
           MOVE 0 TO WS-FOUND-INDEX
           MOVE 1 TO WS-DATE-INDEX
           PERFORM UNTIL WS-DATE-INDEX > WS-DATE-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-DTE-RUN-DATE (WS-DATE-INDEX) NOT < WS-SEARCH-DATE
                   MOVE WS-DATE-INDEX TO WS-FOUND-INDEX
               ELSE
                   ADD 1 TO WS-DATE-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               MOVE WS-DATE-INDEX TO WS-FOUND-INDEX
           END-IF
           IF WS-FOUND-INDEX > WS-DATE-COUNT
               OR WS-DTE-RUN-DATE (WS-FOUND-INDEX) NOT = WS-SEARCH-DATE
               PERFORM 8850-INSERT-DATE
           END-IF.

       8850-INSERT-DATE.
           IF WS-DATE-COUNT >= WS-DATE-MAX
               DISPLAY "ISOMSTBK: RUN DATE TABLE FULL (" WS-DATE-MAX
                   " ENTRIES), RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SHIFT-INDEX FROM WS-DATE-COUNT BY -1
               UNTIL WS-SHIFT-INDEX < WS-FOUND-INDEX
               MOVE WS-DATE-ENTRY (WS-SHIFT-INDEX)
                   TO WS-DATE-ENTRY (WS-SHIFT-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-DATE-COUNT
           MOVE WS-SEARCH-DATE TO WS-DTE-RUN-DATE (WS-FOUND-INDEX)
           MOVE 0 TO WS-DTE-ADDED (WS-FOUND-INDEX)
           MOVE 0 TO WS-DTE-REPLACED (WS-FOUND-INDEX)
           MOVE 0 TO WS-DTE-CORRECTED (WS-FOUND-INDEX)
           MOVE 0 TO WS-DTE-IGNORED (WS-FOUND-INDEX)
           MOVE 0 TO WS-DTE-NOT-APPLIED (WS-FOUND-INDEX).

       8900-WRITE-MBKRPT-REC.
           WRITE MBKRPT-REC
           MOVE "MBKRPT" TO WS-ERROR-FILE
           MOVE WS-MBKRPT-STATUS TO WS-ERROR-STATUS
           PERFORM 9700-CHECK-WRITE.

      *    Contrôle du code retour d'une écriture : toute anomalie
      *    est fatale, une sauvegarde ou une reprise ne doit pas
      *    perdre d'enregistrement en silence
       9700-CHECK-WRITE.
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "ISOMSTBK: WRITE FAILURE ON " WS-ERROR-FILE
                   ", FILE STATUS " WS-ERROR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           IF WS-BACKUP-MODE
               DISPLAY "ISOMSTBK: " WS-BACKUP-COUNT
                   " RECORD(S) BACKED UP ON " WS-RUN-DATE
           ELSE
               CLOSE PHRASMST
               DISPLAY "ISOMSTBK: " WS-BACKUP-COUNT
                   " RECORD(S) RELOADED FROM BACKUP OF "
                   WS-BACKUP-DATE ", ROLLED FORWARD TO "
                   WS-TARGET-DATE ", " WS-AFTER-COUNT
                   " RECORD(S) IN PHRASMST"
               IF WS-TOT-NOT-APPLIED > 0
                   DISPLAY "ISOMSTBK: " WS-TOT-NOT-APPLIED
                       " ENTRY(IES) NOT APPLIED, SEE MBKRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MBKRPT.
