      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Vieillissement des clés du fichier maître des   *
      *               phrases : repère les clés sans jugement ni      *
      *               apparition dans l'archive des verdicts depuis   *
      *               la période de rétention de leur source, les     *
      *               inscrit sur la liste des clés dormantes         *
      *               soumise aux propriétaires, applique leurs       *
      *               décisions, purge vers l'archive des purges les  *
      *               clés confirmées ou au délai de grâce échu, et   *
      *               réintègre une clé purgée soumise de nouveau     *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOAGING.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître des phrases : parcouru en séquence pour le
      *    vieillissement, mis à jour par clé en purge et en
      *    réintégration
           SELECT PHRASMST ASSIGN TO "PHRASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-PHRASMST-STATUS.

      *    Archive permanente des verdicts : sa clé commence par la
      *    date d'exécution, seules les dates postérieures à la plus
      *    ancienne date limite de rétention sont relues
           SELECT RSLTARCH ASSIGN TO "RSLTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Référentiel des systèmes sources (libellé et contact des
      *    sections du rapport)
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Cartes de rétention (RETCDRC)
           SELECT RETNCARD ASSIGN TO "RETNCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETNCARD-STATUS.

      *    Cartes de décision des propriétaires (DRMCDRC)
           SELECT DRMCARD ASSIGN TO "DRMCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRMCARD-STATUS.

      *    Liste des clés dormantes, mise à jour par clé
           SELECT DORMFIL ASSIGN TO "DORMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DORM-KEY
               FILE STATUS IS WS-DORMFIL-STATUS.

      *    Archive séquentielle des purges (PRGMSTRC), complétée en
      *    fin de fichier à chaque purge ou réintégration
           SELECT PURGARCH ASSIGN TO "PURGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGARCH-STATUS.

      *    Phrases soumises pour la nuit, relues en réintégration
           SELECT INPHRASE ASSIGN TO "INPHRASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPHRASE-STATUS.

      *    Rapport des clés dormantes, purgées et réintégrées
           SELECT DRMRPT ASSIGN TO "DRMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRMRPT-STATUS.

      *    Historique des comptages, relu par ISOMORN
           SELECT AGESTAT ASSIGN TO "AGESTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGESTAT-STATUS.

      *    Fichier de travail du tri par clé du fichier maître
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  RETNCARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY RETCDRC.

       FD  DRMCARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY DRMCDRC.

       FD  DORMFIL
           RECORD CONTAINS 120 CHARACTERS.
       COPY DRMLSTRC.

       FD  PURGARCH
           RECORD CONTAINS 280 CHARACTERS.
       COPY PRGMSTRC.

       FD  INPHRASE
           RECORD CONTAINS 146 CHARACTERS.
       COPY PHRASEREC.

       FD  DRMRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DRMRPT-REC PIC X(132).

       FD  AGESTAT
           RECORD CONTAINS 80 CHARACTERS.
       COPY AGESTSRC.

       SD  SORTFILE
           RECORD CONTAINS 316 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-KEY.
               10  SORT-SOURCE-SYSTEM PIC X(08).
               10  SORT-PHRASE-ID PIC X(10).
      *    Nature de l'entrée : A = apparition dans l'archive des
      *    verdicts, E = événement de l'archive des purges,
      *    S = phrase soumise de nouveau ; E trie avant S
           05  SORT-ENTRY-TYPE PIC X(01).
      *    Rang de lecture, qui garde l'ordre chronologique des
      *    événements de l'archive des purges
           05  SORT-SEQUENCE PIC 9(09).
      *    Date d'exécution de l'apparition dans l'archive
           05  SORT-ARCH-DATE PIC X(08).
      *    Entrée de l'archive des purges, telle que lue
           05  SORT-PURGE-ENTRY PIC X(280).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-PHRASMST-STATUS PIC X(02) VALUE SPACES.
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-RETNCARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-DRMCARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-DORMFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-PURGARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-INPHRASE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DRMRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-AGESTAT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.
      *    Parcours de la liste des clés dormantes d'une source,
      *    imbriqué dans la lecture des cartes de décision
       01  WS-DORM-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-DORM-END-OF-FILE VALUE 'Y'.
      *    Les cartes de décision et l'archive des purges peuvent
      *    être absentes (aucune décision reçue, aucune purge faite)
       01  WS-DRMCARD-PRESENT PIC X(01) VALUE 'N'.
           88  WS-DRMCARD-IS-PRESENT VALUE 'Y'.
       01  WS-PURGARCH-PRESENT PIC X(01) VALUE 'N'.
           88  WS-PURGARCH-IS-PRESENT VALUE 'Y'.

      *    Mode d'exécution (PARM JCL) : L = liste seule (défaut),
      *    P = liste et purge, R = réintégration des clés purgées
      *    soumises de nouveau
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-RUN-MODE PIC X(01) VALUE 'L'.
           88  WS-LIST-MODE VALUE 'L'.
           88  WS-PURGE-MODE VALUE 'P'.
           88  WS-REINSTATE-MODE VALUE 'R'.

      *    Date du jour (AAAAMMJJ) et sa valeur en jours
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-INT PIC 9(08) COMP VALUE 0.
       01  WS-DATE-INT PIC 9(08) COMP VALUE 0.
       01  WS-DATE-NUM PIC 9(08) VALUE 0.
      *    Plus ancienne date limite de rétention, toutes sources
      *    confondues : l'archive des verdicts est relue à partir
      *    d'elle
       01  WS-EARLIEST-CUTOFF PIC X(08) VALUE SPACES.

      *    Cartes de rétention retenues : une par source, la
      *    dernière lue l'emporte
       01  WS-RETN-MAX PIC 9(03) COMP VALUE 200.
       01  WS-RETN-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-RETN-TABLE.
           05  WS-RETN-ENTRY OCCURS 200.
               10  WS-RETN-SOURCE PIC X(08).
               10  WS-RETN-DAYS PIC 9(05).
               10  WS-RETN-GRACE PIC 9(03).
       01  WS-RETN-INDEX PIC 9(03) COMP VALUE 0.
      *    Indice de la carte trouvée par 6000-FIND-RETENTION (zéro
      *    si aucune)
       01  WS-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-SEARCH-SOURCE PIC X(08) VALUE SPACES.
       01  WS-RETN-IGNORED PIC 9(05) VALUE 0.
       01  WS-MAX-RETN-DAYS PIC 9(05) VALUE 0.

      *    Cartes de décision : issue de la carte en cours, reportée
      *    au rapport, et nombre de clés touchées par une carte de
      *    source entière
       01  WS-CARD-OUTCOME PIC X(50) VALUE SPACES.
       01  WS-CARD-KEYS PIC 9(07) VALUE 0.
       01  WS-CARD-READ PIC 9(05) VALUE 0.
       01  WS-CARD-APPLIED PIC 9(05) VALUE 0.
       01  WS-CARD-REFUSED PIC 9(05) VALUE 0.

      *    Clé courante du tri (HIGH-VALUES en fin de tri)
       01  WS-SORT-KEY PIC X(18) VALUE SPACES.
       01  WS-RELEASE-SEQUENCE PIC 9(09) VALUE 0.

      *    Système source de la section en cours (rupture de clé)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.
      *    Règle de rétention de la section : à 'N' si la source n'a
      *    ni carte ni carte *DEFAULT, ses clés ne sont pas vieillies
       01  WS-GRP-AGED PIC X(01) VALUE 'N'.
           88  WS-GRP-IS-AGED VALUE 'Y'.
       01  WS-GRP-RETN-DAYS PIC 9(05) VALUE 0.
       01  WS-GRP-GRACE-DAYS PIC 9(03) VALUE 0.
      *    Date limite : une clé sans activité depuis cette date
      *    (exclue) est dormante
       01  WS-GRP-CUTOFF PIC X(08) VALUE SPACES.
      *    Échéance du délai de grâce d'une clé inscrite ce jour
       01  WS-GRP-DUE-DATE PIC X(08) VALUE SPACES.

      *    Compteurs de la section en cours
       01  WS-GRP-ACTIVE PIC 9(09) VALUE 0.
       01  WS-GRP-DORMANT PIC 9(07) VALUE 0.
       01  WS-GRP-LISTED PIC 9(07) VALUE 0.
       01  WS-GRP-CONFIRMED PIC 9(07) VALUE 0.
       01  WS-GRP-KEPT PIC 9(07) VALUE 0.
       01  WS-GRP-PURGED PIC 9(07) VALUE 0.
       01  WS-GRP-REACTIVATED PIC 9(07) VALUE 0.

      *    Totaux de l'exécution
       01  WS-TOT-MASTER PIC 9(09) VALUE 0.
       01  WS-TOT-ACTIVE PIC 9(09) VALUE 0.
       01  WS-TOT-DORMANT PIC 9(07) VALUE 0.
       01  WS-TOT-LISTED PIC 9(07) VALUE 0.
       01  WS-TOT-CONFIRMED PIC 9(07) VALUE 0.
       01  WS-TOT-KEPT PIC 9(07) VALUE 0.
       01  WS-TOT-PURGED PIC 9(07) VALUE 0.
       01  WS-TOT-REACTIVATED PIC 9(07) VALUE 0.
       01  WS-TOT-NOT-AGED PIC 9(07) VALUE 0.
       01  WS-ARCHIVE-READ PIC 9(09) VALUE 0.
      *    Clés purgées non réintégrées, d'après l'archive des
      *    purges avant l'exécution
       01  WS-PURGED-BEFORE PIC S9(09) VALUE 0.
       01  WS-PURGED-TOTAL PIC 9(09) VALUE 0.

      *    Clé en cours de vieillissement
       01  WS-LAST-ARCHIVE-DATE PIC X(08) VALUE SPACES.
       01  WS-LAST-ACTIVITY PIC X(08) VALUE SPACES.
       01  WS-DORM-FOUND PIC X(01) VALUE 'N'.
           88  WS-DORM-WAS-FOUND VALUE 'Y'.
      *    La clé n'est active que par la décision de conservation
       01  WS-KEPT-ACTIVE PIC X(01) VALUE 'N'.
           88  WS-IS-KEPT-ACTIVE VALUE 'Y'.
       01  WS-PURGE-DUE PIC X(01) VALUE 'N'.
           88  WS-IS-PURGE-DUE VALUE 'Y'.

      *    Réintégration : dernier événement de l'archive des purges
      *    pour la clé en cours, et présence d'une soumission
       01  WS-GROUP-KEY PIC X(18) VALUE SPACES.
       01  WS-LAST-EVENT PIC X(01) VALUE SPACE.
       01  WS-LAST-PURGE-ENTRY PIC X(280) VALUE SPACES.
       01  WS-RESUBMITTED PIC X(01) VALUE 'N'.
           88  WS-WAS-RESUBMITTED VALUE 'Y'.
       01  WS-PHRASES-READ PIC 9(09) VALUE 0.
       01  WS-TOT-REINSTATED PIC 9(07) VALUE 0.
       01  WS-TOT-ALREADY-PRESENT PIC 9(07) VALUE 0.

      *    Ligne de détail d'une clé dormante, purgée ou conservée
       01  WS-DETAIL-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-PHRASE-ID PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-STATE PIC X(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-LAST-ACTIVITY PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-LISTED PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-DUE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-REQUESTER PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-REASON PIC X(40).

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOAGING,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-REINSTATE-MODE
               SORT SORTFILE
                   ON ASCENDING KEY SORT-SOURCE-SYSTEM
                       SORT-PHRASE-ID
                       SORT-ENTRY-TYPE
                       SORT-SEQUENCE
                   INPUT PROCEDURE IS 7000-COLLECT-RESUBMISSIONS
                   OUTPUT PROCEDURE IS 8000-REINSTATE-KEYS
           ELSE
               PERFORM 1500-LOAD-RETENTION-CARDS
               PERFORM 1700-COUNT-PURGED-KEYS
               PERFORM 3000-APPLY-DECISION-CARDS
               SORT SORTFILE
                   ON ASCENDING KEY SORT-SOURCE-SYSTEM
                       SORT-PHRASE-ID
                       SORT-ENTRY-TYPE
                       SORT-SEQUENCE
                   INPUT PROCEDURE IS 2000-COLLECT-ACTIVITY
                   OUTPUT PROCEDURE IS 4000-AGE-MASTER
               PERFORM 5000-WRITE-GRAND-TOTALS
           END-IF
           PERFORM 8900-WRITE-AGING-STATS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               MOVE FUNCTION UPPER-CASE(WS-PARM(1:1)) TO WS-RUN-MODE
           END-IF
           IF NOT WS-LIST-MODE AND NOT WS-PURGE-MODE
               AND NOT WS-REINSTATE-MODE
               DISPLAY "ISOAGING: INVALID PARM '" WS-PARM
                   "', EXPECTED L (LIST), P (PURGE) OR R (REINSTATE)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Le maître n'est modifié qu'en purge et en réintégration
           IF WS-LIST-MODE
               OPEN INPUT PHRASMST
           ELSE
               OPEN I-O PHRASMST
           END-IF
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING PHRASMST: "
                   WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT WS-REINSTATE-MODE
               OPEN INPUT RSLTARCH
               IF WS-RSLTARCH-STATUS NOT = "00"
                   DISPLAY "ISOAGING: ERROR OPENING RSLTARCH: "
                       WS-RSLTARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN INPUT SRCREGF
               IF WS-SRCREGF-STATUS NOT = "00"
                   DISPLAY "ISOAGING: ERROR OPENING SRCREGF: "
                       WS-SRCREGF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

      *    La liste des clés dormantes est créée vide si elle
      *    n'existe pas encore
               OPEN I-O DORMFIL
               IF WS-DORMFIL-STATUS = "35" OR WS-DORMFIL-STATUS = "05"
                   OPEN OUTPUT DORMFIL
                   CLOSE DORMFIL
                   OPEN I-O DORMFIL
               END-IF
               IF WS-DORMFIL-STATUS NOT = "00"
                   DISPLAY "ISOAGING: ERROR OPENING DORMFIL: "
                       WS-DORMFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT DRMRPT
           IF WS-DRMRPT-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING DRMRPT: "
                   WS-DRMRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO DRMRPT-REC
           EVALUATE TRUE
               WHEN WS-LIST-MODE
                   STRING "ISOAGING - DORMANT KEYS OF THE PHRASE "
                       DELIMITED BY SIZE
                       "MASTER (LIST ONLY) - " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO DRMRPT-REC
                   END-STRING
               WHEN WS-PURGE-MODE
                   STRING "ISOAGING - DORMANT KEYS OF THE PHRASE "
                       DELIMITED BY SIZE
                       "MASTER (LIST AND PURGE) - " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO DRMRPT-REC
                   END-STRING
               WHEN OTHER
                   STRING "ISOAGING - REINSTATEMENT OF PURGED KEYS "
                       DELIMITED BY SIZE
                       "SUBMITTED AGAIN - " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO DRMRPT-REC
                   END-STRING
           END-EVALUATE
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           WRITE DRMRPT-REC.

      *    Charge les cartes de rétention ; une carte invalide est
      *    signalée et ignorée, la source retombe alors sur *DEFAULT
       1500-LOAD-RETENTION-CARDS.
           OPEN INPUT RETNCARD
           IF WS-RETNCARD-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING RETNCARD: "
                   WS-RETNCARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RETNCARD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1550-TABLE-ONE-RETENTION
               END-READ
           END-PERFORM
           CLOSE RETNCARD

      *    L'archive des verdicts n'est utile qu'à partir de la date
      *    limite de la plus longue rétention ; sans aucune carte,
      *    rien n'est vieilli et l'archive n'est pas relue
           IF WS-RETN-COUNT = 0
               MOVE HIGH-VALUES TO WS-EARLIEST-CUTOFF
               DISPLAY "ISOAGING: NO VALID RETENTION CARD, "
                   "NO KEY WILL BE AGED"
           ELSE
               COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - WS-MAX-RETN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-EARLIEST-CUTOFF
           END-IF.

       1550-TABLE-ONE-RETENTION.
           IF RETN-SOURCE-SYSTEM = SPACES
               OR RETN-RETENTION-DAYS NOT NUMERIC
               OR RETN-RETENTION-DAYS = 0
               OR RETN-GRACE-DAYS NOT NUMERIC
               DISPLAY "ISOAGING: INVALID RETENTION CARD FOR "
                   RETN-SOURCE-SYSTEM ", CARD IGNORED"
               ADD 1 TO WS-RETN-IGNORED
           ELSE
               MOVE RETN-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
               PERFORM 6000-FIND-RETENTION
               IF WS-FOUND-INDEX = 0
                   IF WS-RETN-COUNT >= WS-RETN-MAX
                       DISPLAY "ISOAGING: RETENTION TABLE FULL ("
                           WS-RETN-MAX " ENTRIES), RUN STOPPED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RETN-COUNT
                   MOVE WS-RETN-COUNT TO WS-FOUND-INDEX
               END-IF
               MOVE RETN-SOURCE-SYSTEM
                   TO WS-RETN-SOURCE (WS-FOUND-INDEX)
               MOVE RETN-RETENTION-DAYS
                   TO WS-RETN-DAYS (WS-FOUND-INDEX)
               MOVE RETN-GRACE-DAYS
                   TO WS-RETN-GRACE (WS-FOUND-INDEX)
               IF RETN-RETENTION-DAYS > WS-MAX-RETN-DAYS
                   MOVE RETN-RETENTION-DAYS TO WS-MAX-RETN-DAYS
               END-IF
           END-IF.

      *    Compte les clés purgées et non réintégrées d'après
      *    l'archive des purges, pour le total du tableau de bord
       1700-COUNT-PURGED-KEYS.
           OPEN INPUT PURGARCH
           IF WS-PURGARCH-STATUS = "00" OR WS-PURGARCH-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PURGARCH
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF PURG-IS-PURGE
                               ADD 1 TO WS-PURGED-BEFORE
                           END-IF
                           IF PURG-IS-REINSTATE
                               SUBTRACT 1 FROM WS-PURGED-BEFORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGARCH
           ELSE
               IF WS-PURGARCH-STATUS NOT = "35"
                   DISPLAY "ISOAGING: ERROR OPENING PURGARCH: "
                       WS-PURGARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PURGED-BEFORE < 0
               MOVE 0 TO WS-PURGED-BEFORE
           END-IF

      *    En purge, l'archive est complétée en fin de fichier, ou
      *    créée à la première purge
           IF WS-PURGE-MODE
               PERFORM 1800-OPEN-PURGARCH-EXTEND
           END-IF.

       1800-OPEN-PURGARCH-EXTEND.
           OPEN EXTEND PURGARCH
           IF WS-PURGARCH-STATUS = "35" OR WS-PURGARCH-STATUS = "05"
               OPEN OUTPUT PURGARCH
           END-IF
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING PURGARCH: "
                   WS-PURGARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PURGARCH-PRESENT.

      *    Alimente le tri : une entrée par apparition d'une clé
      *    dans l'archive des verdicts depuis la plus ancienne date
      *    limite ; les apparitions plus anciennes ne peuvent rendre
      *    active aucune clé
       2000-COLLECT-ACTIVITY.
           MOVE WS-EARLIEST-CUTOFF TO ARCH-RUN-DATE
           MOVE LOW-VALUES TO ARCH-SOURCE-SYSTEM
           MOVE LOW-VALUES TO ARCH-PHRASE-ID
           MOVE 'N' TO WS-EOF-SWITCH
           START RSLTARCH KEY >= ARCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ RSLTARCH NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
                       ADD 1 TO WS-RELEASE-SEQUENCE
                       MOVE SPACES TO SORT-RECORD
                       MOVE ARCH-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
                       MOVE ARCH-PHRASE-ID TO SORT-PHRASE-ID
                       MOVE 'A' TO SORT-ENTRY-TYPE
                       MOVE WS-RELEASE-SEQUENCE TO SORT-SEQUENCE
                       MOVE ARCH-RUN-DATE TO SORT-ARCH-DATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

      *    Applique les cartes de décision à la liste des clés
      *    dormantes avant le vieillissement ; une carte invalide
      *    est écartée avec son motif, sans arrêter le traitement
       3000-APPLY-DECISION-CARDS.
           OPEN INPUT DRMCARD
           IF WS-DRMCARD-STATUS = "00" OR WS-DRMCARD-STATUS = "05"
               MOVE 'Y' TO WS-DRMCARD-PRESENT
           ELSE
               IF WS-DRMCARD-STATUS NOT = "35"
                   DISPLAY "ISOAGING: ERROR OPENING DRMCARD: "
                       WS-DRMCARD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-DRMCARD-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ DRMCARD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CARD-READ
                           PERFORM 3100-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE DRMCARD
           END-IF
           IF WS-CARD-READ > 0
               MOVE SPACES TO DRMRPT-REC
               WRITE DRMRPT-REC
           END-IF.

       3100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-OUTCOME
           EVALUATE TRUE
               WHEN DCRD-SOURCE-SYSTEM = SPACES
                   MOVE "REFUSED - NO SOURCE SYSTEM"
                       TO WS-CARD-OUTCOME
               WHEN DCRD-REQUESTER = SPACES OR DCRD-REASON = SPACES
                   MOVE "REFUSED - REQUESTER AND REASON REQUIRED"
                       TO WS-CARD-OUTCOME
               WHEN NOT DCRD-IS-CONFIRM AND NOT DCRD-IS-KEEP
                   MOVE "REFUSED - ACTION MUST BE C OR K"
                       TO WS-CARD-OUTCOME
               WHEN DCRD-PHRASE-ID = SPACES
                   PERFORM 3300-DECIDE-WHOLE-SOURCE
               WHEN OTHER
                   PERFORM 3200-DECIDE-ONE-KEY
           END-EVALUATE
           IF WS-CARD-OUTCOME(1:7) = "REFUSED"
               ADD 1 TO WS-CARD-REFUSED
           ELSE
               ADD 1 TO WS-CARD-APPLIED
           END-IF
           MOVE SPACES TO DRMRPT-REC
           STRING "CARD " DELIMITED BY SIZE
               WS-CARD-READ DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DCRD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DCRD-SOURCE-SYSTEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DCRD-PHRASE-ID DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               DCRD-REQUESTER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CARD-OUTCOME DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC.

      *    Décision sur une clé inscrite, quel que soit son état :
      *    le propriétaire peut revenir sur une décision antérieure
       3200-DECIDE-ONE-KEY.
           MOVE DCRD-SOURCE-SYSTEM TO DORM-SOURCE-SYSTEM
           MOVE DCRD-PHRASE-ID TO DORM-PHRASE-ID
           READ DORMFIL
               INVALID KEY
                   MOVE "REFUSED - KEY NOT ON THE DORMANT LIST"
                       TO WS-CARD-OUTCOME
               NOT INVALID KEY
                   PERFORM 3400-RECORD-DECISION
                   IF DCRD-IS-CONFIRM
                       MOVE "PURGE CONFIRMED" TO WS-CARD-OUTCOME
                   ELSE
                       MOVE "KEY KEPT" TO WS-CARD-OUTCOME
                   END-IF
           END-READ.

      *    Décision sur toutes les clés de la source encore en
      *    attente de décision (état D)
       3300-DECIDE-WHOLE-SOURCE.
           MOVE 0 TO WS-CARD-KEYS
           MOVE DCRD-SOURCE-SYSTEM TO DORM-SOURCE-SYSTEM
           MOVE LOW-VALUES TO DORM-PHRASE-ID
           MOVE 'N' TO WS-DORM-EOF-SWITCH
           START DORMFIL KEY >= DORM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DORM-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-DORM-END-OF-FILE
               READ DORMFIL NEXT
                   AT END
                       MOVE 'Y' TO WS-DORM-EOF-SWITCH
                   NOT AT END
                       IF DORM-SOURCE-SYSTEM NOT = DCRD-SOURCE-SYSTEM
                           MOVE 'Y' TO WS-DORM-EOF-SWITCH
                       ELSE
                           IF DORM-IS-LISTED
                               PERFORM 3400-RECORD-DECISION
                               ADD 1 TO WS-CARD-KEYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARD-KEYS = 0
               MOVE "REFUSED - NO KEY AWAITING DECISION FOR SOURCE"
                   TO WS-CARD-OUTCOME
           ELSE
               IF DCRD-IS-CONFIRM
                   STRING WS-CARD-KEYS DELIMITED BY SIZE
                       " KEY(S) CONFIRMED FOR PURGE" DELIMITED BY SIZE
                       INTO WS-CARD-OUTCOME
                   END-STRING
               ELSE
                   STRING WS-CARD-KEYS DELIMITED BY SIZE
                       " KEY(S) KEPT" DELIMITED BY SIZE
                       INTO WS-CARD-OUTCOME
                   END-STRING
               END-IF
           END-IF.

       3400-RECORD-DECISION.
           IF DCRD-IS-CONFIRM
               MOVE 'C' TO DORM-STATUS
           ELSE
               MOVE 'K' TO DORM-STATUS
           END-IF
           MOVE WS-RUN-DATE TO DORM-DECISION-DATE
           MOVE DCRD-REQUESTER TO DORM-REQUESTER
           MOVE DCRD-REASON TO DORM-REASON
           REWRITE DORMANT-LIST-RECORD
           IF WS-DORMFIL-STATUS NOT = "00"
               DISPLAY "ISOAGING: WRITE FAILURE ON DORMFIL, "
                   "FILE STATUS " WS-DORMFIL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Dépouille le tri en parallèle de la lecture du maître
      *    dans l'ordre des clés : les apparitions d'une clé absente
      *    du maître (déjà purgée) sont sautées
       4000-AGE-MASTER.
           PERFORM 4900-RETURN-SORT
           MOVE LOW-VALUES TO MAST-KEY
           MOVE 'N' TO WS-EOF-SWITCH
           START PHRASMST KEY >= MAST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 4800-READ-NEXT-MASTER
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-TOT-MASTER
               IF MAST-SOURCE-SYSTEM NOT = WS-GROUP-SOURCE
                   OR NOT WS-GROUP-WAS-STARTED
                   IF WS-GROUP-WAS-STARTED
                       PERFORM 4300-CLOSE-SOURCE
                   END-IF
                   PERFORM 4200-OPEN-SOURCE
               END-IF
               PERFORM 4100-AGE-ONE-KEY
               PERFORM 4800-READ-NEXT-MASTER
           END-PERFORM
           IF WS-GROUP-WAS-STARTED
               PERFORM 4300-CLOSE-SOURCE
           END-IF.

      *    Dernière activité de la clé : le plus récent de son
      *    dernier jugement, de sa dernière apparition dans l'archive
      *    des verdicts et d'une décision de conservation
       4100-AGE-ONE-KEY.
           MOVE SPACES TO WS-LAST-ARCHIVE-DATE
           PERFORM UNTIL WS-SORT-KEY >= MAST-KEY
               PERFORM 4900-RETURN-SORT
           END-PERFORM
           PERFORM UNTIL WS-SORT-KEY NOT = MAST-KEY
               IF SORT-ARCH-DATE > WS-LAST-ARCHIVE-DATE
                   MOVE SORT-ARCH-DATE TO WS-LAST-ARCHIVE-DATE
               END-IF
               PERFORM 4900-RETURN-SORT
           END-PERFORM

           IF NOT WS-GRP-IS-AGED
               ADD 1 TO WS-GRP-ACTIVE
               ADD 1 TO WS-TOT-NOT-AGED
           ELSE
               MOVE MAST-JUDGED-DATE TO WS-LAST-ACTIVITY
               IF WS-LAST-ARCHIVE-DATE > WS-LAST-ACTIVITY
                   MOVE WS-LAST-ARCHIVE-DATE TO WS-LAST-ACTIVITY
               END-IF
               MOVE 'N' TO WS-KEPT-ACTIVE
               MOVE MAST-KEY TO DORM-KEY
               READ DORMFIL
                   INVALID KEY
                       MOVE 'N' TO WS-DORM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DORM-FOUND
               END-READ
               IF WS-DORM-WAS-FOUND AND DORM-IS-KEPT
                   AND DORM-DECISION-DATE > WS-LAST-ACTIVITY
                   MOVE DORM-DECISION-DATE TO WS-LAST-ACTIVITY
                   MOVE 'Y' TO WS-KEPT-ACTIVE
               END-IF
               IF WS-LAST-ACTIVITY >= WS-GRP-CUTOFF
                   PERFORM 4400-KEY-IS-ACTIVE
               ELSE
                   PERFORM 4500-KEY-IS-DORMANT
               END-IF
           END-IF.

      *    Ouvre la section d'une source : règle de rétention (carte
      *    de la source, à défaut *DEFAULT) et en-tête du rapport
       4200-OPEN-SOURCE.
           MOVE MAST-SOURCE-SYSTEM TO WS-GROUP-SOURCE
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE 0 TO WS-GRP-ACTIVE
           MOVE 0 TO WS-GRP-DORMANT
           MOVE 0 TO WS-GRP-LISTED
           MOVE 0 TO WS-GRP-CONFIRMED
           MOVE 0 TO WS-GRP-KEPT
           MOVE 0 TO WS-GRP-PURGED
           MOVE 0 TO WS-GRP-REACTIVATED

           MOVE WS-GROUP-SOURCE TO WS-SEARCH-SOURCE
           PERFORM 6000-FIND-RETENTION
           IF WS-FOUND-INDEX = 0
               MOVE "*DEFAULT" TO WS-SEARCH-SOURCE
               PERFORM 6000-FIND-RETENTION
           END-IF
           IF WS-FOUND-INDEX = 0
               MOVE 'N' TO WS-GRP-AGED
               MOVE 0 TO WS-GRP-RETN-DAYS
               MOVE 0 TO WS-GRP-GRACE-DAYS
               MOVE SPACES TO WS-GRP-CUTOFF
               MOVE SPACES TO WS-GRP-DUE-DATE
           ELSE
               MOVE 'Y' TO WS-GRP-AGED
               MOVE WS-RETN-DAYS (WS-FOUND-INDEX) TO WS-GRP-RETN-DAYS
               MOVE WS-RETN-GRACE (WS-FOUND-INDEX)
                   TO WS-GRP-GRACE-DAYS
               COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - WS-GRP-RETN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-GRP-CUTOFF
               COMPUTE WS-DATE-INT =
                   WS-RUN-DATE-INT + WS-GRP-GRACE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-GRP-DUE-DATE
           END-IF

           MOVE WS-GROUP-SOURCE TO SREG-SYSTEM-CODE
           READ SRCREGF
               INVALID KEY
                   MOVE "*** NOT IN SOURCE REGISTRY ***"
                       TO SREG-DESCRIPTION
                   MOVE SPACES TO SREG-CONTACT
           END-READ

           MOVE SPACES TO DRMRPT-REC
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
               WS-GROUP-SOURCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SREG-DESCRIPTION DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           IF WS-GRP-IS-AGED
               STRING "  CONTACT: " DELIMITED BY SIZE
                   SREG-CONTACT DELIMITED BY SIZE
                   "  RETENTION: " DELIMITED BY SIZE
                   WS-GRP-RETN-DAYS DELIMITED BY SIZE
                   " DAYS  GRACE: " DELIMITED BY SIZE
                   WS-GRP-GRACE-DAYS DELIMITED BY SIZE
                   " DAYS  NO ACTIVITY SINCE " DELIMITED BY SIZE
                   WS-GRP-CUTOFF DELIMITED BY SIZE
                   INTO DRMRPT-REC
               END-STRING
               WRITE DRMRPT-REC
               MOVE SPACES TO DRMRPT-REC
               STRING "  PHRASE ID   STATE         LAST ACT  LISTED"
                   DELIMITED BY SIZE
                   "    DUE DATE  REQUESTR  REASON" DELIMITED BY SIZE
                   INTO DRMRPT-REC
               END-STRING
           ELSE
               STRING "  CONTACT: " DELIMITED BY SIZE
                   SREG-CONTACT DELIMITED BY SIZE
                   "  *** NO RETENTION CARD AND NO *DEFAULT CARD - "
                   DELIMITED BY SIZE
                   "KEYS NOT AGED ***" DELIMITED BY SIZE
                   INTO DRMRPT-REC
               END-STRING
           END-IF
           WRITE DRMRPT-REC.

       4300-CLOSE-SOURCE.
           MOVE SPACES TO DRMRPT-REC
           STRING "  KEYS ACTIVE: " DELIMITED BY SIZE
               WS-GRP-ACTIVE DELIMITED BY SIZE
               "  DORMANT: " DELIMITED BY SIZE
               WS-GRP-DORMANT DELIMITED BY SIZE
               " (NEW " DELIMITED BY SIZE
               WS-GRP-LISTED DELIMITED BY SIZE
               ", CONFIRMED " DELIMITED BY SIZE
               WS-GRP-CONFIRMED DELIMITED BY SIZE
               ")  KEPT: " DELIMITED BY SIZE
               WS-GRP-KEPT DELIMITED BY SIZE
               "  PURGED: " DELIMITED BY SIZE
               WS-GRP-PURGED DELIMITED BY SIZE
               "  ACTIVE AGAIN: " DELIMITED BY SIZE
               WS-GRP-REACTIVATED DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           ADD WS-GRP-ACTIVE TO WS-TOT-ACTIVE
           ADD WS-GRP-DORMANT TO WS-TOT-DORMANT
           ADD WS-GRP-LISTED TO WS-TOT-LISTED
           ADD WS-GRP-CONFIRMED TO WS-TOT-CONFIRMED
           ADD WS-GRP-KEPT TO WS-TOT-KEPT
           ADD WS-GRP-PURGED TO WS-TOT-PURGED
           ADD WS-GRP-REACTIVATED TO WS-TOT-REACTIVATED.

      *    Clé active : conservée par décision, elle reste listée
      *    jusqu'à l'échéance de la conservation ; active d'elle-même
      *    (soumise de nouveau), elle quitte la liste
       4400-KEY-IS-ACTIVE.
           ADD 1 TO WS-GRP-ACTIVE
           IF WS-DORM-WAS-FOUND
               IF WS-IS-KEPT-ACTIVE
                   ADD 1 TO WS-GRP-KEPT
                   MOVE "KEPT" TO WS-DET-STATE
                   PERFORM 4700-WRITE-DETAIL
               ELSE
                   DELETE DORMFIL RECORD
                   IF WS-DORMFIL-STATUS NOT = "00"
                       DISPLAY "ISOAGING: DELETE FAILURE ON DORMFIL, "
                           "FILE STATUS " WS-DORMFIL-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GRP-REACTIVATED
                   MOVE "ACTIVE AGAIN" TO WS-DET-STATE
                   PERFORM 4700-WRITE-DETAIL
               END-IF
           END-IF.

      *    Clé dormante : inscrite si elle ne l'est pas encore (ou si
      *    sa conservation est échue), purgée quand la purge est
      *    confirmée ou le délai de grâce échu
       4500-KEY-IS-DORMANT.
           IF NOT WS-DORM-WAS-FOUND OR DORM-IS-KEPT
               MOVE SPACES TO DORMANT-LIST-RECORD
               MOVE MAST-KEY TO DORM-KEY
               MOVE 'D' TO DORM-STATUS
               MOVE WS-LAST-ACTIVITY TO DORM-LAST-ACTIVITY
               MOVE WS-RUN-DATE TO DORM-LISTED-DATE
               MOVE WS-GRP-DUE-DATE TO DORM-PURGE-DUE-DATE
               IF WS-DORM-WAS-FOUND
                   REWRITE DORMANT-LIST-RECORD
               ELSE
                   WRITE DORMANT-LIST-RECORD
               END-IF
               IF WS-DORMFIL-STATUS NOT = "00"
                   DISPLAY "ISOAGING: WRITE FAILURE ON DORMFIL, "
                       "FILE STATUS " WS-DORMFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRP-LISTED
           END-IF
           IF DORM-IS-CONFIRMED OR DORM-PURGE-DUE-DATE <= WS-RUN-DATE
               MOVE 'Y' TO WS-PURGE-DUE
           ELSE
               MOVE 'N' TO WS-PURGE-DUE
           END-IF
           IF WS-IS-PURGE-DUE AND WS-PURGE-MODE
               PERFORM 4600-PURGE-KEY
           ELSE
               ADD 1 TO WS-GRP-DORMANT
               IF DORM-IS-CONFIRMED
                   ADD 1 TO WS-GRP-CONFIRMED
               END-IF
               EVALUATE TRUE
                   WHEN WS-IS-PURGE-DUE
                       MOVE "PURGE DUE" TO WS-DET-STATE
                   WHEN DORM-IS-CONFIRMED
                       MOVE "CONFIRMED" TO WS-DET-STATE
                   WHEN OTHER
                       MOVE "DORMANT" TO WS-DET-STATE
               END-EVALUATE
               PERFORM 4700-WRITE-DETAIL
           END-IF.

      *    Archive l'enregistrement complet puis le retire du maître
      *    et de la liste des clés dormantes
       4600-PURGE-KEY.
           MOVE SPACES TO PURGED-MASTER-RECORD
           MOVE MAST-KEY TO PURG-KEY
           MOVE 'P' TO PURG-EVENT
           MOVE WS-RUN-DATE TO PURG-EVENT-DATE
           IF DORM-IS-CONFIRMED
               MOVE 'C' TO PURG-BASIS
               MOVE DORM-REQUESTER TO PURG-REQUESTER
           ELSE
               MOVE 'G' TO PURG-BASIS
           END-IF
           MOVE WS-LAST-ACTIVITY TO PURG-LAST-ACTIVITY
           MOVE PHRASE-MASTER-RECORD TO PURG-MASTER-IMAGE
           WRITE PURGED-MASTER-RECORD
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "ISOAGING: WRITE FAILURE ON PURGARCH, "
                   "FILE STATUS " WS-PURGARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE PHRASMST RECORD
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISOAGING: DELETE FAILURE ON PHRASMST, "
                   "FILE STATUS " WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE DORMFIL RECORD
           IF WS-DORMFIL-STATUS NOT = "00"
               DISPLAY "ISOAGING: DELETE FAILURE ON DORMFIL, "
                   "FILE STATUS " WS-DORMFIL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-PURGED
           MOVE "PURGED" TO WS-DET-STATE
           PERFORM 4700-WRITE-DETAIL.

       4700-WRITE-DETAIL.
           MOVE MAST-PHRASE-ID TO WS-DET-PHRASE-ID
           MOVE WS-LAST-ACTIVITY TO WS-DET-LAST-ACTIVITY
           MOVE DORM-LISTED-DATE TO WS-DET-LISTED
           IF DORM-IS-KEPT
               MOVE DORM-DECISION-DATE TO WS-DET-DUE
           ELSE
               MOVE DORM-PURGE-DUE-DATE TO WS-DET-DUE
           END-IF
           MOVE DORM-REQUESTER TO WS-DET-REQUESTER
           MOVE DORM-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO DRMRPT-REC
           WRITE DRMRPT-REC.

       4800-READ-NEXT-MASTER.
           IF NOT WS-END-OF-FILE
               READ PHRASMST NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF.

       4900-RETURN-SORT.
           IF WS-SORT-END-OF-FILE
               MOVE HIGH-VALUES TO WS-SORT-KEY
           ELSE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-SORT-KEY
                   NOT AT END
                       MOVE SORT-KEY TO WS-SORT-KEY
               END-RETURN
           END-IF.

       5000-WRITE-GRAND-TOTALS.
           COMPUTE WS-PURGED-TOTAL = WS-PURGED-BEFORE + WS-TOT-PURGED
           MOVE SPACES TO DRMRPT-REC
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "RUN TOTALS - MASTER KEYS READ: " DELIMITED BY SIZE
               WS-TOT-MASTER DELIMITED BY SIZE
               "   ARCHIVE ENTRIES READ: " DELIMITED BY SIZE
               WS-ARCHIVE-READ DELIMITED BY SIZE
               "   ARCHIVE READ FROM: " DELIMITED BY SIZE
               WS-EARLIEST-CUTOFF DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "  KEYS ACTIVE        : " DELIMITED BY SIZE
               WS-TOT-ACTIVE DELIMITED BY SIZE
               "   OF WHICH NOT AGED (NO RETENTION RULE): "
               DELIMITED BY SIZE
               WS-TOT-NOT-AGED DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "  KEYS DORMANT       : " DELIMITED BY SIZE
               WS-TOT-DORMANT DELIMITED BY SIZE
               "   NEWLY LISTED: " DELIMITED BY SIZE
               WS-TOT-LISTED DELIMITED BY SIZE
               "   CONFIRMED: " DELIMITED BY SIZE
               WS-TOT-CONFIRMED DELIMITED BY SIZE
               "   KEPT: " DELIMITED BY SIZE
               WS-TOT-KEPT DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "  KEYS PURGED        : " DELIMITED BY SIZE
               WS-TOT-PURGED DELIMITED BY SIZE
               "   PURGED AND NOT REINSTATED, ALL RUNS: "
               DELIMITED BY SIZE
               WS-PURGED-TOTAL DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "  KEYS ACTIVE AGAIN  : " DELIMITED BY SIZE
               WS-TOT-REACTIVATED DELIMITED BY SIZE
               "   (RESUBMITTED, TAKEN OFF THE DORMANT LIST)"
               DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "  DECISION CARDS     : " DELIMITED BY SIZE
               WS-CARD-READ DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-CARD-APPLIED DELIMITED BY SIZE
               " APPLIED, " DELIMITED BY SIZE
               WS-CARD-REFUSED DELIMITED BY SIZE
               " REFUSED" DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           IF WS-RETN-IGNORED > 0
               MOVE SPACES TO DRMRPT-REC
               STRING "  RETENTION CARDS IGNORED (INVALID): "
                   DELIMITED BY SIZE
                   WS-RETN-IGNORED DELIMITED BY SIZE
                   INTO DRMRPT-REC
               END-STRING
               WRITE DRMRPT-REC
           END-IF
           IF WS-LIST-MODE
               MOVE SPACES TO DRMRPT-REC
               STRING "  LIST ONLY - KEYS SHOWN PURGE DUE STAY ON "
                   DELIMITED BY SIZE
                   "THE MASTER UNTIL A RUN WITH PARM P"
                   DELIMITED BY SIZE
                   INTO DRMRPT-REC
               END-STRING
               WRITE DRMRPT-REC
           END-IF.

      *    Recherche séquentielle d'une carte de rétention par source
       6000-FIND-RETENTION.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-RETN-INDEX FROM 1 BY 1 UNTIL
               WS-RETN-INDEX > WS-RETN-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-RETN-SOURCE (WS-RETN-INDEX) = WS-SEARCH-SOURCE
                   MOVE WS-RETN-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    Alimente le tri de la réintégration : les événements de
      *    l'archive des purges dans leur ordre d'écriture, puis les
      *    clés des phrases soumises (en-tête et fin exclus)
       7000-COLLECT-RESUBMISSIONS.
           OPEN INPUT PURGARCH
           IF WS-PURGARCH-STATUS = "00" OR WS-PURGARCH-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PURGARCH
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-RELEASE-SEQUENCE
                           MOVE SPACES TO SORT-RECORD
                           MOVE PURG-KEY TO SORT-KEY
                           MOVE 'E' TO SORT-ENTRY-TYPE
                           MOVE WS-RELEASE-SEQUENCE TO SORT-SEQUENCE
                           MOVE PURGED-MASTER-RECORD
                               TO SORT-PURGE-ENTRY
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGARCH
           ELSE
               IF WS-PURGARCH-STATUS = "35"
                   DISPLAY "ISOAGING: PURGARCH ABSENT, NO PURGED KEY "
                       "TO REINSTATE"
               ELSE
                   DISPLAY "ISOAGING: ERROR OPENING PURGARCH: "
                       WS-PURGARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT INPHRASE
           IF WS-INPHRASE-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING INPHRASE: "
                   WS-INPHRASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ INPHRASE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT CTL-IS-HEADER AND NOT CTL-IS-TRAILER
                           ADD 1 TO WS-PHRASES-READ
                           ADD 1 TO WS-RELEASE-SEQUENCE
                           MOVE SPACES TO SORT-RECORD
                           MOVE PHRASE-SOURCE-SYSTEM
                               TO SORT-SOURCE-SYSTEM
                           MOVE PHRASE-ID TO SORT-PHRASE-ID
                           MOVE 'S' TO SORT-ENTRY-TYPE
                           MOVE WS-RELEASE-SEQUENCE TO SORT-SEQUENCE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPHRASE.

      *    Dépouille le tri clé par clé : une clé dont le dernier
      *    événement est une purge et qui est soumise de nouveau est
      *    remise au maître, avant le lot qui va la juger
       8000-REINSTATE-KEYS.
           PERFORM 1800-OPEN-PURGARCH-EXTEND
           MOVE SPACES TO DRMRPT-REC
           STRING "SOURCE    PHRASE ID   STATE              PURGED ON"
               DELIMITED BY SIZE
               "  LAST ACT" DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC
           PERFORM 4900-RETURN-SORT
           PERFORM UNTIL WS-SORT-END-OF-FILE
               MOVE WS-SORT-KEY TO WS-GROUP-KEY
               MOVE SPACE TO WS-LAST-EVENT
               MOVE 'N' TO WS-RESUBMITTED
               PERFORM UNTIL WS-SORT-KEY NOT = WS-GROUP-KEY
                   IF SORT-ENTRY-TYPE = 'E'
                       MOVE SORT-PURGE-ENTRY TO PURGED-MASTER-RECORD
                       MOVE PURG-EVENT TO WS-LAST-EVENT
                       MOVE SORT-PURGE-ENTRY TO WS-LAST-PURGE-ENTRY
                   ELSE
                       MOVE 'Y' TO WS-RESUBMITTED
                   END-IF
                   PERFORM 4900-RETURN-SORT
               END-PERFORM
               IF WS-WAS-RESUBMITTED AND WS-LAST-EVENT = 'P'
                   PERFORM 8100-REINSTATE-ONE-KEY
               END-IF
           END-PERFORM
           IF WS-TOT-REINSTATED = 0 AND WS-TOT-ALREADY-PRESENT = 0
               MOVE "  NONE - NO PURGED KEY SUBMITTED AGAIN"
                   TO DRMRPT-REC
               WRITE DRMRPT-REC
           END-IF
           MOVE SPACES TO DRMRPT-REC
           WRITE DRMRPT-REC
           MOVE SPACES TO DRMRPT-REC
           STRING "RUN TOTALS - PHRASES READ: " DELIMITED BY SIZE
               WS-PHRASES-READ DELIMITED BY SIZE
               "   KEYS REINSTATED: " DELIMITED BY SIZE
               WS-TOT-REINSTATED DELIMITED BY SIZE
               "   ALREADY ON THE MASTER: " DELIMITED BY SIZE
               WS-TOT-ALREADY-PRESENT DELIMITED BY SIZE
               INTO DRMRPT-REC
           END-STRING
           WRITE DRMRPT-REC.

      *    Réécrit l'image archivée ; une clé déjà présente (remise
      *    à la main) n'est que marquée réintégrée dans l'archive
       8100-REINSTATE-ONE-KEY.
           MOVE WS-LAST-PURGE-ENTRY TO PURGED-MASTER-RECORD
           MOVE PURG-MASTER-IMAGE TO PHRASE-MASTER-RECORD
           MOVE SPACES TO DRMRPT-REC
           WRITE PHRASE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOT-ALREADY-PRESENT
                   STRING PURG-SOURCE-SYSTEM DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PURG-PHRASE-ID DELIMITED BY SIZE
                       "  ALREADY ON MASTER  " DELIMITED BY SIZE
                       PURG-EVENT-DATE DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       PURG-LAST-ACTIVITY DELIMITED BY SIZE
                       INTO DRMRPT-REC
                   END-STRING
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-REINSTATED
                   STRING PURG-SOURCE-SYSTEM DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PURG-PHRASE-ID DELIMITED BY SIZE
                       "  REINSTATED         " DELIMITED BY SIZE
                       PURG-EVENT-DATE DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       PURG-LAST-ACTIVITY DELIMITED BY SIZE
                       INTO DRMRPT-REC
                   END-STRING
           END-WRITE
           IF WS-PHRASMST-STATUS NOT = "00"
               AND WS-PHRASMST-STATUS NOT = "22"
               DISPLAY "ISOAGING: WRITE FAILURE ON PHRASMST, "
                   "FILE STATUS " WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE DRMRPT-REC
           MOVE 'R' TO PURG-EVENT
           MOVE WS-RUN-DATE TO PURG-EVENT-DATE
           MOVE SPACE TO PURG-BASIS
           MOVE SPACES TO PURG-REQUESTER
           WRITE PURGED-MASTER-RECORD
           IF WS-PURGARCH-STATUS NOT = "00"
               DISPLAY "ISOAGING: WRITE FAILURE ON PURGARCH, "
                   "FILE STATUS " WS-PURGARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Ajoute la ligne de l'exécution à l'historique relu par
      *    ISOMORN
       8900-WRITE-AGING-STATS.
           OPEN EXTEND AGESTAT
           IF WS-AGESTAT-STATUS = "35" OR WS-AGESTAT-STATUS = "05"
               OPEN OUTPUT AGESTAT
           END-IF
           IF WS-AGESTAT-STATUS NOT = "00"
               DISPLAY "ISOAGING: ERROR OPENING AGESTAT: "
                   WS-AGESTAT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AGING-STAT-RECORD
           MOVE WS-RUN-DATE TO AGES-RUN-DATE
           MOVE WS-RUN-MODE TO AGES-MODE
           MOVE WS-TOT-ACTIVE TO AGES-ACTIVE-COUNT
           MOVE WS-TOT-DORMANT TO AGES-DORMANT-COUNT
           MOVE WS-TOT-CONFIRMED TO AGES-CONFIRMED-COUNT
           MOVE WS-TOT-KEPT TO AGES-KEPT-COUNT
           MOVE WS-TOT-PURGED TO AGES-PURGED-COUNT
           MOVE WS-PURGED-TOTAL TO AGES-PURGED-TOTAL
           MOVE WS-TOT-REINSTATED TO AGES-REINSTATED-COUNT
           MOVE WS-TOT-NOT-AGED TO AGES-NOT-AGED-COUNT
           WRITE AGING-STAT-RECORD
           IF WS-AGESTAT-STATUS NOT = "00"
               DISPLAY "ISOAGING: WRITE FAILURE ON AGESTAT, "
                   "FILE STATUS " WS-AGESTAT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AGESTAT.

      *    Code retour 4 si une carte de décision a été refusée ou
      *    une carte de rétention ignorée
       9000-TERMINATE.
           CLOSE PHRASMST
           IF NOT WS-REINSTATE-MODE
               CLOSE RSLTARCH
               CLOSE SRCREGF
               CLOSE DORMFIL
           END-IF
           IF WS-PURGARCH-IS-PRESENT
               CLOSE PURGARCH
           END-IF
           CLOSE DRMRPT
           IF WS-CARD-REFUSED > 0 OR WS-RETN-IGNORED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REINSTATE-MODE
               DISPLAY "ISOAGING: " WS-PHRASES-READ
                   " PHRASE(S) READ, " WS-TOT-REINSTATED
                   " KEY(S) REINSTATED, " WS-TOT-ALREADY-PRESENT
                   " ALREADY ON THE MASTER"
           ELSE
               DISPLAY "ISOAGING: " WS-TOT-MASTER " KEY(S) READ, "
                   WS-TOT-ACTIVE " ACTIVE, " WS-TOT-DORMANT
                   " DORMANT, " WS-TOT-PURGED " PURGED; "
                   WS-CARD-REFUSED " CARD(S) REFUSED"
           END-IF.
