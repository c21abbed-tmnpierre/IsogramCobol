      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Tableau de bord mensuel de la qualité des       *
      *               données par système source, pour la revue de    *
      *               service avec les responsables amont : rejets et *
      *               durée d'ouverture (REJSTFIL), revirements de    *
      *               verdict (VERDCHG), livraisons non accusées ou   *
      *               incomplètes (ACKSTS), doublons inter-systèmes   *
      *               du fichier maître (même logique qu'ISODUPFD) et *
      *               écarts de volume quotidiens (VOLHIST). Une note *
      *               par catégorie, une note globale et une lettre,  *
      *               la comparaison au mois précédent et le          *
      *               classement des sources ; les notes du mois      *
      *               sont ajoutées à un petit historique (QSCHSTRC)  *
      *               pour suivre leur tendance sur l'année           *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOQSCRD.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Référentiel des systèmes sources : la liste des sources
      *    notées, lue en entier dans l'ordre des codes
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Historique des volumes quotidiens (ISOVOLWD)
           SELECT VOLHIST ASSIGN TO "VOLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOLHIST-STATUS.

      *    Fichier de suivi des rejets tenu par ISORECYC
           SELECT REJSTFIL ASSIGN TO "REJSTFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJSTFIL-STATUS.

      *    Changements de verdict tracés par ISOGRMB
           SELECT VERDCHG ASSIGN TO "VERDCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERDCHG-STATUS.

      *    Fichier de suivi des livraisons tenu par ISOACKRC
           SELECT ACKSTS ASSIGN TO "ACKSTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKSTS-STATUS.

      *    Fichier maître des phrases, balayé pour les doublons
           SELECT PHRASMST ASSIGN TO "PHRASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-PHRASMST-STATUS.

      *    Historique des notes : génération précédente en entrée,
      *    nouvelle génération en sortie (les autres mois recopiés,
      *    le mois noté remplacé)
           SELECT QSCHIN ASSIGN TO "QSCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QSCHIN-STATUS.
           SELECT QSCHOUT ASSIGN TO "QSCHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QSCHOUT-STATUS.

      *    Tableau de bord imprimé
           SELECT QSCRPT ASSIGN TO "QSCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QSCRPT-STATUS.

      *    Fichier de travail du tri des textes du fichier maître
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  VOLHIST
           RECORD CONTAINS 23 CHARACTERS.
       COPY VOLHSRC.

       FD  REJSTFIL
           RECORD CONTAINS 75 CHARACTERS.
       COPY REJSTSRC.

       FD  VERDCHG
           RECORD CONTAINS 240 CHARACTERS.
       COPY VRDCHGRC.

       FD  ACKSTS
           RECORD CONTAINS 39 CHARACTERS.
       COPY ACKSTSRC.

       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

      *    Historique relu : disposition générique, l'enregistrement
      *    est recopié dans celui de la sortie pour être examiné
       FD  QSCHIN
           RECORD CONTAINS 100 CHARACTERS.
       01  QSCHIN-REC PIC X(100).

       FD  QSCHOUT
           RECORD CONTAINS 100 CHARACTERS.
       COPY QSCHSTRC.

       FD  QSCRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  QSCRPT-REC PIC X(132).

       SD  SORTFILE
           RECORD CONTAINS 108 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-TEXT PIC X(100).
           05  SORT-SOURCE-SYSTEM PIC X(08).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-VOLHIST-STATUS PIC X(02) VALUE SPACES.
       01  WS-REJSTFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-VERDCHG-STATUS PIC X(02) VALUE SPACES.
       01  WS-ACKSTS-STATUS PIC X(02) VALUE SPACES.
       01  WS-PHRASMST-STATUS PIC X(02) VALUE SPACES.
       01  WS-QSCHIN-STATUS PIC X(02) VALUE SPACES.
       01  WS-QSCHOUT-STATUS PIC X(02) VALUE SPACES.
       01  WS-QSCRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.

      *    Mois noté (PARM JCL, AAAAMM) ; par défaut le mois
      *    précédant la date d'exécution
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-PERIOD PIC X(06) VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR PIC 9(04).
           05  WS-PERIOD-MONTH PIC 9(02).
      *    Mois précédent, pour la comparaison
       01  WS-PREV-PERIOD PIC X(06) VALUE SPACES.
       01  WS-PREV-PERIOD-PARTS REDEFINES WS-PREV-PERIOD.
           05  WS-PREV-YEAR PIC 9(04).
           05  WS-PREV-MONTH PIC 9(02).
      *    Premier et dernier jour possibles du mois (AAAAMMJJ), et
      *    premier jour du mois précédent (début des volumes gardés
      *    pour les moyennes glissantes)
       01  WS-PERIOD-START PIC X(08) VALUE SPACES.
       01  WS-PERIOD-END PIC X(08) VALUE SPACES.
       01  WS-PREV-START PIC X(08) VALUE SPACES.
      *    Date d'arrêt du décompte des rejets encore ouverts : fin
      *    du mois, ou date du jour si le mois n'est pas fini
       01  WS-AGE-CUTOFF-DATE PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM PIC 9(08) VALUE 0.
       01  WS-DATE-INT PIC 9(07) VALUE 0.
       01  WS-CUTOFF-INT PIC 9(07) VALUE 0.
       01  WS-DAYS-OPEN PIC 9(05) VALUE 0.

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Règles de l'écart de volume, les mêmes que les valeurs
      *    par défaut d'ISOVOLWD : écart en % au-delà duquel une
      *    exécution compte, sur la moyenne des 7 précédentes
       01  WS-TOLERANCE PIC 9(03) COMP VALUE 50.
       01  WS-AVG-WINDOW PIC 9(02) COMP VALUE 7.
       01  WS-AVG-SUM PIC 9(09) COMP VALUE 0.
       01  WS-AVG-RUNS PIC 9(05) COMP VALUE 0.
       01  WS-AVG-VOLUME PIC 9(07) COMP VALUE 0.
       01  WS-DEVIATION PIC S9(05)V99 VALUE 0.

      *    Volumes rechargés en table dans l'ordre du fichier, à
      *    partir du mois précédent
       01  WS-HIST-MAX PIC 9(05) COMP VALUE 5000.
       01  WS-HIST-COUNT PIC 9(05) COMP VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000.
               10  WS-HIST-SOURCE PIC X(08).
               10  WS-HIST-DATE PIC X(08).
               10  WS-HIST-VOLUME PIC 9(07).
       01  WS-HIST-INDEX PIC 9(05) COMP VALUE 0.
       01  WS-SCAN-INDEX PIC 9(05) COMP VALUE 0.

      *    Table des sources notées : mesures du mois, notes, rang
      *    et notes du mois précédent
       01  WS-SRC-MAX PIC 9(03) COMP VALUE 200.
       01  WS-SRC-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 200.
               10  WS-SRC-SYSTEM PIC X(08).
               10  WS-SRC-DESCRIPTION PIC X(40).
               10  WS-SRC-REGISTERED PIC X(01).
               10  WS-SRC-VOLUME PIC 9(07).
               10  WS-SRC-REJECTS PIC 9(07).
               10  WS-SRC-DAYS-OPEN PIC 9(09).
               10  WS-SRC-AVG-DAYS-OPEN PIC 9(03).
               10  WS-SRC-FLIPS PIC 9(07).
               10  WS-SRC-DELIVERIES PIC 9(05).
               10  WS-SRC-BAD-DELIVERIES PIC 9(05).
               10  WS-SRC-MASTER-RECORDS PIC 9(07).
               10  WS-SRC-DUP-RECORDS PIC 9(07).
               10  WS-SRC-RUNS PIC 9(03).
               10  WS-SRC-SWING-RUNS PIC 9(03).
               10  WS-SRC-SCORE PIC 9(03) OCCURS 6.
               10  WS-SRC-GRADE PIC X(01).
               10  WS-SRC-RANK PIC 9(03).
               10  WS-SRC-PREV-FOUND PIC X(01).
               10  WS-SRC-PREV-SCORE PIC 9(03) OCCURS 6.
               10  WS-SRC-PREV-GRADE PIC X(01).
               10  WS-SRC-PREV-RANK PIC 9(03).
       01  WS-SRC-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-OTHER-INDEX PIC 9(03) COMP VALUE 0.
      *    Indice de la source trouvée ou ajoutée par 6000-FIND-SOURCE
       01  WS-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-SEARCH-SOURCE PIC X(08) VALUE SPACES.
       01  WS-CAT-INDEX PIC 9(01) COMP VALUE 0.

      *    Calcul des notes : chaque catégorie part de 100 et perd
      *    des points selon son taux d'anomalie, sans descendre
      *    sous zéro ; la note globale est la moyenne des cinq
       01  WS-RATE PIC 9(05)V99 VALUE 0.
       01  WS-WORK-SCORE PIC S9(05)V99 VALUE 0.
       01  WS-SCORE-SUM PIC 9(05) VALUE 0.
       01  WS-RANKED-COUNT PIC 9(03) VALUE 0.
       01  WS-UNRANKED-COUNT PIC 9(03) VALUE 0.
       01  WS-RANK-PRINT PIC 9(03) COMP VALUE 0.

      *    Doublons : texte du groupe en cours, sa taille et la
      *    source de son premier membre
       01  WS-GROUP-TEXT PIC X(100) VALUE SPACES.
       01  WS-GROUP-SIZE PIC 9(05) COMP VALUE 0.
       01  WS-GROUP-FIRST-SOURCE PIC X(08) VALUE SPACES.

      *    Compteurs de contrôle
       01  WS-HIST-CARRIED PIC 9(07) VALUE 0.
       01  WS-HIST-REPLACED PIC 9(07) VALUE 0.

      *    Lignes du tableau de bord
       01  WS-CAT-LINE.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-CAT-NAME PIC X(14).
           05  WS-CAT-MEASURE PIC X(60).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-CAT-SCORE PIC ZZ9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-CAT-PREV PIC X(04).
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-CAT-CHANGE PIC X(04).
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-SCORE-EDIT PIC ZZ9.
       01  WS-CHANGE-EDIT PIC +ZZ9.
       01  WS-SIGNED-CHANGE PIC S9(03) VALUE 0.
       01  WS-COUNT-EDIT-1 PIC Z(06)9.
       01  WS-COUNT-EDIT-2 PIC Z(06)9.
       01  WS-DAYS-EDIT PIC ZZ9.
       01  WS-RANK-EDIT PIC ZZ9.
       01  WS-PREV-RANK-EDIT PIC ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SUM-RANK PIC ZZ9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  WS-SUM-SOURCE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SUM-DESCRIPTION PIC X(40).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-SUM-OVERALL PIC ZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-SUM-GRADE PIC X(01).
           05  FILLER PIC X(06) VALUE SPACES.
           05  WS-SUM-PREV-GRADE PIC X(01).
           05  FILLER PIC X(06) VALUE SPACES.
           05  WS-SUM-PREV-RANK PIC X(03).
           05  FILLER PIC X(48) VALUE SPACES.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOQSCRD,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REGISTRY
           PERFORM 2000-COUNT-VOLUMES
           PERFORM 2200-COUNT-REJECTS
           PERFORM 2400-COUNT-FLIPS
           PERFORM 2600-COUNT-DELIVERIES
           SORT SORTFILE
               ON ASCENDING KEY SORT-TEXT
                   SORT-SOURCE-SYSTEM
               INPUT PROCEDURE IS 2800-FEED-MASTER
               OUTPUT PROCEDURE IS 2900-COUNT-DUPLICATES
           PERFORM 3000-CARRY-HISTORY
           PERFORM 4000-SCORE-SOURCES
           PERFORM 4500-RANK-SOURCES
           PERFORM 5000-PRINT-SCORECARD
           PERFORM 5800-WRITE-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               MOVE WS-PARM(1:6) TO WS-PERIOD
           ELSE
      *    Sans PARM, le mois noté est le mois précédent : le lot de
      *    fin de mois tourne dans les premiers jours du suivant
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF
           IF WS-PERIOD NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "ISOQSCRD: INVALID PARM '" WS-PARM
                   "', EXPECTED THE MONTH AS 'YYYYMM'"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-PREV-PERIOD
           IF WS-PREV-MONTH = 1
               SUBTRACT 1 FROM WS-PREV-YEAR
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
           END-IF
           STRING WS-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           END-STRING
           STRING WS-PERIOD DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WS-PERIOD-END
           END-STRING
           STRING WS-PREV-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PREV-START
           END-STRING
      *    Dernier jour réel du mois : veille du premier du mois
      *    suivant
           MOVE WS-PERIOD-START TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 31
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
           MOVE "01" TO WS-DATE-NUM(7:2)
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-AGE-CUTOFF-DATE
           IF WS-RUN-DATE < WS-AGE-CUTOFF-DATE
               MOVE WS-RUN-DATE TO WS-AGE-CUTOFF-DATE
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF

           OPEN INPUT SRCREGF
           IF WS-SRCREGF-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: ERROR OPENING SRCREGF: "
                   WS-SRCREGF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PHRASMST
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: ERROR OPENING PHRASMST: "
                   WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QSCHOUT
           IF WS-QSCHOUT-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: ERROR OPENING QSCHOUT: "
                   WS-QSCHOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QSCRPT
           IF WS-QSCRPT-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: ERROR OPENING QSCRPT: "
                   WS-QSCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO QSCRPT-REC
           STRING "ISOQSCRD - SOURCE DATA-QUALITY SCORECARD - MONTH "
               DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " (COMPARED WITH " DELIMITED BY SIZE
               WS-PREV-PERIOD DELIMITED BY SIZE
               ") - RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO QSCRPT-REC
           END-STRING
           PERFORM 8900-WRITE-QSCRPT-REC.

      *    Une entrée par code du référentiel, actif ou suspendu
       1500-LOAD-REGISTRY.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ SRCREGF NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SREG-SYSTEM-CODE TO WS-SEARCH-SOURCE
                       PERFORM 6000-FIND-SOURCE
                       MOVE SREG-DESCRIPTION
                           TO WS-SRC-DESCRIPTION (WS-FOUND-INDEX)
                       MOVE 'Y' TO WS-SRC-REGISTERED (WS-FOUND-INDEX)
               END-READ
           END-PERFORM
           CLOSE SRCREGF.

      *    Volumes : total du mois par source, et exécutions du mois
      *    dont l'écart à la moyenne des précédentes dépasse la
      *    tolérance, comme ISOVOLWD le signale chaque nuit
       2000-COUNT-VOLUMES.
           OPEN INPUT VOLHIST
           IF WS-VOLHIST-STATUS = "00" OR WS-VOLHIST-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ VOLHIST
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF VOLH-RUN-DATE NOT < WS-PREV-START
                               AND VOLH-RUN-DATE NOT > WS-PERIOD-END
                               PERFORM 2050-TABLE-ONE-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLHIST
           ELSE
               IF WS-VOLHIST-STATUS NOT = "35"
                   DISPLAY "ISOQSCRD: ERROR OPENING VOLHIST: "
                       WS-VOLHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1 UNTIL
               WS-SCAN-INDEX > WS-HIST-COUNT
               IF WS-HIST-DATE (WS-SCAN-INDEX) NOT < WS-PERIOD-START
                   PERFORM 2100-JUDGE-ONE-RUN
               END-IF
           END-PERFORM.

       2050-TABLE-ONE-VOLUME.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               DISPLAY "ISOQSCRD: VOLUME HISTORY TABLE FULL ("
                   WS-HIST-MAX " ENTRIES), RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE VOLH-SOURCE-SYSTEM TO WS-HIST-SOURCE (WS-HIST-COUNT)
           MOVE VOLH-RUN-DATE TO WS-HIST-DATE (WS-HIST-COUNT)
           MOVE VOLH-RECORD-COUNT TO WS-HIST-VOLUME (WS-HIST-COUNT).

      *    Une exécution du mois : comptée, et jugée contre la
      *    moyenne des exécutions précédentes de la même source
       2100-JUDGE-ONE-RUN.
           MOVE WS-HIST-SOURCE (WS-SCAN-INDEX) TO WS-SEARCH-SOURCE
           PERFORM 6000-FIND-SOURCE
           ADD WS-HIST-VOLUME (WS-SCAN-INDEX)
               TO WS-SRC-VOLUME (WS-FOUND-INDEX)
           ADD 1 TO WS-SRC-RUNS (WS-FOUND-INDEX)
           MOVE 0 TO WS-AVG-SUM
           MOVE 0 TO WS-AVG-RUNS
           MOVE 0 TO WS-AVG-VOLUME
           PERFORM VARYING WS-HIST-INDEX FROM WS-SCAN-INDEX BY -1
               UNTIL WS-HIST-INDEX < 2
               OR WS-AVG-RUNS >= WS-AVG-WINDOW
               IF WS-HIST-SOURCE (WS-HIST-INDEX - 1)
                   = WS-SEARCH-SOURCE
                   ADD WS-HIST-VOLUME (WS-HIST-INDEX - 1)
                       TO WS-AVG-SUM
                   ADD 1 TO WS-AVG-RUNS
               END-IF
           END-PERFORM
           IF WS-AVG-RUNS > 0
               DIVIDE WS-AVG-SUM BY WS-AVG-RUNS GIVING WS-AVG-VOLUME
           END-IF
           IF WS-AVG-VOLUME > 0
               COMPUTE WS-DEVIATION ROUNDED
                   = (WS-HIST-VOLUME (WS-SCAN-INDEX) - WS-AVG-VOLUME)
                   * 100 / WS-AVG-VOLUME
               IF FUNCTION ABS(WS-DEVIATION) > WS-TOLERANCE
                   ADD 1 TO WS-SRC-SWING-RUNS (WS-FOUND-INDEX)
               END-IF
           END-IF.

      *    Rejets entrés dans le circuit pendant le mois, et jours
      *    d'ouverture de chacun : jusqu'à la décision de clôture,
      *    ou jusqu'à la fin du mois s'il est encore ouvert
       2200-COUNT-REJECTS.
           OPEN INPUT REJSTFIL
           IF WS-REJSTFIL-STATUS = "00" OR WS-REJSTFIL-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ REJSTFIL
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RSTAT-REJECT-DATE NOT < WS-PERIOD-START
                               AND RSTAT-REJECT-DATE
                                   NOT > WS-PERIOD-END
                               PERFORM 2250-COUNT-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJSTFIL
           ELSE
               IF WS-REJSTFIL-STATUS NOT = "35"
                   DISPLAY "ISOQSCRD: ERROR OPENING REJSTFIL: "
                       WS-REJSTFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2250-COUNT-ONE-REJECT.
           MOVE RSTAT-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
           PERFORM 6000-FIND-SOURCE
           ADD 1 TO WS-SRC-REJECTS (WS-FOUND-INDEX)
           MOVE 0 TO WS-DAYS-OPEN
           IF RSTAT-REJECT-DATE IS NUMERIC
               MOVE RSTAT-REJECT-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF NOT RSTAT-IS-OPEN
                   AND RSTAT-DECISION-DATE IS NUMERIC
                   MOVE RSTAT-DECISION-DATE TO WS-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       > WS-DATE-INT
                       COMPUTE WS-DAYS-OPEN =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                           - WS-DATE-INT
                   END-IF
               ELSE
                   IF WS-CUTOFF-INT > WS-DATE-INT
                       COMPUTE WS-DAYS-OPEN =
                           WS-CUTOFF-INT - WS-DATE-INT
                   END-IF
               END-IF
           END-IF
           ADD WS-DAYS-OPEN TO WS-SRC-DAYS-OPEN (WS-FOUND-INDEX).

      *    Revirements de verdict rendus pendant le mois
       2400-COUNT-FLIPS.
           OPEN INPUT VERDCHG
           IF WS-VERDCHG-STATUS = "00" OR WS-VERDCHG-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ VERDCHG
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF VCHG-NEW-JUDGED-DATE
                               NOT < WS-PERIOD-START
                               AND VCHG-NEW-JUDGED-DATE
                                   NOT > WS-PERIOD-END
                               MOVE VCHG-SOURCE-SYSTEM
                                   TO WS-SEARCH-SOURCE
                               PERFORM 6000-FIND-SOURCE
                               ADD 1 TO WS-SRC-FLIPS (WS-FOUND-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERDCHG
           ELSE
               IF WS-VERDCHG-STATUS NOT = "35"
                   DISPLAY "ISOQSCRD: ERROR OPENING VERDCHG: "
                       WS-VERDCHG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Livraisons des extraits du mois : celles encore en
      *    attente d'accusé ou signalées incomplètes sont en défaut
       2600-COUNT-DELIVERIES.
           OPEN INPUT ACKSTS
           IF WS-ACKSTS-STATUS = "00" OR WS-ACKSTS-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACKSTS
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF ASTAT-FILE-DATE NOT < WS-PERIOD-START
                               AND ASTAT-FILE-DATE
                                   NOT > WS-PERIOD-END
                               MOVE ASTAT-SOURCE-SYSTEM
                                   TO WS-SEARCH-SOURCE
                               PERFORM 6000-FIND-SOURCE
                               ADD 1
                                 TO WS-SRC-DELIVERIES (WS-FOUND-INDEX)
                               IF NOT ASTAT-IS-CLOSED
                                   ADD 1 TO WS-SRC-BAD-DELIVERIES
                                       (WS-FOUND-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKSTS
           ELSE
               IF WS-ACKSTS-STATUS NOT = "35"
                   DISPLAY "ISOQSCRD: ERROR OPENING ACKSTS: "
                       WS-ACKSTS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Alimente le tri des textes du fichier maître et compte
      *    les enregistrements de chaque source
       2800-FEED-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ PHRASMST
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE MAST-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
                       PERFORM 6000-FIND-SOURCE
                       ADD 1 TO WS-SRC-MASTER-RECORDS (WS-FOUND-INDEX)
                       MOVE MAST-PHRASE-TEXT TO SORT-TEXT
                       MOVE MAST-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE PHRASMST.

      *    Même regroupement qu'ISODUPFD : un texte présent sous
      *    plusieurs clés forme un groupe ; chaque membre d'un
      *    groupe compte comme doublon pour sa source
       2900-COUNT-DUPLICATES.
           MOVE 0 TO WS-GROUP-SIZE
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 2950-COUNT-ONE-MEMBER
               END-RETURN
           END-PERFORM.

       2950-COUNT-ONE-MEMBER.
           IF SORT-TEXT NOT = WS-GROUP-TEXT OR WS-GROUP-SIZE = 0
               MOVE SORT-TEXT TO WS-GROUP-TEXT
               MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-FIRST-SOURCE
               MOVE 0 TO WS-GROUP-SIZE
           END-IF
           ADD 1 TO WS-GROUP-SIZE
      *    Le premier membre n'est compté qu'à l'arrivée du second
           IF WS-GROUP-SIZE = 2
               MOVE WS-GROUP-FIRST-SOURCE TO WS-SEARCH-SOURCE
               PERFORM 6000-FIND-SOURCE
               ADD 1 TO WS-SRC-DUP-RECORDS (WS-FOUND-INDEX)
           END-IF
           IF WS-GROUP-SIZE > 1
               MOVE SORT-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
               PERFORM 6000-FIND-SOURCE
               ADD 1 TO WS-SRC-DUP-RECORDS (WS-FOUND-INDEX)
           END-IF.

      *    Recopie l'historique dans la nouvelle génération, sauf
      *    les entrées du mois noté (relance) qui seront réécrites ;
      *    relève au passage les notes du mois précédent
       3000-CARRY-HISTORY.
           OPEN INPUT QSCHIN
           IF WS-QSCHIN-STATUS = "00" OR WS-QSCHIN-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ QSCHIN
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE QSCHIN-REC
                               TO QUALITY-SCORE-HISTORY-RECORD
                           PERFORM 3100-CARRY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QSCHIN
           ELSE
               IF WS-QSCHIN-STATUS NOT = "35"
                   DISPLAY "ISOQSCRD: ERROR OPENING QSCHIN: "
                       WS-QSCHIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3100-CARRY-ONE-ENTRY.
           IF QSCH-PERIOD = WS-PERIOD
               ADD 1 TO WS-HIST-REPLACED
           ELSE
               IF QSCH-PERIOD = WS-PREV-PERIOD
                   PERFORM 3200-KEEP-PREVIOUS-SCORES
               END-IF
               WRITE QUALITY-SCORE-HISTORY-RECORD
               IF WS-QSCHOUT-STATUS NOT = "00"
                   DISPLAY "ISOQSCRD: WRITE FAILURE ON QSCHOUT, "
                       "FILE STATUS " WS-QSCHOUT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-CARRIED
           END-IF.

      *    Une source du mois précédent qui n'apparaît plus ce mois
      *    n'est pas ajoutée : seules les sources du mois sont notées
       3200-KEEP-PREVIOUS-SCORES.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
               WS-SRC-INDEX > WS-SRC-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-SRC-SYSTEM (WS-SRC-INDEX) = QSCH-SOURCE-SYSTEM
                   MOVE WS-SRC-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > 0
               MOVE 'Y' TO WS-SRC-PREV-FOUND (WS-FOUND-INDEX)
               MOVE QSCH-REJECT-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 1)
               MOVE QSCH-FLIP-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 2)
               MOVE QSCH-DELIVERY-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 3)
               MOVE QSCH-DUPLICATE-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 4)
               MOVE QSCH-VOLUME-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 5)
               MOVE QSCH-OVERALL-SCORE
                   TO WS-SRC-PREV-SCORE (WS-FOUND-INDEX, 6)
               MOVE QSCH-GRADE TO WS-SRC-PREV-GRADE (WS-FOUND-INDEX)
               MOVE QSCH-RANK TO WS-SRC-PREV-RANK (WS-FOUND-INDEX)
           END-IF.

      *    Notes de chaque source qui a eu une activité dans le
      *    mois (volume, rejet ou livraison) ; les autres ne sont
      *    ni notées ni classées
       4000-SCORE-SOURCES.
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
               WS-SRC-INDEX > WS-SRC-COUNT
               IF WS-SRC-VOLUME (WS-SRC-INDEX) > 0
                   OR WS-SRC-REJECTS (WS-SRC-INDEX) > 0
                   OR WS-SRC-DELIVERIES (WS-SRC-INDEX) > 0
                   PERFORM 4100-SCORE-ONE-SOURCE
               ELSE
                   MOVE SPACE TO WS-SRC-GRADE (WS-SRC-INDEX)
                   MOVE 0 TO WS-SRC-RANK (WS-SRC-INDEX)
                   ADD 1 TO WS-UNRANKED-COUNT
               END-IF
           END-PERFORM.

      *    Barème : rejets, 10 points par % de rejets et 1 point par
      *    jour moyen d'ouverture ; revirements, 20 points par % de
      *    verdicts retournés ; livraisons, part des livraisons
      *    accusées en totalité ; doublons, 1 point par % des
      *    enregistrements du maître en doublon ; volumes, part des
      *    exécutions restées dans la tolérance
       4100-SCORE-ONE-SOURCE.
           ADD 1 TO WS-RANKED-COUNT
           IF WS-SRC-REJECTS (WS-SRC-INDEX) > 0
               DIVIDE WS-SRC-DAYS-OPEN (WS-SRC-INDEX)
                   BY WS-SRC-REJECTS (WS-SRC-INDEX)
                   GIVING WS-SRC-AVG-DAYS-OPEN (WS-SRC-INDEX) ROUNDED
           END-IF
           IF WS-SRC-VOLUME (WS-SRC-INDEX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-SRC-REJECTS (WS-SRC-INDEX) * 100
                   / WS-SRC-VOLUME (WS-SRC-INDEX)
           ELSE
               MOVE 100 TO WS-RATE
           END-IF
           IF WS-SRC-REJECTS (WS-SRC-INDEX) = 0
               MOVE 0 TO WS-RATE
           END-IF
           COMPUTE WS-WORK-SCORE ROUNDED = 100 - WS-RATE * 10
               - WS-SRC-AVG-DAYS-OPEN (WS-SRC-INDEX)
           MOVE 1 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE

           MOVE 0 TO WS-RATE
           IF WS-SRC-VOLUME (WS-SRC-INDEX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-SRC-FLIPS (WS-SRC-INDEX) * 100
                   / WS-SRC-VOLUME (WS-SRC-INDEX)
           END-IF
           COMPUTE WS-WORK-SCORE ROUNDED = 100 - WS-RATE * 20
           MOVE 2 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE

           MOVE 100 TO WS-WORK-SCORE
           IF WS-SRC-DELIVERIES (WS-SRC-INDEX) > 0
               COMPUTE WS-WORK-SCORE ROUNDED = 100
                   * (WS-SRC-DELIVERIES (WS-SRC-INDEX)
                   - WS-SRC-BAD-DELIVERIES (WS-SRC-INDEX))
                   / WS-SRC-DELIVERIES (WS-SRC-INDEX)
           END-IF
           MOVE 3 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE

           MOVE 100 TO WS-WORK-SCORE
           IF WS-SRC-MASTER-RECORDS (WS-SRC-INDEX) > 0
               COMPUTE WS-WORK-SCORE ROUNDED = 100
                   - WS-SRC-DUP-RECORDS (WS-SRC-INDEX) * 100
                   / WS-SRC-MASTER-RECORDS (WS-SRC-INDEX)
           END-IF
           MOVE 4 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE

           MOVE 100 TO WS-WORK-SCORE
           IF WS-SRC-RUNS (WS-SRC-INDEX) > 0
               COMPUTE WS-WORK-SCORE ROUNDED = 100
                   * (WS-SRC-RUNS (WS-SRC-INDEX)
                   - WS-SRC-SWING-RUNS (WS-SRC-INDEX))
                   / WS-SRC-RUNS (WS-SRC-INDEX)
           END-IF
           MOVE 5 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE

           MOVE 0 TO WS-SCORE-SUM
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL
               WS-CAT-INDEX > 5
               ADD WS-SRC-SCORE (WS-SRC-INDEX, WS-CAT-INDEX)
                   TO WS-SCORE-SUM
           END-PERFORM
           COMPUTE WS-WORK-SCORE ROUNDED = WS-SCORE-SUM / 5
           MOVE 6 TO WS-CAT-INDEX
           PERFORM 4200-STORE-SCORE
           EVALUATE TRUE
               WHEN WS-SRC-SCORE (WS-SRC-INDEX, 6) >= 90
                   MOVE 'A' TO WS-SRC-GRADE (WS-SRC-INDEX)
               WHEN WS-SRC-SCORE (WS-SRC-INDEX, 6) >= 80
                   MOVE 'B' TO WS-SRC-GRADE (WS-SRC-INDEX)
               WHEN WS-SRC-SCORE (WS-SRC-INDEX, 6) >= 70
                   MOVE 'C' TO WS-SRC-GRADE (WS-SRC-INDEX)
               WHEN WS-SRC-SCORE (WS-SRC-INDEX, 6) >= 60
                   MOVE 'D' TO WS-SRC-GRADE (WS-SRC-INDEX)
               WHEN OTHER
                   MOVE 'F' TO WS-SRC-GRADE (WS-SRC-INDEX)
           END-EVALUATE.

       4200-STORE-SCORE.
           IF WS-WORK-SCORE < 0
               MOVE 0 TO WS-WORK-SCORE
           END-IF
           IF WS-WORK-SCORE > 100
               MOVE 100 TO WS-WORK-SCORE
           END-IF
           MOVE WS-WORK-SCORE
               TO WS-SRC-SCORE (WS-SRC-INDEX, WS-CAT-INDEX).

      *    Rang = 1 + nombre de sources notées mieux que celle-ci
      *    (les ex aequo partagent le même rang)
       4500-RANK-SOURCES.
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
               WS-SRC-INDEX > WS-SRC-COUNT
               IF WS-SRC-GRADE (WS-SRC-INDEX) NOT = SPACE
                   MOVE 1 TO WS-SRC-RANK (WS-SRC-INDEX)
                   PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL
                       WS-OTHER-INDEX > WS-SRC-COUNT
                       IF WS-SRC-GRADE (WS-OTHER-INDEX) NOT = SPACE
                           AND WS-SRC-SCORE (WS-OTHER-INDEX, 6)
                               > WS-SRC-SCORE (WS-SRC-INDEX, 6)
                           ADD 1 TO WS-SRC-RANK (WS-SRC-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Une fiche par source dans l'ordre du classement, puis le
      *    classement récapitulatif et les sources sans activité
       5000-PRINT-SCORECARD.
           PERFORM VARYING WS-RANK-PRINT FROM 1 BY 1 UNTIL
               WS-RANK-PRINT > WS-RANKED-COUNT
               PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
                   WS-SRC-INDEX > WS-SRC-COUNT
                   IF WS-SRC-GRADE (WS-SRC-INDEX) NOT = SPACE
                       AND WS-SRC-RANK (WS-SRC-INDEX) = WS-RANK-PRINT
                       PERFORM 5100-PRINT-ONE-SOURCE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 5500-PRINT-RANKING.

       5100-PRINT-ONE-SOURCE.
           MOVE SPACES TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE WS-SRC-RANK (WS-SRC-INDEX) TO WS-RANK-EDIT
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 6) TO WS-SCORE-EDIT
           MOVE SPACES TO QSCRPT-REC
           STRING "RANK " DELIMITED BY SIZE
               WS-RANK-EDIT DELIMITED BY SIZE
               "  SOURCE SYSTEM: " DELIMITED BY SIZE
               WS-SRC-SYSTEM (WS-SRC-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SRC-DESCRIPTION (WS-SRC-INDEX) DELIMITED BY SIZE
               "  OVERALL " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               "  GRADE " DELIMITED BY SIZE
               WS-SRC-GRADE (WS-SRC-INDEX) DELIMITED BY SIZE
               INTO QSCRPT-REC
           END-STRING
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE SPACES TO QSCRPT-REC
           IF WS-SRC-PREV-FOUND (WS-SRC-INDEX) = 'Y'
               MOVE WS-SRC-PREV-SCORE (WS-SRC-INDEX, 6)
                   TO WS-SCORE-EDIT
               MOVE WS-SRC-PREV-RANK (WS-SRC-INDEX)
                   TO WS-PREV-RANK-EDIT
               STRING "       PREVIOUS MONTH: RANK " DELIMITED BY SIZE
                   WS-PREV-RANK-EDIT DELIMITED BY SIZE
                   "  OVERALL " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  GRADE " DELIMITED BY SIZE
                   WS-SRC-PREV-GRADE (WS-SRC-INDEX) DELIMITED BY SIZE
                   INTO QSCRPT-REC
               END-STRING
           ELSE
               MOVE "       PREVIOUS MONTH: NOT SCORED" TO QSCRPT-REC
           END-IF
           IF WS-SRC-REGISTERED (WS-SRC-INDEX) NOT = 'Y'
               MOVE "   (NOT IN REGISTRY)" TO QSCRPT-REC(80:20)
           END-IF
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE SPACES TO QSCRPT-REC
           STRING "    CATEGORY      MEASURE" DELIMITED BY SIZE
               "                                                "
               DELIMITED BY SIZE
               "SCORE   PREV  CHANGE" DELIMITED BY SIZE
               INTO QSCRPT-REC
           END-STRING
           PERFORM 8900-WRITE-QSCRPT-REC

           MOVE SPACES TO WS-CAT-LINE
           MOVE "REJECTS" TO WS-CAT-NAME
           MOVE WS-SRC-REJECTS (WS-SRC-INDEX) TO WS-COUNT-EDIT-1
           MOVE WS-SRC-VOLUME (WS-SRC-INDEX) TO WS-COUNT-EDIT-2
           MOVE WS-SRC-AVG-DAYS-OPEN (WS-SRC-INDEX) TO WS-DAYS-EDIT
           STRING WS-COUNT-EDIT-1 DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               " VERDICTS, AVG " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS OPEN" DELIMITED BY SIZE
               INTO WS-CAT-MEASURE
           END-STRING
           MOVE 1 TO WS-CAT-INDEX
           PERFORM 5200-WRITE-CATEGORY-LINE

           MOVE SPACES TO WS-CAT-LINE
           MOVE "VERDICT FLIPS" TO WS-CAT-NAME
           MOVE WS-SRC-FLIPS (WS-SRC-INDEX) TO WS-COUNT-EDIT-1
           MOVE WS-SRC-VOLUME (WS-SRC-INDEX) TO WS-COUNT-EDIT-2
           STRING WS-COUNT-EDIT-1 DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               " VERDICTS REVERSED" DELIMITED BY SIZE
               INTO WS-CAT-MEASURE
           END-STRING
           MOVE 2 TO WS-CAT-INDEX
           PERFORM 5200-WRITE-CATEGORY-LINE

           MOVE SPACES TO WS-CAT-LINE
           MOVE "DELIVERIES" TO WS-CAT-NAME
           MOVE WS-SRC-BAD-DELIVERIES (WS-SRC-INDEX)
               TO WS-COUNT-EDIT-1
           MOVE WS-SRC-DELIVERIES (WS-SRC-INDEX) TO WS-COUNT-EDIT-2
           STRING WS-COUNT-EDIT-1 DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               " UNACKNOWLEDGED OR SHORT" DELIMITED BY SIZE
               INTO WS-CAT-MEASURE
           END-STRING
           MOVE 3 TO WS-CAT-INDEX
           PERFORM 5200-WRITE-CATEGORY-LINE

           MOVE SPACES TO WS-CAT-LINE
           MOVE "DUPLICATES" TO WS-CAT-NAME
           MOVE WS-SRC-DUP-RECORDS (WS-SRC-INDEX) TO WS-COUNT-EDIT-1
           MOVE WS-SRC-MASTER-RECORDS (WS-SRC-INDEX)
               TO WS-COUNT-EDIT-2
           STRING WS-COUNT-EDIT-1 DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               " MASTER RECORDS SHARE THEIR TEXT" DELIMITED BY SIZE
               INTO WS-CAT-MEASURE
           END-STRING
           MOVE 4 TO WS-CAT-INDEX
           PERFORM 5200-WRITE-CATEGORY-LINE

           MOVE SPACES TO WS-CAT-LINE
           MOVE "VOLUME" TO WS-CAT-NAME
           MOVE WS-SRC-SWING-RUNS (WS-SRC-INDEX) TO WS-COUNT-EDIT-1
           MOVE WS-SRC-RUNS (WS-SRC-INDEX) TO WS-COUNT-EDIT-2
           STRING WS-COUNT-EDIT-1 DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-COUNT-EDIT-2 DELIMITED BY SIZE
               " RUNS BEYOND THE SWING TOLERANCE" DELIMITED BY SIZE
               INTO WS-CAT-MEASURE
           END-STRING
           MOVE 5 TO WS-CAT-INDEX
           PERFORM 5200-WRITE-CATEGORY-LINE.

      *    Note de la catégorie, note du mois précédent et écart
       5200-WRITE-CATEGORY-LINE.
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, WS-CAT-INDEX)
               TO WS-CAT-SCORE
           IF WS-SRC-PREV-FOUND (WS-SRC-INDEX) = 'Y'
               MOVE WS-SRC-PREV-SCORE (WS-SRC-INDEX, WS-CAT-INDEX)
                   TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO WS-CAT-PREV
               COMPUTE WS-SIGNED-CHANGE =
                   WS-SRC-SCORE (WS-SRC-INDEX, WS-CAT-INDEX)
                   - WS-SRC-PREV-SCORE (WS-SRC-INDEX, WS-CAT-INDEX)
               MOVE WS-SIGNED-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-CAT-CHANGE
           ELSE
               MOVE " N/A" TO WS-CAT-PREV
               MOVE SPACES TO WS-CAT-CHANGE
           END-IF
           MOVE WS-CAT-LINE TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC.

       5500-PRINT-RANKING.
           MOVE SPACES TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE SPACES TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE "RANKING OF THE MONTH" TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC
           MOVE SPACES TO QSCRPT-REC
           STRING "  RANK  SOURCE    DESCRIPTION" DELIMITED BY SIZE
               "                              " DELIMITED BY SIZE
               "OVERALL GRADE  PREV  PREV RANK" DELIMITED BY SIZE
               INTO QSCRPT-REC
           END-STRING
           PERFORM 8900-WRITE-QSCRPT-REC
           PERFORM VARYING WS-RANK-PRINT FROM 1 BY 1 UNTIL
               WS-RANK-PRINT > WS-RANKED-COUNT
               PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
                   WS-SRC-INDEX > WS-SRC-COUNT
                   IF WS-SRC-GRADE (WS-SRC-INDEX) NOT = SPACE
                       AND WS-SRC-RANK (WS-SRC-INDEX) = WS-RANK-PRINT
                       PERFORM 5600-PRINT-RANKING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-UNRANKED-COUNT > 0
               MOVE SPACES TO QSCRPT-REC
               PERFORM 8900-WRITE-QSCRPT-REC
               MOVE "REGISTERED SOURCES WITH NO ACTIVITY IN THE MONTH "
                   TO QSCRPT-REC
               MOVE "(NOT SCORED)" TO QSCRPT-REC(50:12)
               PERFORM 8900-WRITE-QSCRPT-REC
               PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
                   WS-SRC-INDEX > WS-SRC-COUNT
                   IF WS-SRC-GRADE (WS-SRC-INDEX) = SPACE
                       MOVE SPACES TO QSCRPT-REC
                       STRING "        " DELIMITED BY SIZE
                           WS-SRC-SYSTEM (WS-SRC-INDEX)
                               DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-SRC-DESCRIPTION (WS-SRC-INDEX)
                               DELIMITED BY SIZE
                           INTO QSCRPT-REC
                       END-STRING
                       PERFORM 8900-WRITE-QSCRPT-REC
                   END-IF
               END-PERFORM
           END-IF.

       5600-PRINT-RANKING-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-SRC-RANK (WS-SRC-INDEX) TO WS-SUM-RANK
           MOVE WS-SRC-SYSTEM (WS-SRC-INDEX) TO WS-SUM-SOURCE
           MOVE WS-SRC-DESCRIPTION (WS-SRC-INDEX)
               TO WS-SUM-DESCRIPTION
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 6) TO WS-SUM-OVERALL
           MOVE WS-SRC-GRADE (WS-SRC-INDEX) TO WS-SUM-GRADE
           IF WS-SRC-PREV-FOUND (WS-SRC-INDEX) = 'Y'
               MOVE WS-SRC-PREV-GRADE (WS-SRC-INDEX)
                   TO WS-SUM-PREV-GRADE
               MOVE WS-SRC-PREV-RANK (WS-SRC-INDEX)
                   TO WS-PREV-RANK-EDIT
               MOVE WS-PREV-RANK-EDIT TO WS-SUM-PREV-RANK
           ELSE
               MOVE '-' TO WS-SUM-PREV-GRADE
               MOVE "  -" TO WS-SUM-PREV-RANK
           END-IF
           MOVE WS-SUMMARY-LINE TO QSCRPT-REC
           PERFORM 8900-WRITE-QSCRPT-REC.

      *    Ajoute à la nouvelle génération de l'historique une
      *    entrée par source notée ce mois
       5800-WRITE-HISTORY.
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
               WS-SRC-INDEX > WS-SRC-COUNT
               IF WS-SRC-GRADE (WS-SRC-INDEX) NOT = SPACE
                   PERFORM 5900-WRITE-ONE-HISTORY
               END-IF
           END-PERFORM.

       5900-WRITE-ONE-HISTORY.
           MOVE SPACES TO QUALITY-SCORE-HISTORY-RECORD
           MOVE WS-PERIOD TO QSCH-PERIOD
           MOVE WS-SRC-SYSTEM (WS-SRC-INDEX) TO QSCH-SOURCE-SYSTEM
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 1) TO QSCH-REJECT-SCORE
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 2) TO QSCH-FLIP-SCORE
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 3) TO QSCH-DELIVERY-SCORE
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 4) TO QSCH-DUPLICATE-SCORE
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 5) TO QSCH-VOLUME-SCORE
           MOVE WS-SRC-SCORE (WS-SRC-INDEX, 6) TO QSCH-OVERALL-SCORE
           MOVE WS-SRC-GRADE (WS-SRC-INDEX) TO QSCH-GRADE
           MOVE WS-SRC-RANK (WS-SRC-INDEX) TO QSCH-RANK
           MOVE WS-RANKED-COUNT TO QSCH-RANKED-COUNT
           MOVE WS-SRC-VOLUME (WS-SRC-INDEX) TO QSCH-VOLUME
           MOVE WS-SRC-REJECTS (WS-SRC-INDEX) TO QSCH-REJECTS
           MOVE WS-SRC-AVG-DAYS-OPEN (WS-SRC-INDEX)
               TO QSCH-AVG-DAYS-OPEN
           MOVE WS-SRC-FLIPS (WS-SRC-INDEX) TO QSCH-FLIPS
           MOVE WS-SRC-DELIVERIES (WS-SRC-INDEX) TO QSCH-DELIVERIES
           MOVE WS-SRC-BAD-DELIVERIES (WS-SRC-INDEX)
               TO QSCH-BAD-DELIVERIES
           MOVE WS-SRC-DUP-RECORDS (WS-SRC-INDEX) TO QSCH-DUP-RECORDS
           MOVE WS-SRC-MASTER-RECORDS (WS-SRC-INDEX)
               TO QSCH-MASTER-RECORDS
           MOVE WS-SRC-RUNS (WS-SRC-INDEX) TO QSCH-RUNS
           MOVE WS-SRC-SWING-RUNS (WS-SRC-INDEX) TO QSCH-SWING-RUNS
           WRITE QUALITY-SCORE-HISTORY-RECORD
           IF WS-QSCHOUT-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: WRITE FAILURE ON QSCHOUT, "
                   "FILE STATUS " WS-QSCHOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Recherche séquentielle de la source dans la table ; une
      *    source absente du référentiel y est ajoutée, signalée
      *    comme non référencée
       6000-FIND-SOURCE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1 UNTIL
               WS-SRC-INDEX > WS-SRC-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-SRC-SYSTEM (WS-SRC-INDEX) = WS-SEARCH-SOURCE
                   MOVE WS-SRC-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-SRC-COUNT >= WS-SRC-MAX
                   DISPLAY "ISOQSCRD: SOURCE TABLE FULL (" WS-SRC-MAX
                       " ENTRIES), RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-FOUND-INDEX
               INITIALIZE WS-SRC-ENTRY (WS-FOUND-INDEX)
               MOVE WS-SEARCH-SOURCE TO WS-SRC-SYSTEM (WS-FOUND-INDEX)
               MOVE "(NOT IN REGISTRY)"
                   TO WS-SRC-DESCRIPTION (WS-FOUND-INDEX)
               MOVE 'N' TO WS-SRC-REGISTERED (WS-FOUND-INDEX)
               MOVE 'N' TO WS-SRC-PREV-FOUND (WS-FOUND-INDEX)
           END-IF.

       8900-WRITE-QSCRPT-REC.
           WRITE QSCRPT-REC
           IF WS-QSCRPT-STATUS NOT = "00"
               DISPLAY "ISOQSCRD: WRITE FAILURE ON QSCRPT, "
                   "FILE STATUS " WS-QSCRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE QSCHOUT
           CLOSE QSCRPT
           DISPLAY "ISOQSCRD: MONTH " WS-PERIOD ", " WS-RANKED-COUNT
               " SOURCE(S) SCORED, " WS-UNRANKED-COUNT
               " WITHOUT ACTIVITY, " WS-HIST-CARRIED
               " HISTORY ENTRY(IES) CARRIED, " WS-HIST-REPLACED
               " REPLACED".
