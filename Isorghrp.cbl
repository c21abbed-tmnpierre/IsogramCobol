      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Rapport des changements du référentiel des      *
      *               systèmes sources sur une période : pour chaque  *
      *               code, dans l'ordre chronologique, qui a fait    *
      *               quel changement, quand et pour quel motif, avec *
      *               l'état avant et après - de quoi répondre quand  *
      *               ISOGRMB rejette un flux comme suspendu          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISORGHRP.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Historique des changements du référentiel tenu par ISOREGM
           SELECT REGHIST ASSIGN TO "REGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGHIST-STATUS.

      *    Référentiel des systèmes sources, pour l'état actuel de
      *    chaque code cité
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Rapport des changements, une section par code
           SELECT RGHRPT ASSIGN TO "RGHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RGHRPT-STATUS.

      *    Fichier de travail du tri par code et par horodatage
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  REGHIST
           RECORD CONTAINS 260 CHARACTERS.
       COPY REGHSTRC.

       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  RGHRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RGHRPT-REC PIC X(132).

       SD  SORTFILE
           RECORD CONTAINS 289 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-SYSTEM-CODE PIC X(08).
           05  SORT-TIMESTAMP PIC X(21).
           05  SORT-HISTORY PIC X(260).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-REGHIST-STATUS PIC X(02) VALUE SPACES.
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-RGHRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.
      *    Indicateurs de présence des fichiers facultatifs
       01  WS-REGHIST-PRESENT PIC X(01) VALUE 'N'.
           88  WS-REGHIST-IS-PRESENT VALUE 'Y'.
       01  WS-SRCREGF-PRESENT PIC X(01) VALUE 'N'.
           88  WS-SRCREGF-IS-PRESENT VALUE 'Y'.

      *    Période demandée en PARM, sous la forme
      *    "AAAAMMJJ,AAAAMMJJ" ; par défaut du premier du mois en
      *    cours à la date du jour
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-PARM-FROM PIC X(08) VALUE SPACES.
       01  WS-PARM-TO PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE PIC X(08) VALUE SPACES.
       01  WS-TO-DATE PIC X(08) VALUE SPACES.
      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Code de la section en cours (rupture de tri)
       01  WS-GROUP-CODE PIC X(08) VALUE SPACES.
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Compteurs par section et par nature de changement
       01  WS-GRP-CHANGES PIC 9(07) VALUE 0.
       01  WS-TOT-CHANGES PIC 9(07) VALUE 0.
       01  WS-TOT-CODES PIC 9(07) VALUE 0.
       01  WS-TOT-ADDED PIC 9(07) VALUE 0.
       01  WS-TOT-SUSPENDED PIC 9(07) VALUE 0.
       01  WS-TOT-REACTIVATED PIC 9(07) VALUE 0.
       01  WS-TOT-DESCRIPTION PIC 9(07) VALUE 0.
       01  WS-TOT-CONTACT PIC 9(07) VALUE 0.

      *    Vue d'une image avant ou après (disposition SRCREGRC)
       01  WS-IMAGE.
           05  WS-IMG-CODE PIC X(08).
           05  WS-IMG-DESCRIPTION PIC X(40).
           05  WS-IMG-CONTACT PIC X(30).
           05  WS-IMG-STATUS PIC X(01).

      *    Ligne de changement du rapport
       01  WS-DETAIL-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-DATE PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-TIME PIC X(06).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-OPERATOR PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-CHANGE PIC X(12).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-REASON PIC X(60).
           05  FILLER PIC X(30) VALUE SPACES.

      *    Ligne d'image avant ou après
       01  WS-IMAGE-LINE.
           05  FILLER PIC X(06) VALUE SPACES.
           05  WS-IML-LABEL PIC X(08).
           05  WS-IML-STATUS PIC X(01).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-IML-DESCRIPTION PIC X(40).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-IML-CONTACT PIC X(30).
           05  FILLER PIC X(43) VALUE SPACES.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISORGHRP,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORTFILE
               ON ASCENDING KEY SORT-SYSTEM-CODE
                   SORT-TIMESTAMP
               INPUT PROCEDURE IS 2000-SELECT-CHANGES
               OUTPUT PROCEDURE IS 3000-REPORT-CHANGES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           MOVE "01" TO WS-FROM-DATE(7:2)
           MOVE WS-RUN-DATE TO WS-TO-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-PARM-FROM WS-PARM-TO
               END-UNSTRING
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               IF WS-PARM-TO NOT = SPACES
                   MOVE WS-PARM-TO TO WS-TO-DATE
               END-IF
           END-IF
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-TO-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ISORGHRP: INVALID PARM '" WS-PARM
                   "', EXPECTED PERIOD AS 'AAAAMMJJ,AAAAMMJJ'"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Sans historique (aucun changement encore fait par
      *    ISOREGM) le rapport le dit simplement
           OPEN INPUT REGHIST
           IF WS-REGHIST-STATUS = "00" OR WS-REGHIST-STATUS = "05"
               MOVE 'Y' TO WS-REGHIST-PRESENT
           ELSE
               IF WS-REGHIST-STATUS NOT = "35"
                   DISPLAY "ISORGHRP: ERROR OPENING REGHIST: "
                       WS-REGHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT SRCREGF
           IF WS-SRCREGF-STATUS = "00"
               MOVE 'Y' TO WS-SRCREGF-PRESENT
           ELSE
               IF WS-SRCREGF-STATUS NOT = "35"
                   DISPLAY "ISORGHRP: ERROR OPENING SRCREGF: "
                       WS-SRCREGF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RGHRPT
           IF WS-RGHRPT-STATUS NOT = "00"
               DISPLAY "ISORGHRP: ERROR OPENING RGHRPT: "
                   WS-RGHRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RGHRPT-REC
           STRING "ISORGHRP - SOURCE REGISTRY CHANGES FROM "
               DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC.

      *    Retient les changements datés dans la période
       2000-SELECT-CHANGES.
           IF WS-REGHIST-IS-PRESENT
               PERFORM UNTIL WS-END-OF-FILE
                   READ REGHIST
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RHST-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                               AND RHST-TIMESTAMP(1:8)
                                   NOT > WS-TO-DATE
                               MOVE RHST-SYSTEM-CODE
                                   TO SORT-SYSTEM-CODE
                               MOVE RHST-TIMESTAMP TO SORT-TIMESTAMP
                               MOVE REGISTRY-HISTORY-RECORD
                                   TO SORT-HISTORY
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Dépouille le tri : les changements d'un même code
      *    arrivent consécutivement et dans l'ordre chronologique
       3000-REPORT-CHANGES.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-REPORT-ONE-CHANGE
               END-RETURN
           END-PERFORM
           IF WS-GROUP-WAS-STARTED
               PERFORM 3300-CLOSE-SECTION
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS.

       3100-REPORT-ONE-CHANGE.
           IF SORT-SYSTEM-CODE NOT = WS-GROUP-CODE
               OR NOT WS-GROUP-WAS-STARTED
               IF WS-GROUP-WAS-STARTED
                   PERFORM 3300-CLOSE-SECTION
               END-IF
               PERFORM 3200-OPEN-SECTION
           END-IF
           MOVE SORT-HISTORY TO REGISTRY-HISTORY-RECORD
           ADD 1 TO WS-GRP-CHANGES
           ADD 1 TO WS-TOT-CHANGES
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RHST-TIMESTAMP(1:8) TO WS-DET-DATE
           MOVE RHST-TIMESTAMP(9:6) TO WS-DET-TIME
           MOVE RHST-OPERATOR-ID TO WS-DET-OPERATOR
           MOVE RHST-REASON TO WS-DET-REASON
           EVALUATE TRUE
               WHEN RHST-IS-ADD
                   MOVE "ADDED" TO WS-DET-CHANGE
                   ADD 1 TO WS-TOT-ADDED
               WHEN RHST-IS-SUSPEND
                   MOVE "SUSPENDED" TO WS-DET-CHANGE
                   ADD 1 TO WS-TOT-SUSPENDED
               WHEN RHST-IS-REACTIVATE
                   MOVE "REACTIVATED" TO WS-DET-CHANGE
                   ADD 1 TO WS-TOT-REACTIVATED
               WHEN RHST-IS-DESCRIPTION
                   MOVE "DESCRIPTION" TO WS-DET-CHANGE
                   ADD 1 TO WS-TOT-DESCRIPTION
               WHEN RHST-IS-CONTACT
                   MOVE "CONTACT" TO WS-DET-CHANGE
                   ADD 1 TO WS-TOT-CONTACT
               WHEN OTHER
                   MOVE RHST-ACTION TO WS-DET-CHANGE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RGHRPT-REC
           WRITE RGHRPT-REC
      *    Image avant (sauf ajout) puis image après
           IF NOT RHST-IS-ADD
               MOVE RHST-BEFORE-IMAGE TO WS-IMAGE
               MOVE "BEFORE: " TO WS-IML-LABEL
               PERFORM 3150-WRITE-IMAGE-LINE
           END-IF
           MOVE RHST-AFTER-IMAGE TO WS-IMAGE
           MOVE "AFTER : " TO WS-IML-LABEL
           PERFORM 3150-WRITE-IMAGE-LINE.

       3150-WRITE-IMAGE-LINE.
           MOVE WS-IMG-STATUS TO WS-IML-STATUS
           MOVE WS-IMG-DESCRIPTION TO WS-IML-DESCRIPTION
           MOVE WS-IMG-CONTACT TO WS-IML-CONTACT
           MOVE WS-IMAGE-LINE TO RGHRPT-REC
           WRITE RGHRPT-REC.

      *    En-tête de section avec l'état actuel du code au
      *    référentiel
       3200-OPEN-SECTION.
           MOVE SORT-SYSTEM-CODE TO WS-GROUP-CODE
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE 0 TO WS-GRP-CHANGES
           ADD 1 TO WS-TOT-CODES
           MOVE SPACES TO RGHRPT-REC
           WRITE RGHRPT-REC
           MOVE SPACES TO RGHRPT-REC
           IF WS-SRCREGF-IS-PRESENT
               MOVE WS-GROUP-CODE TO SREG-SYSTEM-CODE
               READ SRCREGF
                   INVALID KEY
                       MOVE SPACE TO SREG-STATUS
               END-READ
           ELSE
               MOVE SPACE TO SREG-STATUS
           END-IF
           EVALUATE TRUE
               WHEN SREG-IS-ACTIVE
                   STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
                       WS-GROUP-CODE DELIMITED BY SIZE
                       "   NOW: ACTIVE" DELIMITED BY SIZE
                       INTO RGHRPT-REC
                   END-STRING
               WHEN SREG-IS-SUSPENDED
                   STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
                       WS-GROUP-CODE DELIMITED BY SIZE
                       "   NOW: SUSPENDED" DELIMITED BY SIZE
                       INTO RGHRPT-REC
                   END-STRING
               WHEN OTHER
                   STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
                       WS-GROUP-CODE DELIMITED BY SIZE
                       "   NOW: NOT IN REGISTRY" DELIMITED BY SIZE
                       INTO RGHRPT-REC
                   END-STRING
           END-EVALUATE
           WRITE RGHRPT-REC
           MOVE SPACES TO RGHRPT-REC
           STRING "  DATE     TIME   OPERATOR  CHANGE        "
               DELIMITED BY SIZE
               "REASON" DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC.

       3300-CLOSE-SECTION.
           MOVE SPACES TO RGHRPT-REC
           STRING "  CHANGES FOR " DELIMITED BY SIZE
               WS-GROUP-CODE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-GRP-CHANGES DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC.

       3500-WRITE-GRAND-TOTALS.
           MOVE SPACES TO RGHRPT-REC
           WRITE RGHRPT-REC
           IF WS-TOT-CHANGES = 0
               MOVE "NO REGISTRY CHANGE IN THE PERIOD" TO RGHRPT-REC
               WRITE RGHRPT-REC
           END-IF
           MOVE SPACES TO RGHRPT-REC
           STRING "SOURCE SYSTEMS CHANGED  : " DELIMITED BY SIZE
               WS-TOT-CODES DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC
           MOVE SPACES TO RGHRPT-REC
           STRING "CHANGES IN THE PERIOD   : " DELIMITED BY SIZE
               WS-TOT-CHANGES DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC
           MOVE SPACES TO RGHRPT-REC
           STRING "  ADDED " DELIMITED BY SIZE
               WS-TOT-ADDED DELIMITED BY SIZE
               "  SUSPENDED " DELIMITED BY SIZE
               WS-TOT-SUSPENDED DELIMITED BY SIZE
               "  REACTIVATED " DELIMITED BY SIZE
               WS-TOT-REACTIVATED DELIMITED BY SIZE
               "  DESCRIPTION " DELIMITED BY SIZE
               WS-TOT-DESCRIPTION DELIMITED BY SIZE
               "  CONTACT " DELIMITED BY SIZE
               WS-TOT-CONTACT DELIMITED BY SIZE
               INTO RGHRPT-REC
           END-STRING
           WRITE RGHRPT-REC.

       9000-TERMINATE.
           IF WS-REGHIST-IS-PRESENT
               CLOSE REGHIST
           END-IF
           IF WS-SRCREGF-IS-PRESENT
               CLOSE SRCREGF
           END-IF
           CLOSE RGHRPT
           DISPLAY "ISORGHRP: " WS-TOT-CHANGES
               " REGISTRY CHANGE(S) FROM " WS-FROM-DATE " TO "
               WS-TO-DATE ", " WS-TOT-CODES " SOURCE SYSTEM(S)".
