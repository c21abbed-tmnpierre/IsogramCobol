      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Maintenance de la liste des retenues de         *
      *               distribution (HOLDFIL) à partir de cartes :     *
      *               pose ou levée d'une retenue sur un système      *
      *               source entier ou sur une phrase d'une source,   *
      *               avec motif, demandeur et échéance, puis liste   *
      *               des retenues en vigueur pour le contrôle        *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOHOLDM.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cartes de maintenance (HOLDCDRC)
           SELECT HOLDCARD ASSIGN TO "HOLDCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDCARD-STATUS.

      *    Liste des retenues, mise à jour par clé puis relue en
      *    séquence pour la liste de contrôle
           SELECT HOLDFIL ASSIGN TO "HOLDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDFIL-STATUS.

      *    Compte rendu des cartes et liste des retenues
           SELECT HOLDRPT ASSIGN TO "HOLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDCARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY HOLDCDRC.

       FD  HOLDFIL
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDLSRC.

       FD  HOLDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLDRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-HOLDCARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-HOLDFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-HOLDRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Issue de la carte en cours, reportée au compte rendu
       01  WS-CARD-OUTCOME PIC X(40) VALUE SPACES.

      *    Compteurs pour le compte rendu
       01  WS-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-PLACE-COUNT PIC 9(07) VALUE 0.
       01  WS-LIFT-COUNT PIC 9(07) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(07) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(07) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(07) VALUE 0.

      *    Ligne de la liste des retenues
       01  WS-DETAIL-LINE.
           05  WS-DET-SOURCE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-PHRASE-ID PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-STATE PIC X(07).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-PLACED PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-EXPIRY PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-REQUESTER PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-REASON PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-FILE
               READ HOLDCARD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3000-APPLY-ONE-CARD
               END-READ
           END-PERFORM
           PERFORM 5000-LIST-HOLDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT HOLDCARD
           IF WS-HOLDCARD-STATUS NOT = "00"
               DISPLAY "ISOHOLDM: ERROR OPENING HOLDCARD: "
                   WS-HOLDCARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    La liste est créée vide si elle n'existe pas encore
           OPEN I-O HOLDFIL
           IF WS-HOLDFIL-STATUS = "35" OR WS-HOLDFIL-STATUS = "05"
               OPEN OUTPUT HOLDFIL
               CLOSE HOLDFIL
               OPEN I-O HOLDFIL
           END-IF
           IF WS-HOLDFIL-STATUS NOT = "00"
               DISPLAY "ISOHOLDM: ERROR OPENING HOLDFIL: "
                   WS-HOLDFIL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HOLDRPT
           IF WS-HOLDRPT-STATUS NOT = "00"
               DISPLAY "ISOHOLDM: ERROR OPENING HOLDRPT: "
                   WS-HOLDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO HOLDRPT-REC
           STRING "ISOHOLDM - DISTRIBUTION HOLD LIST MAINTENANCE - "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO HOLDRPT-REC
           END-STRING
           WRITE HOLDRPT-REC
           MOVE SPACES TO HOLDRPT-REC
           WRITE HOLDRPT-REC.

      *    Contrôle la carte puis l'applique ; une carte invalide
      *    est écartée avec son motif, sans arrêter la maintenance
       3000-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-OUTCOME
           EVALUATE TRUE
               WHEN HCRD-SOURCE-SYSTEM = SPACES
                   MOVE "REFUSED - NO SOURCE SYSTEM"
                       TO WS-CARD-OUTCOME
               WHEN HCRD-REQUESTER = SPACES OR HCRD-REASON = SPACES
                   MOVE "REFUSED - REQUESTER AND REASON REQUIRED"
                       TO WS-CARD-OUTCOME
               WHEN HCRD-IS-PLACE
                   PERFORM 3100-PLACE-HOLD
               WHEN HCRD-IS-LIFT
                   PERFORM 3200-LIFT-HOLD
               WHEN OTHER
                   MOVE "REFUSED - ACTION MUST BE P OR L"
                       TO WS-CARD-OUTCOME
           END-EVALUATE
           IF WS-CARD-OUTCOME(1:7) = "REFUSED"
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           MOVE SPACES TO HOLDRPT-REC
           STRING "CARD " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               HCRD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HCRD-SOURCE-SYSTEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HCRD-PHRASE-ID DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               HCRD-REQUESTER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-CARD-OUTCOME DELIMITED BY SIZE
               INTO HOLDRPT-REC
           END-STRING
           WRITE HOLDRPT-REC.

      *    Pose ou remplace la retenue ; une échéance déjà passée
      *    ne retiendrait rien et signale une erreur de saisie
       3100-PLACE-HOLD.
           IF HCRD-EXPIRY-DATE NOT = SPACES
               AND (HCRD-EXPIRY-DATE NOT NUMERIC
                   OR HCRD-EXPIRY-DATE < WS-RUN-DATE)
               MOVE "REFUSED - EXPIRY DATE INVALID OR PAST"
                   TO WS-CARD-OUTCOME
           ELSE
               MOVE SPACES TO HOLD-LIST-RECORD
               MOVE HCRD-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
               MOVE HCRD-PHRASE-ID TO HOLD-PHRASE-ID
               MOVE HCRD-REASON TO HOLD-REASON
               MOVE HCRD-REQUESTER TO HOLD-REQUESTER
               MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
               MOVE HCRD-EXPIRY-DATE TO HOLD-EXPIRY-DATE
               MOVE 'A' TO HOLD-STATUS
               WRITE HOLD-LIST-RECORD
                   INVALID KEY
                       REWRITE HOLD-LIST-RECORD
                       MOVE "HOLD REPLACED" TO WS-CARD-OUTCOME
                   NOT INVALID KEY
                       MOVE "HOLD PLACED" TO WS-CARD-OUTCOME
               END-WRITE
               IF WS-HOLDFIL-STATUS NOT = "00"
                   DISPLAY "ISOHOLDM: WRITE FAILURE ON HOLDFIL, "
                       "FILE STATUS " WS-HOLDFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLACE-COUNT
           END-IF.

      *    Lève la retenue : l'entrée est conservée, marquée levée,
      *    pour garder la trace de qui a retenu quoi et pourquoi ;
      *    le motif de la levée remplace celui de la pose
       3200-LIFT-HOLD.
           MOVE HCRD-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
           MOVE HCRD-PHRASE-ID TO HOLD-PHRASE-ID
           READ HOLDFIL
               INVALID KEY
                   MOVE "REFUSED - NO SUCH HOLD" TO WS-CARD-OUTCOME
               NOT INVALID KEY
                   IF HOLD-IS-LIFTED
                       MOVE "REFUSED - HOLD ALREADY LIFTED"
                           TO WS-CARD-OUTCOME
                   ELSE
                       MOVE 'L' TO HOLD-STATUS
                       MOVE WS-RUN-DATE TO HOLD-LIFTED-DATE
                       MOVE HCRD-REQUESTER TO HOLD-REQUESTER
                       MOVE HCRD-REASON TO HOLD-REASON
                       REWRITE HOLD-LIST-RECORD
                       IF WS-HOLDFIL-STATUS NOT = "00"
                           DISPLAY "ISOHOLDM: WRITE FAILURE ON "
                               "HOLDFIL, FILE STATUS "
                               WS-HOLDFIL-STATUS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "HOLD LIFTED" TO WS-CARD-OUTCOME
                       ADD 1 TO WS-LIFT-COUNT
                   END-IF
           END-READ.

      *    Liste des retenues non levées, échues signalées : c'est la
      *    liste que la distribution appliquera cette nuit
       5000-LIST-HOLDS.
           MOVE SPACES TO HOLDRPT-REC
           WRITE HOLDRPT-REC
           MOVE SPACES TO HOLDRPT-REC
           STRING "SOURCE    PHRASE ID   STATE    PLACED    EXPIRES"
               DELIMITED BY SIZE
               "   REQUESTR  REASON" DELIMITED BY SIZE
               INTO HOLDRPT-REC
           END-STRING
           WRITE HOLDRPT-REC
           MOVE LOW-VALUES TO HOLD-KEY
           MOVE 'N' TO WS-EOF-SWITCH
           START HOLDFIL KEY >= HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ HOLDFIL NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HOLD-IS-ACTIVE
                           PERFORM 5100-LIST-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACTIVE-COUNT = 0 AND WS-EXPIRED-COUNT = 0
               MOVE SPACES TO HOLDRPT-REC
               MOVE "  NONE - NOTHING HELD FROM DISTRIBUTION"
                   TO HOLDRPT-REC
               WRITE HOLDRPT-REC
           END-IF.

       5100-LIST-ONE-HOLD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE HOLD-SOURCE-SYSTEM TO WS-DET-SOURCE
           IF HOLD-PHRASE-ID = SPACES
               MOVE "*ALL*" TO WS-DET-PHRASE-ID
           ELSE
               MOVE HOLD-PHRASE-ID TO WS-DET-PHRASE-ID
           END-IF
           IF HOLD-EXPIRY-DATE NOT = SPACES
               AND HOLD-EXPIRY-DATE < WS-RUN-DATE
               MOVE "EXPIRED" TO WS-DET-STATE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "ACTIVE" TO WS-DET-STATE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           MOVE HOLD-PLACED-DATE TO WS-DET-PLACED
           IF HOLD-EXPIRY-DATE = SPACES
               MOVE "NONE" TO WS-DET-EXPIRY
           ELSE
               MOVE HOLD-EXPIRY-DATE TO WS-DET-EXPIRY
           END-IF
           MOVE HOLD-REQUESTER TO WS-DET-REQUESTER
           MOVE HOLD-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO HOLDRPT-REC
           WRITE HOLDRPT-REC.

       9000-TERMINATE.
           CLOSE HOLDCARD
           CLOSE HOLDFIL
           CLOSE HOLDRPT
           DISPLAY "ISOHOLDM: " WS-READ-COUNT " CARD(S) READ, "
               WS-PLACE-COUNT " PLACED, " WS-LIFT-COUNT " LIFTED, "
               WS-SKIP-COUNT " REFUSED; " WS-ACTIVE-COUNT
               " HOLD(S) NOW ACTIVE"
           IF WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
