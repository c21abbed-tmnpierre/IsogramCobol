      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Réception des flux nocturnes en amont d'ISOGRMB *
      *               et d'ISOSPLIT : chaque système source dépose    *
      *               son propre fichier, contrôlé séparément (date   *
      *               d'en-tête contre le calendrier des jours        *
      *               ouvrés, compte de la fin de fichier, système    *
      *               source au référentiel). Les flux valides sont   *
      *               concaténés en l'unique INPHRASE de la nuit, un  *
      *               flux en défaut part en quarantaine avec son     *
      *               motif, d'où le contrôle des données peut le     *
      *               libérer ou l'abandonner une nuit suivante       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOINTK.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Flux déposés par les systèmes sources, un fichier par
      *    source (un DD absent ou vide vaut flux non reçu)
           SELECT FEED1 ASSIGN TO "FEED1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED1-STATUS.
           SELECT FEED2 ASSIGN TO "FEED2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED2-STATUS.
           SELECT FEED3 ASSIGN TO "FEED3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED3-STATUS.
           SELECT FEED4 ASSIGN TO "FEED4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED4-STATUS.
           SELECT FEED5 ASSIGN TO "FEED5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED5-STATUS.
           SELECT FEED6 ASSIGN TO "FEED6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED6-STATUS.

      *    Flux unique de la nuit, lu ensuite par ISOGRMB ou ISOSPLIT
           SELECT INPHRASE ASSIGN TO "INPHRASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPHRASE-STATUS.

      *    Référentiel des systèmes sources, consulté par clé
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Calendrier des jours ouvrés : mêmes cartes qu'ISOGRMB
           SELECT CALFIL ASSIGN TO "CALFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALFIL-STATUS.

      *    Registre de quarantaine de la veille (entrée) et mis à
      *    jour (sortie)
           SELECT QREGIN ASSIGN TO "QREGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QREGIN-STATUS.
           SELECT QREGOUT ASSIGN TO "QREGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QREGOUT-STATUS.

      *    Enregistrements retenus en quarantaine, de la veille
      *    (entrée) et mis à jour (sortie)
           SELECT QDATIN ASSIGN TO "QDATIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QDATIN-STATUS.
           SELECT QDATOUT ASSIGN TO "QDATOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QDATOUT-STATUS.

      *    Cartes de décision du contrôle des données sur les flux
      *    en quarantaine
           SELECT QRLSCARD ASSIGN TO "QRLSCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QRLSCARD-STATUS.

      *    Rapport de réception de la nuit
           SELECT INTKRPT ASSIGN TO "INTKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED1
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED1-REC PIC X(146).

       FD  FEED2
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED2-REC PIC X(146).

       FD  FEED3
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED3-REC PIC X(146).

       FD  FEED4
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED4-REC PIC X(146).

       FD  FEED5
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED5-REC PIC X(146).

       FD  FEED6
           RECORD CONTAINS 146 CHARACTERS.
       01  FEED6-REC PIC X(146).

      *    L'image structurée de l'enregistrement de flux examiné vit
      *    sous INPHRASE, ouvert pendant toute l'exécution
       FD  INPHRASE
           RECORD CONTAINS 146 CHARACTERS.
       COPY PHRASEREC.

       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  CALFIL
           RECORD CONTAINS 48 CHARACTERS.
       COPY CALRECRC.

      *    Le registre et les données de la veille sont relus dans
      *    des zones banalisées : leur image structurée vit sous
      *    QREGOUT et QDATOUT, toujours ouverts quand on la manipule
       FD  QREGIN
           RECORD CONTAINS 80 CHARACTERS.
       01  QREGIN-REC PIC X(80).

       FD  QREGOUT
           RECORD CONTAINS 80 CHARACTERS.
       COPY QUARRGRC.

       FD  QDATIN
           RECORD CONTAINS 170 CHARACTERS.
       01  QDATIN-REC PIC X(170).

       FD  QDATOUT
           RECORD CONTAINS 170 CHARACTERS.
       COPY QUARDTRC.

       FD  QRLSCARD
           RECORD CONTAINS 17 CHARACTERS.
       COPY QRLSCDRC.

       FD  INTKRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  INTKRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-FEED1-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED2-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED3-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED4-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED5-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED6-STATUS PIC X(02) VALUE SPACES.
       01  WS-INPHRASE-STATUS PIC X(02) VALUE SPACES.
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-CALFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-QREGIN-STATUS PIC X(02) VALUE SPACES.
       01  WS-QREGOUT-STATUS PIC X(02) VALUE SPACES.
       01  WS-QDATIN-STATUS PIC X(02) VALUE SPACES.
       01  WS-QDATOUT-STATUS PIC X(02) VALUE SPACES.
       01  WS-QRLSCARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-INTKRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
      *    Indiquent que les fichiers facultatifs existent
       01  WS-QREGIN-PRESENT PIC X(01) VALUE 'N'.
           88  WS-QREGIN-IS-PRESENT VALUE 'Y'.
       01  WS-QDATIN-PRESENT PIC X(01) VALUE 'N'.
           88  WS-QDATIN-IS-PRESENT VALUE 'Y'.
       01  WS-QRLSCARD-PRESENT PIC X(01) VALUE 'N'.
           88  WS-QRLSCARD-IS-PRESENT VALUE 'Y'.

      *    Flux en cours d'examen : rang du DD (FEED1 à FEED6), état
      *    de la dernière opération, fin de fichier
       01  WS-FEED-COUNT PIC 9(01) COMP VALUE 6.
       01  WS-FEED-INDEX PIC 9(01) COMP VALUE 0.
       01  WS-FEED-INDEX-DISP PIC 9(01).
       01  WS-FEED-DDNAME PIC X(08) VALUE SPACES.
       01  WS-FEED-STATUS PIC X(02) VALUE SPACES.
       01  WS-FEED-PRESENT PIC X(01) VALUE 'N'.
           88  WS-FEED-IS-PRESENT VALUE 'Y'.
       01  WS-FEED-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-FEED-END-OF-FILE VALUE 'Y'.

      *    Contrôles du flux en cours : premier défaut constaté
      *    retenu comme motif de quarantaine
       01  WS-FEED-VALID PIC X(01) VALUE 'Y'.
           88  WS-FEED-IS-VALID VALUE 'Y'.
       01  WS-FEED-REASON PIC X(40) VALUE SPACES.
       01  WS-CHECK-REASON PIC X(40) VALUE SPACES.
       01  WS-FEED-SOURCE PIC X(08) VALUE SPACES.
       01  WS-FEED-DATE PIC X(08) VALUE SPACES.
       01  WS-FEED-HEADER-SEEN PIC X(01) VALUE 'N'.
           88  WS-FEED-HEADER-WAS-SEEN VALUE 'Y'.
       01  WS-FEED-TRAILER-SEEN PIC X(01) VALUE 'N'.
           88  WS-FEED-TRAILER-WAS-SEEN VALUE 'Y'.
       01  WS-FEED-TRAILER-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-FEED-DATA-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-FEED-RECORD-COUNT PIC 9(07) VALUE 0.
       01  WS-FEED-FIRST-RECORD PIC X(01) VALUE 'Y'.
           88  WS-FEED-AT-FIRST-RECORD VALUE 'Y'.
      *    Résultat de la consultation du référentiel
       01  WS-SOURCE-CHECK PIC X(01) VALUE ' '.
           88  WS-SOURCE-IS-ACTIVE VALUE 'A'.
           88  WS-SOURCE-IS-SUSPENDED VALUE 'S'.
           88  WS-SOURCE-IS-UNKNOWN VALUE 'U'.

      *    Registre de quarantaine rechargé en table, enrichi des
      *    flux écartés cette nuit et des décisions du jour
       01  WS-REG-MAX PIC 9(03) COMP VALUE 500.
       01  WS-REG-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 500.
               10  WS-REG-SOURCE PIC X(08).
               10  WS-REG-FILE-DATE PIC X(08).
               10  WS-REG-QUAR-DATE PIC X(08).
               10  WS-REG-RECORD-COUNT PIC 9(07).
               10  WS-REG-STATUS PIC X(01).
               10  WS-REG-REASON PIC X(40).
               10  WS-REG-ACTION-DATE PIC X(08).
      *    Décision appliquée cette nuit (R, D ou blanc)
               10  WS-REG-RUN-ACTION PIC X(01).
       01  WS-REG-INDEX PIC 9(03) COMP VALUE 0.
      *    Indice de l'entrée trouvée par 6500-FIND-REGISTER-ENTRY
      *    (zéro si la clé cherchée est absente de la table)
       01  WS-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-SEARCH-SOURCE PIC X(08) VALUE SPACES.
       01  WS-SEARCH-FILE-DATE PIC X(08) VALUE SPACES.
       01  WS-SEARCH-QUAR-DATE PIC X(08) VALUE SPACES.

      *    Flux retenu en cours de relecture depuis la quarantaine
       01  WS-HELD-KEY PIC X(24) VALUE SPACES.
       01  WS-HELD-STARTED PIC X(01) VALUE 'N'.
           88  WS-HELD-WAS-STARTED VALUE 'Y'.
       01  WS-HELD-ACTION PIC X(01) VALUE ' '.
           88  WS-HELD-TO-RELEASE VALUE 'R'.
           88  WS-HELD-TO-DISCARD VALUE 'D'.
       01  WS-HELD-SOURCE PIC X(08) VALUE SPACES.
       01  WS-HELD-DATA-COUNT PIC 9(09) COMP VALUE 0.

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Calendrier des jours ouvrés, comme ISOGRMB et ISOSPLIT
       01  WS-CAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-CAL-END-OF-FILE VALUE 'Y'.
       01  WS-HOLIDAY-MAX PIC 9(03) COMP VALUE 400.
       01  WS-HOLIDAY-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE PIC X(08) OCCURS 400.
       01  WS-HOLIDAY-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-PREV-BUS-DATE PIC X(08) VALUE SPACES.
       01  WS-CAND-INT PIC 9(08) COMP VALUE 0.
       01  WS-CAND-DOW PIC 9(01) COMP VALUE 0.
       01  WS-CAND-DATE-NUM PIC 9(08) VALUE 0.
       01  WS-CAND-DATE PIC X(08) VALUE SPACES.
       01  WS-CAND-BUSINESS PIC X(01) VALUE 'N'.
           88  WS-CAND-IS-BUSINESS VALUE 'Y'.
       01  WS-CAL-LOOKBACK PIC 9(02) COMP VALUE 0.

      *    Compteurs du rapport et de l'issue de la réception
       01  WS-ACCEPTED-COUNT PIC 9(03) VALUE 0.
       01  WS-QUARANTINED-COUNT PIC 9(03) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(03) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(03) VALUE 0.
       01  WS-DISCARDED-COUNT PIC 9(03) VALUE 0.
       01  WS-STILL-HELD-COUNT PIC 9(03) VALUE 0.
       01  WS-CARD-REFUSED-COUNT PIC 9(03) VALUE 0.
       01  WS-DATA-WRITTEN PIC 9(09) COMP VALUE 0.
       01  WS-DATA-WRITTEN-DISP PIC 9(09).
       01  WS-SEGMENT-COUNT PIC 9(03) VALUE 0.

      *    Ligne de détail du rapport : une par flux examiné
       01  WS-DETAIL-LINE.
           05  WS-DET-DDNAME PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-SOURCE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-FILE-DATE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-RECORDS PIC ZZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-DECISION PIC X(13).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-REASON PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGISTER
           PERFORM 3000-APPLY-RELEASE-CARDS
           PERFORM 4000-PROCESS-HELD-FEEDS
           PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1 UNTIL
               WS-FEED-INDEX > WS-FEED-COUNT
               PERFORM 5000-VALIDATE-FEED
               IF WS-FEED-IS-PRESENT
                   PERFORM 5500-ROUTE-FEED
               END-IF
           END-PERFORM
           PERFORM 6000-WRITE-REGISTER
           PERFORM 7000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN OUTPUT INPHRASE
           IF WS-INPHRASE-STATUS NOT = "00"
               DISPLAY "ISOINTK: ERROR OPENING INPHRASE: "
                   WS-INPHRASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SRCREGF
           IF WS-SRCREGF-STATUS NOT = "00"
               DISPLAY "ISOINTK: ERROR OPENING SRCREGF: "
                   WS-SRCREGF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Le registre et les données en quarantaine peuvent ne pas
      *    encore exister (première mise en route) : on démarre
      *    alors d'une quarantaine vide
           OPEN INPUT QREGIN
           IF WS-QREGIN-STATUS = "00" OR WS-QREGIN-STATUS = "05"
               MOVE 'Y' TO WS-QREGIN-PRESENT
           ELSE
               IF WS-QREGIN-STATUS NOT = "35"
                   DISPLAY "ISOINTK: ERROR OPENING QREGIN: "
                       WS-QREGIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT QDATIN
           IF WS-QDATIN-STATUS = "00" OR WS-QDATIN-STATUS = "05"
               MOVE 'Y' TO WS-QDATIN-PRESENT
           ELSE
               IF WS-QDATIN-STATUS NOT = "35"
                   DISPLAY "ISOINTK: ERROR OPENING QDATIN: "
                       WS-QDATIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    Sans carte de décision, aucune quarantaine n'est levée
           OPEN INPUT QRLSCARD
           IF WS-QRLSCARD-STATUS = "00" OR WS-QRLSCARD-STATUS = "05"
               MOVE 'Y' TO WS-QRLSCARD-PRESENT
           ELSE
               IF WS-QRLSCARD-STATUS NOT = "35"
                   DISPLAY "ISOINTK: ERROR OPENING QRLSCARD: "
                       WS-QRLSCARD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT QREGOUT
           IF WS-QREGOUT-STATUS NOT = "00"
               DISPLAY "ISOINTK: ERROR OPENING QREGOUT: "
                   WS-QREGOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT QDATOUT
           IF WS-QDATOUT-STATUS NOT = "00"
               DISPLAY "ISOINTK: ERROR OPENING QDATOUT: "
                   WS-QDATOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INTKRPT
           IF WS-INTKRPT-STATUS NOT = "00"
               DISPLAY "ISOINTK: ERROR OPENING INTKRPT: "
                   WS-INTKRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Charge le calendrier des jours ouvrés et calcule le jour
      *    ouvré précédent, avant tout contrôle d'en-tête
           PERFORM 1600-LOAD-CALENDAR
           PERFORM 1700-FIND-PREV-BUS-DAY

           MOVE SPACES TO INTKRPT-REC
           STRING "ISOINTK - NIGHTLY FEED INTAKE - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " (PREVIOUS BUSINESS DAY " DELIMITED BY SIZE
               WS-PREV-BUS-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC.

      *    Recharge les jours fériés du calendrier ; un calendrier
      *    absent n'arrête pas la réception, la règle des week-ends
      *    reste appliquée seule (avec avertissement)
       1600-LOAD-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CALFIL
           IF WS-CALFIL-STATUS = "00"
               PERFORM UNTIL WS-CAL-END-OF-FILE
                   READ CALFIL
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-SWITCH
                       NOT AT END
                           PERFORM 1650-TABLE-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE CALFIL
           ELSE
               IF WS-CALFIL-STATUS = "35" OR WS-CALFIL-STATUS = "05"
                   DISPLAY "ISOINTK: BUSINESS-DAY CALENDAR FILE "
                       "ABSENT, WEEKEND RULE APPLIED ALONE"
               ELSE
                   DISPLAY "ISOINTK: ERROR OPENING CALFIL: "
                       WS-CALFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1650-TABLE-ONE-HOLIDAY.
           IF CAL-HOLIDAY-DATE NUMERIC
               AND WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE CAL-HOLIDAY-DATE
                   TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
           END-IF.

      *    Remonte depuis la veille jusqu'au premier jour qui n'est
      *    ni un samedi, ni un dimanche, ni un férié du calendrier
       1700-FIND-PREV-BUS-DAY.
           COMPUTE WS-CAND-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE)) - 1
           MOVE 0 TO WS-CAL-LOOKBACK
           PERFORM 1750-TEST-CANDIDATE-DAY
           PERFORM UNTIL WS-CAND-IS-BUSINESS
               OR WS-CAL-LOOKBACK > 30
               SUBTRACT 1 FROM WS-CAND-INT
               ADD 1 TO WS-CAL-LOOKBACK
               PERFORM 1750-TEST-CANDIDATE-DAY
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-PREV-BUS-DATE.

      *    Qualifie le jour candidat : FUNCTION INTEGER-OF-DATE
      *    compte les jours depuis le lundi 1er janvier 1601, le
      *    reste de la division par 7 vaut donc 6 pour un samedi et
      *    0 pour un dimanche
       1750-TEST-CANDIDATE-DAY.
           COMPUTE WS-CAND-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
           MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE
           COMPUTE WS-CAND-DOW = FUNCTION REM(WS-CAND-INT, 7)
           IF WS-CAND-DOW = 6 OR WS-CAND-DOW = 0
               MOVE 'N' TO WS-CAND-BUSINESS
           ELSE
               MOVE 'Y' TO WS-CAND-BUSINESS
               PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1 UNTIL
                   WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE (WS-HOLIDAY-INDEX)
                       = WS-CAND-DATE
                       MOVE 'N' TO WS-CAND-BUSINESS
                   END-IF
               END-PERFORM
           END-IF.

      *    Recharge en table le registre de quarantaine de la veille
       2000-LOAD-REGISTER.
           IF WS-QREGIN-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ QREGIN
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE QREGIN-REC
                               TO QUARANTINE-REGISTER-RECORD
                           PERFORM 2100-TABLE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
           END-IF.

       2100-TABLE-REGISTER-ENTRY.
           IF WS-REG-COUNT >= WS-REG-MAX
               DISPLAY "ISOINTK: QUARANTINE REGISTER TABLE FULL ("
                   WS-REG-MAX " ENTRIES), RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE QREG-SOURCE-SYSTEM TO WS-REG-SOURCE (WS-REG-COUNT)
           MOVE QREG-FILE-DATE TO WS-REG-FILE-DATE (WS-REG-COUNT)
           MOVE QREG-QUAR-DATE TO WS-REG-QUAR-DATE (WS-REG-COUNT)
           MOVE QREG-RECORD-COUNT
               TO WS-REG-RECORD-COUNT (WS-REG-COUNT)
           MOVE QREG-STATUS TO WS-REG-STATUS (WS-REG-COUNT)
           MOVE QREG-REASON TO WS-REG-REASON (WS-REG-COUNT)
           MOVE QREG-ACTION-DATE TO WS-REG-ACTION-DATE (WS-REG-COUNT)
           MOVE SPACE TO WS-REG-RUN-ACTION (WS-REG-COUNT).

      *    Applique les cartes de décision du contrôle des données :
      *    une carte vise toutes les entrées encore en quarantaine
      *    pour ce système source et cette date d'en-tête
       3000-APPLY-RELEASE-CARDS.
           IF WS-QRLSCARD-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ QRLSCARD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3100-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
           END-IF.

       3100-APPLY-ONE-CARD.
           IF NOT QRLS-IS-RELEASE AND NOT QRLS-IS-DISCARD
               DISPLAY "ISOINTK: INVALID ACTION '" QRLS-ACTION
                   "' FOR " QRLS-SOURCE-SYSTEM "/" QRLS-FILE-DATE
                   ", CARD IGNORED"
               ADD 1 TO WS-CARD-REFUSED-COUNT
           ELSE
               MOVE 0 TO WS-FOUND-INDEX
               PERFORM VARYING WS-REG-INDEX FROM 1 BY 1 UNTIL
                   WS-REG-INDEX > WS-REG-COUNT
                   IF WS-REG-SOURCE (WS-REG-INDEX)
                       = QRLS-SOURCE-SYSTEM
                       AND WS-REG-FILE-DATE (WS-REG-INDEX)
                           = QRLS-FILE-DATE
                       AND WS-REG-STATUS (WS-REG-INDEX) = 'Q'
                       MOVE WS-REG-INDEX TO WS-FOUND-INDEX
                       PERFORM 3200-DECIDE-ONE-ENTRY
                   END-IF
               END-PERFORM
               IF WS-FOUND-INDEX = 0
                   DISPLAY "ISOINTK: NO HELD FEED FOR "
                       QRLS-SOURCE-SYSTEM "/" QRLS-FILE-DATE
                       ", CARD IGNORED"
                   ADD 1 TO WS-CARD-REFUSED-COUNT
               END-IF
           END-IF.

      *    Une libération n'est acceptée que si l'en-tête du flux
      *    nomme un système désormais actif au référentiel : sinon
      *    ISOGRMB refuserait la nuit entière à cet en-tête
       3200-DECIDE-ONE-ENTRY.
           IF QRLS-IS-DISCARD
               MOVE 'D' TO WS-REG-STATUS (WS-REG-INDEX)
               MOVE 'D' TO WS-REG-RUN-ACTION (WS-REG-INDEX)
               MOVE WS-RUN-DATE TO WS-REG-ACTION-DATE (WS-REG-INDEX)
           ELSE
               MOVE WS-REG-SOURCE (WS-REG-INDEX) TO WS-FEED-SOURCE
               PERFORM 5300-CHECK-SOURCE-REGISTRY
               IF WS-REG-SOURCE (WS-REG-INDEX) = SPACES
                   OR NOT WS-SOURCE-IS-ACTIVE
                   DISPLAY "ISOINTK: FEED " QRLS-SOURCE-SYSTEM "/"
                       QRLS-FILE-DATE " HAS NO HEADER OR ITS SOURCE "
                       "IS STILL UNKNOWN OR SUSPENDED, RELEASE REFUSED"
                   ADD 1 TO WS-CARD-REFUSED-COUNT
               ELSE
                   MOVE 'R' TO WS-REG-STATUS (WS-REG-INDEX)
                   MOVE 'R' TO WS-REG-RUN-ACTION (WS-REG-INDEX)
                   MOVE WS-RUN-DATE
                       TO WS-REG-ACTION-DATE (WS-REG-INDEX)
               END-IF
           END-IF.

      *    Relit les enregistrements retenus en quarantaine, flux
      *    par flux (ils y sont contigus) : un flux libéré passe
      *    dans l'INPHRASE de la nuit, un flux abandonné disparaît,
      *    les autres sont reconduits
       4000-PROCESS-HELD-FEEDS.
           IF WS-QDATIN-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ QDATIN
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 4100-PROCESS-ONE-HELD-RECORD
                   END-READ
               END-PERFORM
               IF WS-HELD-WAS-STARTED
                   PERFORM 4300-CLOSE-HELD-FEED
               END-IF
           END-IF.

       4100-PROCESS-ONE-HELD-RECORD.
           MOVE QDATIN-REC TO QUARANTINE-DATA-RECORD
           IF QDAT-KEY NOT = WS-HELD-KEY OR NOT WS-HELD-WAS-STARTED
               IF WS-HELD-WAS-STARTED
                   PERFORM 4300-CLOSE-HELD-FEED
               END-IF
               PERFORM 4200-OPEN-HELD-FEED
           END-IF
           EVALUATE TRUE
               WHEN WS-HELD-TO-RELEASE
                   PERFORM 4400-RELEASE-ONE-RECORD
               WHEN WS-HELD-TO-DISCARD
                   CONTINUE
               WHEN OTHER
                   WRITE QUARANTINE-DATA-RECORD
                   IF WS-QDATOUT-STATUS NOT = "00"
                       DISPLAY "ISOINTK: WRITE FAILURE ON QDATOUT, "
                           "FILE STATUS " WS-QDATOUT-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE.

      *    Début d'un flux retenu : sa décision du jour vient du
      *    registre ; des données sans entrée au registre sont
      *    reconduites telles quelles
       4200-OPEN-HELD-FEED.
           MOVE QDAT-KEY TO WS-HELD-KEY
           MOVE 'Y' TO WS-HELD-STARTED
           MOVE QDAT-SOURCE-SYSTEM TO WS-HELD-SOURCE
           MOVE 0 TO WS-HELD-DATA-COUNT
           MOVE QDAT-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
           MOVE QDAT-FILE-DATE TO WS-SEARCH-FILE-DATE
           MOVE QDAT-QUAR-DATE TO WS-SEARCH-QUAR-DATE
           PERFORM 6500-FIND-REGISTER-ENTRY
           IF WS-FOUND-INDEX = 0
               DISPLAY "ISOINTK: HELD RECORDS FOR " QDAT-SOURCE-SYSTEM
                   "/" QDAT-FILE-DATE " NOT IN THE REGISTER, KEPT"
               MOVE SPACE TO WS-HELD-ACTION
           ELSE
               MOVE WS-REG-RUN-ACTION (WS-FOUND-INDEX)
                   TO WS-HELD-ACTION
           END-IF
           IF WS-HELD-TO-RELEASE
               ADD 1 TO WS-SEGMENT-COUNT
           END-IF.

      *    Fin d'un flux libéré : sa propre fin de fichier, au compte
      *    exact des données réellement transmises, remplace celle
      *    d'origine (absente ou fausse si c'était le motif de la
      *    quarantaine) pour que le rapprochement d'ISOGRMB reste juste
       4300-CLOSE-HELD-FEED.
           IF WS-HELD-TO-RELEASE
               MOVE SPACES TO PHRASE-CONTROL-RECORD
               MOVE "*TRAILER**" TO CTL-RECORD-ID
               MOVE WS-HELD-SOURCE TO CTL-SOURCE-SYSTEM
               MOVE WS-RUN-DATE TO CTL-FILE-DATE
               MOVE WS-HELD-DATA-COUNT TO CTL-RECORD-COUNT
               PERFORM 8500-WRITE-INPHRASE
               PERFORM 4500-REPORT-SETTLED-FEED
           END-IF
           IF WS-HELD-TO-DISCARD
               PERFORM 4500-REPORT-SETTLED-FEED
           END-IF.

      *    L'en-tête d'un flux libéré est redaté du jour (la date
      *    d'origine reste au registre) : la libération vaut accord
      *    du contrôle des données sur sa fraîcheur
       4400-RELEASE-ONE-RECORD.
           MOVE QDAT-FEED-RECORD TO PHRASE-RECORD
           IF CTL-IS-HEADER
               MOVE WS-RUN-DATE TO CTL-FILE-DATE
               PERFORM 8500-WRITE-INPHRASE
           ELSE
               IF NOT CTL-IS-TRAILER
                   ADD 1 TO WS-HELD-DATA-COUNT
                   PERFORM 8500-WRITE-INPHRASE
               END-IF
           END-IF.

       4500-REPORT-SETTLED-FEED.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "QUARANT." TO WS-DET-DDNAME
           MOVE WS-REG-SOURCE (WS-FOUND-INDEX) TO WS-DET-SOURCE
           MOVE WS-REG-FILE-DATE (WS-FOUND-INDEX) TO WS-DET-FILE-DATE
           MOVE WS-REG-RECORD-COUNT (WS-FOUND-INDEX) TO WS-DET-RECORDS
           IF WS-HELD-TO-RELEASE
               MOVE "RELEASED" TO WS-DET-DECISION
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE "DISCARDED" TO WS-DET-DECISION
               ADD 1 TO WS-DISCARDED-COUNT
           END-IF
           MOVE WS-REG-REASON (WS-FOUND-INDEX) TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO INTKRPT-REC
           WRITE INTKRPT-REC.

      *    Première passe sur un flux : tous les contrôles sont faits
      *    avant d'en recopier le moindre enregistrement, pour qu'un
      *    flux en défaut ne laisse aucune trace dans l'INPHRASE
       5000-VALIDATE-FEED.
           MOVE 'Y' TO WS-FEED-VALID
           MOVE SPACES TO WS-FEED-REASON
           MOVE SPACES TO WS-FEED-SOURCE
           MOVE SPACES TO WS-FEED-DATE
           MOVE 'N' TO WS-FEED-HEADER-SEEN
           MOVE 'N' TO WS-FEED-TRAILER-SEEN
           MOVE 0 TO WS-FEED-TRAILER-COUNT
           MOVE 0 TO WS-FEED-DATA-COUNT
           MOVE 0 TO WS-FEED-RECORD-COUNT
           MOVE 'Y' TO WS-FEED-FIRST-RECORD
           PERFORM 8100-OPEN-FEED
           IF WS-FEED-IS-PRESENT
               PERFORM UNTIL WS-FEED-END-OF-FILE
                   PERFORM 8200-READ-FEED
                   IF NOT WS-FEED-END-OF-FILE
                       PERFORM 5100-EDIT-FEED-RECORD
                   END-IF
               END-PERFORM
               PERFORM 8300-CLOSE-FEED
      *    Un fichier vide vaut flux non reçu, sans quarantaine
               IF WS-FEED-RECORD-COUNT = 0
                   MOVE 'N' TO WS-FEED-PRESENT
               ELSE
                   PERFORM 5200-CHECK-FEED-CONTROLS
               END-IF
           END-IF
           IF NOT WS-FEED-IS-PRESENT
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FEED-DDNAME TO WS-DET-DDNAME
               MOVE 0 TO WS-DET-RECORDS
               MOVE "NOT RECEIVED" TO WS-DET-DECISION
               MOVE WS-DETAIL-LINE TO INTKRPT-REC
               WRITE INTKRPT-REC
           END-IF.

       5100-EDIT-FEED-RECORD.
           ADD 1 TO WS-FEED-RECORD-COUNT
           IF WS-FEED-AT-FIRST-RECORD
               MOVE 'N' TO WS-FEED-FIRST-RECORD
               IF NOT CTL-IS-HEADER
                   MOVE "NO HEADER RECORD AT START OF FEED"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               END-IF
           END-IF
           IF CTL-IS-HEADER
               IF WS-FEED-HEADER-WAS-SEEN
                   MOVE "MORE THAN ONE HEADER RECORD"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               ELSE
                   MOVE 'Y' TO WS-FEED-HEADER-SEEN
                   MOVE CTL-SOURCE-SYSTEM TO WS-FEED-SOURCE
                   MOVE CTL-FILE-DATE TO WS-FEED-DATE
               END-IF
           ELSE
               IF CTL-IS-TRAILER
                   MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                   IF CTL-RECORD-COUNT NUMERIC
                       ADD CTL-RECORD-COUNT TO WS-FEED-TRAILER-COUNT
                   ELSE
                       MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
                           TO WS-CHECK-REASON
                       PERFORM 5400-FAIL-FEED
                   END-IF
               ELSE
                   ADD 1 TO WS-FEED-DATA-COUNT
               END-IF
           END-IF.

      *    Contrôles de fin de flux, dans l'ordre d'ISOGRMB : origine
      *    au référentiel, date d'en-tête contre le calendrier, puis
      *    rapprochement du compte annoncé par la fin de fichier
       5200-CHECK-FEED-CONTROLS.
           IF WS-FEED-HEADER-WAS-SEEN
               PERFORM 5300-CHECK-SOURCE-REGISTRY
               IF WS-SOURCE-IS-SUSPENDED
                   MOVE "SOURCE SYSTEM SUSPENDED IN REGISTRY"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               END-IF
               IF WS-SOURCE-IS-UNKNOWN
                   MOVE "SOURCE SYSTEM NOT IN REGISTRY"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               END-IF
               IF WS-FEED-DATE NOT NUMERIC
                   MOVE "HEADER DATE IS NOT NUMERIC"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               ELSE
                   IF WS-FEED-DATE < WS-RUN-DATE
                       AND WS-FEED-DATE NOT = WS-PREV-BUS-DATE
                       MOVE "HEADER OLDER THAN PREVIOUS BUSINESS DAY"
                           TO WS-CHECK-REASON
                       PERFORM 5400-FAIL-FEED
                   END-IF
               END-IF
           END-IF
           IF NOT WS-FEED-TRAILER-WAS-SEEN
               MOVE "NO TRAILER RECORD" TO WS-CHECK-REASON
               PERFORM 5400-FAIL-FEED
           ELSE
               IF WS-FEED-TRAILER-COUNT NOT = WS-FEED-DATA-COUNT
                   MOVE "TRAILER COUNT DIFFERS FROM RECORDS READ"
                       TO WS-CHECK-REASON
                   PERFORM 5400-FAIL-FEED
               END-IF
           END-IF.

      *    Consulte le référentiel pour le système annoncé, comme
      *    2150-CHECK-SOURCE-REGISTRY d'ISOGRMB
       5300-CHECK-SOURCE-REGISTRY.
           MOVE WS-FEED-SOURCE TO SREG-SYSTEM-CODE
           READ SRCREGF
               INVALID KEY
                   MOVE 'U' TO WS-SOURCE-CHECK
               NOT INVALID KEY
                   IF SREG-IS-ACTIVE
                       MOVE 'A' TO WS-SOURCE-CHECK
                   ELSE
                       MOVE 'S' TO WS-SOURCE-CHECK
                   END-IF
           END-READ.

      *    Le premier défaut constaté devient le motif du flux
       5400-FAIL-FEED.
           IF WS-FEED-IS-VALID
               MOVE 'N' TO WS-FEED-VALID
               MOVE WS-CHECK-REASON TO WS-FEED-REASON
           END-IF.

      *    Deuxième passe : le flux valide est recopié dans l'INPHRASE
      *    (en-tête et fin de fichier compris, ISOGRMB additionne les
      *    fins de fichier de chaque segment), le flux en défaut part
      *    en quarantaine sous la clé de son entrée au registre
       5500-ROUTE-FEED.
           PERFORM 8100-OPEN-FEED
           PERFORM UNTIL WS-FEED-END-OF-FILE
               PERFORM 8200-READ-FEED
               IF NOT WS-FEED-END-OF-FILE
                   IF WS-FEED-IS-VALID
                       PERFORM 8500-WRITE-INPHRASE
                       IF NOT CTL-IS-HEADER AND NOT CTL-IS-TRAILER
                           ADD 1 TO WS-DATA-WRITTEN
                       END-IF
                   ELSE
                       MOVE SPACES TO QUARANTINE-DATA-RECORD
                       MOVE WS-FEED-SOURCE TO QDAT-SOURCE-SYSTEM
                       MOVE WS-FEED-DATE TO QDAT-FILE-DATE
                       MOVE WS-RUN-DATE TO QDAT-QUAR-DATE
                       MOVE PHRASE-RECORD TO QDAT-FEED-RECORD
                       WRITE QUARANTINE-DATA-RECORD
                       IF WS-QDATOUT-STATUS NOT = "00"
                           DISPLAY "ISOINTK: WRITE FAILURE ON "
                               "QDATOUT, FILE STATUS "
                               WS-QDATOUT-STATUS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 8300-CLOSE-FEED

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FEED-DDNAME TO WS-DET-DDNAME
           MOVE WS-FEED-SOURCE TO WS-DET-SOURCE
           MOVE WS-FEED-DATE TO WS-DET-FILE-DATE
           MOVE WS-FEED-RECORD-COUNT TO WS-DET-RECORDS
           IF WS-FEED-IS-VALID
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE "ACCEPTED" TO WS-DET-DECISION
           ELSE
               ADD 1 TO WS-QUARANTINED-COUNT
               MOVE "QUARANTINED" TO WS-DET-DECISION
               MOVE WS-FEED-REASON TO WS-DET-REASON
               PERFORM 5600-REGISTER-QUARANTINE
               DISPLAY "ISOINTK: " WS-FEED-DDNAME " FROM "
                   WS-FEED-SOURCE " DATED " WS-FEED-DATE
                   " QUARANTINED - " WS-FEED-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO INTKRPT-REC
           WRITE INTKRPT-REC.

      *    Entrée au registre du flux écarté ; un deuxième flux de
      *    même clé la même nuit rejoint l'entrée existante
       5600-REGISTER-QUARANTINE.
           MOVE WS-FEED-SOURCE TO WS-SEARCH-SOURCE
           MOVE WS-FEED-DATE TO WS-SEARCH-FILE-DATE
           MOVE WS-RUN-DATE TO WS-SEARCH-QUAR-DATE
           PERFORM 6500-FIND-REGISTER-ENTRY
           IF WS-FOUND-INDEX = 0
               IF WS-REG-COUNT >= WS-REG-MAX
                   DISPLAY "ISOINTK: QUARANTINE REGISTER TABLE FULL ("
                       WS-REG-MAX " ENTRIES), RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-FOUND-INDEX
               MOVE WS-FEED-SOURCE TO WS-REG-SOURCE (WS-FOUND-INDEX)
               MOVE WS-FEED-DATE TO WS-REG-FILE-DATE (WS-FOUND-INDEX)
               MOVE WS-RUN-DATE TO WS-REG-QUAR-DATE (WS-FOUND-INDEX)
               MOVE 0 TO WS-REG-RECORD-COUNT (WS-FOUND-INDEX)
               MOVE 'Q' TO WS-REG-STATUS (WS-FOUND-INDEX)
               MOVE WS-FEED-REASON TO WS-REG-REASON (WS-FOUND-INDEX)
               MOVE SPACES TO WS-REG-ACTION-DATE (WS-FOUND-INDEX)
               MOVE SPACE TO WS-REG-RUN-ACTION (WS-FOUND-INDEX)
           END-IF
           ADD WS-FEED-RECORD-COUNT
               TO WS-REG-RECORD-COUNT (WS-FOUND-INDEX).

      *    Réécrit le registre : les flux encore en quarantaine et
      *    ceux réglés cette nuit ; les flux libérés ou abandonnés
      *    une nuit précédente ont déjà été rapportés et sortent du
      *    registre
       6000-WRITE-REGISTER.
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1 UNTIL
               WS-REG-INDEX > WS-REG-COUNT
               IF WS-REG-STATUS (WS-REG-INDEX) = 'Q'
                   OR WS-REG-RUN-ACTION (WS-REG-INDEX) NOT = SPACE
                   IF WS-REG-STATUS (WS-REG-INDEX) = 'Q'
                       ADD 1 TO WS-STILL-HELD-COUNT
                   END-IF
                   MOVE SPACES TO QUARANTINE-REGISTER-RECORD
                   MOVE WS-REG-SOURCE (WS-REG-INDEX)
                       TO QREG-SOURCE-SYSTEM
                   MOVE WS-REG-FILE-DATE (WS-REG-INDEX)
                       TO QREG-FILE-DATE
                   MOVE WS-REG-QUAR-DATE (WS-REG-INDEX)
                       TO QREG-QUAR-DATE
                   MOVE WS-REG-RECORD-COUNT (WS-REG-INDEX)
                       TO QREG-RECORD-COUNT
                   MOVE WS-REG-STATUS (WS-REG-INDEX) TO QREG-STATUS
                   MOVE WS-REG-REASON (WS-REG-INDEX) TO QREG-REASON
                   MOVE WS-REG-ACTION-DATE (WS-REG-INDEX)
                       TO QREG-ACTION-DATE
                   WRITE QUARANTINE-REGISTER-RECORD
                   IF WS-QREGOUT-STATUS NOT = "00"
                       DISPLAY "ISOINTK: WRITE FAILURE ON QREGOUT, "
                           "FILE STATUS " WS-QREGOUT-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

      *    Recherche séquentielle d'une entrée du registre par sa
      *    clé complète (source, date d'en-tête, date de quarantaine)
       6500-FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1 UNTIL
               WS-REG-INDEX > WS-REG-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-REG-SOURCE (WS-REG-INDEX) = WS-SEARCH-SOURCE
                   AND WS-REG-FILE-DATE (WS-REG-INDEX)
                       = WS-SEARCH-FILE-DATE
                   AND WS-REG-QUAR-DATE (WS-REG-INDEX)
                       = WS-SEARCH-QUAR-DATE
                   MOVE WS-REG-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    Pied de rapport ; aucune donnée transmise à l'INPHRASE
      *    laisse la nuit sans rien à juger (code retour 8), un flux
      *    écarté est signalé par le code retour 4
       7000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO INTKRPT-REC
           WRITE INTKRPT-REC
           MOVE SPACES TO INTKRPT-REC
           STRING "FEEDS ACCEPTED         : " DELIMITED BY SIZE
               WS-ACCEPTED-COUNT DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC

           MOVE SPACES TO INTKRPT-REC
           STRING "FEEDS QUARANTINED      : " DELIMITED BY SIZE
               WS-QUARANTINED-COUNT DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC

           MOVE SPACES TO INTKRPT-REC
           STRING "FEEDS NOT RECEIVED     : " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC

           MOVE SPACES TO INTKRPT-REC
           STRING "RELEASED FROM QUARANTINE: " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               "   DISCARDED: " DELIMITED BY SIZE
               WS-DISCARDED-COUNT DELIMITED BY SIZE
               "   STILL HELD: " DELIMITED BY SIZE
               WS-STILL-HELD-COUNT DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC

           IF WS-CARD-REFUSED-COUNT > 0
               MOVE SPACES TO INTKRPT-REC
               STRING "RELEASE CARDS REFUSED  : " DELIMITED BY SIZE
                   WS-CARD-REFUSED-COUNT DELIMITED BY SIZE
                   " (SEE SYSOUT)" DELIMITED BY SIZE
                   INTO INTKRPT-REC
               END-STRING
               WRITE INTKRPT-REC
           END-IF

           MOVE WS-DATA-WRITTEN TO WS-DATA-WRITTEN-DISP
           MOVE SPACES TO INTKRPT-REC
           STRING "DATA RECORDS PASSED TO INPHRASE: " DELIMITED BY SIZE
               WS-DATA-WRITTEN-DISP DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-SEGMENT-COUNT DELIMITED BY SIZE
               " SEGMENT(S)" DELIMITED BY SIZE
               INTO INTKRPT-REC
           END-STRING
           WRITE INTKRPT-REC

           IF WS-SEGMENT-COUNT = 0
               MOVE SPACES TO INTKRPT-REC
               STRING "NO FEED PASSED TO INPHRASE - NOTHING TO JUDGE "
                   DELIMITED BY SIZE
                   "TONIGHT" DELIMITED BY SIZE
                   INTO INTKRPT-REC
               END-STRING
               WRITE INTKRPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QUARANTINED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    Ouverture du flux de rang WS-FEED-INDEX : un DD absent
      *    vaut flux non reçu
       8100-OPEN-FEED.
           MOVE WS-FEED-INDEX TO WS-FEED-INDEX-DISP
           MOVE SPACES TO WS-FEED-DDNAME
           STRING "FEED" DELIMITED BY SIZE
               WS-FEED-INDEX-DISP DELIMITED BY SIZE
               INTO WS-FEED-DDNAME
           END-STRING
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           EVALUATE WS-FEED-INDEX
               WHEN 1
                   OPEN INPUT FEED1
                   MOVE WS-FEED1-STATUS TO WS-FEED-STATUS
               WHEN 2
                   OPEN INPUT FEED2
                   MOVE WS-FEED2-STATUS TO WS-FEED-STATUS
               WHEN 3
                   OPEN INPUT FEED3
                   MOVE WS-FEED3-STATUS TO WS-FEED-STATUS
               WHEN 4
                   OPEN INPUT FEED4
                   MOVE WS-FEED4-STATUS TO WS-FEED-STATUS
               WHEN 5
                   OPEN INPUT FEED5
                   MOVE WS-FEED5-STATUS TO WS-FEED-STATUS
               WHEN 6
                   OPEN INPUT FEED6
                   MOVE WS-FEED6-STATUS TO WS-FEED-STATUS
           END-EVALUATE
           IF WS-FEED-STATUS = "00" OR WS-FEED-STATUS = "05"
               MOVE 'Y' TO WS-FEED-PRESENT
           ELSE
               MOVE 'N' TO WS-FEED-PRESENT
               MOVE 'Y' TO WS-FEED-EOF-SWITCH
               IF WS-FEED-STATUS NOT = "35"
                   DISPLAY "ISOINTK: ERROR OPENING " WS-FEED-DDNAME
                       ": " WS-FEED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Lecture du flux en cours, rendue sous PHRASE-RECORD
       8200-READ-FEED.
           EVALUATE WS-FEED-INDEX
               WHEN 1
                   READ FEED1
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED1-REC TO PHRASE-RECORD
                   END-READ
               WHEN 2
                   READ FEED2
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED2-REC TO PHRASE-RECORD
                   END-READ
               WHEN 3
                   READ FEED3
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED3-REC TO PHRASE-RECORD
                   END-READ
               WHEN 4
                   READ FEED4
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED4-REC TO PHRASE-RECORD
                   END-READ
               WHEN 5
                   READ FEED5
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED5-REC TO PHRASE-RECORD
                   END-READ
               WHEN 6
                   READ FEED6
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF-SWITCH
                       NOT AT END
                           MOVE FEED6-REC TO PHRASE-RECORD
                   END-READ
           END-EVALUATE.

       8300-CLOSE-FEED.
           EVALUATE WS-FEED-INDEX
               WHEN 1
                   CLOSE FEED1
               WHEN 2
                   CLOSE FEED2
               WHEN 3
                   CLOSE FEED3
               WHEN 4
                   CLOSE FEED4
               WHEN 5
                   CLOSE FEED5
               WHEN 6
                   CLOSE FEED6
           END-EVALUATE.

       8500-WRITE-INPHRASE.
           WRITE PHRASE-RECORD
           IF WS-INPHRASE-STATUS NOT = "00"
               DISPLAY "ISOINTK: WRITE FAILURE ON INPHRASE, "
                   "FILE STATUS " WS-INPHRASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE INPHRASE
           CLOSE SRCREGF
           IF WS-QREGIN-IS-PRESENT
               CLOSE QREGIN
           END-IF
           IF WS-QDATIN-IS-PRESENT
               CLOSE QDATIN
           END-IF
           IF WS-QRLSCARD-IS-PRESENT
               CLOSE QRLSCARD
           END-IF
           CLOSE QREGOUT
           CLOSE QDATOUT
           CLOSE INTKRPT
           MOVE WS-DATA-WRITTEN TO WS-DATA-WRITTEN-DISP
           DISPLAY "ISOINTK: " WS-ACCEPTED-COUNT " FEED(S) ACCEPTED, "
               WS-QUARANTINED-COUNT " QUARANTINED, "
               WS-RELEASED-COUNT " RELEASED, "
               WS-STILL-HELD-COUNT " STILL HELD, "
               WS-DATA-WRITTEN-DISP " DATA RECORD(S) TO INPHRASE".
