      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Refacturation mensuelle par système source :    *
      *               relit l'archive des verdicts sur les dates      *
      *               d'exécution du mois, compte par source les      *
      *               phrases jugées, rejetées et les re-soumissions  *
      *               retransmises depuis le fichier maître, les      *
      *               valorise à la carte tarifaire, imprime une      *
      *               facture par source, produit l'interface grand   *
      *               livre et rapproche les totaux des lignes        *
      *               STATHIST du mois                                *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOCHGBK.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Archive permanente des verdicts : la clé commence par la
      *    date d'exécution, le mois forme donc une plage contiguë
           SELECT RSLTARCH ASSIGN TO "RSLTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Archive des verdicts correctifs d'ISORECRT (CORARCRC),
      *    facultative : listés sur la facture, jamais facturés
           SELECT CORRARCH ASSIGN TO "CORRARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRARCH-STATUS.

      *    Référentiel des systèmes sources (libellé et contact des
      *    factures)
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Cartes tarifaires (RATECDRC)
           SELECT RATECARD ASSIGN TO "RATECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATECARD-STATUS.

      *    Historique des statistiques de lot, base du rapprochement
           SELECT STATHIST ASSIGN TO "STATHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

      *    Factures par source et rapprochement
           SELECT CHGBRPT ASSIGN TO "CHGBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGBRPT-STATUS.

      *    Interface grand livre (GLINTFRC)
           SELECT GLINTF ASSIGN TO "GLINTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.

      *    Fichier de travail du tri par système source
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  CORRARCH
           RECORD CONTAINS 130 CHARACTERS.
       COPY CORARCRC.

       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  RATECARD
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATECDRC.

       FD  STATHIST
           RECORD CONTAINS 300 CHARACTERS.
       COPY STATHSRC.

       FD  CHGBRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHGBRPT-REC PIC X(132).

       FD  GLINTF
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLINTFRC.

       SD  SORTFILE
           RECORD CONTAINS 10 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-SOURCE-SYSTEM PIC X(08).
      *    Catégorie de l'entrée d'archive : J = jugée, R = rejetée,
      *    S = retransmise depuis le maître, C = correction
           05  SORT-CATEGORY PIC X(01).
           05  FILLER PIC X(01).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-RATECARD-STATUS PIC X(02) VALUE SPACES.
       01  WS-STATHIST-STATUS PIC X(02) VALUE SPACES.
       01  WS-CHGBRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-GLINTF-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.

      *    Période facturée (PARM JCL, AAAAMM) ; par défaut le mois
      *    précédant la date d'exécution
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-PERIOD PIC X(06) VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR PIC 9(04).
           05  WS-PERIOD-MONTH PIC 9(02).
      *    Premier et dernier jour possibles du mois (AAAAMMJJ)
       01  WS-PERIOD-START PIC X(08) VALUE SPACES.
       01  WS-PERIOD-END PIC X(08) VALUE SPACES.

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Cartes tarifaires retenues pour la période : une par
      *    source (la plus récente en vigueur au dernier jour du mois)
       01  WS-RATE-MAX PIC 9(03) COMP VALUE 200.
       01  WS-RATE-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200.
               10  WS-RATE-SOURCE PIC X(08).
               10  WS-RATE-EFFECTIVE PIC X(08).
               10  WS-RATE-JUDGED PIC 9(03)V9(04).
               10  WS-RATE-REJECTED PIC 9(03)V9(04).
               10  WS-RATE-RESENT PIC 9(03)V9(04).
               10  WS-RATE-GL-ACCOUNT PIC X(10).
               10  WS-RATE-COST-CENTER PIC X(08).
       01  WS-RATE-INDEX PIC 9(03) COMP VALUE 0.
      *    Indice de la carte trouvée par 6000-FIND-RATE (zéro si
      *    aucune)
       01  WS-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-SEARCH-SOURCE PIC X(08) VALUE SPACES.
       01  WS-RATE-IGNORED PIC 9(05) VALUE 0.

      *    Totaux STATHIST des exécutions du mois
       01  WS-STAT-LINES PIC 9(05) VALUE 0.
       01  WS-STAT-JUDGED PIC 9(09) VALUE 0.
       01  WS-STAT-REJECTED PIC 9(09) VALUE 0.
       01  WS-STAT-RESENT PIC 9(09) VALUE 0.

      *    Système source de la facture en cours (rupture de tri)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
      *    Indique qu'au moins une facture a déjà été ouverte
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Compteurs de la facture en cours
       01  WS-GRP-JUDGED PIC 9(09) VALUE 0.
       01  WS-GRP-REJECTED PIC 9(09) VALUE 0.
       01  WS-GRP-RESENT PIC 9(09) VALUE 0.
       01  WS-GRP-CORRECTED PIC 9(09) VALUE 0.
      *    Valorisation de la facture en cours
       01  WS-GRP-RATE-JUDGED PIC 9(03)V9(04) VALUE 0.
       01  WS-GRP-RATE-REJECTED PIC 9(03)V9(04) VALUE 0.
       01  WS-GRP-RATE-RESENT PIC 9(03)V9(04) VALUE 0.
       01  WS-GRP-AMT-JUDGED PIC 9(09)V99 VALUE 0.
       01  WS-GRP-AMT-REJECTED PIC 9(09)V99 VALUE 0.
       01  WS-GRP-AMT-RESENT PIC 9(09)V99 VALUE 0.
       01  WS-GRP-AMT-TOTAL PIC 9(09)V99 VALUE 0.
       01  WS-GRP-GL-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-GRP-COST-CENTER PIC X(08) VALUE SPACES.

      *    Totaux généraux de la période
       01  WS-TOT-JUDGED PIC 9(09) VALUE 0.
       01  WS-TOT-REJECTED PIC 9(09) VALUE 0.
       01  WS-TOT-RESENT PIC 9(09) VALUE 0.
       01  WS-TOT-CORRECTED PIC 9(09) VALUE 0.
       01  WS-TOT-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-ARCHIVE-READ PIC 9(09) VALUE 0.
       01  WS-SOURCE-COUNT PIC 9(05) VALUE 0.
       01  WS-UNRATED-COUNT PIC 9(05) VALUE 0.
       01  WS-GL-COUNT PIC 9(07) VALUE 0.
      *    Indique un écart entre l'archive et STATHIST
       01  WS-OUT-OF-BALANCE PIC X(01) VALUE 'N'.
           88  WS-IS-OUT-OF-BALANCE VALUE 'Y'.

      *    Zones de l'écriture grand livre en préparation
       01  WS-GL-CATEGORY PIC X(01) VALUE SPACE.
       01  WS-GL-QUANTITY PIC 9(09) VALUE 0.
       01  WS-GL-RATE PIC 9(03)V9(04) VALUE 0.
       01  WS-GL-AMOUNT PIC 9(09)V99 VALUE 0.

      *    Ligne de facture : une par catégorie facturée
       01  WS-INVOICE-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-INV-LABEL PIC X(28).
           05  WS-INV-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-INV-RATE PIC ZZ9.9999.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-INV-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

      *    Ligne de rapprochement : archive contre STATHIST
       01  WS-RECON-LINE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-REC-LABEL PIC X(28).
           05  WS-REC-ARCHIVE PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-REC-STATHIST PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  WS-REC-RESULT PIC X(14).
       01  WS-RECON-ARCHIVE PIC 9(09) VALUE 0.
       01  WS-RECON-STATHIST PIC 9(09) VALUE 0.

       01  WS-AMOUNT-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOCHGBK,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RATE-CARDS
           PERFORM 1800-SUM-STATHIST
           SORT SORTFILE
               ON ASCENDING KEY SORT-SOURCE-SYSTEM
               INPUT PROCEDURE IS 2000-SELECT-MONTH
               OUTPUT PROCEDURE IS 3000-PRODUCE-INVOICES
           PERFORM 4000-RECONCILE-STATHIST
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               MOVE WS-PARM(1:6) TO WS-PERIOD
           ELSE
      *    Sans PARM, la période est le mois précédent : le lot de
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
               DISPLAY "ISOCHGBK: INVALID PARM '" WS-PARM
                   "', EXPECTED THE BILLING PERIOD AS 'YYYYMM'"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START
           END-STRING
           STRING WS-PERIOD DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WS-PERIOD-END
           END-STRING

           OPEN INPUT RSLTARCH
           IF WS-RSLTARCH-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: ERROR OPENING RSLTARCH: "
                   WS-RSLTARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SRCREGF
           IF WS-SRCREGF-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: ERROR OPENING SRCREGF: "
                   WS-SRCREGF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHGBRPT
           IF WS-CHGBRPT-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: ERROR OPENING CHGBRPT: "
                   WS-CHGBRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GLINTF
           IF WS-GLINTF-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: ERROR OPENING GLINTF: "
                   WS-GLINTF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CHGBRPT-REC
           STRING "ISOCHGBK - MONTH-END CHARGEBACK FOR PERIOD "
               DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " - PRODUCED " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC.

      *    Charge les cartes tarifaires : pour chaque source, seule
      *    la carte la plus récente déjà en vigueur au dernier jour
      *    du mois est retenue ; les cartes postérieures attendent
      *    leur période
       1500-LOAD-RATE-CARDS.
           OPEN INPUT RATECARD
           IF WS-RATECARD-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: ERROR OPENING RATECARD: "
                   WS-RATECARD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RATECARD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1550-TABLE-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATECARD.

       1550-TABLE-ONE-RATE.
           IF RATE-EFFECTIVE-DATE NOT NUMERIC
               OR RATE-JUDGED NOT NUMERIC
               OR RATE-REJECTED NOT NUMERIC
               OR RATE-RESENT NOT NUMERIC
               DISPLAY "ISOCHGBK: INVALID RATE CARD FOR "
                   RATE-SOURCE-SYSTEM ", CARD IGNORED"
               ADD 1 TO WS-RATE-IGNORED
           ELSE
               IF RATE-EFFECTIVE-DATE <= WS-PERIOD-END
                   MOVE RATE-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
                   PERFORM 6000-FIND-RATE
                   IF WS-FOUND-INDEX = 0
                       IF WS-RATE-COUNT >= WS-RATE-MAX
                           DISPLAY "ISOCHGBK: RATE TABLE FULL ("
                               WS-RATE-MAX " ENTRIES), RUN STOPPED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-RATE-COUNT TO WS-FOUND-INDEX
                       MOVE LOW-VALUES
                           TO WS-RATE-EFFECTIVE (WS-FOUND-INDEX)
                   END-IF
                   IF RATE-EFFECTIVE-DATE
                       >= WS-RATE-EFFECTIVE (WS-FOUND-INDEX)
                       MOVE RATE-SOURCE-SYSTEM
                           TO WS-RATE-SOURCE (WS-FOUND-INDEX)
                       MOVE RATE-EFFECTIVE-DATE
                           TO WS-RATE-EFFECTIVE (WS-FOUND-INDEX)
                       MOVE RATE-JUDGED
                           TO WS-RATE-JUDGED (WS-FOUND-INDEX)
                       MOVE RATE-REJECTED
                           TO WS-RATE-REJECTED (WS-FOUND-INDEX)
                       MOVE RATE-RESENT
                           TO WS-RATE-RESENT (WS-FOUND-INDEX)
                       MOVE RATE-GL-ACCOUNT
                           TO WS-RATE-GL-ACCOUNT (WS-FOUND-INDEX)
                       MOVE RATE-COST-CENTER
                           TO WS-RATE-COST-CENTER (WS-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.

      *    Cumule les lignes STATHIST des exécutions du mois ; un
      *    historique absent laisse le rapprochement à zéro, ce qui
      *    le fait apparaître en écart
       1800-SUM-STATHIST.
           OPEN INPUT STATHIST
           IF WS-STATHIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ STATHIST
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF STAT-RUN-DATE(1:6) = WS-PERIOD
                               ADD 1 TO WS-STAT-LINES
                               ADD STAT-TOTAL-YES TO WS-STAT-JUDGED
                               ADD STAT-TOTAL-NO TO WS-STAT-JUDGED
                               ADD STAT-REJECT-COUNT
                                   TO WS-STAT-REJECTED
                               ADD STAT-SKIP-COUNT TO WS-STAT-RESENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATHIST
           ELSE
               IF WS-STATHIST-STATUS = "35"
                   DISPLAY "ISOCHGBK: STATHIST ABSENT, NOTHING TO "
                       "RECONCILE AGAINST"
               ELSE
                   DISPLAY "ISOCHGBK: ERROR OPENING STATHIST: "
                       WS-STATHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Alimente le tri : toutes les entrées de l'archive datées
      *    du mois, classées par catégorie de facturation, puis les
      *    corrections du mois
       2000-SELECT-MONTH.
           MOVE WS-PERIOD-START TO ARCH-RUN-DATE
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
                       IF ARCH-RUN-DATE(1:6) NOT = WS-PERIOD
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 2100-RELEASE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM

      *    Aucune archive des corrections : rien n'a été corrigé
           OPEN INPUT CORRARCH
           IF WS-CORRARCH-STATUS = "00" OR WS-CORRARCH-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CORRARCH
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CARC-CORRECTION-DATE(1:6) = WS-PERIOD
                               PERFORM 2200-RELEASE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRARCH
           ELSE
               IF WS-CORRARCH-STATUS NOT = "35"
                   DISPLAY "ISOCHGBK: ERROR OPENING CORRARCH: "
                       WS-CORRARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Une entrée sans origine (antérieure à la zone) est
      *    traitée comme un jugement du lot nocturne
       2100-RELEASE-ONE-ENTRY.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE SPACES TO SORT-RECORD
           MOVE ARCH-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           EVALUATE TRUE
               WHEN ARCH-FROM-SKIP
                   MOVE 'S' TO SORT-CATEGORY
               WHEN ARCH-IS-REJECTED
                   MOVE 'R' TO SORT-CATEGORY
               WHEN OTHER
                   MOVE 'J' TO SORT-CATEGORY
           END-EVALUATE
           RELEASE SORT-RECORD.

       2200-RELEASE-CORRECTION.
           MOVE SPACES TO SORT-RECORD
           MOVE CARC-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           MOVE 'C' TO SORT-CATEGORY
           RELEASE SORT-RECORD.

      *    Dépouille le tri : chaque rupture de source clôt une
      *    facture
       3000-PRODUCE-INVOICES.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-COUNT-ONE-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-GROUP-WAS-STARTED
               PERFORM 3300-CLOSE-INVOICE
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS.

       3100-COUNT-ONE-ENTRY.
           IF SORT-SOURCE-SYSTEM NOT = WS-GROUP-SOURCE
               OR NOT WS-GROUP-WAS-STARTED
               IF WS-GROUP-WAS-STARTED
                   PERFORM 3300-CLOSE-INVOICE
               END-IF
               PERFORM 3200-OPEN-INVOICE
           END-IF
           EVALUATE SORT-CATEGORY
               WHEN 'J'
                   ADD 1 TO WS-GRP-JUDGED
               WHEN 'R'
                   ADD 1 TO WS-GRP-REJECTED
               WHEN 'S'
                   ADD 1 TO WS-GRP-RESENT
               WHEN OTHER
                   ADD 1 TO WS-GRP-CORRECTED
           END-EVALUATE.

       3200-OPEN-INVOICE.
           MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE 0 TO WS-GRP-JUDGED
           MOVE 0 TO WS-GRP-REJECTED
           MOVE 0 TO WS-GRP-RESENT
           MOVE 0 TO WS-GRP-CORRECTED
           ADD 1 TO WS-SOURCE-COUNT.

      *    Valorise et imprime la facture de la source : la carte de
      *    la source, à défaut la carte *DEFAULT ; sans l'une ni
      *    l'autre la facture sort à zéro et la source est signalée
       3300-CLOSE-INVOICE.
           MOVE WS-GROUP-SOURCE TO SREG-SYSTEM-CODE
           READ SRCREGF
               INVALID KEY
                   MOVE "*** NOT IN SOURCE REGISTRY ***"
                       TO SREG-DESCRIPTION
                   MOVE SPACES TO SREG-CONTACT
           END-READ

           MOVE WS-GROUP-SOURCE TO WS-SEARCH-SOURCE
           PERFORM 6000-FIND-RATE
           IF WS-FOUND-INDEX = 0
               MOVE "*DEFAULT" TO WS-SEARCH-SOURCE
               PERFORM 6000-FIND-RATE
           END-IF
           IF WS-FOUND-INDEX = 0
               ADD 1 TO WS-UNRATED-COUNT
               MOVE 0 TO WS-GRP-RATE-JUDGED
               MOVE 0 TO WS-GRP-RATE-REJECTED
               MOVE 0 TO WS-GRP-RATE-RESENT
               MOVE SPACES TO WS-GRP-GL-ACCOUNT
               MOVE SPACES TO WS-GRP-COST-CENTER
           ELSE
               MOVE WS-RATE-JUDGED (WS-FOUND-INDEX)
                   TO WS-GRP-RATE-JUDGED
               MOVE WS-RATE-REJECTED (WS-FOUND-INDEX)
                   TO WS-GRP-RATE-REJECTED
               MOVE WS-RATE-RESENT (WS-FOUND-INDEX)
                   TO WS-GRP-RATE-RESENT
               MOVE WS-RATE-GL-ACCOUNT (WS-FOUND-INDEX)
                   TO WS-GRP-GL-ACCOUNT
               MOVE WS-RATE-COST-CENTER (WS-FOUND-INDEX)
                   TO WS-GRP-COST-CENTER
           END-IF
           COMPUTE WS-GRP-AMT-JUDGED ROUNDED
               = WS-GRP-JUDGED * WS-GRP-RATE-JUDGED
           COMPUTE WS-GRP-AMT-REJECTED ROUNDED
               = WS-GRP-REJECTED * WS-GRP-RATE-REJECTED
           COMPUTE WS-GRP-AMT-RESENT ROUNDED
               = WS-GRP-RESENT * WS-GRP-RATE-RESENT
           COMPUTE WS-GRP-AMT-TOTAL = WS-GRP-AMT-JUDGED
               + WS-GRP-AMT-REJECTED + WS-GRP-AMT-RESENT

           ADD WS-GRP-JUDGED TO WS-TOT-JUDGED
           ADD WS-GRP-REJECTED TO WS-TOT-REJECTED
           ADD WS-GRP-RESENT TO WS-TOT-RESENT
           ADD WS-GRP-CORRECTED TO WS-TOT-CORRECTED
           ADD WS-GRP-AMT-TOTAL TO WS-TOT-AMOUNT

           MOVE SPACES TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE SPACES TO CHGBRPT-REC
           STRING "INVOICE - SOURCE SYSTEM: " DELIMITED BY SIZE
               WS-GROUP-SOURCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SREG-DESCRIPTION DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           MOVE SPACES TO CHGBRPT-REC
           STRING "  CONTACT: " DELIMITED BY SIZE
               SREG-CONTACT DELIMITED BY SIZE
               "  GL ACCOUNT: " DELIMITED BY SIZE
               WS-GRP-GL-ACCOUNT DELIMITED BY SIZE
               "  COST CENTER: " DELIMITED BY SIZE
               WS-GRP-COST-CENTER DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           IF WS-FOUND-INDEX = 0
               MOVE SPACES TO CHGBRPT-REC
               STRING "  *** NO RATE CARD FOR THIS SOURCE AND NO "
                   DELIMITED BY SIZE
                   "*DEFAULT CARD - INVOICED AT ZERO ***"
                   DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
               WRITE CHGBRPT-REC
           END-IF
           MOVE SPACES TO CHGBRPT-REC
           STRING "  CATEGORY                        QUANTITY"
               DELIMITED BY SIZE
               "    UNIT RATE           AMOUNT" DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC

           MOVE "PHRASES JUDGED" TO WS-INV-LABEL
           MOVE WS-GRP-JUDGED TO WS-INV-QUANTITY
           MOVE WS-GRP-RATE-JUDGED TO WS-INV-RATE
           MOVE WS-GRP-AMT-JUDGED TO WS-INV-AMOUNT
           MOVE WS-INVOICE-LINE TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE "PHRASES REJECTED" TO WS-INV-LABEL
           MOVE WS-GRP-REJECTED TO WS-INV-QUANTITY
           MOVE WS-GRP-RATE-REJECTED TO WS-INV-RATE
           MOVE WS-GRP-AMT-REJECTED TO WS-INV-AMOUNT
           MOVE WS-INVOICE-LINE TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE "RESUBMISSIONS RE-SENT" TO WS-INV-LABEL
           MOVE WS-GRP-RESENT TO WS-INV-QUANTITY
           MOVE WS-GRP-RATE-RESENT TO WS-INV-RATE
           MOVE WS-GRP-AMT-RESENT TO WS-INV-AMOUNT
           MOVE WS-INVOICE-LINE TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE WS-GRP-AMT-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO CHGBRPT-REC
           STRING "  TOTAL DUE" DELIMITED BY SIZE
               "                                            "
               DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           IF WS-GRP-CORRECTED > 0
               MOVE SPACES TO CHGBRPT-REC
               STRING "  CORRECTIVE VERDICTS RE-ISSUED (NOT BILLED): "
                   DELIMITED BY SIZE
                   WS-GRP-CORRECTED DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
               WRITE CHGBRPT-REC
           END-IF

      *    Une écriture grand livre par catégorie facturée non vide
           IF WS-GRP-JUDGED > 0
               MOVE 'J' TO WS-GL-CATEGORY
               MOVE WS-GRP-JUDGED TO WS-GL-QUANTITY
               MOVE WS-GRP-RATE-JUDGED TO WS-GL-RATE
               MOVE WS-GRP-AMT-JUDGED TO WS-GL-AMOUNT
               PERFORM 3400-WRITE-GL-ENTRY
           END-IF
           IF WS-GRP-REJECTED > 0
               MOVE 'R' TO WS-GL-CATEGORY
               MOVE WS-GRP-REJECTED TO WS-GL-QUANTITY
               MOVE WS-GRP-RATE-REJECTED TO WS-GL-RATE
               MOVE WS-GRP-AMT-REJECTED TO WS-GL-AMOUNT
               PERFORM 3400-WRITE-GL-ENTRY
           END-IF
           IF WS-GRP-RESENT > 0
               MOVE 'S' TO WS-GL-CATEGORY
               MOVE WS-GRP-RESENT TO WS-GL-QUANTITY
               MOVE WS-GRP-RATE-RESENT TO WS-GL-RATE
               MOVE WS-GRP-AMT-RESENT TO WS-GL-AMOUNT
               PERFORM 3400-WRITE-GL-ENTRY
           END-IF.

       3400-WRITE-GL-ENTRY.
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE WS-PERIOD TO GLI-PERIOD
           MOVE WS-GROUP-SOURCE TO GLI-SOURCE-SYSTEM
           MOVE WS-GRP-GL-ACCOUNT TO GLI-GL-ACCOUNT
           MOVE WS-GRP-COST-CENTER TO GLI-COST-CENTER
           MOVE WS-GL-CATEGORY TO GLI-CATEGORY
           MOVE WS-GL-QUANTITY TO GLI-QUANTITY
           MOVE WS-GL-RATE TO GLI-UNIT-RATE
           MOVE WS-GL-AMOUNT TO GLI-AMOUNT
           MOVE WS-RUN-DATE TO GLI-RUN-DATE
           WRITE GL-INTERFACE-RECORD
           IF WS-GLINTF-STATUS NOT = "00"
               DISPLAY "ISOCHGBK: WRITE FAILURE ON GLINTF, "
                   "FILE STATUS " WS-GLINTF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GL-COUNT.

       3500-WRITE-GRAND-TOTALS.
           MOVE SPACES TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE SPACES TO CHGBRPT-REC
           STRING "PERIOD TOTALS - SOURCES INVOICED: " DELIMITED BY SIZE
               WS-SOURCE-COUNT DELIMITED BY SIZE
               "   ARCHIVE ENTRIES READ: " DELIMITED BY SIZE
               WS-ARCHIVE-READ DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           MOVE WS-TOT-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO CHGBRPT-REC
           STRING "  TOTAL INVOICED     : " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "   GL ENTRIES WRITTEN: " DELIMITED BY SIZE
               WS-GL-COUNT DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           IF WS-UNRATED-COUNT > 0
               MOVE SPACES TO CHGBRPT-REC
               STRING "  SOURCES WITHOUT A RATE CARD: "
                   DELIMITED BY SIZE
                   WS-UNRATED-COUNT DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
               WRITE CHGBRPT-REC
           END-IF
           IF WS-TOT-CORRECTED > 0
               MOVE SPACES TO CHGBRPT-REC
               STRING "  CORRECTIVE VERDICTS (NOT BILLED, OUTSIDE "
                   DELIMITED BY SIZE
                   "STATHIST): " DELIMITED BY SIZE
                   WS-TOT-CORRECTED DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
               WRITE CHGBRPT-REC
           END-IF.

      *    Rapproche les volumes facturés des lignes STATHIST du
      *    mois : un écart interdit de comptabiliser l'interface
       4000-RECONCILE-STATHIST.
           MOVE SPACES TO CHGBRPT-REC
           WRITE CHGBRPT-REC
           MOVE SPACES TO CHGBRPT-REC
           STRING "RECONCILIATION WITH STATHIST (" DELIMITED BY SIZE
               WS-STAT-LINES DELIMITED BY SIZE
               " RUN LINE(S) IN THE PERIOD)" DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC
           MOVE SPACES TO CHGBRPT-REC
           STRING "  CATEGORY                         ARCHIVE"
               DELIMITED BY SIZE
               "       STATHIST" DELIMITED BY SIZE
               INTO CHGBRPT-REC
           END-STRING
           WRITE CHGBRPT-REC

           MOVE "PHRASES JUDGED" TO WS-REC-LABEL
           MOVE WS-TOT-JUDGED TO WS-RECON-ARCHIVE
           MOVE WS-STAT-JUDGED TO WS-RECON-STATHIST
           PERFORM 4100-WRITE-RECON-LINE
           MOVE "PHRASES REJECTED" TO WS-REC-LABEL
           MOVE WS-TOT-REJECTED TO WS-RECON-ARCHIVE
           MOVE WS-STAT-REJECTED TO WS-RECON-STATHIST
           PERFORM 4100-WRITE-RECON-LINE
           MOVE "RESUBMISSIONS RE-SENT" TO WS-REC-LABEL
           MOVE WS-TOT-RESENT TO WS-RECON-ARCHIVE
           MOVE WS-STAT-RESENT TO WS-RECON-STATHIST
           PERFORM 4100-WRITE-RECON-LINE

           MOVE SPACES TO CHGBRPT-REC
           IF WS-IS-OUT-OF-BALANCE
               STRING "*** OUT OF BALANCE - DO NOT POST THE GL "
                   DELIMITED BY SIZE
                   "INTERFACE, CALL DATA CONTROL ***"
                   DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
           ELSE
               STRING "ARCHIVE AND STATHIST AGREE - GL INTERFACE "
                   DELIMITED BY SIZE
                   "MAY BE POSTED" DELIMITED BY SIZE
                   INTO CHGBRPT-REC
               END-STRING
           END-IF
           WRITE CHGBRPT-REC.

       4100-WRITE-RECON-LINE.
           MOVE WS-RECON-ARCHIVE TO WS-REC-ARCHIVE
           MOVE WS-RECON-STATHIST TO WS-REC-STATHIST
           IF WS-RECON-ARCHIVE = WS-RECON-STATHIST
               MOVE "BALANCED" TO WS-REC-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-REC-RESULT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-RECON-LINE TO CHGBRPT-REC
           WRITE CHGBRPT-REC.

      *    Recherche séquentielle d'une carte retenue par source
       6000-FIND-RATE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1 UNTIL
               WS-RATE-INDEX > WS-RATE-COUNT
               OR WS-FOUND-INDEX > 0
               IF WS-RATE-SOURCE (WS-RATE-INDEX) = WS-SEARCH-SOURCE
                   MOVE WS-RATE-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    Code retour 8 sur écart de rapprochement (interface à ne
      *    pas comptabiliser), 4 si une source n'a pu être valorisée
       9000-TERMINATE.
           CLOSE RSLTARCH
           CLOSE SRCREGF
           CLOSE CHGBRPT
           CLOSE GLINTF
           IF WS-IS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRATED-COUNT > 0 OR WS-RATE-IGNORED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-TOT-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "ISOCHGBK: PERIOD " WS-PERIOD ", "
               WS-SOURCE-COUNT " SOURCE(S) INVOICED, TOTAL "
               WS-AMOUNT-DISP ", " WS-GL-COUNT " GL ENTRIES"
           IF WS-IS-OUT-OF-BALANCE
               DISPLAY "ISOCHGBK: ARCHIVE VOLUMES DO NOT AGREE WITH "
                   "STATHIST FOR THE PERIOD - GL INTERFACE ON HOLD"
           END-IF.
