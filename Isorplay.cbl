      *               PARM, et régénère l'extrait au format exact de  *
      *               l'interface résultats, sans toucher au fichier  *
      *               maître, à la piste d'audit ni aux compteurs du  *
      *               lot nocturne. Les verdicts couverts par la      *
      *               liste des retenues ne sont pas rejoués : ils    *
      *               sont mis de côté pour la distribution suivante  *
      *                                                                *
      ******************************************************************

               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Extrait régénéré, au format de l'interface résultats :
      *    REPLAYEX en version 1 (RESULTRC), REPLAYV2 en version 2
      *    (RSLTV2RC) selon la carte de disposition de la source ;
      *    l'autre fichier reste vide
           SELECT REPLAYEX ASSIGN TO "REPLAYEX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPLAYEX-STATUS.
           SELECT REPLAYV2 ASSIGN TO "REPLAYV2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPLAYV2-STATUS.

      *    Cartes de disposition des extraits (LAYCDRC), les mêmes
      *    qu'ISODISTR ; absent = version 1
           SELECT LAYOUTCD ASSIGN TO "LAYOUTCD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYOUTCD-STATUS.

      *    Liste des retenues tenue par ISOHOLDM (facultative)
           SELECT HOLDFIL ASSIGN TO "HOLDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDFIL-STATUS.

      *    Verdicts retenus, cumulés d'un rejeu à l'autre et repris
      *    par la distribution suivante d'ISODISTR
           SELECT HELDITEM ASSIGN TO "HELDITEM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  REPLAYEX
           RECORD CONTAINS 101 CHARACTERS.
       COPY RESULTRC.

       FD  REPLAYV2
           RECORD CONTAINS 120 CHARACTERS.
       COPY RSLTV2RC.

       FD  LAYOUTCD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LAYCDRC.

       FD  HOLDFIL
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDLSRC.

       FD  HELDITEM
           RECORD CONTAINS 120 CHARACTERS.
       COPY HELDITRC.

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-REPLAYEX-STATUS PIC X(02) VALUE SPACES.
       01  WS-REPLAYV2-STATUS PIC X(02) VALUE SPACES.
       01  WS-LAYOUTCD-STATUS PIC X(02) VALUE SPACES.
       01  WS-HOLDFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-HELDITEM-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
      *    Indique que la liste des retenues existe
       01  WS-HOLDFIL-PRESENT PIC X(01) VALUE 'N'.
           88  WS-HOLDFIL-IS-PRESENT VALUE 'Y'.
      *    Indique que le verdict en cours tombe sous une retenue
      *    en vigueur
       01  WS-HELD-SWITCH PIC X(01) VALUE 'N'.
           88  WS-VERDICT-IS-HELD VALUE 'Y'.

      *    Date du jour (AAAAMMJJ), pour l'échéance des retenues
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

      *    Livraison demandée (PARM JCL) : date d'exécution puis
      *    système source, sous la forme "AAAAMMJJ,SOURCE"
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-SEL-RUN-DATE PIC X(08) VALUE SPACES.
       01  WS-SEL-SOURCE PIC X(08) VALUE SPACES.
      *    Version d'interface de l'extrait de cette source, tirée
      *    de sa carte de disposition
       01  WS-SEL-VERSION PIC X(01) VALUE '1'.
           88  WS-SEL-IS-VERSION-2 VALUE '2'.

       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.

      *    Compteurs des verdicts rejoués et des verdicts retenus
       01  WS-REPLAY-COUNT PIC 9(07) VALUE 0.
       01  WS-HELD-COUNT PIC 9(07) VALUE 0.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISORPLAY,PARM=...)
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               UNSTRING WS-PARM DELIMITED BY ","
               STOP RUN
           END-IF

           PERFORM 1500-LOAD-LAYOUT-CARD

           OPEN OUTPUT REPLAYEX
           IF WS-REPLAYEX-STATUS NOT = "00"
               DISPLAY "ISORPLAY: ERROR OPENING REPLAYEX: "
                   WS-REPLAYEX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPLAYV2
           IF WS-REPLAYV2-STATUS NOT = "00"
               DISPLAY "ISORPLAY: ERROR OPENING REPLAYV2: "
                   WS-REPLAYV2-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HOLDFIL
           IF WS-HOLDFIL-STATUS = "00" OR WS-HOLDFIL-STATUS = "05"
               MOVE 'Y' TO WS-HOLDFIL-PRESENT
           ELSE
               IF WS-HOLDFIL-STATUS NOT = "35"
                   DISPLAY "ISORPLAY: ERROR OPENING HOLDFIL: "
                       WS-HOLDFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    Les verdicts retenus s'ajoutent à ceux des rejeux
      *    précédents non encore repris par ISODISTR
           OPEN EXTEND HELDITEM
           IF WS-HELDITEM-STATUS = "35"
               OPEN OUTPUT HELDITEM
           END-IF
           IF WS-HELDITEM-STATUS NOT = "00"
               AND WS-HELDITEM-STATUS NOT = "05"
               DISPLAY "ISORPLAY: ERROR OPENING HELDITEM: "
                   WS-HELDITEM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Retient la version demandée par la carte de disposition
      *    de la source rejouée ; la dernière carte valide l'emporte,
      *    sans carte la version 1 s'applique comme pour ISODISTR
       1500-LOAD-LAYOUT-CARD.
           OPEN INPUT LAYOUTCD
           IF WS-LAYOUTCD-STATUS = "00" OR WS-LAYOUTCD-STATUS = "05"
               PERFORM UNTIL WS-END-OF-FILE
                   READ LAYOUTCD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LAYC-SOURCE-SYSTEM = WS-SEL-SOURCE
                               AND LAYC-VERSION-VALID
                               MOVE LAYC-RESULT-VERSION
                                   TO WS-SEL-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUTCD
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               IF WS-LAYOUTCD-STATUS NOT = "35"
                   DISPLAY "ISORPLAY: ERROR OPENING LAYOUTCD: "
                       WS-LAYOUTCD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Se positionne sur la première clé de la plage demandée :
                       OR ARCH-SOURCE-SYSTEM NOT = WS-SEL-SOURCE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 3050-CHECK-HOLD
                       IF WS-VERDICT-IS-HELD
                           PERFORM 3200-WRITE-HELD-ITEM
                       ELSE
                           PERFORM 3100-WRITE-REPLAY-RECORD
                       END-IF
                   END-IF
           END-READ.

      *    Même règle que la distribution : une retenue sur la
      *    phrase prime, à défaut une retenue sur la source entière
       3050-CHECK-HOLD.
           MOVE 'N' TO WS-HELD-SWITCH
           IF WS-HOLDFIL-IS-PRESENT
               MOVE ARCH-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
               MOVE ARCH-PHRASE-ID TO HOLD-PHRASE-ID
               PERFORM 3060-READ-HOLD
               IF NOT WS-VERDICT-IS-HELD
                   MOVE ARCH-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
                   MOVE SPACES TO HOLD-PHRASE-ID
                   PERFORM 3060-READ-HOLD
               END-IF
           END-IF.

      *    Une retenue levée ou arrivée à échéance ne retient plus
       3060-READ-HOLD.
           READ HOLDFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-IS-ACTIVE
                       AND (HOLD-EXPIRY-DATE = SPACES
                           OR HOLD-EXPIRY-DATE >= WS-RUN-DATE)
                       MOVE 'Y' TO WS-HELD-SWITCH
                   END-IF
           END-READ.

      *    Reconstruit l'enregistrement au format exact de
      *    l'interface résultats à partir de l'archive seule, dans
      *    la version demandée par la source ; un ordre d'isogramme
      *    non archivé reste à blancs
       3100-WRITE-REPLAY-RECORD.
           PERFORM 3150-BUILD-RESULT-RECORD
           IF WS-SEL-IS-VERSION-2
               MOVE SPACES TO RESULT-V2-RECORD
               MOVE '2' TO RSV2-LAYOUT-VERSION
               MOVE RESULT-RECORD TO RSV2-RESULT
               IF ARCH-ISOGRAM-ORDER NUMERIC
                   MOVE ARCH-ISOGRAM-ORDER TO RSV2-ISOGRAM-ORDER
               END-IF
               WRITE RESULT-V2-RECORD
               IF WS-REPLAYV2-STATUS NOT = "00"
                   DISPLAY "ISORPLAY: WRITE FAILURE ON REPLAYV2, "
                       "FILE STATUS " WS-REPLAYV2-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               WRITE RESULT-RECORD
               IF WS-REPLAYEX-STATUS NOT = "00"
                   DISPLAY "ISORPLAY: WRITE FAILURE ON REPLAYEX, "
                       "FILE STATUS " WS-REPLAYEX-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-REPLAY-COUNT.

       3150-BUILD-RESULT-RECORD.
           MOVE SPACES TO RESULT-RECORD
           MOVE ARCH-PHRASE-ID TO RSLT-PHRASE-ID
           MOVE ARCH-SOURCE-SYSTEM TO RSLT-SOURCE-SYSTEM
               WS-LETTER-INDEX > 26
               MOVE ARCH-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM.

      *    Met le verdict de côté au format de l'interface résultats,
      *    pour qu'ISODISTR le livre à la levée de la retenue
       3200-WRITE-HELD-ITEM.
           PERFORM 3150-BUILD-RESULT-RECORD
           MOVE SPACES TO HELD-ITEM-RECORD
           MOVE WS-RUN-DATE TO HELD-DATE
           MOVE "ISORPLAY" TO HELD-PROGRAM
           MOVE RESULT-RECORD TO HELD-RESULT-RECORD
           IF ARCH-ISOGRAM-ORDER NUMERIC
               MOVE ARCH-ISOGRAM-ORDER TO HELD-ISOGRAM-ORDER
           END-IF
           WRITE HELD-ITEM-RECORD
           IF WS-HELDITEM-STATUS NOT = "00"
               DISPLAY "ISORPLAY: WRITE FAILURE ON HELDITEM, "
                   "FILE STATUS " WS-HELDITEM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT.

       9000-TERMINATE.
           CLOSE RSLTARCH
           CLOSE REPLAYEX
           CLOSE REPLAYV2
           IF WS-HOLDFIL-IS-PRESENT
               CLOSE HOLDFIL
           END-IF
           CLOSE HELDITEM
           DISPLAY "ISORPLAY: " WS-REPLAY-COUNT
               " VERDICT(S) REPLAYED FOR " WS-SEL-SOURCE
               " ON " WS-SEL-RUN-DATE ", LAYOUT VERSION " WS-SEL-VERSION
      *    Un rejeu amputé par une retenue n'est pas complet : le
      *    consommateur recevra le reste à la levée de la retenue
           IF WS-HELD-COUNT > 0
               DISPLAY "ISORPLAY: " WS-HELD-COUNT
                   " VERDICT(S) HELD BY THE DISTRIBUTION HOLD LIST, "
                   "WRITTEN TO HELDITEM"
               MOVE 4 TO RETURN-CODE
           END-IF
      *    Une plage vide signale une demande erronée (date ou
      *    source sans livraison archivée) : l'extrait régénéré est
      *    vide, l'opérateur doit vérifier sa demande
           IF WS-REPLAY-COUNT = 0 AND WS-HELD-COUNT = 0
               DISPLAY "ISORPLAY: NOTHING ARCHIVED FOR THIS DATE "
                   "AND SOURCE, CHECK THE REQUEST"
               MOVE 4 TO RETURN-CODE
