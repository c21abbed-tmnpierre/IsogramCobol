       01  ACKSTIN-REC PIC X(39).

       FD  DLVCTL
           RECORD CONTAINS 32 CHARACTERS.
       COPY DLVCTLRC.

       FD  ACKFIL
               10  WS-DLV-ACKED PIC 9(07).
               10  WS-DLV-STATUS PIC X(01).
               10  WS-DLV-ACK-DATE PIC X(08).
      *        Volumes relus du contrôle de livraison pendant ce
      *        passage : distribution de la nuit (la dernière relue
      *        fait foi), verdicts libérés (cumulés) et retenues
               10  WS-DLV-NIGHTLY PIC 9(07).
               10  WS-DLV-RELEASED PIC 9(07).
               10  WS-DLV-HELD PIC 9(07).
      *        Y = clé relue au contrôle de livraison ce passage-ci
               10  WS-DLV-SEEN PIC X(01).
      *        Y = clé absente du suivi de la veille
               10  WS-DLV-NEW PIC X(01).
       01  WS-DLV-INDEX PIC 9(05) COMP VALUE 0.
      *    Indice de l'entrée trouvée par 6000-FIND-ENTRY (zéro si
      *    la clé cherchée est absente de la table)

      *    Date du jour (AAAAMMJJ)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.
      *    Date de fichier la plus récente du contrôle de livraison :
      *    les retenues rapportées sont celles de cette date
       01  WS-LATEST-FILE-DATE PIC X(08) VALUE LOW-VALUES.

      *    Compteurs pour le rapport de rapprochement
       01  WS-NEW-DELIVERY-COUNT PIC 9(07) VALUE 0.
       01  WS-SHORT-COUNT PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(07) VALUE 0.
       01  WS-OPEN-COUNT PIC 9(07) VALUE 0.
      *    Verdicts retenus cette nuit par la liste des retenues, et
      *    extraits vides parce qu'entièrement retenus (rien à
      *    faire accuser)
       01  WS-HELD-RECORD-COUNT PIC 9(07) VALUE 0.
       01  WS-ALL-HELD-COUNT PIC 9(07) VALUE 0.
      *    Ancienneté de la livraison examinée, en jours
       01  WS-AGE-DAYS PIC S9(07) COMP VALUE 0.
       01  WS-AGE-DAYS-DISP PIC ZZZZZ9.
           MOVE ASTAT-RECORDS-SENT TO WS-DLV-SENT (WS-DLV-COUNT)
           MOVE ASTAT-RECORDS-ACKED TO WS-DLV-ACKED (WS-DLV-COUNT)
           MOVE ASTAT-STATUS TO WS-DLV-STATUS (WS-DLV-COUNT)
           MOVE ASTAT-ACK-DATE TO WS-DLV-ACK-DATE (WS-DLV-COUNT)
           MOVE 0 TO WS-DLV-NIGHTLY (WS-DLV-COUNT)
           MOVE 0 TO WS-DLV-RELEASED (WS-DLV-COUNT)
           MOVE 0 TO WS-DLV-HELD (WS-DLV-COUNT)
           MOVE 'N' TO WS-DLV-SEEN (WS-DLV-COUNT)
           MOVE 'N' TO WS-DLV-NEW (WS-DLV-COUNT).

      *    Intègre les livraisons écrites par ISODISTR : chacune
      *    entre en attente d'accusé de réception. Le contrôle de
      *    livraison est cumulatif (écrit en ajout, jamais vidé) et
      *    relu en entier à chaque passage : le volume livré de
      *    chaque clé est donc recalculé de zéro à chaque passage,
      *    à partir de tous ses enregistrements, puis arrêté une
      *    fois le fichier lu, quel que soit leur ordre
       3000-ABSORB-NEW-DELIVERIES.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
                   NOT AT END
                       PERFORM 3100-ABSORB-ONE-DELIVERY
               END-READ
           END-PERFORM

           PERFORM VARYING WS-DLV-INDEX FROM 1 BY 1 UNTIL
               WS-DLV-INDEX > WS-DLV-COUNT
               IF WS-DLV-SEEN (WS-DLV-INDEX) = 'Y'
                   PERFORM 3300-SETTLE-ONE-DELIVERY
               END-IF
           END-PERFORM.

       3100-ABSORB-ONE-DELIVERY.
           IF DLVC-FILE-DATE > WS-LATEST-FILE-DATE
               MOVE DLVC-FILE-DATE TO WS-LATEST-FILE-DATE
           END-IF
           PERFORM 3200-TABLE-ONE-DELIVERY.

       3200-TABLE-ONE-DELIVERY.
           MOVE DLVC-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
           MOVE DLVC-FILE-DATE TO WS-SEARCH-FILE-DATE
           PERFORM 6000-FIND-ENTRY
                   TO WS-DLV-SOURCE (WS-FOUND-INDEX)
               MOVE DLVC-FILE-DATE
                   TO WS-DLV-FILE-DATE (WS-FOUND-INDEX)
               MOVE 0 TO WS-DLV-SENT (WS-FOUND-INDEX)
               MOVE 0 TO WS-DLV-ACKED (WS-FOUND-INDEX)
               MOVE 'O' TO WS-DLV-STATUS (WS-FOUND-INDEX)
               MOVE SPACES TO WS-DLV-ACK-DATE (WS-FOUND-INDEX)
               MOVE 'N' TO WS-DLV-SEEN (WS-FOUND-INDEX)
               MOVE 'Y' TO WS-DLV-NEW (WS-FOUND-INDEX)
           END-IF
      *    Premier enregistrement de la clé dans ce passage : les
      *    volumes repartent de zéro, chaque enregistrement du
      *    contrôle ne compte ainsi qu'une fois
           IF WS-DLV-SEEN (WS-FOUND-INDEX) NOT = 'Y'
               MOVE 'Y' TO WS-DLV-SEEN (WS-FOUND-INDEX)
               MOVE 0 TO WS-DLV-NIGHTLY (WS-FOUND-INDEX)
               MOVE 0 TO WS-DLV-RELEASED (WS-FOUND-INDEX)
               MOVE 0 TO WS-DLV-HELD (WS-FOUND-INDEX)
           END-IF
      *    Une distribution relancée le même jour (redistribution
      *    après incident) remplace le volume de la nuit ; une
      *    livraison de verdicts libérés complète l'extrait du jour
      *    et s'y ajoute. Les retenues suivent le dernier passage
      *    d'ISODISTR, le contrôle étant écrit dans l'ordre des
      *    passages
           IF DLVC-IS-RELEASE
               ADD DLVC-RECORD-COUNT
                   TO WS-DLV-RELEASED (WS-FOUND-INDEX)
           ELSE
               MOVE DLVC-RECORD-COUNT
                   TO WS-DLV-NIGHTLY (WS-FOUND-INDEX)
           END-IF
           MOVE DLVC-HELD-COUNT TO WS-DLV-HELD (WS-FOUND-INDEX).

      *    Arrête le volume livré d'une clé relue ce passage-ci ; un
      *    volume changé depuis l'accusé rouvre l'attente. Une clé
      *    dont rien n'a été livré (extrait entièrement retenu)
      *    n'attend aucun accusé et n'est pas conservée au suivi
       3300-SETTLE-ONE-DELIVERY.
           COMPUTE WS-DLV-SENT (WS-DLV-INDEX) =
               WS-DLV-NIGHTLY (WS-DLV-INDEX)
               + WS-DLV-RELEASED (WS-DLV-INDEX)
           IF WS-DLV-FILE-DATE (WS-DLV-INDEX) = WS-LATEST-FILE-DATE
               ADD WS-DLV-HELD (WS-DLV-INDEX) TO WS-HELD-RECORD-COUNT
               IF WS-DLV-SENT (WS-DLV-INDEX) = 0
                   AND WS-DLV-HELD (WS-DLV-INDEX) > 0
                   ADD 1 TO WS-ALL-HELD-COUNT
               END-IF
           END-IF
           IF WS-DLV-NEW (WS-DLV-INDEX) = 'Y'
               AND WS-DLV-SENT (WS-DLV-INDEX) > 0
               ADD 1 TO WS-NEW-DELIVERY-COUNT
           END-IF
           IF WS-DLV-STATUS (WS-DLV-INDEX) = 'C'
               AND WS-DLV-ACKED (WS-DLV-INDEX)
                   NOT = WS-DLV-SENT (WS-DLV-INDEX)
               MOVE 'O' TO WS-DLV-STATUS (WS-DLV-INDEX)
           END-IF.

      *    Applique les accusés de réception reçus des systèmes aval
       5000-WRITE-STATUS-FILE.
           PERFORM VARYING WS-DLV-INDEX FROM 1 BY 1 UNTIL
               WS-DLV-INDEX > WS-DLV-COUNT
               IF WS-DLV-SENT (WS-DLV-INDEX) > 0
                   PERFORM 5100-WRITE-ONE-STATUS
               END-IF
           END-PERFORM.

       5100-WRITE-ONE-STATUS.
           MOVE SPACES TO ACK-STATUS-RECORD
           MOVE WS-DLV-SOURCE (WS-DLV-INDEX)
               TO ASTAT-SOURCE-SYSTEM
           MOVE WS-DLV-FILE-DATE (WS-DLV-INDEX)
               TO ASTAT-FILE-DATE
           MOVE WS-DLV-SENT (WS-DLV-INDEX) TO ASTAT-RECORDS-SENT
           MOVE WS-DLV-ACKED (WS-DLV-INDEX)
               TO ASTAT-RECORDS-ACKED
           MOVE WS-DLV-STATUS (WS-DLV-INDEX) TO ASTAT-STATUS
           MOVE WS-DLV-ACK-DATE (WS-DLV-INDEX)
               TO ASTAT-ACK-DATE
           WRITE ACK-STATUS-RECORD.

      *    Recherche séquentielle de la clé (système source + date
      *    de fichier) dans la table de suivi
       6000-FIND-ENTRY.
           END-STRING
           WRITE ACKRPT-REC

           MOVE SPACES TO ACKRPT-REC
           STRING "Held, not delivered    : " DELIMITED BY SIZE
               WS-HELD-RECORD-COUNT DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               WS-ALL-HELD-COUNT DELIMITED BY SIZE
               " EXTRACT(S) ENTIRELY HELD" DELIMITED BY SIZE
               INTO ACKRPT-REC
           END-STRING
           WRITE ACKRPT-REC

           MOVE SPACES TO ACKRPT-REC
           STRING "Acks received today    : " DELIMITED BY SIZE
               WS-ACK-READ-COUNT DELIMITED BY SIZE

           PERFORM VARYING WS-DLV-INDEX FROM 1 BY 1 UNTIL
               WS-DLV-INDEX > WS-DLV-COUNT
               IF WS-DLV-SENT (WS-DLV-INDEX) > 0
                   AND (WS-DLV-STATUS (WS-DLV-INDEX) = 'O'
                   OR WS-DLV-STATUS (WS-DLV-INDEX) = 'S')
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM 7100-REPORT-ONE-OPEN-ITEM
               END-IF
