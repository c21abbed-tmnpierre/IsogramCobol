               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULTFL-STATUS.

      *    Interface résultats en disposition version 2 (RSLTV2RC,
      *    avec l'ordre d'isogramme), écrite à chaque passage en
      *    parallèle de RESULTFL : ISODISTR en tire l'extrait de
      *    chaque système aval dans la disposition que sa carte de
      *    disposition demande, chacun passant à la version 2 à son
      *    rythme
           SELECT RESULTV2 ASSIGN TO "RESULTV2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULTV2-STATUS.

      *    Historique des statistiques de lot : une ligne ajoutée
      *    par exécution, pour les rapports de tendance mensuels
           SELECT STATHIST ASSIGN TO "STATHIST"
           RECORD CONTAINS 146 CHARACTERS.
       COPY PHRASEREC.

      *    143 car. : phrase (100) + " => "(4) + résultat (3) +
      *    " (dup letter "(13) + lettre (1) + " at pos "(8) + position
      *    (3) + ")"(1) + " order "(7) + ordre (3), le plus long des
      *    deux formats du rapport
       FD  OUTRPT
           RECORD CONTAINS 143 CHARACTERS.
       01  OUTRPT-REC PIC X(143).

       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       FD  SUMRPT
       01  SUMRPT-REC PIC X(132).

       FD  CHKPTFIL
           RECORD CONTAINS 197 CHARACTERS.
       COPY CHKPTREC.

       FD  REJCTFIL
           RECORD CONTAINS 101 CHARACTERS.
       COPY RESULTRC.

       FD  RESULTV2
           RECORD CONTAINS 120 CHARACTERS.
       COPY RSLTV2RC.

       FD  STATHIST
           RECORD CONTAINS 300 CHARACTERS.
       COPY STATHSRC.

       FD  RUNCTL
       COPY CALRECRC.

       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  SRCREGF
       COPY VRDCHGRC.

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

      *    Images séquentielles des enregistrements maître et
      *    archive construits par le lot, pour le mode partition
       FD  MSTDELTA
           RECORD CONTAINS 214 CHARACTERS.
       01  MSTDELTA-REC PIC X(214).

       FD  ARCDELTA
           RECORD CONTAINS 113 CHARACTERS.
       01  ARCDELTA-REC PIC X(113).

       WORKING-STORAGE SECTION.

       01  WS-MSTDELTA-STATUS PIC X(02) VALUE SPACES.
       01  WS-ARCDELTA-STATUS PIC X(02) VALUE SPACES.
       01  WS-RESULTFL-STATUS PIC X(02) VALUE SPACES.
       01  WS-RESULTV2-STATUS PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
       01  WS-CALFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-STATHIST-STATUS PIC X(02) VALUE SPACES.
      *    après minuit n'éclate pas la nuit sur deux clés (le rejeu
      *    ISORPLAY d'une date doit retrouver la nuit entière)
       01  WS-ARCHIVE-DATE PIC X(08) VALUE SPACES.
      *    Origine du verdict archivé, posée par chaque producteur
      *    avant 4600-ARCHIVE-RESULT : J = jugé (rejet compris),
      *    S = re-soumission inchangée retransmise depuis le maître
       01  WS-ARCHIVE-ORIGIN PIC X(01) VALUE 'J'.
      *    Ordre d'isogramme du verdict transmis, posé par chaque
      *    producteur avec l'origine : il ne figure pas dans la
      *    disposition version 1 de RESULT-RECORD
       01  WS-RESULT-ORDER PIC 9(03) VALUE 0.

      *    Calendrier des jours ouvrés : jours fériés rechargés en
      *    table depuis CALFIL (les samedis et dimanches sont chômés
       01  WS-DUP-POSITION PIC 9(03) COMP VALUE 0.
      *    Représentation affichable de WS-DUP-POSITION, pour le rapport
       01  WS-DUP-POSITION-DISP PIC 9(03).
      *    Ordre d'isogramme renvoyé par ISOCHK, et sa forme
      *    affichable pour le rapport
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP VALUE 0.
       01  WS-ISOGRAM-ORDER-DISP PIC 9(03).

      *    Compteur d'enregistrements traités, pour le rapport
       01  WS-RECORD-COUNT PIC 9(07) COMP VALUE 0.
       01  WS-SUM-ALPHABET-OCCURS PIC 9(07) OCCURS 26 VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-LETTER-DISP PIC X(01).
      *    Phrases jugées par ordre d'isogramme : postes 1 à 9 pour
      *    les ordres 0 à 8, poste 10 pour l'ordre 9 et au-delà
       01  WS-ORDER-COUNT PIC 9(07) OCCURS 10 VALUE 0.
       01  WS-ORDER-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-ORDER-LABEL PIC X(22) VALUE SPACES.
       01  WS-ORDER-LABEL-NUM PIC 9(01) VALUE 0.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISOGRMB,PARM=...) :
               PERFORM 9800-FATAL-FILE-ERROR
           END-IF

      *    L'interface version 2 suit la même logique que RESULTFL
           IF WS-RESTART-REQUESTED
               OPEN EXTEND RESULTV2
               IF WS-RESULTV2-STATUS = "35" OR WS-RESULTV2-STATUS = "05"
                   OPEN OUTPUT RESULTV2
               END-IF
           ELSE
               OPEN OUTPUT RESULTV2
           END-IF
           IF WS-RESULTV2-STATUS NOT = "00"
               MOVE "RESULTV2" TO WS-ERROR-FILE
               MOVE "OPEN" TO WS-ERROR-OPERATION
               MOVE WS-RESULTV2-STATUS TO WS-ERROR-STATUS
               PERFORM 9800-FATAL-FILE-ERROR
           END-IF

      *    Même logique d'ajout qu'OUTRPT pour ne pas perdre les
      *    changements de verdict déjà tracés avant un abend
           IF WS-RESTART-REQUESTED
               WS-LETTER-INDEX > 26
               MOVE CHKPT-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO WS-SUM-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               MOVE CHKPT-ORDER-COUNT (WS-ORDER-INDEX)
                   TO WS-ORDER-COUNT (WS-ORDER-INDEX)
           END-PERFORM.

      *    Avance dans INPHRASE jusqu'au dernier point de reprise sans
      *    côté : si la phrase est rejugée et que le nouveau verdict
      *    contredit l'ancien, 4200-UPDATE-MASTER trace le revirement
      *    avant d'écraser le fichier maître
      *    Un enregistrement maître jugé avant l'ordre d'isogramme
      *    (zone à blancs) est rejugé même si le texte est inchangé,
      *    pour que l'ordre lui soit ajouté au passage
       2100-CHECK-MASTER.
           MOVE 'N' TO WS-PHRASE-UNCHANGED
           MOVE 'N' TO WS-MASTER-FOUND
                   MOVE MAST-PHRASE-TEXT TO WS-PRIOR-TEXT
                   MOVE MAST-JUDGED-DATE TO WS-PRIOR-JUDGED-DATE
                   IF MAST-PHRASE-TEXT = PHRASE-TEXT
                       AND MAST-ISOGRAM-ORDER IS NUMERIC
                       MOVE 'Y' TO WS-PHRASE-UNCHANGED
                   END-IF
           END-READ.
               MOVE MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE 'S' TO WS-ARCHIVE-ORIGIN
           MOVE MAST-ISOGRAM-ORDER TO WS-RESULT-ORDER
           PERFORM 4600-ARCHIVE-RESULT
           PERFORM 4700-WRITE-RESULT-V2
           WRITE RESULT-RECORD
           MOVE "RESULTFL" TO WS-ERROR-FILE
           MOVE WS-RESULTFL-STATUS TO WS-ERROR-STATUS
               WS-LETTER-INDEX > 26
               MOVE 0 TO RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE 'J' TO WS-ARCHIVE-ORIGIN
           MOVE 0 TO WS-RESULT-ORDER
           PERFORM 4600-ARCHIVE-RESULT
           PERFORM 4700-WRITE-RESULT-V2
           WRITE RESULT-RECORD
           MOVE "RESULTFL" TO WS-ERROR-FILE
           MOVE WS-RESULTFL-STATUS TO WS-ERROR-STATUS
               MOVE WS-SUM-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO CHKPT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               MOVE WS-ORDER-COUNT (WS-ORDER-INDEX)
                   TO CHKPT-ORDER-COUNT (WS-ORDER-INDEX)
           END-PERFORM
           WRITE CHECKPOINT-RECORD
           MOVE "CHKPTFIL" TO WS-ERROR-FILE
           MOVE WS-CHKPTFIL-STATUS TO WS-ERROR-STATUS
      *    à la routine commune ISOCHK, partagée avec le mode interactif
           CALL 'ISOCHK' USING INPUTPHRASE ISISOGRAM
               WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
               WS-ISOGRAM-ORDER
           END-CALL

           ADD 1 TO WS-RECORD-COUNT
           ELSE
               ADD 1 TO WS-TOTAL-NO
           END-IF
           IF WS-ISOGRAM-ORDER > 8
               MOVE 10 TO WS-ORDER-INDEX
           ELSE
               COMPUTE WS-ORDER-INDEX = WS-ISOGRAM-ORDER + 1
           END-IF
           ADD 1 TO WS-ORDER-COUNT (WS-ORDER-INDEX)

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUTPHRASE TRAILING))
               TO WS-TRIMMED-LEN

       4000-WRITE-REPORT.
           MOVE SPACES TO OUTRPT-REC
           MOVE WS-ISOGRAM-ORDER TO WS-ISOGRAM-ORDER-DISP
           IF ISISOGRAM = 'NO '
               MOVE WS-DUP-POSITION TO WS-DUP-POSITION-DISP
               STRING INPUTPHRASE DELIMITED BY SIZE
                   " at pos " DELIMITED BY SIZE
                   WS-DUP-POSITION-DISP DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   " order " DELIMITED BY SIZE
                   WS-ISOGRAM-ORDER-DISP DELIMITED BY SIZE
                   INTO OUTRPT-REC
               END-STRING
           ELSE
               STRING INPUTPHRASE DELIMITED BY SIZE
                   " => " DELIMITED BY SIZE
                   ISISOGRAM DELIMITED BY SIZE
                   " order " DELIMITED BY SIZE
                   WS-ISOGRAM-ORDER-DISP DELIMITED BY SIZE
                   INTO OUTRPT-REC
               END-STRING
           END-IF
      *    phrase donnée (PHRASE-ID peut se répéter entre systèmes)
           MOVE PHRASE-ID TO AUDIT-PHRASE-ID
           MOVE PHRASE-SOURCE-SYSTEM TO AUDIT-SOURCE-SYSTEM
           MOVE WS-ISOGRAM-ORDER TO AUDIT-ISOGRAM-ORDER
           WRITE AUDIT-RECORD
           MOVE "AUDITLOG" TO WS-ERROR-FILE
           MOVE WS-AUDITLOG-STATUS TO WS-ERROR-STATUS
               MOVE ALPHABETOCCURS (WS-LETTER-INDEX)
                   TO RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE 'J' TO WS-ARCHIVE-ORIGIN
           MOVE WS-ISOGRAM-ORDER TO WS-RESULT-ORDER
           PERFORM 4600-ARCHIVE-RESULT
           PERFORM 4700-WRITE-RESULT-V2
           WRITE RESULT-RECORD
           MOVE "RESULTFL" TO WS-ERROR-FILE
           MOVE WS-RESULTFL-STATUS TO WS-ERROR-STATUS
                   TO MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO MAST-JUDGED-DATE
           MOVE WS-ISOGRAM-ORDER TO MAST-ISOGRAM-ORDER
      *    En mode partition, la mise à jour part dans le fichier
      *    delta ; ISOMERGE l'appliquera seul au fichier maître
           IF WS-PARTITION-MODE
               MOVE RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO ARCH-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE WS-ARCHIVE-ORIGIN TO ARCH-ORIGIN
           MOVE WS-RESULT-ORDER TO ARCH-ISOGRAM-ORDER
      *    En mode partition, l'entrée part dans le fichier delta ;
      *    ISOMERGE l'appliquera seul à l'archive
           IF WS-PARTITION-MODE
           END-IF
           PERFORM 9700-CHECK-WRITE.

      *    Écrit le verdict dans l'interface version 2 : même appel
      *    qu'à 4600-ARCHIVE-RESULT, avant le WRITE RESULT-RECORD,
      *    l'image version 1 y est recopiée telle quelle et suivie
      *    de l'ordre d'isogramme
       4700-WRITE-RESULT-V2.
           MOVE SPACES TO RESULT-V2-RECORD
           MOVE '2' TO RSV2-LAYOUT-VERSION
           MOVE RESULT-RECORD TO RSV2-RESULT
           MOVE WS-RESULT-ORDER TO RSV2-ISOGRAM-ORDER
           WRITE RESULT-V2-RECORD
           MOVE "RESULTV2" TO WS-ERROR-FILE
           MOVE WS-RESULTV2-STATUS TO WS-ERROR-STATUS
           PERFORM 9700-CHECK-WRITE.

       9000-TERMINATE.
           IF WS-ABS-RECNO > 0
               PERFORM 5100-WRITE-CHECKPOINT
           CLOSE CHKPTFIL
           CLOSE REJCTFIL
           CLOSE RESULTFL
           CLOSE RESULTV2
           CLOSE VERDCHG
           IF WS-PARTITION-MODE
               CLOSE MSTDELTA
           END-STRING
           PERFORM 9150-WRITE-SUMRPT-REC

      *    Répartition des phrases jugées par ordre d'isogramme
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               PERFORM 9110-WRITE-ORDER-LINE
           END-PERFORM

           MOVE SPACES TO SUMRPT-REC
           STRING "Rejected (overlong or bad source): "
               DELIMITED BY SIZE
               PERFORM 9150-WRITE-SUMRPT-REC
           END-PERFORM.

       9110-WRITE-ORDER-LINE.
           EVALUATE WS-ORDER-INDEX
               WHEN 1
                   MOVE "order 0 (uneven)" TO WS-ORDER-LABEL
               WHEN 2
                   MOVE "order 1 (isogram)" TO WS-ORDER-LABEL
               WHEN 10
                   MOVE "order 9 or more" TO WS-ORDER-LABEL
               WHEN OTHER
                   COMPUTE WS-ORDER-LABEL-NUM = WS-ORDER-INDEX - 1
                   MOVE SPACES TO WS-ORDER-LABEL
                   STRING "order " DELIMITED BY SIZE
                       WS-ORDER-LABEL-NUM DELIMITED BY SIZE
                       INTO WS-ORDER-LABEL
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO SUMRPT-REC
           STRING "  of which " DELIMITED BY SIZE
               WS-ORDER-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-ORDER-COUNT (WS-ORDER-INDEX) DELIMITED BY SIZE
               INTO SUMRPT-REC
           END-STRING
           PERFORM 9150-WRITE-SUMRPT-REC.

      *    Ajoute la ligne statistique de cette exécution à
      *    l'historique permanent, matière première des rapports de
      *    tendance mensuels (ouvert seulement le temps de l'ajout)
               MOVE WS-SUM-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO STAT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           PERFORM VARYING WS-ORDER-INDEX FROM 1 BY 1 UNTIL
               WS-ORDER-INDEX > 10
               MOVE WS-ORDER-COUNT (WS-ORDER-INDEX)
                   TO STAT-ORDER-COUNT (WS-ORDER-INDEX)
           END-PERFORM
           WRITE STAT-HISTORY-RECORD
           MOVE "STATHIST" TO WS-ERROR-FILE
           MOVE WS-STATHIST-STATUS TO WS-ERROR-STATUS
