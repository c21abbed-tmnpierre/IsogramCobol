      *               tri de l'interface résultats de la nuit,        *
      *               rapport à rupture avec sous-totaux par source,  *
      *               et un fichier extrait par système amont pour    *
      *               que chacun ne reçoive que ses propres verdicts. *
      *               Les verdicts couverts par la liste des retenues *
      *               sont mis de côté, puis livrés à la levée ou à   *
      *               l'échéance de la retenue                        *
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Interface résultats version 2 produite par ISOGRMB
      *    (RSLTV2RC) : chaque extrait en est tiré dans la
      *    disposition demandée par sa source
           SELECT RESULTV2 ASSIGN TO "RESULTV2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULTV2-STATUS.

      *    Cartes de disposition des extraits (LAYCDRC) : les
      *    sources passées à la version 2 ; absent = toutes en
      *    version 1
           SELECT LAYOUTCD ASSIGN TO "LAYOUTCD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LAYOUTCD-STATUS.

      *    Liste des retenues tenue par ISOHOLDM, lue par clé
      *    (source + phrase, puis source seule) ; absente = rien
      *    n'est retenu
           SELECT HOLDFIL ASSIGN TO "HOLDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDFIL-STATUS.

      *    Verdicts retenus de la génération précédente (entrée),
      *    représentés à chaque passage ; absent le premier jour
           SELECT HELDIN ASSIGN TO "HELDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

      *    Verdicts retenus par ISORPLAY depuis le dernier passage,
      *    repris ici puis vidés pour ne pas être livrés deux fois
           SELECT RPLHELD ASSIGN TO "RPLHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPLHELD-STATUS.

      *    Verdicts toujours retenus après ce passage (sortie)
           SELECT HELDOUT ASSIGN TO "HELDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.

      *    Rapport de distribution à rupture par système source
           SELECT DISTRPT ASSIGN TO "DISTRPT"
               FILE STATUS IS WS-DISTRPT-STATUS.

      *    Extraits par système source, attribués dans l'ordre de
      *    première apparition après tri (quatre flux au plus) :
      *    EXTFILn en version 1 (RESULTRC), EXTV2Fn en version 2
      *    (RSLTV2RC) ; une source n'écrit que dans l'un des deux
      *    fichiers de son numéro
           SELECT EXTFIL1 ASSIGN TO "EXTFIL1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTFIL1-STATUS.
           SELECT EXTFIL4 ASSIGN TO "EXTFIL4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTFIL4-STATUS.
           SELECT EXTV2F1 ASSIGN TO "EXTV2F1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTV2F1-STATUS.
           SELECT EXTV2F2 ASSIGN TO "EXTV2F2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTV2F2-STATUS.
           SELECT EXTV2F3 ASSIGN TO "EXTV2F3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTV2F3-STATUS.
           SELECT EXTV2F4 ASSIGN TO "EXTV2F4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTV2F4-STATUS.

      *    Contrôle de livraison : une trace par extrait réellement
      *    écrit (source, date, volume), rapprochée ensuite des

       DATA DIVISION.
       FILE SECTION.
      *    L'interface version 2 est relue dans une zone banalisée :
      *    son image structurée vit sous EXTV2F1, toujours ouvert
       FD  RESULTV2
           RECORD CONTAINS 120 CHARACTERS.
       01  RESULTV2-REC PIC X(120).

       FD  LAYOUTCD
           RECORD CONTAINS 80 CHARACTERS.
       COPY LAYCDRC.

       FD  DISTRPT
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 101 CHARACTERS.
       01  EXTFIL4-REC PIC X(101).

       FD  EXTV2F1
           RECORD CONTAINS 120 CHARACTERS.
       COPY RSLTV2RC.

       FD  EXTV2F2
           RECORD CONTAINS 120 CHARACTERS.
       01  EXTV2F2-REC PIC X(120).

       FD  EXTV2F3
           RECORD CONTAINS 120 CHARACTERS.
       01  EXTV2F3-REC PIC X(120).

       FD  EXTV2F4
           RECORD CONTAINS 120 CHARACTERS.
       01  EXTV2F4-REC PIC X(120).

       FD  DLVCTL
           RECORD CONTAINS 32 CHARACTERS.
       COPY DLVCTLRC.

       FD  HOLDFIL
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDLSRC.

      *    Les verdicts retenus en entrée sont relus dans des zones
      *    banalisées : leur image structurée vit sous HELDOUT
       FD  HELDIN
           RECORD CONTAINS 120 CHARACTERS.
       01  HELDIN-REC PIC X(120).

       FD  RPLHELD
           RECORD CONTAINS 120 CHARACTERS.
       01  RPLHELD-REC PIC X(120).

       FD  HELDOUT
           RECORD CONTAINS 120 CHARACTERS.
       COPY HELDITRC.

      *    Le verdict trié garde, s'il sort des verdicts retenus, la
      *    date et le programme de sa première mise de côté, et son
      *    ordre d'isogramme (à blancs s'il n'est pas connu)
       SD  SORTFILE
           RECORD CONTAINS 120 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-RESULT.
               10  SORT-PHRASE-ID PIC X(10).
               10  SORT-SOURCE-SYSTEM PIC X(08).
               10  SORT-VERDICT PIC X(01).
               10  SORT-DETAIL PIC X(82).
           05  SORT-HELD-DATE PIC X(08).
           05  SORT-HELD-PROGRAM PIC X(08).
           05  SORT-ISOGRAM-ORDER PIC X(03).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-RESULTV2-STATUS PIC X(02) VALUE SPACES.
       01  WS-LAYOUTCD-STATUS PIC X(02) VALUE SPACES.
       01  WS-DISTRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTFIL1-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTFIL2-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTFIL3-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTFIL4-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTV2F1-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTV2F2-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTV2F3-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXTV2F4-STATUS PIC X(02) VALUE SPACES.
       01  WS-DLVCTL-STATUS PIC X(02) VALUE SPACES.
       01  WS-HOLDFIL-STATUS PIC X(02) VALUE SPACES.
       01  WS-HELDIN-STATUS PIC X(02) VALUE SPACES.
       01  WS-RPLHELD-STATUS PIC X(02) VALUE SPACES.
       01  WS-HELDOUT-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.
      *    Indicateurs de présence des fichiers facultatifs
       01  WS-HOLDFIL-PRESENT PIC X(01) VALUE 'N'.
           88  WS-HOLDFIL-IS-PRESENT VALUE 'Y'.
       01  WS-HELDIN-PRESENT PIC X(01) VALUE 'N'.
           88  WS-HELDIN-IS-PRESENT VALUE 'Y'.
       01  WS-RPLHELD-PRESENT PIC X(01) VALUE 'N'.
           88  WS-RPLHELD-IS-PRESENT VALUE 'Y'.
      *    Indique que le verdict en cours tombe sous une retenue
      *    en vigueur
       01  WS-HELD-SWITCH PIC X(01) VALUE 'N'.
           88  WS-VERDICT-IS-HELD VALUE 'Y'.

      *    Mode d'exécution (PARM JCL) : "N" distribution de la nuit
      *    (interface résultats et verdicts retenus), "R" passage de
      *    libération en journée, sur les seuls verdicts retenus,
      *    après la levée d'une retenue
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-RUN-MODE PIC X(01) VALUE 'N'.
           88  WS-NIGHTLY-MODE VALUE 'N'.
           88  WS-RELEASE-MODE VALUE 'R'.

      *    Cartes de disposition chargées en table : système source
      *    et version d'interface de son extrait
       01  WS-LAYOUT-MAX PIC 9(03) COMP VALUE 200.
       01  WS-LAYOUT-COUNT PIC 9(03) COMP VALUE 0.
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS 200.
               10  WS-LAYOUT-SOURCE PIC X(08).
               10  WS-LAYOUT-VERSION PIC X(01).
       01  WS-LAYOUT-INDEX PIC 9(03) COMP VALUE 0.
       01  WS-LAYOUT-FOUND PIC 9(03) COMP VALUE 0.
       01  WS-LAYOUT-SEARCH PIC X(08) VALUE SPACES.
       01  WS-LAYOUT-IGNORED PIC 9(05) VALUE 0.

      *    Système source de la section en cours (rupture de tri)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
      *    Version d'interface de l'extrait de la section en cours
       01  WS-GROUP-VERSION PIC X(01) VALUE '1'.
           88  WS-GROUP-IS-VERSION-2 VALUE '2'.
      *    Indique qu'au moins une section a déjà été imprimée
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Attribution des extraits : les systèmes sources rencontrés
      *    dans l'ordre reçoivent EXTFIL1 à EXTFIL4 ; au-delà, la
      *    source est rapportée mais non extraite (avertissement),
      *    ses verdicts restent retenus pour le passage suivant
       01  WS-EXTRACT-MAX PIC 9(03) COMP VALUE 4.
       01  WS-EXTRACT-USED PIC 9(03) COMP VALUE 0.
       01  WS-EXTRACT-CURRENT PIC 9(03) COMP VALUE 0.
      *    Nom DD de l'extrait (EXTFILn ou EXTV2Fn) pour les messages
       01  WS-EXTRACT-DDNAME.
           05  WS-EXTRACT-DD-PREFIX PIC X(06) VALUE SPACES.
           05  WS-EXTRACT-DD-NUMBER PIC 9(01) VALUE 0.
       01  WS-OVERFLOW-SOURCES PIC 9(03) VALUE 0.
      *    Table d'attribution : quel système source a reçu quel
      *    fichier extrait, rappelée en pied de rapport pour que
      *    l'étape de transmission sache router chaque extrait
       01  WS-EXT-SOURCE-TABLE.
           05  WS-EXT-SOURCE PIC X(08) OCCURS 4 VALUE SPACES.
       01  WS-EXT-VERSION-TABLE.
           05  WS-EXT-VERSION PIC X(01) OCCURS 4 VALUE SPACES.
       01  WS-EXT-INDEX PIC 9(03) COMP VALUE 0.

      *    Compteurs de la section en cours
       01  WS-GRP-CHECKED PIC 9(07) VALUE 0.
       01  WS-GRP-ISOGRAMS PIC 9(07) VALUE 0.
       01  WS-GRP-REJECTS PIC 9(07) VALUE 0.
      *    Verdicts mis de côté, livrés, et livrés après retenue
       01  WS-GRP-HELD PIC 9(07) VALUE 0.
       01  WS-GRP-DELIVERED PIC 9(07) VALUE 0.
       01  WS-GRP-RELEASED PIC 9(07) VALUE 0.
      *    Verdicts d'une source sans fichier extrait, remis aux
      *    verdicts retenus pour le passage suivant
       01  WS-GRP-KEPT PIC 9(07) VALUE 0.
      *    Compteurs généraux du lot distribué
       01  WS-TOT-CHECKED PIC 9(07) VALUE 0.
       01  WS-TOT-ISOGRAMS PIC 9(07) VALUE 0.
       01  WS-TOT-REJECTS PIC 9(07) VALUE 0.
       01  WS-TOT-HELD PIC 9(07) VALUE 0.
       01  WS-TOT-DELIVERED PIC 9(07) VALUE 0.
       01  WS-TOT-RELEASED PIC 9(07) VALUE 0.
       01  WS-TOT-KEPT PIC 9(07) VALUE 0.
       01  WS-SOURCE-COUNT PIC 9(03) VALUE 0.

      *    Date du jour (AAAAMMJJ), portée par le contrôle de
      *    nuit chaque extrait provient
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISODISTR,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               MOVE FUNCTION UPPER-CASE(WS-PARM(1:1)) TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = SPACE
               MOVE 'N' TO WS-RUN-MODE
           END-IF
           IF NOT WS-NIGHTLY-MODE AND NOT WS-RELEASE-MODE
               DISPLAY "ISODISTR: INVALID PARM '" WS-PARM
                   "', EXPECTED N (NIGHTLY) OR R (RELEASE)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Le passage de libération ne relit pas l'interface de la
      *    nuit, déjà distribuée
           IF WS-NIGHTLY-MODE
               OPEN INPUT RESULTV2
               IF WS-RESULTV2-STATUS NOT = "00"
                   DISPLAY "ISODISTR: ERROR OPENING RESULTV2: "
                       WS-RESULTV2-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1500-LOAD-LAYOUT-CARDS

      *    Liste des retenues, verdicts retenus précédemment et
      *    retenues du rejeu sont facultatifs
           OPEN INPUT HOLDFIL
           IF WS-HOLDFIL-STATUS = "00" OR WS-HOLDFIL-STATUS = "05"
               MOVE 'Y' TO WS-HOLDFIL-PRESENT
           ELSE
               IF WS-HOLDFIL-STATUS NOT = "35"
                   DISPLAY "ISODISTR: ERROR OPENING HOLDFIL: "
                       WS-HOLDFIL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HELDIN
           IF WS-HELDIN-STATUS = "00" OR WS-HELDIN-STATUS = "05"
               MOVE 'Y' TO WS-HELDIN-PRESENT
           ELSE
               IF WS-HELDIN-STATUS NOT = "35"
                   DISPLAY "ISODISTR: ERROR OPENING HELDIN: "
                       WS-HELDIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT RPLHELD
           IF WS-RPLHELD-STATUS = "00" OR WS-RPLHELD-STATUS = "05"
               MOVE 'Y' TO WS-RPLHELD-PRESENT
           ELSE
               IF WS-RPLHELD-STATUS NOT = "35"
                   DISPLAY "ISODISTR: ERROR OPENING RPLHELD: "
                       WS-RPLHELD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT HELDOUT
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "ISODISTR: ERROR OPENING HELDOUT: "
                   WS-HELDOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTV2F1
           OPEN OUTPUT EXTV2F2
           OPEN OUTPUT EXTV2F3
           OPEN OUTPUT EXTV2F4
           IF WS-EXTV2F1-STATUS NOT = "00"
               OR WS-EXTV2F2-STATUS NOT = "00"
               OR WS-EXTV2F3-STATUS NOT = "00"
               OR WS-EXTV2F4-STATUS NOT = "00"
               DISPLAY "ISODISTR: ERROR OPENING VERSION 2 EXTRACT "
                   "FILES: "
                   WS-EXTV2F1-STATUS " " WS-EXTV2F2-STATUS " "
                   WS-EXTV2F3-STATUS " " WS-EXTV2F4-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DLVCTL
           IF WS-DLVCTL-STATUS NOT = "00"
               DISPLAY "ISODISTR: ERROR OPENING DLVCTL: "
           END-IF

           MOVE SPACES TO DISTRPT-REC
           IF WS-RELEASE-MODE
               STRING "ISODISTR - RELEASE OF HELD RESULTS BY SOURCE "
                   DELIMITED BY SIZE
                   "SYSTEM - " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
           ELSE
               STRING "ISODISTR - RESULT DISTRIBUTION BY SOURCE SYSTEM"
                   DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
           END-IF
           WRITE DISTRPT-REC.

      *    Charge les cartes de disposition ; pour une même source
      *    la dernière carte l'emporte
       1500-LOAD-LAYOUT-CARDS.
           OPEN INPUT LAYOUTCD
           IF WS-LAYOUTCD-STATUS = "00" OR WS-LAYOUTCD-STATUS = "05"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ LAYOUTCD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1550-TABLE-ONE-LAYOUT
                   END-READ
               END-PERFORM
               CLOSE LAYOUTCD
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               IF WS-LAYOUTCD-STATUS NOT = "35"
                   DISPLAY "ISODISTR: ERROR OPENING LAYOUTCD: "
                       WS-LAYOUTCD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1550-TABLE-ONE-LAYOUT.
           IF LAYC-SOURCE-SYSTEM = SPACES
               OR NOT LAYC-VERSION-VALID
               DISPLAY "ISODISTR: INVALID LAYOUT CARD FOR "
                   LAYC-SOURCE-SYSTEM ", CARD IGNORED"
               ADD 1 TO WS-LAYOUT-IGNORED
           ELSE
               MOVE LAYC-SOURCE-SYSTEM TO WS-LAYOUT-SEARCH
               PERFORM 6000-FIND-LAYOUT
               IF WS-LAYOUT-FOUND = 0
                   IF WS-LAYOUT-COUNT >= WS-LAYOUT-MAX
                       DISPLAY "ISODISTR: LAYOUT TABLE FULL ("
                           WS-LAYOUT-MAX " ENTRIES), RUN STOPPED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LAYOUT-COUNT
                   MOVE WS-LAYOUT-COUNT TO WS-LAYOUT-FOUND
                   MOVE LAYC-SOURCE-SYSTEM
                       TO WS-LAYOUT-SOURCE (WS-LAYOUT-FOUND)
               END-IF
               MOVE LAYC-RESULT-VERSION
                   TO WS-LAYOUT-VERSION (WS-LAYOUT-FOUND)
           END-IF.

      *    Alimente le tri : interface de la nuit, puis verdicts
      *    retenus, qui repassent la vérification à chaque passage
       2000-FEED-SORT.
           IF WS-NIGHTLY-MODE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESULTV2
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2050-RELEASE-RESULT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HELDIN-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ HELDIN
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE HELDIN-REC TO HELD-ITEM-RECORD
                           PERFORM 2100-RELEASE-HELD-ITEM
                   END-READ
               END-PERFORM
           END-IF
           IF WS-RPLHELD-IS-PRESENT
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RPLHELD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RPLHELD-REC TO HELD-ITEM-RECORD
                           PERFORM 2100-RELEASE-HELD-ITEM
                   END-READ
               END-PERFORM
           END-IF.

       2050-RELEASE-RESULT.
           MOVE RESULTV2-REC TO RESULT-V2-RECORD
           MOVE RSV2-RESULT TO SORT-RESULT
           MOVE SPACES TO SORT-HELD-DATE
           MOVE SPACES TO SORT-HELD-PROGRAM
           MOVE SPACES TO SORT-ISOGRAM-ORDER
           IF RSV2-ISOGRAM-ORDER NUMERIC
               MOVE RSV2-ISOGRAM-ORDER TO SORT-ISOGRAM-ORDER
           END-IF
           RELEASE SORT-RECORD.

       2100-RELEASE-HELD-ITEM.
           MOVE HELD-RESULT-RECORD TO SORT-RESULT
           MOVE HELD-DATE TO SORT-HELD-DATE
           MOVE HELD-PROGRAM TO SORT-HELD-PROGRAM
           MOVE HELD-ISOGRAM-ORDER TO SORT-ISOGRAM-ORDER
           RELEASE SORT-RECORD.

      *    Dépouille le tri : les verdicts d'un même système source
      *    arrivent consécutivement, chaque rupture clôt une section
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    Un verdict retenu, ou d'une source restée sans fichier
      *    extrait, est remis aux verdicts retenus : il n'est ni
      *    livré ni annoncé au contrôle de livraison
           PERFORM 3150-CHECK-HOLD
           EVALUATE TRUE
               WHEN WS-VERDICT-IS-HELD
                   PERFORM 3600-WRITE-HELD-ITEM
                   ADD 1 TO WS-GRP-HELD
                   ADD 1 TO WS-TOT-HELD
               WHEN WS-EXTRACT-CURRENT = 0
                   PERFORM 3600-WRITE-HELD-ITEM
                   ADD 1 TO WS-GRP-KEPT
                   ADD 1 TO WS-TOT-KEPT
               WHEN OTHER
                   PERFORM 3400-WRITE-EXTRACT-RECORD
                   ADD 1 TO WS-GRP-DELIVERED
                   ADD 1 TO WS-TOT-DELIVERED
                   IF SORT-HELD-DATE NOT = SPACES
                       ADD 1 TO WS-GRP-RELEASED
                       ADD 1 TO WS-TOT-RELEASED
                   END-IF
           END-EVALUATE.

      *    Une retenue sur la phrase prime ; à défaut, une retenue
      *    sur la source entière s'applique
       3150-CHECK-HOLD.
           MOVE 'N' TO WS-HELD-SWITCH
           IF WS-HOLDFIL-IS-PRESENT
               MOVE SORT-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
               MOVE SORT-PHRASE-ID TO HOLD-PHRASE-ID
               PERFORM 3160-READ-HOLD
               IF NOT WS-VERDICT-IS-HELD
                   MOVE SORT-SOURCE-SYSTEM TO HOLD-SOURCE-SYSTEM
                   MOVE SPACES TO HOLD-PHRASE-ID
                   PERFORM 3160-READ-HOLD
               END-IF
           END-IF.

      *    Une retenue levée ou arrivée à échéance ne retient plus
       3160-READ-HOLD.
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

      *    Ouvre la section du nouveau système source et lui attribue
      *    le prochain fichier extrait disponible, dans la version
      *    d'interface que demande sa carte de disposition
       3200-OPEN-SECTION.
           MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE SORT-SOURCE-SYSTEM TO WS-LAYOUT-SEARCH
           PERFORM 6000-FIND-LAYOUT
           IF WS-LAYOUT-FOUND > 0
               MOVE WS-LAYOUT-VERSION (WS-LAYOUT-FOUND)
                   TO WS-GROUP-VERSION
           ELSE
               MOVE '1' TO WS-GROUP-VERSION
           END-IF
           IF WS-GROUP-IS-VERSION-2
               MOVE "EXTV2F" TO WS-EXTRACT-DD-PREFIX
           ELSE
               MOVE "EXTFIL" TO WS-EXTRACT-DD-PREFIX
           END-IF
           MOVE 0 TO WS-GRP-CHECKED
           MOVE 0 TO WS-GRP-ISOGRAMS
           MOVE 0 TO WS-GRP-REJECTS
           MOVE 0 TO WS-GRP-HELD
           MOVE 0 TO WS-GRP-DELIVERED
           MOVE 0 TO WS-GRP-RELEASED
           MOVE 0 TO WS-GRP-KEPT
           ADD 1 TO WS-SOURCE-COUNT
           IF WS-EXTRACT-USED < WS-EXTRACT-MAX
               ADD 1 TO WS-EXTRACT-USED
               MOVE WS-EXTRACT-USED TO WS-EXTRACT-CURRENT
               MOVE SORT-SOURCE-SYSTEM
                   TO WS-EXT-SOURCE (WS-EXTRACT-USED)
               MOVE WS-GROUP-VERSION
                   TO WS-EXT-VERSION (WS-EXTRACT-USED)
               MOVE WS-EXTRACT-CURRENT TO WS-EXTRACT-DD-NUMBER
               DISPLAY "ISODISTR: " WS-EXTRACT-DDNAME
                   " ASSIGNED TO SOURCE SYSTEM " SORT-SOURCE-SYSTEM
           ELSE
               MOVE 0 TO WS-EXTRACT-CURRENT
               ADD 1 TO WS-OVERFLOW-SOURCES
               DISPLAY "ISODISTR: MORE THAN " WS-EXTRACT-MAX
                   " SOURCE SYSTEMS, NO EXTRACT FILE LEFT FOR "
                   SORT-SOURCE-SYSTEM " (KEPT HELD FOR THE NEXT RUN)"
           END-IF
           MOVE SPACES TO DISTRPT-REC
           IF WS-EXTRACT-CURRENT > 0
               STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
                   WS-GROUP-SOURCE DELIMITED BY SIZE
                   " - EXTRACT FILE " DELIMITED BY SIZE
                   WS-EXTRACT-DDNAME DELIMITED BY SIZE
                   " - LAYOUT VERSION " DELIMITED BY SIZE
                   WS-GROUP-VERSION DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
           ELSE
               STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
                   WS-GROUP-SOURCE DELIMITED BY SIZE
                   " - NO EXTRACT FILE (CAPACITY EXCEEDED), "
                   DELIMITED BY SIZE
                   "VERDICTS KEPT HELD" DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
           END-IF

       3300-CLOSE-SECTION.
      *    Trace la livraison close : seules les sources réellement
      *    extraites ont une livraison à faire accuser par l'aval ;
      *    le volume annoncé est celui réellement écrit, les verdicts
      *    retenus étant comptés à part
           IF WS-EXTRACT-CURRENT > 0
               MOVE SPACES TO DELIVERY-CONTROL-RECORD
               MOVE WS-GROUP-SOURCE TO DLVC-SOURCE-SYSTEM
               MOVE WS-RUN-DATE TO DLVC-FILE-DATE
               MOVE WS-GRP-DELIVERED TO DLVC-RECORD-COUNT
               MOVE WS-EXTRACT-CURRENT TO DLVC-EXTRACT-NO
               MOVE WS-GRP-HELD TO DLVC-HELD-COUNT
               MOVE WS-RUN-MODE TO DLVC-DELIVERY-TYPE
               WRITE DELIVERY-CONTROL-RECORD
           END-IF
           MOVE SPACES TO DISTRPT-REC
               WS-GRP-REJECTS DELIMITED BY SIZE
               INTO DISTRPT-REC
           END-STRING
           WRITE DISTRPT-REC
           MOVE SPACES TO DISTRPT-REC
           STRING "  DELIVERED       : " DELIMITED BY SIZE
               WS-GRP-DELIVERED DELIMITED BY SIZE
               "   HELD           : " DELIMITED BY SIZE
               WS-GRP-HELD DELIMITED BY SIZE
               "   RELEASED : " DELIMITED BY SIZE
               WS-GRP-RELEASED DELIMITED BY SIZE
               INTO DISTRPT-REC
           END-STRING
           WRITE DISTRPT-REC
           IF WS-GRP-KEPT > 0
               MOVE SPACES TO DISTRPT-REC
               STRING "  KEPT HELD, NO EXTRACT FILE : "
                   DELIMITED BY SIZE
                   WS-GRP-KEPT DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
               WRITE DISTRPT-REC
           END-IF.

      *    Recopie le verdict dans l'extrait attribué à la source,
      *    au format de la version 1 ou de la version 2 ; seules les
      *    sources ayant reçu un fichier extrait arrivent ici
       3400-WRITE-EXTRACT-RECORD.
           IF WS-GROUP-IS-VERSION-2
               PERFORM 3450-WRITE-EXTRACT-V2
           ELSE
               EVALUATE WS-EXTRACT-CURRENT
                   WHEN 1
                       MOVE SORT-RESULT TO EXTFIL1-REC
                       WRITE EXTFIL1-REC
                   WHEN 2
                       MOVE SORT-RESULT TO EXTFIL2-REC
                       WRITE EXTFIL2-REC
                   WHEN 3
                       MOVE SORT-RESULT TO EXTFIL3-REC
                       WRITE EXTFIL3-REC
                   WHEN 4
                       MOVE SORT-RESULT TO EXTFIL4-REC
                       WRITE EXTFIL4-REC
               END-EVALUATE
           END-IF.

      *    L'image version 2 est construite sous EXTV2F1 puis
      *    recopiée dans l'extrait attribué ; un ordre inconnu reste
      *    à blancs
       3450-WRITE-EXTRACT-V2.
           MOVE SPACES TO RESULT-V2-RECORD
           MOVE '2' TO RSV2-LAYOUT-VERSION
           MOVE SORT-RESULT TO RSV2-RESULT
           IF SORT-ISOGRAM-ORDER NUMERIC
               MOVE SORT-ISOGRAM-ORDER TO RSV2-ISOGRAM-ORDER
           END-IF
           EVALUATE WS-EXTRACT-CURRENT
               WHEN 1
                   WRITE RESULT-V2-RECORD
               WHEN 2
                   MOVE RESULT-V2-RECORD TO EXTV2F2-REC
                   WRITE EXTV2F2-REC
               WHEN 3
                   MOVE RESULT-V2-RECORD TO EXTV2F3-REC
                   WRITE EXTV2F3-REC
               WHEN 4
                   MOVE RESULT-V2-RECORD TO EXTV2F4-REC
                   WRITE EXTV2F4-REC
           END-EVALUATE.

       3500-WRITE-GRAND-TOTALS.
               INTO DISTRPT-REC
           END-STRING
           WRITE DISTRPT-REC
           MOVE SPACES TO DISTRPT-REC
           STRING "TOTAL DELIVERED: " DELIMITED BY SIZE
               WS-TOT-DELIVERED DELIMITED BY SIZE
               "   HELD: " DELIMITED BY SIZE
               WS-TOT-HELD DELIMITED BY SIZE
               "   RELEASED FROM HOLD: " DELIMITED BY SIZE
               WS-TOT-RELEASED DELIMITED BY SIZE
               "   KEPT, NO EXTRACT: " DELIMITED BY SIZE
               WS-TOT-KEPT DELIMITED BY SIZE
               INTO DISTRPT-REC
           END-STRING
           WRITE DISTRPT-REC
      *    Rappel de l'attribution des extraits, pour l'étape de
      *    transmission vers les systèmes amont
           PERFORM VARYING WS-EXT-INDEX FROM 1 BY 1 UNTIL
               WS-EXT-INDEX > WS-EXTRACT-USED
               IF WS-EXT-VERSION (WS-EXT-INDEX) = '2'
                   MOVE "EXTV2F" TO WS-EXTRACT-DD-PREFIX
               ELSE
                   MOVE "EXTFIL" TO WS-EXTRACT-DD-PREFIX
               END-IF
               MOVE WS-EXT-INDEX TO WS-EXTRACT-DD-NUMBER
               MOVE SPACES TO DISTRPT-REC
               STRING WS-EXTRACT-DDNAME DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-EXT-SOURCE (WS-EXT-INDEX) DELIMITED BY SIZE
                   " (LAYOUT VERSION " DELIMITED BY SIZE
                   WS-EXT-VERSION (WS-EXT-INDEX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
               WRITE DISTRPT-REC
                   WS-OVERFLOW-SOURCES DELIMITED BY SIZE
                   " SOURCE SYSTEM(S) BEYOND EXTRACT CAPACITY, "
                   DELIMITED BY SIZE
                   "VERDICTS KEPT HELD FOR THE NEXT RUN"
                   DELIMITED BY SIZE
                   INTO DISTRPT-REC
               END-STRING
               WRITE DISTRPT-REC
           END-IF.

      *    Met le verdict de côté jusqu'au prochain passage ; un
      *    verdict déjà retenu garde sa date de première retenue
       3600-WRITE-HELD-ITEM.
           MOVE SPACES TO HELD-ITEM-RECORD
           IF SORT-HELD-DATE = SPACES
               MOVE WS-RUN-DATE TO HELD-DATE
               MOVE "ISODISTR" TO HELD-PROGRAM
           ELSE
               MOVE SORT-HELD-DATE TO HELD-DATE
               MOVE SORT-HELD-PROGRAM TO HELD-PROGRAM
           END-IF
           MOVE SORT-RESULT TO HELD-RESULT-RECORD
           MOVE SORT-ISOGRAM-ORDER TO HELD-ISOGRAM-ORDER
           WRITE HELD-ITEM-RECORD
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "ISODISTR: WRITE FAILURE ON HELDOUT, "
                   "FILE STATUS " WS-HELDOUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Recherche séquentielle d'une source dans la table des
      *    cartes de disposition (zéro si absente)
       6000-FIND-LAYOUT.
           MOVE 0 TO WS-LAYOUT-FOUND
           PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-INDEX > WS-LAYOUT-COUNT
               OR WS-LAYOUT-FOUND > 0
               IF WS-LAYOUT-SOURCE (WS-LAYOUT-INDEX)
                   = WS-LAYOUT-SEARCH
                   MOVE WS-LAYOUT-INDEX TO WS-LAYOUT-FOUND
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           IF WS-NIGHTLY-MODE
               CLOSE RESULTV2
           END-IF
           IF WS-HOLDFIL-IS-PRESENT
               CLOSE HOLDFIL
           END-IF
           IF WS-HELDIN-IS-PRESENT
               CLOSE HELDIN
           END-IF
      *    Les retenues du rejeu sont désormais portées par HELDOUT
      *    ou livrées : le fichier est vidé
           IF WS-RPLHELD-IS-PRESENT
               CLOSE RPLHELD
               OPEN OUTPUT RPLHELD
               CLOSE RPLHELD
           END-IF
           CLOSE HELDOUT
           CLOSE DISTRPT
           CLOSE EXTFIL1
           CLOSE EXTFIL2
           CLOSE EXTFIL3
           CLOSE EXTFIL4
           CLOSE EXTV2F1
           CLOSE EXTV2F2
           CLOSE EXTV2F3
           CLOSE EXTV2F4
           CLOSE DLVCTL
           DISPLAY "ISODISTR: " WS-TOT-CHECKED
               " RESULT(S) DISTRIBUTED ACROSS " WS-SOURCE-COUNT
               " SOURCE SYSTEM(S)"
           DISPLAY "ISODISTR: " WS-TOT-DELIVERED " DELIVERED, "
               WS-TOT-HELD " HELD, " WS-TOT-RELEASED
               " RELEASED FROM HOLD"
           IF WS-TOT-KEPT > 0
               DISPLAY "ISODISTR: " WS-TOT-KEPT
                   " KEPT HELD FOR LACK OF AN EXTRACT FILE"
           END-IF
           IF WS-LAYOUT-IGNORED > 0
               DISPLAY "ISODISTR: " WS-LAYOUT-IGNORED
                   " INVALID LAYOUT CARD(S) IGNORED, VERSION 1 SENT"
           END-IF
           IF WS-OVERFLOW-SOURCES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
