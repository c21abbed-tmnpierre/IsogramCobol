      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Recertification du fichier maître des phrases   *
      *               après une évolution des règles d'ISOCHK :       *
      *               rejuge chaque texte conservé par la routine     *
      *               commune, liste par système source les clés dont *
      *               le verdict, la lettre en doublon ou les         *
      *               comptages de lettres changeraient, et en mode   *
      *               application met à jour le fichier maître, trace *
      *               les revirements pour ISOVCHRP et émet les       *
      *               verdicts correctifs à redistribuer aux sources  *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISORECRT.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître des phrases, parcouru en séquence et mis à
      *    jour sur place en mode application
           SELECT PHRASMST ASSIGN TO "PHRASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-PHRASMST-STATUS.

      *    Rapport d'impact à rupture par système source
           SELECT RECRTRPT ASSIGN TO "RECRTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECRTRPT-STATUS.

      *    Revirements de verdict (VRDCHGRC) relus par ISOVCHRP
      *    (mode application)
           SELECT VERDCHG ASSIGN TO "VERDCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERDCHG-STATUS.

      *    Verdicts correctifs au format de l'interface résultats
      *    version 2 (RSLTV2RC), à distribuer aux sources par
      *    ISODISTR, qui les ramène à la version 1 pour les sources
      *    qui la reçoivent encore (mode application)
           SELECT CORRSLT ASSIGN TO "CORRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRSLT-STATUS.

      *    Archive permanente des verdicts, lue seulement : une clé
      *    déjà envoyée sous la date du jour n'est pas corrigée
      *    (mode application)
           SELECT RSLTARCH ASSIGN TO "RSLTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-RSLTARCH-STATUS.

      *    Archive des verdicts correctifs (CORARCRC), écrite en
      *    ajout (mode application)
           SELECT CORRARCH ASSIGN TO "CORRARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRARCH-STATUS.

      *    Fichier de travail du tri par système source
           SELECT SORTFILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  RECRTRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECRTRPT-REC PIC X(132).

       FD  VERDCHG
           RECORD CONTAINS 240 CHARACTERS.
       COPY VRDCHGRC.

       FD  CORRSLT
           RECORD CONTAINS 120 CHARACTERS.
       COPY RSLTV2RC.

       FD  RSLTARCH
           RECORD CONTAINS 113 CHARACTERS.
       COPY RSLARCRC.

       FD  CORRARCH
           RECORD CONTAINS 130 CHARACTERS.
       COPY CORARCRC.

       SD  SORTFILE
           RECORD CONTAINS 144 CHARACTERS.
       01  SORT-RECORD.
           05  SORT-SOURCE-SYSTEM PIC X(08).
           05  SORT-PHRASE-ID PIC X(10).
           05  SORT-OLD-RESULT PIC X(03).
           05  SORT-NEW-RESULT PIC X(03).
           05  SORT-OLD-DUP-LETTER PIC X(01).
           05  SORT-NEW-DUP-LETTER PIC X(01).
           05  SORT-OLD-JUDGED-DATE PIC X(08).
      *    Nature des écarts constatés (Y/N) : verdict, lettre en
      *    doublon (ou sa position), comptages de lettres
           05  SORT-VERDICT-CHANGED PIC X(01).
           05  SORT-DUP-CHANGED PIC X(01).
           05  SORT-COUNTS-CHANGED PIC X(01).
           05  SORT-PHRASE-TEXT PIC X(100).
      *    Correction refusée en mode application (Y/N) : clé déjà
      *    envoyée sous la date du jour
           05  SORT-APPLY-REFUSED PIC X(01).
           05  FILLER PIC X(06).

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-PHRASMST-STATUS PIC X(02) VALUE SPACES.
       01  WS-RECRTRPT-STATUS PIC X(02) VALUE SPACES.
       01  WS-VERDCHG-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRSLT-STATUS PIC X(02) VALUE SPACES.
       01  WS-RSLTARCH-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRARCH-STATUS PIC X(02) VALUE SPACES.
      *    Archive des verdicts présente (absente sur une
      *    installation neuve : aucune clé n'y est alors envoyée)
       01  WS-RSLTARCH-PRESENT PIC X(01) VALUE 'N'.
           88  WS-RSLTARCH-IS-PRESENT VALUE 'Y'.
      *    Clé déjà archivée sous la date du jour
       01  WS-ARCHIVED-SWITCH PIC X(01) VALUE 'N'.
           88  WS-ARCHIVED-TODAY VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-SORT-END-OF-FILE VALUE 'Y'.

      *    Mode d'exécution (PARM JCL) : "R" produit le seul rapport
      *    d'impact sans rien modifier, "A" applique en plus les
      *    nouveaux verdicts au fichier maître et émet les
      *    revirements et les verdicts correctifs
       01  WS-PARM PIC X(20) VALUE SPACES.
       01  WS-RUN-MODE PIC X(01) VALUE 'R'.
           88  WS-REPORT-MODE VALUE 'R'.
           88  WS-APPLY-MODE VALUE 'A'.

      *    Définit la variable pour stocker la phrase rejugée
       01  INPUTPHRASE PIC X(100).
      *    Tableau pour stocker les occurrences de chaque lettre
       01  ALPHABETOCCURS PIC 9(03) OCCURS 26 COMP VALUE 0.
      *    Indique si la phrase est un isogramme
       01  ISISOGRAM PIC X(03) VALUE 'YES'.
      *    Lettre à l'origine du premier doublon rencontré
       01  WS-DUP-LETTER PIC X(01) VALUE SPACE.
      *    Position de cette lettre dans la phrase
       01  WS-DUP-POSITION PIC 9(03) COMP VALUE 0.
      *    Ordre d'isogramme renvoyé par ISOCHK
       01  WS-ISOGRAM-ORDER PIC 9(03) COMP VALUE 0.
       01  WS-LETTER-INDEX PIC 9(03) COMP VALUE 0.

      *    Verdict correctif au format de la version 1, construit
      *    ici puis recopié dans l'enregistrement version 2
       COPY RESULTRC.

      *    Écarts constatés entre le verdict conservé et le nouveau
       01  WS-VERDICT-CHANGED PIC X(01) VALUE 'N'.
           88  WS-VERDICT-HAS-CHANGED VALUE 'Y'.
       01  WS-DUP-CHANGED PIC X(01) VALUE 'N'.
           88  WS-DUP-HAS-CHANGED VALUE 'Y'.
       01  WS-COUNTS-CHANGED PIC X(01) VALUE 'N'.
           88  WS-COUNTS-HAVE-CHANGED VALUE 'Y'.

      *    Verdict conservé, mémorisé avant la mise à jour du maître
       01  WS-PRIOR-RESULT PIC X(03) VALUE SPACES.
       01  WS-PRIOR-JUDGED-DATE PIC X(08) VALUE SPACES.

      *    Date du jour (AAAAMMJJ) et heure de lancement (HHMMSS)
       01  WS-RUN-DATE PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME PIC X(06) VALUE SPACES.

      *    Système source de la section en cours (rupture de tri)
       01  WS-GROUP-SOURCE PIC X(08) VALUE SPACES.
      *    Indique qu'au moins une section a déjà été imprimée
       01  WS-GROUP-STARTED PIC X(01) VALUE 'N'.
           88  WS-GROUP-WAS-STARTED VALUE 'Y'.

      *    Compteurs de la section en cours
       01  WS-GRP-KEY-COUNT PIC 9(07) VALUE 0.
       01  WS-GRP-VERDICT-COUNT PIC 9(07) VALUE 0.
       01  WS-GRP-DUP-COUNT PIC 9(07) VALUE 0.
       01  WS-GRP-COUNTS-COUNT PIC 9(07) VALUE 0.

      *    Compteurs du rapport et du compte rendu d'exécution
       01  WS-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-IMPACT-COUNT PIC 9(07) VALUE 0.
       01  WS-TOT-VERDICT-COUNT PIC 9(07) VALUE 0.
       01  WS-TOT-DUP-COUNT PIC 9(07) VALUE 0.
       01  WS-TOT-COUNTS-COUNT PIC 9(07) VALUE 0.
       01  WS-UPDATE-COUNT PIC 9(07) VALUE 0.
       01  WS-FLIP-COUNT PIC 9(07) VALUE 0.
       01  WS-CORRECTION-COUNT PIC 9(07) VALUE 0.
      *    Clés impactées non corrigées en mode application : déjà
      *    envoyées sous la date du jour, à reprendre un autre jour
       01  WS-REFUSED-COUNT PIC 9(07) VALUE 0.
       01  WS-SOURCE-COUNT PIC 9(03) VALUE 0.
      *    Clés jugées avant l'ordre d'isogramme (zone à blancs) dont
      *    le jugement ne change pas : l'ordre est seulement complété
      *    en mode application, sans verdict correctif
       01  WS-ORDER-MISSING-COUNT PIC 9(07) VALUE 0.
       01  WS-ORDER-FILLED-COUNT PIC 9(07) VALUE 0.

      *    Ligne de synthèse d'une clé impactée
       01  WS-DETAIL-LINE.
           05  WS-DET-PHRASE-ID PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-OLD-RESULT PIC X(03).
           05  FILLER PIC X(04) VALUE " -> ".
           05  WS-DET-NEW-RESULT PIC X(03).
           05  FILLER PIC X(06) VALUE "  DUP ".
           05  WS-DET-OLD-DUP PIC X(01).
           05  FILLER PIC X(04) VALUE " -> ".
           05  WS-DET-NEW-DUP PIC X(01).
           05  FILLER PIC X(09) VALUE "  JUDGED ".
           05  WS-DET-OLD-DATE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  WS-DET-VERDICT-FLAG PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-DUP-FLAG PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-COUNTS-FLAG PIC X(06).
           05  FILLER PIC X(01) VALUE SPACE.
           05  WS-DET-REFUSED-FLAG PIC X(11).

       LINKAGE SECTION.
      *    Zone PARM transmise par le JCL (EXEC PGM=ISORECRT,PARM=...)
       01  LK-PARM-LENGTH PIC S9(04) COMP.
       01  LK-PARM-TEXT PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LENGTH LK-PARM-TEXT.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORTFILE
               ON ASCENDING KEY SORT-SOURCE-SYSTEM
                   SORT-PHRASE-ID
               INPUT PROCEDURE IS 2000-RECERTIFY-MASTER
               OUTPUT PROCEDURE IS 3000-REPORT-IMPACTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF LK-PARM-LENGTH > 0
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-PARM
               MOVE FUNCTION UPPER-CASE(WS-PARM(1:1)) TO WS-RUN-MODE
           END-IF
           IF NOT WS-REPORT-MODE AND NOT WS-APPLY-MODE
               DISPLAY "ISORECRT: INVALID PARM '" WS-PARM
                   "', EXPECTED R (REPORT) OR A (APPLY)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Le fichier maître n'est ouvert en mise à jour qu'en mode
      *    application : le mode rapport ne peut rien y modifier
           IF WS-APPLY-MODE
               OPEN I-O PHRASMST
           ELSE
               OPEN INPUT PHRASMST
           END-IF
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISORECRT: ERROR OPENING PHRASMST: "
                   WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECRTRPT
           IF WS-RECRTRPT-STATUS NOT = "00"
               DISPLAY "ISORECRT: ERROR OPENING RECRTRPT: "
                   WS-RECRTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-APPLY-MODE
               PERFORM 1100-OPEN-APPLY-FILES
           END-IF

           MOVE SPACES TO RECRTRPT-REC
           IF WS-APPLY-MODE
               STRING "ISORECRT - PHRASE MASTER RECERTIFICATION, "
                   DELIMITED BY SIZE
                   "APPLIED ON " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RECRTRPT-REC
               END-STRING
           ELSE
               STRING "ISORECRT - PHRASE MASTER RECERTIFICATION, "
                   DELIMITED BY SIZE
                   "IMPACT REPORT ONLY - " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RECRTRPT-REC
               END-STRING
           END-IF
           WRITE RECRTRPT-REC.

      *    Fichiers du seul mode application : revirements, verdicts
      *    correctifs, archive des verdicts (consultée si elle existe)
      *    et archive des corrections (créée si elle n'existe pas)
       1100-OPEN-APPLY-FILES.
           OPEN OUTPUT VERDCHG
           IF WS-VERDCHG-STATUS NOT = "00"
               DISPLAY "ISORECRT: ERROR OPENING VERDCHG: "
                   WS-VERDCHG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CORRSLT
           IF WS-CORRSLT-STATUS NOT = "00"
               DISPLAY "ISORECRT: ERROR OPENING CORRSLT: "
                   WS-CORRSLT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RSLTARCH
           IF WS-RSLTARCH-STATUS = "00" OR WS-RSLTARCH-STATUS = "05"
               MOVE 'Y' TO WS-RSLTARCH-PRESENT
           ELSE
               IF WS-RSLTARCH-STATUS NOT = "35"
                   DISPLAY "ISORECRT: ERROR OPENING RSLTARCH: "
                       WS-RSLTARCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND CORRARCH
           IF WS-CORRARCH-STATUS = "35" OR WS-CORRARCH-STATUS = "05"
               OPEN OUTPUT CORRARCH
           END-IF
           IF WS-CORRARCH-STATUS NOT = "00"
               DISPLAY "ISORECRT: ERROR OPENING CORRARCH: "
                   WS-CORRARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Alimente le tri : chaque texte du fichier maître est
      *    rejugé par ISOCHK ; seules les clés dont le jugement
      *    changerait passent au tri (et, en mode application, sont
      *    corrigées au passage)
       2000-RECERTIFY-MASTER.
           PERFORM UNTIL WS-END-OF-FILE
               READ PHRASMST NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-RECERTIFY-ONE-KEY
               END-READ
           END-PERFORM.

       2100-RECERTIFY-ONE-KEY.
           MOVE MAST-PHRASE-TEXT TO INPUTPHRASE
           CALL 'ISOCHK' USING INPUTPHRASE ISISOGRAM
               WS-DUP-LETTER WS-DUP-POSITION ALPHABETOCCURS
               WS-ISOGRAM-ORDER
           END-CALL

           MOVE 'N' TO WS-VERDICT-CHANGED
           MOVE 'N' TO WS-DUP-CHANGED
           MOVE 'N' TO WS-COUNTS-CHANGED
           IF ISISOGRAM NOT = MAST-RESULT
               MOVE 'Y' TO WS-VERDICT-CHANGED
           END-IF
           IF WS-DUP-LETTER NOT = MAST-DUP-LETTER
               OR WS-DUP-POSITION NOT = MAST-DUP-POSITION
               MOVE 'Y' TO WS-DUP-CHANGED
           END-IF
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               IF ALPHABETOCCURS (WS-LETTER-INDEX)
                   NOT = MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   MOVE 'Y' TO WS-COUNTS-CHANGED
               END-IF
           END-PERFORM

           IF WS-VERDICT-HAS-CHANGED OR WS-DUP-HAS-CHANGED
               OR WS-COUNTS-HAVE-CHANGED
               MOVE 'N' TO WS-ARCHIVED-SWITCH
               IF WS-APPLY-MODE
                   PERFORM 2150-CHECK-ARCHIVED-TODAY
               END-IF
               PERFORM 2200-RELEASE-IMPACT
               IF WS-APPLY-MODE
                   IF WS-ARCHIVED-TODAY
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       PERFORM 2300-APPLY-NEW-JUDGMENT
                   END-IF
               END-IF
           ELSE
               IF MAST-ISOGRAM-ORDER NOT NUMERIC
                   ADD 1 TO WS-ORDER-MISSING-COUNT
                   IF WS-APPLY-MODE
                       PERFORM 2700-FILL-IN-ORDER
                   END-IF
               END-IF
           END-IF.

      *    Une clé déjà envoyée sous la date du jour (lot nocturne
      *    du même jour) n'est pas corrigée : la correction suivrait
      *    un envoi de même date que rien ne permettrait d'ordonner
      *    après elle, ni à la reprise du maître ni dans la lignée
       2150-CHECK-ARCHIVED-TODAY.
           IF WS-RSLTARCH-IS-PRESENT
               MOVE WS-RUN-DATE TO ARCH-RUN-DATE
               MOVE MAST-SOURCE-SYSTEM TO ARCH-SOURCE-SYSTEM
               MOVE MAST-PHRASE-ID TO ARCH-PHRASE-ID
               READ RSLTARCH
                   INVALID KEY
                       MOVE 'N' TO WS-ARCHIVED-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ARCHIVED-SWITCH
               END-READ
           END-IF.

       2200-RELEASE-IMPACT.
           ADD 1 TO WS-IMPACT-COUNT
           MOVE SPACES TO SORT-RECORD
           MOVE MAST-SOURCE-SYSTEM TO SORT-SOURCE-SYSTEM
           MOVE MAST-PHRASE-ID TO SORT-PHRASE-ID
           MOVE MAST-RESULT TO SORT-OLD-RESULT
           MOVE ISISOGRAM TO SORT-NEW-RESULT
           MOVE MAST-DUP-LETTER TO SORT-OLD-DUP-LETTER
           MOVE WS-DUP-LETTER TO SORT-NEW-DUP-LETTER
           MOVE MAST-JUDGED-DATE TO SORT-OLD-JUDGED-DATE
           MOVE WS-VERDICT-CHANGED TO SORT-VERDICT-CHANGED
           MOVE WS-DUP-CHANGED TO SORT-DUP-CHANGED
           MOVE WS-COUNTS-CHANGED TO SORT-COUNTS-CHANGED
           MOVE MAST-PHRASE-TEXT TO SORT-PHRASE-TEXT
           MOVE WS-ARCHIVED-SWITCH TO SORT-APPLY-REFUSED
           RELEASE SORT-RECORD.

      *    Applique le nouveau jugement : revirement tracé si le
      *    verdict s'inverse (comme 4250-WRITE-VERDICT-CHANGE
      *    d'ISOGRMB, le texte étant ici inchangé), réécriture de
      *    l'enregistrement maître lu, puis verdict correctif archivé
      *    et transmis à la source
       2300-APPLY-NEW-JUDGMENT.
           MOVE MAST-RESULT TO WS-PRIOR-RESULT
           MOVE MAST-JUDGED-DATE TO WS-PRIOR-JUDGED-DATE
           IF WS-VERDICT-HAS-CHANGED
               PERFORM 2400-WRITE-VERDICT-CHANGE
           END-IF

           MOVE ISISOGRAM TO MAST-RESULT
           MOVE WS-DUP-LETTER TO MAST-DUP-LETTER
           MOVE WS-DUP-POSITION TO MAST-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE ALPHABETOCCURS (WS-LETTER-INDEX)
                   TO MAST-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE WS-RUN-DATE TO MAST-JUDGED-DATE
           MOVE WS-ISOGRAM-ORDER TO MAST-ISOGRAM-ORDER
           REWRITE PHRASE-MASTER-RECORD
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISORECRT: REWRITE FAILURE ON PHRASMST, "
                   "FILE STATUS " WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-UPDATE-COUNT

           PERFORM 2500-WRITE-CORRECTION.

       2400-WRITE-VERDICT-CHANGE.
           ADD 1 TO WS-FLIP-COUNT
           MOVE SPACES TO VERDICT-CHANGE-RECORD
           MOVE MAST-SOURCE-SYSTEM TO VCHG-SOURCE-SYSTEM
           MOVE MAST-PHRASE-ID TO VCHG-PHRASE-ID
           MOVE WS-PRIOR-RESULT TO VCHG-OLD-RESULT
           MOVE WS-PRIOR-JUDGED-DATE TO VCHG-OLD-JUDGED-DATE
           MOVE ISISOGRAM TO VCHG-NEW-RESULT
           MOVE WS-RUN-DATE TO VCHG-NEW-JUDGED-DATE
           MOVE MAST-PHRASE-TEXT TO VCHG-OLD-TEXT
           MOVE MAST-PHRASE-TEXT TO VCHG-NEW-TEXT
           WRITE VERDICT-CHANGE-RECORD
           IF WS-VERDCHG-STATUS NOT = "00"
               DISPLAY "ISORECRT: WRITE FAILURE ON VERDCHG, "
                   "FILE STATUS " WS-VERDCHG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Verdict correctif au format de l'interface résultats,
      *    archivé avant l'écriture séquentielle comme le fait
      *    4600-ARCHIVE-RESULT d'ISOGRMB, mais dans l'archive des
      *    corrections
       2500-WRITE-CORRECTION.
           MOVE SPACES TO RESULT-RECORD
           MOVE MAST-PHRASE-ID TO RSLT-PHRASE-ID
           MOVE MAST-SOURCE-SYSTEM TO RSLT-SOURCE-SYSTEM
           IF ISISOGRAM = 'YES'
               MOVE 'I' TO RSLT-VERDICT
           ELSE
               MOVE 'N' TO RSLT-VERDICT
           END-IF
           MOVE WS-DUP-LETTER TO RSLT-DUP-LETTER
           MOVE WS-DUP-POSITION TO RSLT-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE ALPHABETOCCURS (WS-LETTER-INDEX)
                   TO RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           PERFORM 2600-ARCHIVE-CORRECTION
           MOVE SPACES TO RESULT-V2-RECORD
           MOVE '2' TO RSV2-LAYOUT-VERSION
           MOVE RESULT-RECORD TO RSV2-RESULT
           MOVE WS-ISOGRAM-ORDER TO RSV2-ISOGRAM-ORDER
           WRITE RESULT-V2-RECORD
           IF WS-CORRSLT-STATUS NOT = "00"
               DISPLAY "ISORECRT: WRITE FAILURE ON CORRSLT, "
                   "FILE STATUS " WS-CORRSLT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CORRECTION-COUNT.

      *    Chaque correction est une entrée de plus, horodatée :
      *    l'envoi de la nuit archivé dans RSLTARCH reste intact
       2600-ARCHIVE-CORRECTION.
           MOVE SPACES TO CORRECTION-ARCHIVE-RECORD
           MOVE WS-RUN-DATE TO CARC-CORRECTION-DATE
           MOVE WS-RUN-TIME TO CARC-CORRECTION-TIME
           MOVE RSLT-SOURCE-SYSTEM TO CARC-SOURCE-SYSTEM
           MOVE RSLT-PHRASE-ID TO CARC-PHRASE-ID
           MOVE RSLT-VERDICT TO CARC-VERDICT
           MOVE WS-PRIOR-RESULT TO CARC-PRIOR-RESULT
           MOVE RSLT-DUP-LETTER TO CARC-DUP-LETTER
           MOVE RSLT-DUP-POSITION TO CARC-DUP-POSITION
           PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1 UNTIL
               WS-LETTER-INDEX > 26
               MOVE RSLT-ALPHABET-OCCURS (WS-LETTER-INDEX)
                   TO CARC-ALPHABET-OCCURS (WS-LETTER-INDEX)
           END-PERFORM
           MOVE WS-ISOGRAM-ORDER TO CARC-ISOGRAM-ORDER
           WRITE CORRECTION-ARCHIVE-RECORD
           IF WS-CORRARCH-STATUS NOT = "00"
               DISPLAY "ISORECRT: WRITE FAILURE ON CORRARCH, "
                   "FILE STATUS " WS-CORRARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Complète l'ordre d'isogramme d'une clé jugée avant son
      *    introduction : le verdict, la date de jugement et
      *    l'archive restent tels quels, rien n'est redistribué
       2700-FILL-IN-ORDER.
           MOVE WS-ISOGRAM-ORDER TO MAST-ISOGRAM-ORDER
           REWRITE PHRASE-MASTER-RECORD
           IF WS-PHRASMST-STATUS NOT = "00"
               DISPLAY "ISORECRT: REWRITE FAILURE ON PHRASMST, "
                   "FILE STATUS " WS-PHRASMST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORDER-FILLED-COUNT.

      *    Dépouille le tri : les clés impactées d'un même système
      *    source arrivent consécutivement, chaque rupture clôt une
      *    section du rapport
       3000-REPORT-IMPACTS.
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SORTFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-REPORT-ONE-IMPACT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-WAS-STARTED
               PERFORM 3300-CLOSE-SECTION
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS.

       3100-REPORT-ONE-IMPACT.
           IF SORT-SOURCE-SYSTEM NOT = WS-GROUP-SOURCE
               OR NOT WS-GROUP-WAS-STARTED
               IF WS-GROUP-WAS-STARTED
                   PERFORM 3300-CLOSE-SECTION
               END-IF
               PERFORM 3200-OPEN-SECTION
           END-IF
           ADD 1 TO WS-GRP-KEY-COUNT
           MOVE SPACES TO WS-DET-VERDICT-FLAG
           MOVE SPACES TO WS-DET-DUP-FLAG
           MOVE SPACES TO WS-DET-COUNTS-FLAG
           MOVE SPACES TO WS-DET-REFUSED-FLAG
           IF SORT-APPLY-REFUSED = 'Y'
               MOVE "NOT APPLIED" TO WS-DET-REFUSED-FLAG
           END-IF
           IF SORT-VERDICT-CHANGED = 'Y'
               ADD 1 TO WS-GRP-VERDICT-COUNT
               ADD 1 TO WS-TOT-VERDICT-COUNT
               MOVE "VERDICT" TO WS-DET-VERDICT-FLAG
           END-IF
           IF SORT-DUP-CHANGED = 'Y'
               ADD 1 TO WS-GRP-DUP-COUNT
               ADD 1 TO WS-TOT-DUP-COUNT
               MOVE "DUP" TO WS-DET-DUP-FLAG
           END-IF
           IF SORT-COUNTS-CHANGED = 'Y'
               ADD 1 TO WS-GRP-COUNTS-COUNT
               ADD 1 TO WS-TOT-COUNTS-COUNT
               MOVE "COUNTS" TO WS-DET-COUNTS-FLAG
           END-IF
           MOVE SORT-PHRASE-ID TO WS-DET-PHRASE-ID
           MOVE SORT-OLD-RESULT TO WS-DET-OLD-RESULT
           MOVE SORT-NEW-RESULT TO WS-DET-NEW-RESULT
           MOVE SORT-OLD-DUP-LETTER TO WS-DET-OLD-DUP
           MOVE SORT-NEW-DUP-LETTER TO WS-DET-NEW-DUP
           MOVE SORT-OLD-JUDGED-DATE TO WS-DET-OLD-DATE
           MOVE WS-DETAIL-LINE TO RECRTRPT-REC
           WRITE RECRTRPT-REC
           MOVE SPACES TO RECRTRPT-REC
           STRING "    TEXT: " DELIMITED BY SIZE
               SORT-PHRASE-TEXT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC.

       3200-OPEN-SECTION.
           MOVE SORT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
           MOVE 'Y' TO WS-GROUP-STARTED
           MOVE 0 TO WS-GRP-KEY-COUNT
           MOVE 0 TO WS-GRP-VERDICT-COUNT
           MOVE 0 TO WS-GRP-DUP-COUNT
           MOVE 0 TO WS-GRP-COUNTS-COUNT
           ADD 1 TO WS-SOURCE-COUNT
           MOVE SPACES TO RECRTRPT-REC
           WRITE RECRTRPT-REC
           MOVE SPACES TO RECRTRPT-REC
           STRING "SOURCE SYSTEM: " DELIMITED BY SIZE
               WS-GROUP-SOURCE DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC.

       3300-CLOSE-SECTION.
           MOVE SPACES TO RECRTRPT-REC
           STRING "  KEYS AFFECTED : " DELIMITED BY SIZE
               WS-GRP-KEY-COUNT DELIMITED BY SIZE
               "  VERDICT: " DELIMITED BY SIZE
               WS-GRP-VERDICT-COUNT DELIMITED BY SIZE
               "  DUP LETTER: " DELIMITED BY SIZE
               WS-GRP-DUP-COUNT DELIMITED BY SIZE
               "  LETTER COUNTS: " DELIMITED BY SIZE
               WS-GRP-COUNTS-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC.

       3500-WRITE-GRAND-TOTALS.
           MOVE SPACES TO RECRTRPT-REC
           WRITE RECRTRPT-REC
           MOVE SPACES TO RECRTRPT-REC
           STRING "MASTER RECORDS RECHECKED : " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           MOVE SPACES TO RECRTRPT-REC
           STRING "SOURCE SYSTEMS AFFECTED  : " DELIMITED BY SIZE
               WS-SOURCE-COUNT DELIMITED BY SIZE
               "   KEYS AFFECTED: " DELIMITED BY SIZE
               WS-IMPACT-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           MOVE SPACES TO RECRTRPT-REC
           STRING "  VERDICT WOULD CHANGE   : " DELIMITED BY SIZE
               WS-TOT-VERDICT-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           MOVE SPACES TO RECRTRPT-REC
           STRING "  DUP LETTER WOULD CHANGE: " DELIMITED BY SIZE
               WS-TOT-DUP-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           MOVE SPACES TO RECRTRPT-REC
           STRING "  LETTER COUNTS WOULD CHANGE: " DELIMITED BY SIZE
               WS-TOT-COUNTS-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           MOVE SPACES TO RECRTRPT-REC
           STRING "ISOGRAM ORDER NOT RECORDED (OTHERWISE UNCHANGED): "
               DELIMITED BY SIZE
               WS-ORDER-MISSING-COUNT DELIMITED BY SIZE
               "   FILLED IN: " DELIMITED BY SIZE
               WS-ORDER-FILLED-COUNT DELIMITED BY SIZE
               INTO RECRTRPT-REC
           END-STRING
           WRITE RECRTRPT-REC

           IF WS-APPLY-MODE
               MOVE SPACES TO RECRTRPT-REC
               STRING "APPLIED: " DELIMITED BY SIZE
                   WS-UPDATE-COUNT DELIMITED BY SIZE
                   " MASTER UPDATE(S), " DELIMITED BY SIZE
                   WS-FLIP-COUNT DELIMITED BY SIZE
                   " VERDICT CHANGE(S), " DELIMITED BY SIZE
                   WS-CORRECTION-COUNT DELIMITED BY SIZE
                   " CORRECTIVE RESULT(S)" DELIMITED BY SIZE
                   INTO RECRTRPT-REC
               END-STRING
               WRITE RECRTRPT-REC
               MOVE SPACES TO RECRTRPT-REC
               STRING "NOT APPLIED, ALREADY SENT TODAY: "
                   DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   " KEY(S) - RERUN ON A LATER DATE" DELIMITED BY SIZE
                   INTO RECRTRPT-REC
               END-STRING
               WRITE RECRTRPT-REC
           END-IF

           IF WS-IMPACT-COUNT = 0
               MOVE SPACES TO RECRTRPT-REC
               STRING "NO KEY AFFECTED - THE MASTER IS CONSISTENT "
                   DELIMITED BY SIZE
                   "WITH THE CURRENT ISOCHK RULES" DELIMITED BY SIZE
                   INTO RECRTRPT-REC
               END-STRING
               WRITE RECRTRPT-REC
           END-IF.

      *    Code retour 4 dès qu'une clé est impactée : en mode rapport
      *    la recertification reste à décider, en mode application
      *    les verdicts correctifs sont à distribuer
       9000-TERMINATE.
           CLOSE PHRASMST
           CLOSE RECRTRPT
           IF WS-APPLY-MODE
               CLOSE VERDCHG
               CLOSE CORRSLT
               IF WS-RSLTARCH-IS-PRESENT
                   CLOSE RSLTARCH
               END-IF
               CLOSE CORRARCH
           END-IF
           IF WS-IMPACT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ISORECRT: " WS-READ-COUNT
               " MASTER RECORD(S) RECHECKED, " WS-IMPACT-COUNT
               " KEY(S) AFFECTED ACROSS " WS-SOURCE-COUNT
               " SOURCE SYSTEM(S), " WS-UPDATE-COUNT
               " UPDATED".
