      *****************************************************************
      *    LINEXTRC - Extrait de lignée d'une phrase : un événement  *
      *               de son histoire par enregistrement (envoi,     *
      *               jugement, changement de verdict, rejet ou      *
      *               décision), dans l'ordre chronologique, remis   *
      *               tel quel à l'audit interne                     *
      *****************************************************************
       01  LINEAGE-EXTRACT-RECORD.
      *    Clé de la phrase au fichier maître
           05  LNX-SOURCE-SYSTEM PIC X(08).
           05  LNX-PHRASE-ID PIC X(10).
      *    Date (AAAAMMJJ) et heure (HHMMSS) de l'événement ; l'heure
      *    est à blancs quand le fichier d'origine n'en garde pas
           05  LNX-EVENT-DATE PIC X(08).
           05  LNX-EVENT-TIME PIC X(06).
      *    Nature de l'événement
           05  LNX-EVENT-TYPE PIC X(01).
               88  LNX-IS-JUDGMENT VALUE 'J'.
               88  LNX-IS-VERDICT-CHANGE VALUE 'V'.
               88  LNX-IS-REJECT VALUE 'R'.
               88  LNX-IS-SENT VALUE 'S'.
               88  LNX-IS-DECISION VALUE 'D'.
      *    Fichier d'où l'événement est tiré (RSLTARCH, CORRARCH,
      *    AUDITLOG, VERDCHG ou REJSTFIL)
           05  LNX-ORIGIN-FILE PIC X(08).
      *    Opérateur ou terminal du jugement (AUDITLOG seulement)
           05  LNX-OPERATOR-ID PIC X(08).
      *    Verdict avant et après l'événement (YES, NO, REJ) : seul
      *    le nouveau est servi hors changement de verdict
           05  LNX-OLD-RESULT PIC X(03).
           05  LNX-NEW-RESULT PIC X(03).
      *    Qualificatif : origine de l'envoi (J, S de RSLARCRC, C
      *    pour une correction de CORRARCH)
      *    ou état du rejet (O, C, S, A de REJSTSRC)
           05  LNX-QUALIFIER PIC X(01).
      *    Motif du rejet
           05  LNX-REASON PIC X(40).
      *    Texte avant et après un changement de verdict ; texte
      *    jugé dans NEW pour un jugement
           05  LNX-OLD-TEXT PIC X(100).
           05  LNX-NEW-TEXT PIC X(100).
           05  FILLER PIC X(04).
