      ******************************************************************
      *                                                                *
      *   OBJECTIF  : Tenue interactive du référentiel des systèmes   *
      *               sources (SRCREGF) par le contrôle des données : *
      *               consultation, ajout, suspension, réactivation,  *
      *               changement du libellé ou du contact d'un code,  *
      *               sans attendre un passage d'ISOSRGLD. Chaque     *
      *               changement exige un motif et est tracé dans     *
      *               l'historique du référentiel (REGHIST) avec les  *
      *               images avant et après, l'opérateur et l'heure   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOREGM.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Référentiel des systèmes sources, lu et mis à jour par clé
           SELECT SRCREGF ASSIGN TO "SRCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SREG-KEY
               FILE STATUS IS WS-SRCREGF-STATUS.

      *    Historique des changements du référentiel, cumulatif
           SELECT REGHIST ASSIGN TO "REGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCREGF
           RECORD CONTAINS 79 CHARACTERS.
       COPY SRCREGRC.

       FD  REGHIST
           RECORD CONTAINS 260 CHARACTERS.
       COPY REGHSTRC.

       WORKING-STORAGE SECTION.

      *    Codes retour des opérations fichier
       01  WS-SRCREGF-STATUS PIC X(02) VALUE SPACES.
       01  WS-REGHIST-STATUS PIC X(02) VALUE SPACES.

      *    Code saisi et action demandée
       01  WS-REG-CODE PIC X(08) VALUE SPACES.
       01  WS-ACTION PIC X(01) VALUE SPACE.
           88  WS-ACTION-VIEW VALUE 'V'.
           88  WS-ACTION-ADD VALUE 'A'.
           88  WS-ACTION-SUSPEND VALUE 'S'.
           88  WS-ACTION-REACTIVATE VALUE 'R'.
           88  WS-ACTION-DESCRIPTION VALUE 'D'.
           88  WS-ACTION-CONTACT VALUE 'C'.
      *    Issue de la lecture du code saisi
       01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  WS-CODE-WAS-FOUND VALUE 'Y'.

      *    Saisies de l'opérateur pour le changement
       01  WS-NEW-DESCRIPTION PIC X(40) VALUE SPACES.
       01  WS-NEW-CONTACT PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS PIC X(01) VALUE SPACE.
       01  WS-REASON PIC X(60) VALUE SPACES.
      *    Image de l'enregistrement avant le changement
       01  WS-BEFORE-IMAGE PIC X(79) VALUE SPACES.

      *    Pour stocker la réponse de l'utilisateur (Oui/Non)
       01  ANS PIC X(01).

      *    Identifiant de l'opérateur/terminal, tiré de l'environnement
       01  WS-OPERATOR-ID PIC X(08) VALUE SPACES.

      *    Nombre de changements enregistrés pendant la session
       01  WS-CHANGE-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 0100-OPEN-FILES

           PERFORM UNTIL ANS = 'N'
               DISPLAY "Source system (8 chars): "
               WITH NO ADVANCING
               ACCEPT WS-REG-CODE
               MOVE FUNCTION UPPER-CASE(WS-REG-CODE) TO WS-REG-CODE
               DISPLAY "Action - V(iew) A(dd) S(uspend) R(eactivate)"
               DISPLAY "         D(escription) C(ontact)  : "
               WITH NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

               IF WS-REG-CODE = SPACES
                   DISPLAY "A SOURCE SYSTEM CODE IS REQUIRED"
               ELSE
                   PERFORM 0300-READ-REGISTRY
                   EVALUATE TRUE
                       WHEN WS-ACTION-VIEW
                           PERFORM 0400-VIEW-SOURCE
                       WHEN WS-ACTION-ADD
                           PERFORM 0500-ADD-SOURCE
                       WHEN WS-ACTION-SUSPEND
                           PERFORM 0600-SUSPEND-SOURCE
                       WHEN WS-ACTION-REACTIVATE
                           PERFORM 0650-REACTIVATE-SOURCE
                       WHEN WS-ACTION-DESCRIPTION
                           PERFORM 0700-CHANGE-DESCRIPTION
                       WHEN WS-ACTION-CONTACT
                           PERFORM 0750-CHANGE-CONTACT
                       WHEN OTHER
                           DISPLAY "UNKNOWN ACTION '" WS-ACTION
                               "', EXPECTED V, A, S, R, D OR C"
                   END-EVALUATE
               END-IF

               DISPLAY "Do you want to maintain another source? "
                   "(Y/N): "
               WITH NO ADVANCING
               ACCEPT ANS
               MOVE FUNCTION UPPER-CASE(ANS) TO ANS
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           STOP RUN.

       0100-OPEN-FILES.
      *    Récupère l'identifiant de l'opérateur à partir de
      *    l'environnement d'exécution, pour l'historique
           DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF

      *    Le référentiel doit exister : sa création reste le rôle
      *    d'ISOSRGLD
           OPEN I-O SRCREGF
           IF WS-SRCREGF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SRCREGF: " WS-SRCREGF-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND REGHIST
           IF WS-REGHIST-STATUS = "35" OR WS-REGHIST-STATUS = "05"
               OPEN OUTPUT REGHIST
           END-IF
           IF WS-REGHIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGHIST: " WS-REGHIST-STATUS
               STOP RUN
           END-IF.

       0300-READ-REGISTRY.
           MOVE WS-REG-CODE TO SREG-SYSTEM-CODE
           READ SRCREGF
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE SOURCE-REGISTRY-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       0400-VIEW-SOURCE.
           IF WS-CODE-WAS-FOUND
               PERFORM 0450-DISPLAY-SOURCE
           ELSE
               DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                   " IS NOT IN THE REGISTRY"
               DISPLAY "  ITS FEEDS ARE REJECTED BY ISOGRMB AS "
                   "UNKNOWN"
           END-IF.

       0450-DISPLAY-SOURCE.
           DISPLAY "Description    : " SREG-DESCRIPTION
           DISPLAY "Contact        : " SREG-CONTACT
           IF SREG-IS-ACTIVE
               DISPLAY "Status         : A (ACTIVE, FEEDS ACCEPTED)"
           ELSE
               DISPLAY "Status         : " SREG-STATUS
                   " (SUSPENDED, FEEDS REJECTED)"
           END-IF.

      *    Nouveau code : libellé obligatoire, contact facultatif,
      *    actif sauf demande contraire
       0500-ADD-SOURCE.
           IF WS-CODE-WAS-FOUND
               DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                   " IS ALREADY IN THE REGISTRY"
               PERFORM 0450-DISPLAY-SOURCE
           ELSE
               DISPLAY "Description (40 chars)  : "
               WITH NO ADVANCING
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "Contact (30 chars)      : "
               WITH NO ADVANCING
               ACCEPT WS-NEW-CONTACT
               DISPLAY "Status A/S (default A)  : "
               WITH NO ADVANCING
               ACCEPT WS-NEW-STATUS
               MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS)
                   TO WS-NEW-STATUS
               IF WS-NEW-STATUS = SPACE
                   MOVE 'A' TO WS-NEW-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-NEW-DESCRIPTION = SPACES
                       DISPLAY "A DESCRIPTION IS REQUIRED, "
                           "NOTHING ADDED"
                   WHEN WS-NEW-STATUS NOT = 'A'
                       AND WS-NEW-STATUS NOT = 'S'
                       DISPLAY "INVALID STATUS '" WS-NEW-STATUS
                           "', EXPECTED A OR S, NOTHING ADDED"
                   WHEN OTHER
                       PERFORM 0800-ASK-REASON
                       IF WS-REASON NOT = SPACES
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE SPACES TO SOURCE-REGISTRY-RECORD
                           MOVE WS-REG-CODE TO SREG-SYSTEM-CODE
                           MOVE WS-NEW-DESCRIPTION TO SREG-DESCRIPTION
                           MOVE WS-NEW-CONTACT TO SREG-CONTACT
                           MOVE WS-NEW-STATUS TO SREG-STATUS
                           WRITE SOURCE-REGISTRY-RECORD
                           PERFORM 0850-RECORD-CHANGE
                       END-IF
               END-EVALUATE
           END-IF.

       0600-SUSPEND-SOURCE.
           EVALUATE TRUE
               WHEN NOT WS-CODE-WAS-FOUND
                   DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                       " IS NOT IN THE REGISTRY"
               WHEN SREG-IS-SUSPENDED
                   DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                       " IS ALREADY SUSPENDED"
               WHEN OTHER
                   PERFORM 0450-DISPLAY-SOURCE
                   PERFORM 0800-ASK-REASON
                   IF WS-REASON NOT = SPACES
                       MOVE 'S' TO SREG-STATUS
                       REWRITE SOURCE-REGISTRY-RECORD
                       PERFORM 0850-RECORD-CHANGE
                   END-IF
           END-EVALUATE.

       0650-REACTIVATE-SOURCE.
           EVALUATE TRUE
               WHEN NOT WS-CODE-WAS-FOUND
                   DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                       " IS NOT IN THE REGISTRY"
               WHEN SREG-IS-ACTIVE
                   DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                       " IS ALREADY ACTIVE"
               WHEN OTHER
                   PERFORM 0450-DISPLAY-SOURCE
                   PERFORM 0800-ASK-REASON
                   IF WS-REASON NOT = SPACES
                       MOVE 'A' TO SREG-STATUS
                       REWRITE SOURCE-REGISTRY-RECORD
                       PERFORM 0850-RECORD-CHANGE
                   END-IF
           END-EVALUATE.

       0700-CHANGE-DESCRIPTION.
           IF NOT WS-CODE-WAS-FOUND
               DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                   " IS NOT IN THE REGISTRY"
           ELSE
               PERFORM 0450-DISPLAY-SOURCE
               DISPLAY "New description (40 chars): "
               WITH NO ADVANCING
               ACCEPT WS-NEW-DESCRIPTION
               EVALUATE TRUE
                   WHEN WS-NEW-DESCRIPTION = SPACES
                       DISPLAY "A DESCRIPTION IS REQUIRED, "
                           "NOTHING CHANGED"
                   WHEN WS-NEW-DESCRIPTION = SREG-DESCRIPTION
                       DISPLAY "SAME DESCRIPTION, NOTHING CHANGED"
                   WHEN OTHER
                       PERFORM 0800-ASK-REASON
                       IF WS-REASON NOT = SPACES
                           MOVE WS-NEW-DESCRIPTION TO SREG-DESCRIPTION
                           REWRITE SOURCE-REGISTRY-RECORD
                           PERFORM 0850-RECORD-CHANGE
                       END-IF
               END-EVALUATE
           END-IF.

      *    Le contact peut être effacé (saisie à blancs), le libellé
      *    non
       0750-CHANGE-CONTACT.
           IF NOT WS-CODE-WAS-FOUND
               DISPLAY "SOURCE SYSTEM " WS-REG-CODE
                   " IS NOT IN THE REGISTRY"
           ELSE
               PERFORM 0450-DISPLAY-SOURCE
               DISPLAY "New contact (30 chars)    : "
               WITH NO ADVANCING
               ACCEPT WS-NEW-CONTACT
               IF WS-NEW-CONTACT = SREG-CONTACT
                   DISPLAY "SAME CONTACT, NOTHING CHANGED"
               ELSE
                   PERFORM 0800-ASK-REASON
                   IF WS-REASON NOT = SPACES
                       MOVE WS-NEW-CONTACT TO SREG-CONTACT
                       REWRITE SOURCE-REGISTRY-RECORD
                       PERFORM 0850-RECORD-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    Le motif est obligatoire : une saisie à blancs abandonne
      *    le changement
       0800-ASK-REASON.
           DISPLAY "Reason for the change (60 chars): "
           WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "NO REASON GIVEN, CHANGE CANCELLED"
           END-IF.

      *    Contrôle l'écriture dans le référentiel puis trace le
      *    changement, avec les deux images, dans l'historique
       0850-RECORD-CHANGE.
           IF WS-SRCREGF-STATUS NOT = "00"
               DISPLAY "UPDATE OF SRCREGF FAILED, FILE STATUS "
                   WS-SRCREGF-STATUS ", NOTHING CHANGED"
           ELSE
               MOVE SPACES TO REGISTRY-HISTORY-RECORD
               MOVE FUNCTION CURRENT-DATE TO RHST-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RHST-OPERATOR-ID
               MOVE WS-REG-CODE TO RHST-SYSTEM-CODE
               MOVE WS-ACTION TO RHST-ACTION
               MOVE WS-REASON TO RHST-REASON
               MOVE WS-BEFORE-IMAGE TO RHST-BEFORE-IMAGE
               MOVE SOURCE-REGISTRY-RECORD TO RHST-AFTER-IMAGE
               WRITE REGISTRY-HISTORY-RECORD
               IF WS-REGHIST-STATUS NOT = "00"
                   DISPLAY "WRITE FAILURE ON REGHIST, FILE STATUS "
                       WS-REGHIST-STATUS
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY "SOURCE SYSTEM " WS-REG-CODE " UPDATED"
           END-IF.

       0900-CLOSE-FILES.
           CLOSE SRCREGF
           CLOSE REGHIST
           DISPLAY WS-CHANGE-COUNT " REGISTRY CHANGE(S) RECORDED".
