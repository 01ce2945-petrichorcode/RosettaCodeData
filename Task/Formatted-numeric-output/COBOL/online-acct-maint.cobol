      *> name and status under the keyed account id (adding the
      *> account or replacing what is there), X = exit. Every save is
      *> appended to the account change log with who set what when.
      *>
      *> Changes are under dual control: the operator id must be an
      *> active operator or supervisor on the user file, and a save
      *> is logged pending - with the account as it stood when keyed
      *> - without touching the master. ONLINE-APPROVAL-PROGRAM
      *> applies it when a second, different supervisor approves
      *> it; until then the batch and the inquiries see the account
      *> as last approved, and V shows it that way.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-ACCT-MAINT-PROGRAM.
           SELECT ACCT-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-LOG-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "acctmstd.cpy".

       FD  ACCT-LOG-FILE.
       COPY "acctlogd.cpy".

       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCREEN-FIELDS.
           05  WS-CHANGE-DATE          PIC 9(08).
           05  WS-CHANGE-TIME          PIC 9(08).

      *> The account as it stands on the master when the change is
      *> keyed; a blank status means it is not on the master yet.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME          PIC X(30)  VALUE SPACES.
           05  WS-BEFORE-STATUS        PIC X(01)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'V'.
               88  ACTION-IS-VIEW                 VALUE 'V'.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-MASTER-STATUS   PIC X(02).
           05  WS-ACCT-LOG-STATUS      PIC X(02).
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-MAINT-MESSAGE            PIC X(40)  VALUE SPACES.

           EXIT.

      *> --------------------------------------------------------
      *> 3000-SAVE-ACCOUNT - validate the screen entry, take the
      *> account as it stands on the master and log the change
      *> pending approval. The log is where a pending change waits,
      *> so a log failure means nothing was saved.
      *> --------------------------------------------------------
       3000-SAVE-ACCOUNT.
           PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-READ-BEFORE-IMAGE THRU 3050-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-WRITE-CHANGE-LOG THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3050-READ-BEFORE-IMAGE - the keyed account as the master
      *> holds it now; a save that would change nothing is refused
      *> --------------------------------------------------------
       3050-READ-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS = '35'
               GO TO 3050-EXIT
           END-IF.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ACCOUNT MASTER OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3050-EXIT
           END-IF.
           MOVE WS-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE AM-ACCOUNT-NAME TO WS-BEFORE-NAME
               MOVE AM-STATUS       TO WS-BEFORE-STATUS
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           IF WS-BEFORE-NAME = WS-ACCOUNT-NAME
               AND WS-BEFORE-STATUS = WS-ACCOUNT-STATUS
               MOVE 'NO CHANGE TO SAVE' TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-VALIDATE-ENTRY - field validation: an operator id is
      *> required (it goes on the change log) and must be an active
      *> operator or supervisor on the user file, the account id and
      *> name cannot be blank, and the status must be O or C
      *> --------------------------------------------------------
       3100-VALIDATE-ENTRY.
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-VALIDATE-OPERATOR THRU 3150-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3100-EXIT
           END-IF.
           IF WS-ACCOUNT-ID = SPACES
               MOVE 'ACCOUNT ID CANNOT BE BLANK'
                   TO WS-MAINT-MESSAGE
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-VALIDATE-OPERATOR - the keyed id must be an active
      *> operator or supervisor on the user file
      *> --------------------------------------------------------
       3150-VALIDATE-OPERATOR.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS NOT = '00'
               MOVE 'USER FILE NOT AVAILABLE - CANNOT SAVE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO US-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'OPERATOR ID NOT ON THE USER FILE'
                       TO WS-MAINT-MESSAGE
                   SET ENTRY-IS-INVALID TO TRUE
           END-READ.
           CLOSE USER-MASTER-FILE.
           IF ENTRY-IS-INVALID
               GO TO 3150-EXIT
           END-IF.
           IF NOT USER-IS-ACTIVE
               OR (NOT USER-IS-OPERATOR AND NOT USER-IS-SUPERVISOR)
               MOVE 'OPERATOR ID NOT AUTHORISED FOR CHANGES'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3200-WRITE-CHANGE-LOG - append who set what when to the
      *> account change log, pending approval, with the account as
      *> it stood when keyed
      *> --------------------------------------------------------
       3200-WRITE-CHANGE-LOG.
           OPEN EXTEND ACCT-LOG-FILE.
               OPEN OUTPUT ACCT-LOG-FILE
           END-IF.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               MOVE 'NOT SAVED - CHANGE LOG OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-ACCOUNT-ID      TO AL-ACCOUNT-ID.
           MOVE WS-ACCOUNT-NAME    TO AL-ACCOUNT-NAME.
           MOVE WS-ACCOUNT-STATUS  TO AL-STATUS.
           SET ACCT-LOG-PENDING    TO TRUE.
           MOVE WS-CHANGE-DATE     TO AL-REF-DATE.
           MOVE WS-CHANGE-TIME     TO AL-REF-TIME.
           MOVE WS-OPERATOR-ID     TO AL-REF-OPERATOR.
           MOVE WS-BEFORE-NAME     TO AL-BEFORE-NAME.
           MOVE WS-BEFORE-STATUS   TO AL-BEFORE-STATUS.
           WRITE ACCT-LOG-RECORD.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               MOVE 'NOT SAVED - CHANGE LOG WRITE FAILED'
                   TO WS-MAINT-MESSAGE
           ELSE
               MOVE 'SAVED - PENDING SUPERVISOR APPROVAL'
                   TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE ACCT-LOG-FILE.
