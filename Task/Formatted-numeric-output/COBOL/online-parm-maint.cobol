      *> master NUMERIC-OUTPUT-PROGRAM reads its options from: the
      *> locale format code, the checkpoint interval, the low/high
      *> range limits, the variance tolerance RUN-TREND-PROGRAM
      *> alarms against, the exception band
      *> EXCEPTION-REVIEW-PROGRAM flags inside and the base currency
      *> foreign amounts are converted to, each set under an
      *> effective date - so
      *> changing a run option is a keyed screen entry instead of a
      *> program change.
      *>
      *> Actions: V = view the record in force for the keyed
      *> effective date (the latest approved record on or before
      *> it), S = save the screen's values as a new record under the
      *> keyed effective date, X = exit. Every save is appended to
      *> the parameter change log with who set what when.
      *>
      *> Changes are under dual control: only a supervisor on the
      *> user file may save, and a save goes onto the master
      *> pending. It comes into force only when a second, different
      *> supervisor approves it on ONLINE-APPROVAL-PROGRAM; until
      *> then the batch and the inquiries keep running with the
      *> last approved record.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-PARM-MAINT-PROGRAM.
           SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-LOG-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "parmmstd.cpy".

       FD  PARM-LOG-FILE.
       COPY "parmlogd.cpy".

       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCREEN-FIELDS.
           05  WS-HIGH-LIMIT           PIC S9(5)V9(3) VALUE  99999.999.
           05  WS-VARIANCE-TOLERANCE   PIC 9(03)  VALUE 25.
           05  WS-EXCEPTION-BAND       PIC 9(03)  VALUE 5.
           05  WS-BASE-CURRENCY        PIC X(03)  VALUE 'USD'.

       01  WS-CHANGE-STAMP.
           05  WS-CHANGE-DATE          PIC 9(08).
       01  WS-FILE-STATUSES.
           05  WS-PARM-MASTER-STATUS   PIC X(02).
           05  WS-PARM-LOG-STATUS      PIC X(02).
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-MAINT-MESSAGE            PIC X(40)  VALUE SPACES.

           05  LINE 11 COLUMN 02 VALUE 'EXCEPTION BAND (PCT):'.
           05  LINE 11 COLUMN 23 PIC 9(03)
                                  USING WS-EXCEPTION-BAND.
           05  LINE 12 COLUMN 02 VALUE 'BASE CURRENCY       :'.
           05  LINE 12 COLUMN 23 PIC X(03)
                                  USING WS-BASE-CURRENCY.
           05  LINE 13 COLUMN 02 VALUE 'ACTION (V/S/X)      :'.
           05  LINE 13 COLUMN 23 PIC X(01)
                                  USING WS-ACTION-CODE.
      *> 2100-VIEW-PARAMETERS - load the screen with the master
      *> record in force for the keyed effective date: the record
      *> with the greatest effective date on or before it, the
      *> last one winning when a date was saved more than once; a
      *> change not yet approved (or rejected) is passed by
      *> --------------------------------------------------------
       2100-VIEW-PARAMETERS.
           OPEN INPUT PARAMETER-MASTER-FILE.
               NOT AT END
                   IF PM-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE
                       AND PM-EFFECTIVE-DATE >= WS-BEST-DATE
                       AND PARM-RECORD-IN-FORCE
                       MOVE PM-EFFECTIVE-DATE TO WS-BEST-DATE
                       MOVE PM-FORMAT-CODE TO WS-FORMAT-CODE
                       MOVE PM-CHECKPOINT-INTERVAL
                       ELSE
                           MOVE ZERO TO WS-EXCEPTION-BAND
                       END-IF
                       IF PM-BASE-CURRENCY = SPACES
                           MOVE 'USD' TO WS-BASE-CURRENCY
                       ELSE
                           MOVE PM-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
                       SET RECORD-FOUND TO TRUE
                   END-IF
           END-READ.

      *> --------------------------------------------------------
      *> 3000-SAVE-PARAMETERS - validate the screen entry, append
      *> the new effective-dated record to the master pending
      *> approval, stamped with who saved it when, and log it. The
      *> log is the audit of supervisor changes, so a log failure
      *> is reported and the save still stands (the master record
      *> is already written).
      *> --------------------------------------------------------
       3000-SAVE-PARAMETERS.
           PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
                   TO WS-MAINT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE SPACES                 TO PARAMETER-MASTER-RECORD.
           MOVE WS-EFFECTIVE-DATE      TO PM-EFFECTIVE-DATE.
           MOVE WS-FORMAT-CODE         TO PM-FORMAT-CODE.
           MOVE WS-HIGH-LIMIT          TO PM-HIGH-LIMIT.
           MOVE WS-VARIANCE-TOLERANCE  TO PM-VARIANCE-TOLERANCE.
           MOVE WS-EXCEPTION-BAND      TO PM-EXCEPTION-BAND.
           MOVE WS-BASE-CURRENCY       TO PM-BASE-CURRENCY.
           SET PARM-RECORD-PENDING     TO TRUE.
           MOVE WS-CHANGE-DATE         TO PM-CHANGE-DATE.
           MOVE WS-CHANGE-TIME         TO PM-CHANGE-TIME.
           MOVE WS-OPERATOR-ID         TO PM-CHANGE-OPERATOR.
           WRITE PARAMETER-MASTER-RECORD.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               MOVE 'PARAMETER MASTER WRITE FAILED'

      *> --------------------------------------------------------
      *> 3100-VALIDATE-ENTRY - field validation: a supervisor id
      *> is required (it goes on the change log) and must be an
      *> active supervisor on the user file, the format code
      *> must be US or EU, the checkpoint interval cannot be zero
      *> (the batch divides by it), the limits must be in order,
      *> the base currency must be given, and the effective date
      *> must look like a date
      *> --------------------------------------------------------
       3100-VALIDATE-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-VALIDATE-OPERATOR THRU 3150-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3100-EXIT
           END-IF.
           IF WS-EFFECTIVE-DATE < 19000101
               OR WS-EFFECTIVE-DATE > 29991231
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-BASE-CURRENCY = SPACES
               MOVE 'BASE CURRENCY IS REQUIRED'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-VALIDATE-OPERATOR - the keyed id must be an active
      *> supervisor on the user file
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
               OR NOT USER-IS-SUPERVISOR
               MOVE 'OPERATOR ID NOT AN ACTIVE SUPERVISOR'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3200-WRITE-CHANGE-LOG - append who set what when to the
      *> parameter change log, as a save pending approval
      *> --------------------------------------------------------
       3200-WRITE-CHANGE-LOG.
           OPEN EXTEND PARM-LOG-FILE.
                   TO WS-MAINT-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES                 TO PARM-LOG-RECORD.
           MOVE WS-CHANGE-DATE         TO PL-CHANGE-DATE.
           MOVE WS-CHANGE-TIME         TO PL-CHANGE-TIME.
           MOVE WS-HIGH-LIMIT          TO PL-HIGH-LIMIT.
           MOVE WS-VARIANCE-TOLERANCE  TO PL-VARIANCE-TOLERANCE.
           MOVE WS-EXCEPTION-BAND      TO PL-EXCEPTION-BAND.
           MOVE WS-BASE-CURRENCY       TO PL-BASE-CURRENCY.
           SET PARM-LOG-PENDING        TO TRUE.
           MOVE WS-CHANGE-DATE         TO PL-REF-DATE.
           MOVE WS-CHANGE-TIME         TO PL-REF-TIME.
           MOVE WS-OPERATOR-ID         TO PL-REF-OPERATOR.
           WRITE PARM-LOG-RECORD.
           IF WS-PARM-LOG-STATUS NOT = '00'
               MOVE 'SAVED, BUT CHANGE LOG WRITE FAILED'
                   TO WS-MAINT-MESSAGE
           ELSE
               MOVE 'SAVED - PENDING SUPERVISOR APPROVAL'
                   TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE PARM-LOG-FILE.
