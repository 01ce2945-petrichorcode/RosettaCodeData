      *> ------------------------------------------------------------
      *> ACCT-LOAD-PROGRAM
      *>
      *> Applies the customer system's account maintenance to the
      *> account master in bulk - the adds, name changes and closes
      *> on its transaction file (ACCTTRAN, see ACCTTRND) - instead
      *> of the floor keying each one on the maintenance screen.
      *> Every change applied is appended to the account change log
      *> exactly as the screen logs a save, under the operator id
      *> ACCTLOAD.
      *>
      *> The customer system is the account's system of record and
      *> its transactions are authorised there, so they are applied
      *> as they arrive - logged as batch changes ('B') - rather than
      *> waiting on the floor's dual control. A floor change still
      *> pending on an account this run alters can no longer be
      *> approved: ONLINE-APPROVAL-PROGRAM finds the account changed
      *> since it was keyed.
      *>
      *> A transaction that cannot be applied is listed on the
      *> exceptions report (ACCTEXC) and the rest of the file still
      *> goes on: an add for an account already on the master, a
      *> change or close for one that is not, and a record that is
      *> malformed. A close is refused, and listed for review, while
      *> the account still has open suspense items (real money not
      *> yet placed) or activity on the period-to-date master in the
      *> current accounting period - closing it would strand both.
      *>
      *> Return code 4 when anything was listed, so the scheduler
      *> routes the report to the floor; 16 when a master or the
      *> change log cannot be updated.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-LOAD-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-TRANSACTION-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRANS-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT ACCT-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-LOG-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT PTD-MASTER-FILE ASSIGN TO "PTDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PTD-MASTER-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT EXCEPTION-PRINT-FILE ASSIGN TO "ACCTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-TRANSACTION-FILE.
       COPY "accttrnd.cpy".

       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmstd.cpy".

       FD  ACCT-LOG-FILE.
       COPY "acctlogd.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspd.cpy".

       FD  PTD-MASTER-FILE.
       COPY "ptdmstd.cpy".

       FD  PERIOD-CONTROL-FILE.
       COPY "periodd.cpy".

       FD  EXCEPTION-PRINT-FILE.
       01  EXCEPTION-PRINT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LOAD-OPERATOR-ID         PIC X(08)  VALUE 'ACCTLOAD'.

       01  WS-LOAD-CONTROL.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-RUN-TIME             PIC 9(08)  VALUE ZERO.
           05  WS-CURRENT-PERIOD       PIC 9(06)  VALUE ZERO.
           05  WS-PERIOD-REMAINDER     PIC 9(02)  COMP.
           05  WS-TRANS-RECORD-NO      PIC 9(07)  VALUE ZERO COMP.
           05  WS-EXCEPTION-TEXT       PIC X(40)  VALUE SPACES.

       01  WS-LOAD-COUNTS.
           05  WS-TRANS-READ-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-ADDED-COUNT          PIC 9(07)  VALUE ZERO COMP.
           05  WS-CHANGED-COUNT        PIC 9(07)  VALUE ZERO COMP.
           05  WS-CLOSED-COUNT         PIC 9(07)  VALUE ZERO COMP.
           05  WS-EXCEPTION-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-CLOSE-REFUSED-COUNT  PIC 9(07)  VALUE ZERO COMP.

      *> One entry per account the file closes, gathered in a first
      *> pass so the suspense ledger - keyed by reject date, not by
      *> account - is read once for all of them: the count of its
      *> items still open against the account.
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-USED           PIC 9(03)  VALUE ZERO COMP.
           05  WS-CLOSE-ENTRY          OCCURS 500 TIMES.
               10  WS-CL-ACCOUNT-ID    PIC X(08).
               10  WS-CL-SUSPENSE-COUNT PIC 9(05) COMP.
       01  WS-CLOSE-SUB                PIC 9(03)  VALUE ZERO COMP.
       01  WS-SEARCH-ACCOUNT-ID        PIC X(08)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
               88  TRANS-EOF                      VALUE 'Y'.
               88  TRANS-NOT-EOF                  VALUE 'N'.
           05  WS-SUSPENSE-EOF-SWITCH  PIC X(01)  VALUE 'N'.
               88  SUSPENSE-EOF                   VALUE 'Y'.
               88  SUSPENSE-NOT-EOF               VALUE 'N'.
           05  WS-PTD-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  PTD-IN-USE                     VALUE 'Y'.
               88  PTD-NOT-IN-USE                 VALUE 'N'.
           05  WS-CLOSE-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
               88  CLOSE-ENTRY-FOUND              VALUE 'Y'.
               88  CLOSE-ENTRY-NOT-FOUND          VALUE 'N'.
           05  WS-PTD-ACTIVITY-SWITCH  PIC X(01)  VALUE 'N'.
               88  PTD-ACTIVITY-FOUND             VALUE 'Y'.
               88  PTD-ACTIVITY-NOT-FOUND         VALUE 'N'.
           05  WS-VALID-TRANS-SWITCH   PIC X(01)  VALUE 'Y'.
               88  TRANS-IS-VALID                 VALUE 'Y'.
               88  TRANS-IS-MALFORMED             VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-ACCT-TRANS-STATUS    PIC X(02).
           05  WS-ACCT-MASTER-STATUS   PIC X(02).
           05  WS-ACCT-LOG-STATUS      PIC X(02).
           05  WS-SUSPENSE-STATUS      PIC X(02).
           05  WS-PTD-MASTER-STATUS    PIC X(02).
           05  WS-PERIOD-CONTROL-STATUS PIC X(02).
           05  WS-EXCEPTION-PRINT-STATUS PIC X(02).

       01  WS-LOAD-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(34)  VALUE
               'ACCOUNT MASTER LOAD EXCEPTIONS'.
           05  FILLER                  PIC X(08)  VALUE 'PERIOD '.
           05  LH1-PERIOD              PIC 9(06).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  LH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(11)  VALUE SPACES.

       01  WS-LOAD-HEADING-2.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE
               ' RECORD  TRN  ACCOUNT   EXCEPTION'.
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  EXL-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  EXL-TRANS-CODE          PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  EXL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  EXL-EXCEPTION-TEXT      PIC X(40).
           05  FILLER                  PIC X(15)  VALUE SPACES.

       01  WS-LOAD-COUNT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LCL-CAPTION             PIC X(32).
           05  FILLER                  PIC X(03)  VALUE ' = '.
           05  LCL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL TRANS-EOF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - open the report, settle the current
      *> accounting period, gather the file's closes and count
      *> their open suspense items, then open the masters and the
      *> change log and reposition the transaction file for the
      *> update pass
      *> --------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-PERIOD-CONTROL THRU 1100-EXIT.
           OPEN OUTPUT EXCEPTION-PRINT-FILE.
           IF WS-EXCEPTION-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - EXCEPTION REPORT OPEN FAILED, '
                   'STATUS = ' WS-EXCEPTION-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CURRENT-PERIOD TO LH1-PERIOD.
           MOVE WS-RUN-DATE       TO LH1-RUN-DATE.
           MOVE WS-LOAD-HEADING-1 TO EXCEPTION-PRINT-RECORD.
           PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT.
           MOVE WS-LOAD-HEADING-2 TO EXCEPTION-PRINT-RECORD.
           PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT.
           PERFORM 1200-COLLECT-CLOSES THRU 1200-EXIT.
           PERFORM 1300-COUNT-OPEN-SUSPENSE THRU 1300-EXIT.
           PERFORM 1400-OPEN-MASTERS THRU 1400-EXIT.
           OPEN INPUT ACCT-TRANSACTION-FILE.
           IF WS-ACCT-TRANS-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT TRANSACTION FILE OPEN '
                   'FAILED, STATUS = ' WS-ACCT-TRANS-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET TRANS-NOT-EOF TO TRUE.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-PERIOD-CONTROL - the accounting period the
      *> nightly runs are posting to (the run date's own month
      *> when no control file exists yet)
      *> --------------------------------------------------------
       1100-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIOD-CONTROL-STATUS = '35'
               DIVIDE WS-RUN-DATE BY 100
                   GIVING WS-CURRENT-PERIOD
                   REMAINDER WS-PERIOD-REMAINDER
               GO TO 1100-EXIT
           END-IF.
           IF WS-PERIOD-CONTROL-STATUS NOT = '00'
               DISPLAY 'FATAL - PERIOD CONTROL OPEN FAILED, STATUS = '
                   WS-PERIOD-CONTROL-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PERIOD-CONTROL-FILE
               AT END
                   DIVIDE WS-RUN-DATE BY 100
                       GIVING WS-CURRENT-PERIOD
                       REMAINDER WS-PERIOD-REMAINDER
               NOT AT END
                   MOVE PC-CURRENT-PERIOD TO WS-CURRENT-PERIOD
           END-READ.
           CLOSE PERIOD-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-COLLECT-CLOSES - first pass over the transaction
      *> file: note every account it closes. No transaction file
      *> means the customer system sent nothing, which is not a
      *> run to report clean.
      *> --------------------------------------------------------
       1200-COLLECT-CLOSES.
           OPEN INPUT ACCT-TRANSACTION-FILE.
           IF WS-ACCT-TRANS-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT TRANSACTION FILE OPEN '
                   'FAILED, STATUS = ' WS-ACCT-TRANS-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET TRANS-NOT-EOF TO TRUE.
           PERFORM 1210-COLLECT-CLOSE THRU 1210-EXIT
               UNTIL TRANS-EOF.
           CLOSE ACCT-TRANSACTION-FILE.
       1200-EXIT.
           EXIT.

      *> A close for an account already noted shares its entry; one
      *> that does not fit is left out and refused unchecked in the
      *> update pass.
       1210-COLLECT-CLOSE.
           READ ACCT-TRANSACTION-FILE
               AT END
                   SET TRANS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF NOT TRANS-IS-CLOSE
               OR AX-ACCOUNT-ID = SPACES
               GO TO 1210-EXIT
           END-IF.
           MOVE AX-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
           PERFORM 2400-FIND-CLOSE-ENTRY THRU 2400-EXIT.
           IF CLOSE-ENTRY-FOUND
               GO TO 1210-EXIT
           END-IF.
           IF WS-CLOSE-USED >= 500
               DISPLAY 'WARNING - CLOSE TABLE FULL, ACCOUNT '
                   AX-ACCOUNT-ID ' NOT CHECKED' UPON CONSOLE
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CLOSE-USED.
           MOVE AX-ACCOUNT-ID TO WS-CL-ACCOUNT-ID (WS-CLOSE-USED).
           MOVE ZERO TO WS-CL-SUSPENSE-COUNT (WS-CLOSE-USED).
       1210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1300-COUNT-OPEN-SUSPENSE - one pass over the suspense
      *> ledger, counting each open item against the close entry
      *> for its account. No ledger yet means nothing is open.
      *> --------------------------------------------------------
       1300-COUNT-OPEN-SUSPENSE.
           IF WS-CLOSE-USED = ZERO
               GO TO 1300-EXIT
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               GO TO 1300-EXIT
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'FATAL - SUSPENSE LEDGER OPEN FAILED, '
                   'STATUS = ' WS-SUSPENSE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SUSPENSE-NOT-EOF TO TRUE.
           PERFORM 1310-COUNT-SUSPENSE-ITEM THRU 1310-EXIT
               UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-FILE.
       1300-EXIT.
           EXIT.

       1310-COUNT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SUSPENSE-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF NOT SUSPENSE-ITEM-OPEN
               GO TO 1310-EXIT
           END-IF.
           MOVE SP-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
           PERFORM 2400-FIND-CLOSE-ENTRY THRU 2400-EXIT.
           IF CLOSE-ENTRY-FOUND
               ADD 1 TO WS-CL-SUSPENSE-COUNT (WS-CLOSE-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1400-OPEN-MASTERS - the account master for update
      *> (created empty when none exists, so the first load can
      *> open every account), the period-to-date master for the
      *> close check (none yet means no activity anywhere), and
      *> the change log. A load whose changes cannot be logged
      *> does not start.
      *> --------------------------------------------------------
       1400-OPEN-MASTERS.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT MASTER OPEN FAILED, '
                   'STATUS = ' WS-ACCT-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PTD-MASTER-FILE.
           IF WS-PTD-MASTER-STATUS = '35'
               SET PTD-NOT-IN-USE TO TRUE
           ELSE
               IF WS-PTD-MASTER-STATUS NOT = '00'
                   DISPLAY 'FATAL - PTD MASTER OPEN FAILED, '
                       'STATUS = ' WS-PTD-MASTER-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PTD-IN-USE TO TRUE
           END-IF.
           OPEN EXTEND ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS = '35'
               OPEN OUTPUT ACCT-LOG-FILE
           END-IF.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT CHANGE LOG OPEN FAILED, '
                   'STATUS = ' WS-ACCT-LOG-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-PROCESS-TRANSACTION - read the next transaction,
      *> list it if malformed, and otherwise apply it as an add,
      *> a change or a close
      *> --------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           READ ACCT-TRANSACTION-FILE
               AT END
                   SET TRANS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-TRANS-READ-COUNT.
           ADD 1 TO WS-TRANS-RECORD-NO.
           PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT.
           IF TRANS-IS-MALFORMED
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TRANS-IS-ADD
               PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
           ELSE
               IF TRANS-IS-CHANGE
                   PERFORM 2200-CHANGE-ACCOUNT THRU 2200-EXIT
               ELSE
                   PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2050-VALIDATE-TRANSACTION - the checks the maintenance
      *> screen makes on a save: a known transaction code, an
      *> account id, and a name wherever the name is being set
      *> --------------------------------------------------------
       2050-VALIDATE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           IF NOT TRANS-IS-ADD
               AND NOT TRANS-IS-CHANGE
               AND NOT TRANS-IS-CLOSE
               MOVE 'MALFORMED - UNKNOWN TRANSACTION CODE'
                   TO WS-EXCEPTION-TEXT
               SET TRANS-IS-MALFORMED TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF AX-ACCOUNT-ID = SPACES
               MOVE 'MALFORMED - ACCOUNT ID IS BLANK'
                   TO WS-EXCEPTION-TEXT
               SET TRANS-IS-MALFORMED TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF AX-ACCOUNT-NAME = SPACES
               AND NOT TRANS-IS-CLOSE
               MOVE 'MALFORMED - ACCOUNT NAME IS BLANK'
                   TO WS-EXCEPTION-TEXT
               SET TRANS-IS-MALFORMED TO TRUE
               GO TO 2050-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-ADD-ACCOUNT - open a new account; one already on the
      *> master, open or closed, is left as it stands and listed
      *> --------------------------------------------------------
       2100-ADD-ACCOUNT.
           MOVE AX-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS = '00'
               MOVE 'ADD - ACCOUNT ALREADY ON MASTER'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES          TO ACCOUNT-MASTER-RECORD.
           MOVE AX-ACCOUNT-ID   TO AM-ACCOUNT-ID.
           MOVE AX-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           SET ACCOUNT-IS-OPEN  TO TRUE.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT MASTER WRITE FAILED, '
                   'STATUS = ' WS-ACCT-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2500-WRITE-CHANGE-LOG THRU 2500-EXIT.
           ADD 1 TO WS-ADDED-COUNT.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-CHANGE-ACCOUNT - replace an existing account's name,
      *> leaving its status as it stands
      *> --------------------------------------------------------
       2200-CHANGE-ACCOUNT.
           MOVE AX-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'CHANGE - ACCOUNT NOT ON MASTER'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE AX-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           PERFORM 2350-REWRITE-ACCOUNT THRU 2350-EXIT.
           PERFORM 2500-WRITE-CHANGE-LOG THRU 2500-EXIT.
           ADD 1 TO WS-CHANGED-COUNT.
       2200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-CLOSE-ACCOUNT - close an existing open account,
      *> unless it still has open suspense items or current-period
      *> activity on the period-to-date master; a refused close is
      *> listed for review and the account stays open
      *> --------------------------------------------------------
       2300-CLOSE-ACCOUNT.
           MOVE AX-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'CLOSE - ACCOUNT NOT ON MASTER'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF ACCOUNT-IS-CLOSED
               MOVE 'CLOSE - ACCOUNT ALREADY CLOSED'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE AX-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID.
           PERFORM 2400-FIND-CLOSE-ENTRY THRU 2400-EXIT.
           IF CLOSE-ENTRY-NOT-FOUND
               MOVE 'CLOSE REFUSED - NOT CHECKED, TABLE FULL'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2950-LIST-REFUSED-CLOSE THRU 2950-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-CL-SUSPENSE-COUNT (WS-CLOSE-SUB) > ZERO
               MOVE 'CLOSE REFUSED - OPEN SUSPENSE ITEMS'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2950-LIST-REFUSED-CLOSE THRU 2950-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-CHECK-PTD-ACTIVITY THRU 2310-EXIT.
           IF PTD-ACTIVITY-FOUND
               MOVE 'CLOSE REFUSED - CURRENT PERIOD ACTIVITY'
                   TO WS-EXCEPTION-TEXT
               PERFORM 2950-LIST-REFUSED-CLOSE THRU 2950-EXIT
               GO TO 2300-EXIT
           END-IF.
           SET ACCOUNT-IS-CLOSED TO TRUE.
           PERFORM 2350-REWRITE-ACCOUNT THRU 2350-EXIT.
           PERFORM 2500-WRITE-CHANGE-LOG THRU 2500-EXIT.
           ADD 1 TO WS-CLOSED-COUNT.
       2300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2310-CHECK-PTD-ACTIVITY - the period-to-date master is
      *> keyed period / account first, so the account's current-
      *> period records, if any, start where a key of the period,
      *> the account and the lowest run date positions
      *> --------------------------------------------------------
       2310-CHECK-PTD-ACTIVITY.
           SET PTD-ACTIVITY-NOT-FOUND TO TRUE.
           IF PTD-NOT-IN-USE
               GO TO 2310-EXIT
           END-IF.
           MOVE LOW-VALUES        TO PT-KEY.
           MOVE WS-CURRENT-PERIOD TO PT-PERIOD.
           MOVE AX-ACCOUNT-ID     TO PT-ACCOUNT-ID.
           START PTD-MASTER-FILE KEY IS NOT LESS THAN PT-KEY
               INVALID KEY
                   GO TO 2310-EXIT
           END-START.
           READ PTD-MASTER-FILE NEXT RECORD
               AT END
                   GO TO 2310-EXIT
           END-READ.
           IF PT-PERIOD = WS-CURRENT-PERIOD
               AND PT-ACCOUNT-ID = AX-ACCOUNT-ID
               SET PTD-ACTIVITY-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2350-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT MASTER REWRITE FAILED, '
                   'STATUS = ' WS-ACCT-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2350-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2400-FIND-CLOSE-ENTRY - look WS-SEARCH-ACCOUNT-ID up on
      *> the close table, leaving WS-CLOSE-SUB on its entry when
      *> found
      *> --------------------------------------------------------
       2400-FIND-CLOSE-ENTRY.
           SET CLOSE-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CLOSE-SUB.
           PERFORM 2410-TEST-CLOSE-ENTRY THRU 2410-EXIT
               UNTIL CLOSE-ENTRY-FOUND
                  OR WS-CLOSE-SUB >= WS-CLOSE-USED.
       2400-EXIT.
           EXIT.

       2410-TEST-CLOSE-ENTRY.
           ADD 1 TO WS-CLOSE-SUB.
           IF WS-CL-ACCOUNT-ID (WS-CLOSE-SUB) = WS-SEARCH-ACCOUNT-ID
               SET CLOSE-ENTRY-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2500-WRITE-CHANGE-LOG - append the account as the change
      *> left it to the account change log, stamped the way the
      *> maintenance screen stamps a save. The master is already
      *> updated, so a failed log write is fatal: the change log
      *> must account for every change.
      *> --------------------------------------------------------
       2500-WRITE-CHANGE-LOG.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES              TO ACCT-LOG-RECORD.
           MOVE WS-RUN-DATE         TO AL-CHANGE-DATE.
           MOVE WS-RUN-TIME         TO AL-CHANGE-TIME.
           MOVE WS-LOAD-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE AM-ACCOUNT-ID       TO AL-ACCOUNT-ID.
           MOVE AM-ACCOUNT-NAME     TO AL-ACCOUNT-NAME.
           MOVE AM-STATUS           TO AL-STATUS.
           SET ACCT-LOG-BATCH       TO TRUE.
           WRITE ACCT-LOG-RECORD.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT CHANGE LOG WRITE FAILED, '
                   'STATUS = ' WS-ACCT-LOG-STATUS ' AFTER UPDATING '
                   AM-ACCOUNT-ID UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2900-LIST-EXCEPTION - one line on the exceptions report
      *> for a transaction left unapplied, with WS-EXCEPTION-TEXT
      *> saying why; 2950-LIST-REFUSED-CLOSE also counts it as a
      *> close held for review
      *> --------------------------------------------------------
       2900-LIST-EXCEPTION.
           MOVE WS-TRANS-RECORD-NO TO EXL-RECORD-NO.
           MOVE AX-TRANS-CODE      TO EXL-TRANS-CODE.
           MOVE AX-ACCOUNT-ID      TO EXL-ACCOUNT-ID.
           MOVE WS-EXCEPTION-TEXT  TO EXL-EXCEPTION-TEXT.
           MOVE WS-EXCEPTION-LINE  TO EXCEPTION-PRINT-RECORD.
           PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2900-EXIT.
           EXIT.

       2950-LIST-REFUSED-CLOSE.
           PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT.
           ADD 1 TO WS-CLOSE-REFUSED-COUNT.
       2950-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - close the files, print the load counts,
      *> and set the return code: 4 when anything was listed
      *> --------------------------------------------------------
       8000-FINALIZE.
           CLOSE ACCT-TRANSACTION-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           IF PTD-IN-USE
               CLOSE PTD-MASTER-FILE
           END-IF.
           CLOSE ACCT-LOG-FILE.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '     NONE' TO EXCEPTION-PRINT-RECORD
               PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT
           END-IF.
           MOVE SPACES TO EXCEPTION-PRINT-RECORD.
           PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT.
           MOVE 'TRANSACTIONS READ' TO LCL-CAPTION.
           MOVE WS-TRANS-READ-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACCOUNTS ADDED' TO LCL-CAPTION.
           MOVE WS-ADDED-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACCOUNTS CHANGED' TO LCL-CAPTION.
           MOVE WS-CHANGED-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACCOUNTS CLOSED' TO LCL-CAPTION.
           MOVE WS-CLOSED-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'EXCEPTIONS LISTED' TO LCL-CAPTION.
           MOVE WS-EXCEPTION-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'CLOSES HELD FOR REVIEW' TO LCL-CAPTION.
           MOVE WS-CLOSE-REFUSED-COUNT TO LCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           CLOSE EXCEPTION-PRINT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT-LINE.
           MOVE WS-LOAD-COUNT-LINE TO EXCEPTION-PRINT-RECORD.
           PERFORM 8500-WRITE-EXCEPTION-LINE THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

       8500-WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-PRINT-RECORD.
           IF WS-EXCEPTION-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - EXCEPTION REPORT WRITE FAILED, '
                   'STATUS = ' WS-EXCEPTION-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
