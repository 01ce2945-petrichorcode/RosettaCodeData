      *> SUSPENSE-AGING-PROGRAM
      *>
      *> The daily aging report over the reject suspense ledger:
      *> every item still open, with its age in business days, under
      *> the buckets the desk works to - 1 day, 2 to 5 days, and over
      *> 5 days - with bucket counts and amounts, and the oldest open
      *> item flagged for supervisor escalation. A business day is a
      *> weekday not scheduled on the holiday calendar (HOLCAL), so a
      *> long weekend does not push an item toward escalation while
      *> the desk was closed. An open suspense
      *> item is usually real money that belongs somewhere, and this
      *> report is what keeps it from evaporating between cycles
      *> without anyone signing off on it. An item withdrawn with a
      *> reversed feed is no longer owed anywhere and is only
      *> counted.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING-PROGRAM.
           SELECT AGING-PRINT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-PRINT-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-PRINT-FILE.
       01  AGING-PRINT-RECORD          PIC X(80).

       FD  HOLIDAY-CALENDAR-FILE.
       COPY "holcald.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ESCALATION-AGE           PIC 9(03)  VALUE 5 COMP.

           05  WS-RUN-DAY-NUMBER       PIC 9(07)  VALUE ZERO COMP.
           05  WS-ITEM-DAY-NUMBER      PIC 9(07)  VALUE ZERO COMP.
           05  WS-ITEM-AGE             PIC S9(05) VALUE ZERO COMP.
           05  WS-RUN-WEEKDAYS         PIC 9(07)  VALUE ZERO COMP.
           05  WS-ITEM-WEEKDAYS        PIC 9(07)  VALUE ZERO COMP.
           05  WS-HOLIDAYS-IN-AGE      PIC 9(05)  VALUE ZERO COMP.
           05  WS-OPEN-COUNT           PIC 9(07)  VALUE ZERO COMP.
           05  WS-CLEARED-COUNT        PIC 9(07)  VALUE ZERO COMP.
           05  WS-WITHDRAWN-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-OLDEST-AGE           PIC S9(05) VALUE ZERO COMP.
           05  WS-OLDEST-DATE          PIC 9(08)  VALUE ZERO.
           05  WS-OLDEST-ACCOUNT       PIC X(08)  VALUE SPACES.
       01  WS-BUCKET-SUB               PIC 9(01)  VALUE ZERO COMP.

      *> Calendar work fields: a date becomes a serial day number so
      *> two dates subtract directly to an age in days. Day 1 is
      *> Monday 0001-01-01, so a day number's remainder over 7 gives
      *> the day of week (1 through 5 Monday to Friday, 6 Saturday,
      *> 0 Sunday), and the weekdays from day 1 through any day come
      *> straight out of the whole weeks and the remainder.
       01  WS-DAY-NUMBER-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
           05  WS-LEAP-REMAINDER-100   PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-400   PIC 9(04)  COMP.
           05  WS-LEAP-QUOTIENT        PIC 9(04)  COMP.
           05  WS-WEEK-COUNT           PIC 9(07)  COMP.
           05  WS-WEEK-REMAINDER       PIC 9(01)  COMP.
           05  WS-WEEKDAY-COUNT        PIC 9(07)  COMP.

       01  WS-MONTH-OFFSETS            PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
           05  WS-SUSPENSE-OPEN-SWITCH PIC X(01)  VALUE 'N'.
               88  SUSPENSE-FILE-IS-OPEN          VALUE 'Y'.
               88  SUSPENSE-FILE-NOT-OPEN         VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(01)  VALUE 'N'.
               88  HOLIDAY-CAL-IN-USE             VALUE 'Y'.
               88  HOLIDAY-CAL-NOT-IN-USE         VALUE 'N'.
           05  WS-HOLIDAY-SCAN-SWITCH  PIC X(01)  VALUE 'N'.
               88  HOLIDAY-SCAN-DONE              VALUE 'Y'.
               88  HOLIDAY-SCAN-NOT-DONE          VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-SUSPENSE-STATUS      PIC X(02).
           05  WS-AGING-PRINT-STATUS   PIC X(02).
           05  WS-HOLIDAY-CAL-STATUS   PIC X(02).

       01  WS-AGING-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  AH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-AGING-HEADING-1A.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(28)  VALUE
               'AGES ARE IN BUSINESS DAYS - '.
           05  FILLER                  PIC X(42)  VALUE
               'WEEKENDS AND SCHEDULED HOLIDAYS EXCLUDED'.
           05  FILLER                  PIC X(09)  VALUE SPACES.

       01  WS-AGING-HEADING-2.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE
           05  FILLER                  PIC X(17)  VALUE
               '  CLEARED ITEMS ='.
           05  ASL-CLEARED-EDIT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '  WITHDRAWN ='.
           05  ASL-WITHDRAWN-EDIT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - open the report, the holiday calendar
      *> and the ledger and fix today's serial day number and
      *> weekday count once. No ledger at all means no batch run
      *> has posted one yet: an empty report, not a failure. No
      *> calendar means every weekday counts toward an item's age.
      *> --------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-BUCKET-SUB.
           MOVE WS-RUN-DATE TO WS-WORK-DATE-N.
           PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM 5100-WEEKDAYS-THROUGH THRU 5100-EXIT.
           MOVE WS-WEEKDAY-COUNT TO WS-RUN-WEEKDAYS.
           OPEN OUTPUT AGING-PRINT-FILE.
           IF WS-AGING-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - AGING REPORT OPEN FAILED, STATUS = '
           MOVE WS-RUN-DATE        TO AH1-RUN-DATE.
           MOVE WS-AGING-HEADING-1 TO AGING-PRINT-RECORD.
           PERFORM 8500-WRITE-AGING-LINE THRU 8500-EXIT.
           MOVE WS-AGING-HEADING-1A TO AGING-PRINT-RECORD.
           PERFORM 8500-WRITE-AGING-LINE THRU 8500-EXIT.
           MOVE WS-AGING-HEADING-2 TO AGING-PRINT-RECORD.
           PERFORM 8500-WRITE-AGING-LINE THRU 8500-EXIT.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-CAL-STATUS = '35'
               DISPLAY 'WARNING - NO HOLIDAY CALENDAR, WEEKDAYS ALL '
                   'TAKEN AS BUSINESS DAYS' UPON CONSOLE
               SET HOLIDAY-CAL-NOT-IN-USE TO TRUE
           ELSE
               IF WS-HOLIDAY-CAL-STATUS NOT = '00'
                   DISPLAY 'FATAL - HOLIDAY CALENDAR OPEN FAILED, '
                       'STATUS = ' WS-HOLIDAY-CAL-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HOLIDAY-CAL-IN-USE TO TRUE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               SET SUSPENSE-EOF TO TRUE

      *> --------------------------------------------------------
      *> 2000-AGE-SUSPENSE-ITEM - read the next ledger item; a
      *> cleared or withdrawn item is only counted, an open one is
      *> aged into its bucket, listed, and weighed as the oldest
      *> so far. The age is the weekdays after the reject date up
      *> to and including today, less the scheduled holidays among
      *> them, and never less than one day.
      *> --------------------------------------------------------
       2000-AGE-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF SUSPENSE-ITEM-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE SP-REJECT-DATE TO WS-WORK-DATE-N.
           PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-ITEM-DAY-NUMBER.
           PERFORM 5100-WEEKDAYS-THROUGH THRU 5100-EXIT.
           MOVE WS-WEEKDAY-COUNT TO WS-ITEM-WEEKDAYS.
           PERFORM 5200-COUNT-HOLIDAYS THRU 5200-EXIT.
           COMPUTE WS-ITEM-AGE
               = WS-RUN-WEEKDAYS - WS-ITEM-WEEKDAYS
               - WS-HOLIDAYS-IN-AGE.
           IF WS-ITEM-AGE < 1
               MOVE 1 TO WS-ITEM-AGE
           END-IF.
       5000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5100-WEEKDAYS-THROUGH - the count of Mondays through
      *> Fridays from day 1 up to and including the day number
      *> in WS-DAY-NUMBER: five for every whole week, plus the
      *> remainder days, of which a Saturday or Sunday adds none
      *> --------------------------------------------------------
       5100-WEEKDAYS-THROUGH.
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEK-REMAINDER.
           COMPUTE WS-WEEKDAY-COUNT = WS-WEEK-COUNT * 5.
           IF WS-WEEK-REMAINDER > 5
               ADD 5 TO WS-WEEKDAY-COUNT
           ELSE
               ADD WS-WEEK-REMAINDER TO WS-WEEKDAY-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5200-COUNT-HOLIDAYS - the scheduled holidays after the
      *> item's reject date up to and including today; only a
      *> weekday is counted, since a weekend day was never in the
      *> weekday count to begin with
      *> --------------------------------------------------------
       5200-COUNT-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAYS-IN-AGE.
           IF HOLIDAY-CAL-NOT-IN-USE
               GO TO 5200-EXIT
           END-IF.
           MOVE SP-REJECT-DATE TO HC-HOLIDAY-DATE.
           START HOLIDAY-CALENDAR-FILE
               KEY IS GREATER THAN HC-HOLIDAY-DATE
               INVALID KEY
                   GO TO 5200-EXIT
           END-START.
           SET HOLIDAY-SCAN-NOT-DONE TO TRUE.
           PERFORM 5210-NEXT-HOLIDAY THRU 5210-EXIT
               UNTIL HOLIDAY-SCAN-DONE.
       5200-EXIT.
           EXIT.

       5210-NEXT-HOLIDAY.
           READ HOLIDAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET HOLIDAY-SCAN-DONE TO TRUE
                   GO TO 5210-EXIT
           END-READ.
           IF HC-HOLIDAY-DATE > WS-RUN-DATE
               SET HOLIDAY-SCAN-DONE TO TRUE
               GO TO 5210-EXIT
           END-IF.
           IF NOT HOLIDAY-IS-SCHEDULED
               GO TO 5210-EXIT
           END-IF.
           MOVE HC-HOLIDAY-DATE TO WS-WORK-DATE-N.
           PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEK-REMAINDER.
           IF WS-WEEK-REMAINDER >= 1
               AND WS-WEEK-REMAINDER <= 5
               ADD 1 TO WS-HOLIDAYS-IN-AGE
           END-IF.
       5210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - the bucket totals, the supervisor
      *> escalation line for the oldest open item, and the open
      *> against cleared and withdrawn counts, then close up
      *> --------------------------------------------------------
       8000-FINALIZE.
           MOVE SPACES TO AGING-PRINT-RECORD.
               MOVE WS-ESCALATION-LINE TO AGING-PRINT-RECORD
               PERFORM 8500-WRITE-AGING-LINE THRU 8500-EXIT
               DISPLAY 'SUSPENSE ESCALATION - OLDEST OPEN ITEM IS '
                   WS-OLDEST-AGE ' BUSINESS DAYS OLD, SEE AGERPT'
                   UPON CONSOLE
           END-IF.
           MOVE WS-OPEN-COUNT    TO ASL-OPEN-EDIT.
           MOVE WS-CLEARED-COUNT TO ASL-CLEARED-EDIT.
           MOVE WS-WITHDRAWN-COUNT TO ASL-WITHDRAWN-EDIT.
           MOVE WS-AGING-SUMMARY-LINE TO AGING-PRINT-RECORD.
           PERFORM 8500-WRITE-AGING-LINE THRU 8500-EXIT.
           IF SUSPENSE-FILE-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           IF HOLIDAY-CAL-IN-USE
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           CLOSE AGING-PRINT-FILE.
           IF WS-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE
