      *> A site running for the first time, with no control file
      *> yet, is seeded from today's month; the close itself is
      *> refused when today is still inside the current period, so a
      *> mis-scheduled close cannot skip a month of postings. It is
      *> refused too before the first business day of the month
      *> after the closing period - the first weekday not scheduled
      *> on the holiday calendar (HOLCAL) - since the closing
      *> month's last business day is only posted by the run that
      *> night, and a close on a weekend or holiday morning would
      *> cut it off.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE-PROGRAM.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       COPY "periodd.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
       COPY "holcald.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CLOSE-CONTROL.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
               10  WS-NEXT-MONTH       PIC 9(02).
           05  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD
                                       PIC 9(06).
           05  WS-FIRST-BUSINESS-DATE  PIC 9(08)  VALUE ZERO.

      *> Calendar work fields for the first-business-day check. The
      *> check starts on the 1st and steps a day at a time, and no
      *> month opens with more non-processing days than it has, so
      *> the day never needs rolling into the next month. Zeller's
      *> congruence gives the day of week.
       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
               10  WS-WORK-MONTH       PIC 9(02).
               10  WS-WORK-DAY         PIC 9(02).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                       PIC 9(08).
           05  WS-ZELLER-YEAR          PIC 9(04)  COMP.
           05  WS-ZELLER-MONTH         PIC 9(02)  COMP.
           05  WS-ZELLER-CENTURY       PIC 9(02)  COMP.
           05  WS-ZELLER-YR-OF-CENT    PIC 9(02)  COMP.
           05  WS-ZELLER-TERM          PIC 9(04)  COMP.
           05  WS-ZELLER-SUM           PIC 9(05)  COMP.
           05  WS-ZELLER-QUOTIENT      PIC 9(05)  COMP.
           05  WS-DAY-OF-WEEK          PIC 9(01).
               88  DAY-IS-SATURDAY                VALUE 0.
               88  DAY-IS-SUNDAY                  VALUE 1.
               88  DAY-IS-A-WEEKDAY               VALUES 2 THRU 6.
           05  WS-BUSINESS-DAY-SWITCH  PIC X(01)  VALUE 'N'.
               88  DAY-IS-BUSINESS-DAY            VALUE 'Y'.
               88  DAY-IS-NON-PROCESSING          VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(01)  VALUE 'N'.
               88  HOLIDAY-CAL-IN-USE             VALUE 'Y'.
               88  HOLIDAY-CAL-NOT-IN-USE         VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-PERIOD-CONTROL-STATUS PIC X(02).
           05  WS-HOLIDAY-CAL-STATUS   PIC X(02).

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> --------------------------------------------------------
      *> 1000-INITIALIZE - read the current period off the control
      *> file, seeding from today's month when none exists, and
      *> refuse to close a period the calendar has not left yet,
      *> or whose following month has not reached its first
      *> business day
      *> --------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-FIRST-BUSINESS-DAY THRU 1200-EXIT.
           IF WS-RUN-DATE < WS-FIRST-BUSINESS-DATE
               DISPLAY 'FATAL - PERIOD ' WS-CLOSING-PERIOD
                   ' CANNOT CLOSE BEFORE THE FIRST BUSINESS DAY '
                   WS-FIRST-BUSINESS-DATE ' - CLOSE REFUSED'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-FIRST-BUSINESS-DAY - the first weekday of the month
      *> after the closing period that is not a scheduled holiday.
      *> With no holiday calendar on file every weekday counts.
      *> --------------------------------------------------------
       1200-FIRST-BUSINESS-DAY.
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
           MOVE WS-CLOSING-PERIOD TO WS-NEXT-PERIOD-N.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE WS-NEXT-YEAR  TO WS-WORK-YEAR.
           MOVE WS-NEXT-MONTH TO WS-WORK-MONTH.
           MOVE 1             TO WS-WORK-DAY.
           PERFORM 1210-TEST-BUSINESS-DAY THRU 1210-EXIT.
           PERFORM 1220-FORWARD-TO-NEXT-DAY THRU 1220-EXIT
               UNTIL DAY-IS-BUSINESS-DAY.
           MOVE WS-WORK-DATE-N TO WS-FIRST-BUSINESS-DATE.
           IF HOLIDAY-CAL-IN-USE
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-TEST-BUSINESS-DAY.
           PERFORM 1230-DAY-OF-WEEK THRU 1230-EXIT.
           SET DAY-IS-NON-PROCESSING TO TRUE.
           IF NOT DAY-IS-A-WEEKDAY
               GO TO 1210-EXIT
           END-IF.
           SET DAY-IS-BUSINESS-DAY TO TRUE.
           IF HOLIDAY-CAL-NOT-IN-USE
               GO TO 1210-EXIT
           END-IF.
           MOVE WS-WORK-DATE-N TO HC-HOLIDAY-DATE.
           READ HOLIDAY-CALENDAR-FILE
               INVALID KEY
                   GO TO 1210-EXIT
           END-READ.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               AND HOLIDAY-IS-SCHEDULED
               SET DAY-IS-NON-PROCESSING TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

       1220-FORWARD-TO-NEXT-DAY.
           ADD 1 TO WS-WORK-DAY.
           PERFORM 1210-TEST-BUSINESS-DAY THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1230-DAY-OF-WEEK - Zeller's congruence on the work date:
      *> 0 = Saturday, 1 = Sunday, 2 through 6 = Monday to Friday
      *> --------------------------------------------------------
       1230-DAY-OF-WEEK.
           MOVE WS-WORK-YEAR  TO WS-ZELLER-YEAR.
           MOVE WS-WORK-MONTH TO WS-ZELLER-MONTH.
           IF WS-ZELLER-MONTH < 3
               ADD 12 TO WS-ZELLER-MONTH
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF.
           DIVIDE WS-ZELLER-YEAR BY 100
               GIVING WS-ZELLER-CENTURY
               REMAINDER WS-ZELLER-YR-OF-CENT.
           COMPUTE WS-ZELLER-TERM =
               (13 * (WS-ZELLER-MONTH + 1)) / 5.
           COMPUTE WS-ZELLER-SUM = WS-WORK-DAY
               + WS-ZELLER-TERM
               + WS-ZELLER-YR-OF-CENT
               + 5 * WS-ZELLER-CENTURY.
           DIVIDE WS-ZELLER-YR-OF-CENT BY 4
               GIVING WS-ZELLER-TERM.
           ADD WS-ZELLER-TERM TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-CENTURY BY 4
               GIVING WS-ZELLER-TERM.
           ADD WS-ZELLER-TERM TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-SUM BY 7
               GIVING WS-ZELLER-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK.
       1230-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-CUT-OVER-PERIOD - roll the closing period's month
      *> forward one, rewrite the control record, and confirm the
