      *> ------------------------------------------------------------
      *> ONLINE-HOLIDAY-MAINT-PROGRAM
      *>
      *> The maintenance screen for the holiday calendar the batch,
      *> suspense aging, the account inquiry and period close take
      *> their business days from: each weekday the shop does not
      *> process, what it is, and whether it is scheduled (H) or
      *> has been cancelled (C). A cancelled day is kept, not
      *> deleted, so the calendar shows it was once off.
      *>
      *> Actions: V = view the keyed date, N = view the next date on
      *> the calendar after the keyed one (so the year can be paged
      *> through from any date), S = save the screen's description
      *> and status under the keyed date (adding the day or
      *> replacing what is there), X = exit.
      *>
      *> The calendar moves the feed-gap check and the ages the desk
      *> escalates by, so only an active supervisor on the user file
      *> may save; each saved day is stamped with the date and the
      *> supervisor. A Saturday or Sunday is never a business day
      *> and is refused as a holiday.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-HOLIDAY-MAINT-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
       COPY "holcald.cpy".

       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCREEN-FIELDS.
           05  WS-OPERATOR-ID          PIC X(08)  VALUE SPACES.
           05  WS-HOLIDAY-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-HOLIDAY-DESCRIPTION  PIC X(30)  VALUE SPACES.
           05  WS-HOLIDAY-STATUS       PIC X(01)  VALUE 'H'.
               88  STATUS-IS-KNOWN                VALUES 'H' 'C'.
               88  STATUS-IS-SCHEDULED            VALUE 'H'.

       01  WS-CHANGE-DATE              PIC 9(08).

      *> Calendar work fields: the keyed date is checked for a real
      *> day of a real month, and for its day of week (Zeller's
      *> congruence, as the batch's prior-business-day check uses).
       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
               10  WS-WORK-MONTH       PIC 9(02).
               10  WS-WORK-DAY         PIC 9(02).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                       PIC 9(08).
           05  WS-MONTH-DAYS           PIC 9(02)  COMP.
           05  WS-LEAP-REMAINDER-4     PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-100   PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-400   PIC 9(04)  COMP.
           05  WS-LEAP-QUOTIENT        PIC 9(04)  COMP.
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

       01  WS-MONTH-LENGTHS            PIC X(24)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH         OCCURS 12 TIMES
                                       PIC 9(02).

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'V'.
               88  ACTION-IS-VIEW                 VALUE 'V'.
               88  ACTION-IS-NEXT                 VALUE 'N'.
               88  ACTION-IS-SAVE                 VALUE 'S'.
               88  ACTION-IS-EXIT                 VALUE 'X'.
           05  WS-EXIT-SWITCH          PIC X(01)  VALUE 'N'.
               88  OPERATOR-IS-DONE               VALUE 'Y'.
               88  OPERATOR-NOT-DONE              VALUE 'N'.
           05  WS-VALID-ENTRY-SWITCH   PIC X(01)  VALUE 'Y'.
               88  ENTRY-IS-VALID                 VALUE 'Y'.
               88  ENTRY-IS-INVALID               VALUE 'N'.
           05  WS-HOLIDAY-FOUND-SWITCH PIC X(01)  VALUE 'N'.
               88  HOLIDAY-ON-FILE                VALUE 'Y'.
               88  HOLIDAY-NOT-ON-FILE            VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-HOLIDAY-CAL-STATUS   PIC X(02).
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-MAINT-MESSAGE            PIC X(40)  VALUE SPACES.

       SCREEN SECTION.
       01  SCR-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10 VALUE 'HOLIDAY CALENDAR MAINTENANCE'.
           05  LINE 03 COLUMN 02 VALUE 'OPERATOR ID        :'.
           05  LINE 03 COLUMN 23 PIC X(08)
                                  USING WS-OPERATOR-ID.
           05  LINE 05 COLUMN 02 VALUE 'DATE (YYYYMMDD)    :'.
           05  LINE 05 COLUMN 23 PIC 9(08)
                                  USING WS-HOLIDAY-DATE.
           05  LINE 06 COLUMN 02 VALUE 'DESCRIPTION        :'.
           05  LINE 06 COLUMN 23 PIC X(30)
                                  USING WS-HOLIDAY-DESCRIPTION.
           05  LINE 07 COLUMN 02 VALUE 'STATUS (H/C)       :'.
           05  LINE 07 COLUMN 23 PIC X(01)
                                  USING WS-HOLIDAY-STATUS.
           05  LINE 09 COLUMN 02 VALUE 'ACTION (V/N/S/X)   :'.
           05  LINE 09 COLUMN 23 PIC X(01)
                                  USING WS-ACTION-CODE.
           05  LINE 11 COLUMN 02 PIC X(40) FROM WS-MAINT-MESSAGE.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET OPERATOR-NOT-DONE TO TRUE.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           GOBACK.

      *> --------------------------------------------------------
      *> 2000-MAINT-LOOP - show the screen, accept the keys and
      *> action, and view, page, save or exit
      *> --------------------------------------------------------
       2000-MAINT-LOOP.
           DISPLAY SCR-MAINT-SCREEN.
           ACCEPT SCR-MAINT-SCREEN.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           IF ACTION-IS-EXIT
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-SAVE
               PERFORM 3000-SAVE-HOLIDAY THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-NEXT
               PERFORM 2200-VIEW-NEXT-HOLIDAY THRU 2200-EXIT
           ELSE
               PERFORM 2100-VIEW-HOLIDAY THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-VIEW-HOLIDAY - load the screen with the keyed date's
      *> calendar record
      *> --------------------------------------------------------
       2100-VIEW-HOLIDAY.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-CAL-STATUS = '35'
               MOVE 'NO HOLIDAY CALENDAR EXISTS YET'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF WS-HOLIDAY-CAL-STATUS NOT = '00'
               MOVE 'HOLIDAY CALENDAR OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
           READ HOLIDAY-CALENDAR-FILE
               INVALID KEY
                   MOVE 'DATE NOT ON THE CALENDAR'
                       TO WS-MAINT-MESSAGE
           END-READ.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               MOVE HC-DESCRIPTION TO WS-HOLIDAY-DESCRIPTION
               MOVE HC-STATUS      TO WS-HOLIDAY-STATUS
               MOVE 'DAY DISPLAYED' TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE HOLIDAY-CALENDAR-FILE.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-VIEW-NEXT-HOLIDAY - load the screen with the first
      *> calendar record after the keyed date
      *> --------------------------------------------------------
       2200-VIEW-NEXT-HOLIDAY.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-CAL-STATUS = '35'
               MOVE 'NO HOLIDAY CALENDAR EXISTS YET'
                   TO WS-MAINT-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           IF WS-HOLIDAY-CAL-STATUS NOT = '00'
               MOVE 'HOLIDAY CALENDAR OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
           START HOLIDAY-CALENDAR-FILE
               KEY IS GREATER THAN HC-HOLIDAY-DATE
               INVALID KEY
                   MOVE 'NO LATER DATES ON THE CALENDAR'
                       TO WS-MAINT-MESSAGE
           END-START.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               READ HOLIDAY-CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'NO LATER DATES ON THE CALENDAR'
                           TO WS-MAINT-MESSAGE
               END-READ
           END-IF.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               MOVE HC-HOLIDAY-DATE TO WS-HOLIDAY-DATE
               MOVE HC-DESCRIPTION  TO WS-HOLIDAY-DESCRIPTION
               MOVE HC-STATUS       TO WS-HOLIDAY-STATUS
               MOVE 'DAY DISPLAYED' TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE HOLIDAY-CALENDAR-FILE.
       2200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-SAVE-HOLIDAY - validate the screen entry, then add or
      *> replace the keyed date's calendar record
      *> --------------------------------------------------------
       3000-SAVE-HOLIDAY.
           PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-CAL-STATUS = '35'
               OPEN OUTPUT HOLIDAY-CALENDAR-FILE
               SET HOLIDAY-NOT-ON-FILE TO TRUE
           ELSE
               IF WS-HOLIDAY-CAL-STATUS = '00'
                   SET HOLIDAY-ON-FILE TO TRUE
                   MOVE WS-HOLIDAY-DATE TO HC-HOLIDAY-DATE
                   READ HOLIDAY-CALENDAR-FILE
                       INVALID KEY
                           SET HOLIDAY-NOT-ON-FILE TO TRUE
                   END-READ
               END-IF
           END-IF.
           IF WS-HOLIDAY-CAL-STATUS NOT = '00'
               AND WS-HOLIDAY-CAL-STATUS NOT = '23'
               MOVE 'HOLIDAY CALENDAR OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES                 TO HOLIDAY-CALENDAR-RECORD.
           MOVE WS-HOLIDAY-DATE        TO HC-HOLIDAY-DATE.
           MOVE WS-HOLIDAY-DESCRIPTION TO HC-DESCRIPTION.
           MOVE WS-HOLIDAY-STATUS      TO HC-STATUS.
           MOVE WS-CHANGE-DATE         TO HC-CHANGE-DATE.
           MOVE WS-OPERATOR-ID         TO HC-CHANGE-OPERATOR.
           IF HOLIDAY-ON-FILE
               REWRITE HOLIDAY-CALENDAR-RECORD
           ELSE
               WRITE HOLIDAY-CALENDAR-RECORD
           END-IF.
           IF WS-HOLIDAY-CAL-STATUS NOT = '00'
               MOVE 'HOLIDAY CALENDAR WRITE FAILED'
                   TO WS-MAINT-MESSAGE
           ELSE
               IF HOLIDAY-ON-FILE
                   MOVE 'DAY REPLACED' TO WS-MAINT-MESSAGE
               ELSE
                   MOVE 'DAY ADDED' TO WS-MAINT-MESSAGE
               END-IF
           END-IF.
           CLOSE HOLIDAY-CALENDAR-FILE.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-VALIDATE-ENTRY - field validation: an active
      *> supervisor's id, a real calendar date, a description, a
      *> status of H or C, and no holiday on a weekend
      *> --------------------------------------------------------
       3100-VALIDATE-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID IS REQUIRED TO SAVE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-VALIDATE-OPERATOR THRU 3150-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-HOLIDAY-DATE TO WS-WORK-DATE-N.
           IF WS-WORK-YEAR < 1900
               OR WS-WORK-MONTH < 1
               OR WS-WORK-MONTH > 12
               OR WS-WORK-DAY < 1
               MOVE 'DATE MUST BE A REAL YYYYMMDD DATE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 5000-DAYS-IN-MONTH THRU 5000-EXIT.
           IF WS-WORK-DAY > WS-MONTH-DAYS
               MOVE 'DATE MUST BE A REAL YYYYMMDD DATE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-HOLIDAY-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION CANNOT BE BLANK'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT STATUS-IS-KNOWN
               MOVE 'STATUS MUST BE H (HOLIDAY) OR C (CANCEL)'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 5100-DAY-OF-WEEK THRU 5100-EXIT.
           IF STATUS-IS-SCHEDULED
               AND NOT DAY-IS-A-WEEKDAY
               MOVE 'DATE IS A WEEKEND - NEVER A BUSINESS DAY'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
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
               MOVE 'CALENDAR NEEDS AN ACTIVE SUPERVISOR ID'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-DAYS-IN-MONTH - the length of the work date's month,
      *> February given its 29th in a leap year
      *> --------------------------------------------------------
       5000-DAYS-IN-MONTH.
           MOVE WS-MONTH-LENGTH (WS-WORK-MONTH) TO WS-MONTH-DAYS.
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-WORK-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-WORK-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 = ZERO
                   AND (WS-LEAP-REMAINDER-100 NOT = ZERO
                     OR WS-LEAP-REMAINDER-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5100-DAY-OF-WEEK - Zeller's congruence on the work date:
      *> 0 = Saturday, 1 = Sunday, 2-6 = Monday through Friday
      *> --------------------------------------------------------
       5100-DAY-OF-WEEK.
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
       5100-EXIT.
           EXIT.
