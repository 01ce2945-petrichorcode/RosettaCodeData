      *> ------------------------------------------------------------
      *> ONLINE-ACCT-INQUIRY-PROGRAM
      *>
      *> The floor's one-screen answer to "what has happened on this
      *> account": keyed by account id, it shows the account's name
      *> and status off the account master, the period-to-date
      *> master's totals night by night for the period, the
      *> account's open suspense items with their ages, and its most
      *> recent accepted values off the value master - so an account
      *> owner's query no longer means four screens and a printout.
      *>
      *> The period shown starts as the current one off the period
      *> control file (or the keyed period); the operator can page
      *> back through prior periods and forward again. The value
      *> master is read by its account alternate key, whose
      *> duplicates come back in the order the batch wrote them, so
      *> the last values read are the most recent. A suspense
      *> item's age is counted in business days, weekends and the
      *> scheduled holidays on the holiday calendar left out, the
      *> same way the suspense aging report counts it.
      *>
      *> Actions: I = inquire on the keyed account (and period),
      *> F = the next page of nights in the period shown,
      *> P = the prior period, N = the next period, X = exit.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-ACCT-INQUIRY-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT PTD-MASTER-FILE ASSIGN TO "PTDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PTD-MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmstd.cpy".

       FD  PTD-MASTER-FILE.
       COPY "ptdmstd.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspd.cpy".

       FD  VALUE-MASTER-FILE.
       COPY "valmastd.cpy".

       FD  PERIOD-CONTROL-FILE.
       COPY "periodd.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
       COPY "holcald.cpy".

       WORKING-STORAGE SECTION.
       77  WS-PTD-PAGE-DEPTH           PIC 9(02)  VALUE 5 COMP.
       77  WS-SUSPENSE-PAGE-DEPTH      PIC 9(02)  VALUE 3 COMP.
       77  WS-RECENT-DEPTH             PIC 9(02)  VALUE 4 COMP.

       01  WS-SCREEN-FIELDS.
           05  WS-INQ-ACCOUNT-ID       PIC X(08)  VALUE SPACES.
           05  WS-INQ-PERIOD           PIC 9(06)  VALUE ZERO.
           05  WS-INQ-ACCOUNT-NAME     PIC X(30)  VALUE SPACES.
           05  WS-INQ-STATUS-TEXT      PIC X(06)  VALUE SPACES.

      *> What the screen is showing now: the account, the period,
      *> and the current period beyond which N does not go.
       01  WS-INQUIRY-CONTROL.
           05  WS-SHOWN-ACCOUNT-ID     PIC X(08)  VALUE SPACES.
           05  WS-SHOWN-PERIOD         PIC 9(06)  VALUE ZERO.
           05  WS-SHOWN-PERIOD-R REDEFINES WS-SHOWN-PERIOD.
               10  WS-SHOWN-YEAR       PIC 9(04).
               10  WS-SHOWN-MONTH      PIC 9(02).
           05  WS-CURRENT-PERIOD       PIC 9(06)  VALUE ZERO.
           05  WS-TODAY-DATE           PIC 9(08)  VALUE ZERO.
           05  WS-TODAY-DAY-NUMBER     PIC 9(07)  VALUE ZERO COMP.
           05  WS-PERIOD-REMAINDER     PIC 9(02)  VALUE ZERO COMP.
           05  WS-ITEM-AGE             PIC S9(05) VALUE ZERO COMP.
           05  WS-TODAY-WEEKDAYS       PIC 9(07)  VALUE ZERO COMP.
           05  WS-HOLIDAYS-IN-AGE      PIC 9(05)  VALUE ZERO COMP.

       01  WS-PERIOD-TOTALS.
           05  WS-PERIOD-NIGHTS        PIC 9(05)  VALUE ZERO COMP.
           05  WS-PERIOD-COUNT         PIC 9(07)  VALUE ZERO COMP.
           05  WS-PERIOD-TOTAL         PIC S9(11)V9(03) VALUE ZERO
                                                          COMP-3.
           05  WS-PERIOD-REJECTS       PIC 9(07)  VALUE ZERO COMP.

       01  WS-SUSPENSE-TOTALS.
           05  WS-OPEN-ITEM-COUNT      PIC 9(05)  VALUE ZERO COMP.
           05  WS-OPEN-ITEM-AMOUNT     PIC S9(11)V9(05) VALUE ZERO
                                                          COMP-3.

       01  WS-SUBSCRIPTS.
           05  WS-PTD-SUB              PIC 9(02)  VALUE ZERO COMP.
           05  WS-SUSPENSE-SUB         PIC 9(02)  VALUE ZERO COMP.
           05  WS-RECENT-SUB           PIC 9(02)  VALUE ZERO COMP.

      *> Calendar work fields: a date becomes a serial day number so
      *> two dates subtract directly to an age in days. Day 1 is
      *> Monday 0001-01-01, so a day number's remainder over 7 gives
      *> the day of week (1 through 5 Monday to Friday, 6 Saturday,
      *> 0 Sunday), and the weekdays from day 1 through any day come
      *> straight out of the whole weeks and the remainder.
       01  WS-DAY-NUMBER-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
               10  WS-WORK-MONTH       PIC 9(02).
               10  WS-WORK-DAY         PIC 9(02).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                       PIC 9(08).
           05  WS-DAY-NUMBER           PIC 9(07)  COMP.
           05  WS-PRIOR-YEARS          PIC 9(04)  COMP.
           05  WS-LEAP-DAYS            PIC 9(04)  COMP.
           05  WS-LEAP-WORK            PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-4     PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-100   PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-400   PIC 9(04)  COMP.
           05  WS-LEAP-QUOTIENT        PIC 9(04)  COMP.
           05  WS-WEEK-COUNT           PIC 9(07)  COMP.
           05  WS-WEEK-REMAINDER       PIC 9(01)  COMP.
           05  WS-WEEKDAY-COUNT        PIC 9(07)  COMP.

       01  WS-MONTH-OFFSETS            PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFFSET         OCCURS 12 TIMES
                                       PIC 9(03).

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'I'.
               88  ACTION-IS-INQUIRE              VALUE 'I'.
               88  ACTION-IS-FORWARD              VALUE 'F'.
               88  ACTION-IS-PRIOR                VALUE 'P'.
               88  ACTION-IS-NEXT                 VALUE 'N'.
               88  ACTION-IS-EXIT                 VALUE 'X'.
           05  WS-EXIT-SWITCH          PIC X(01)  VALUE 'N'.
               88  OPERATOR-IS-DONE               VALUE 'Y'.
               88  OPERATOR-NOT-DONE              VALUE 'N'.
           05  WS-PTD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  PTD-EOF                        VALUE 'Y'.
               88  PTD-NOT-EOF                    VALUE 'N'.
           05  WS-SUSPENSE-EOF-SWITCH  PIC X(01)  VALUE 'N'.
               88  SUSPENSE-EOF                   VALUE 'Y'.
               88  SUSPENSE-NOT-EOF               VALUE 'N'.
           05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
               88  MASTER-EOF                     VALUE 'Y'.
               88  MASTER-NOT-EOF                 VALUE 'N'.
           05  WS-POSITIONED-SWITCH    PIC X(01)  VALUE 'N'.
               88  PTD-IS-POSITIONED              VALUE 'Y'.
               88  PTD-NOT-POSITIONED             VALUE 'N'.
           05  WS-PTD-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  PTD-FILE-IS-OPEN               VALUE 'Y'.
               88  PTD-FILE-NOT-OPEN              VALUE 'N'.
           05  WS-MASTER-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
               88  MASTER-FILE-IS-OPEN            VALUE 'Y'.
               88  MASTER-FILE-NOT-OPEN           VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(01)  VALUE 'N'.
               88  HOLIDAY-CAL-IN-USE             VALUE 'Y'.
               88  HOLIDAY-CAL-NOT-IN-USE         VALUE 'N'.
           05  WS-HOLIDAY-SCAN-SWITCH  PIC X(01)  VALUE 'N'.
               88  HOLIDAY-SCAN-DONE              VALUE 'Y'.
               88  HOLIDAY-SCAN-NOT-DONE          VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-ACCT-MASTER-STATUS   PIC X(02).
           05  WS-PTD-MASTER-STATUS    PIC X(02).
           05  WS-SUSPENSE-STATUS      PIC X(02).
           05  WS-VALUE-MASTER-STATUS  PIC X(02).
           05  WS-PERIOD-CONTROL-STATUS PIC X(02).
           05  WS-HOLIDAY-CAL-STATUS   PIC X(02).

       01  WS-INQUIRY-MESSAGE          PIC X(50)  VALUE SPACES.

       01  WS-PTD-DETAIL.
           05  PD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PD-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PD-COUNT-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PD-TOTAL-EDIT           PIC ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PD-REJECT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  WS-PERIOD-TOTAL-LINE.
           05  FILLER                  PIC X(20)  VALUE
               'PERIOD TOTAL'.
           05  PTL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PTL-TOTAL-EDIT          PIC ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PTL-REJECT-EDIT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  WS-SUSPENSE-DETAIL.
           05  SD-REJECT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SD-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SD-VALUE-EDIT           PIC ZZ,ZZZ,ZZ9.99999-.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SD-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SD-AGE-EDIT             PIC ZZZZ9.
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-SUSPENSE-SUMMARY.
           05  FILLER                  PIC X(21)  VALUE
               'OPEN SUSPENSE ITEMS: '.
           05  SS-COUNT-EDIT           PIC ZZZZ9.
           05  FILLER                  PIC X(10)  VALUE
               '  AMOUNT: '.
           05  SS-AMOUNT-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99999-.
           05  FILLER                  PIC X(13)  VALUE SPACES.

       01  WS-RECENT-DETAIL.
           05  RD-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RD-RECORD-NO            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RD-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RD-STORED-EDIT          PIC ZZ,ZZ9.999-.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  RD-TRUNC-FLAG           PIC X(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  RD-FORMAT-CODE          PIC X(02).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-PTD-LINES.
           05  WS-PTD-LINE-01          PIC X(70)  VALUE SPACES.
           05  WS-PTD-LINE-02          PIC X(70)  VALUE SPACES.
           05  WS-PTD-LINE-03          PIC X(70)  VALUE SPACES.
           05  WS-PTD-LINE-04          PIC X(70)  VALUE SPACES.
           05  WS-PTD-LINE-05          PIC X(70)  VALUE SPACES.
       01  WS-PTD-LINE-TABLE REDEFINES WS-PTD-LINES.
           05  WS-PTD-LINE             OCCURS 5 TIMES
                                       PIC X(70).
       01  WS-PERIOD-LINE              PIC X(70)  VALUE SPACES.

       01  WS-SUSPENSE-LINES.
           05  WS-SUSPENSE-LINE-01     PIC X(70)  VALUE SPACES.
           05  WS-SUSPENSE-LINE-02     PIC X(70)  VALUE SPACES.
           05  WS-SUSPENSE-LINE-03     PIC X(70)  VALUE SPACES.
       01  WS-SUSPENSE-LINE-TABLE REDEFINES WS-SUSPENSE-LINES.
           05  WS-SUSPENSE-LINE        OCCURS 3 TIMES
                                       PIC X(70).
       01  WS-SUSPENSE-SUMMARY-LINE    PIC X(70)  VALUE SPACES.

      *> Most recent first: each value read pushes the others down.
       01  WS-RECENT-LINES.
           05  WS-RECENT-LINE-01       PIC X(70)  VALUE SPACES.
           05  WS-RECENT-LINE-02       PIC X(70)  VALUE SPACES.
           05  WS-RECENT-LINE-03       PIC X(70)  VALUE SPACES.
           05  WS-RECENT-LINE-04       PIC X(70)  VALUE SPACES.
       01  WS-RECENT-LINE-TABLE REDEFINES WS-RECENT-LINES.
           05  WS-RECENT-LINE          OCCURS 4 TIMES
                                       PIC X(70).

       SCREEN SECTION.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10 VALUE 'ACCOUNT ACTIVITY INQUIRY'.
           05  LINE 03 COLUMN 02 VALUE 'ACCOUNT ID:'.
           05  LINE 03 COLUMN 14 PIC X(08)
                                  USING WS-INQ-ACCOUNT-ID.
           05  LINE 03 COLUMN 24 VALUE 'PERIOD (YYYYMM):'.
           05  LINE 03 COLUMN 41 PIC 9(06)
                                  USING WS-INQ-PERIOD.
           05  LINE 03 COLUMN 50 VALUE 'ACTION (I/F/P/N/X):'.
           05  LINE 03 COLUMN 70 PIC X(01)
                                  USING WS-ACTION-CODE.
           05  LINE 04 COLUMN 02 VALUE 'NAME      :'.
           05  LINE 04 COLUMN 14 PIC X(30) FROM WS-INQ-ACCOUNT-NAME.
           05  LINE 04 COLUMN 50 VALUE 'STATUS:'.
           05  LINE 04 COLUMN 58 PIC X(06) FROM WS-INQ-STATUS-TEXT.
           05  LINE 06 COLUMN 02 VALUE
               'NIGHT     SOURCE      COUNT             TOTAL  REJECTS'.
           05  LINE 07 COLUMN 02 PIC X(70) FROM WS-PTD-LINE-01.
           05  LINE 08 COLUMN 02 PIC X(70) FROM WS-PTD-LINE-02.
           05  LINE 09 COLUMN 02 PIC X(70) FROM WS-PTD-LINE-03.
           05  LINE 10 COLUMN 02 PIC X(70) FROM WS-PTD-LINE-04.
           05  LINE 11 COLUMN 02 PIC X(70) FROM WS-PTD-LINE-05.
           05  LINE 12 COLUMN 02 PIC X(70) FROM WS-PERIOD-LINE.
           05  LINE 14 COLUMN 02 PIC X(70)
                                  FROM WS-SUSPENSE-SUMMARY-LINE.
           05  LINE 15 COLUMN 02 VALUE
               'REJECTED  SOURCE              VALUE  RSN     AGE'.
           05  LINE 16 COLUMN 02 PIC X(70) FROM WS-SUSPENSE-LINE-01.
           05  LINE 17 COLUMN 02 PIC X(70) FROM WS-SUSPENSE-LINE-02.
           05  LINE 18 COLUMN 02 PIC X(70) FROM WS-SUSPENSE-LINE-03.
           05  LINE 19 COLUMN 02 VALUE
               'RECENT VALUES   RECNO  SOURCE    STORED X  TRUNC FMT'.
           05  LINE 20 COLUMN 02 PIC X(70) FROM WS-RECENT-LINE-01.
           05  LINE 21 COLUMN 02 PIC X(70) FROM WS-RECENT-LINE-02.
           05  LINE 22 COLUMN 02 PIC X(70) FROM WS-RECENT-LINE-03.
           05  LINE 23 COLUMN 02 PIC X(70) FROM WS-RECENT-LINE-04.
           05  LINE 24 COLUMN 02 PIC X(50) FROM WS-INQUIRY-MESSAGE.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           GOBACK.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - fix today's serial day number for the
      *> suspense ages, find the current period, and open the
      *> period-to-date and value masters. A master not there yet
      *> only leaves its part of the screen empty.
      *> --------------------------------------------------------
       1000-INITIALIZE.
           SET OPERATOR-NOT-DONE TO TRUE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE-N.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           PERFORM 6100-WEEKDAYS-THROUGH THRU 6100-EXIT.
           MOVE WS-WEEKDAY-COUNT TO WS-TODAY-WEEKDAYS.
           PERFORM 1100-READ-PERIOD-CONTROL THRU 1100-EXIT.
           OPEN INPUT PTD-MASTER-FILE.
           IF WS-PTD-MASTER-STATUS = '00'
               SET PTD-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT VALUE-MASTER-FILE.
           IF WS-VALUE-MASTER-STATUS = '00'
               SET MASTER-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               SET HOLIDAY-CAL-IN-USE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-PERIOD-CONTROL - the period the nightly runs are
      *> posting to; with no control file yet, today's month
      *> --------------------------------------------------------
       1100-READ-PERIOD-CONTROL.
           DIVIDE WS-TODAY-DATE BY 100
               GIVING WS-CURRENT-PERIOD
               REMAINDER WS-PERIOD-REMAINDER.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIOD-CONTROL-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ PERIOD-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PC-CURRENT-PERIOD TO WS-CURRENT-PERIOD
           END-READ.
           CLOSE PERIOD-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-INQUIRY-LOOP - show the screen, accept the keys and
      *> action, and act on it. Any paging action with a newly
      *> keyed account is taken as an inquiry on that account.
      *> --------------------------------------------------------
       2000-INQUIRY-LOOP.
           DISPLAY SCR-INQUIRY-SCREEN.
           ACCEPT SCR-INQUIRY-SCREEN.
           MOVE SPACES TO WS-INQUIRY-MESSAGE.
           IF ACTION-IS-EXIT
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-INQUIRE
               OR WS-INQ-ACCOUNT-ID NOT = WS-SHOWN-ACCOUNT-ID
               PERFORM 2100-INQUIRE-ACCOUNT THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-FORWARD
               PERFORM 2200-PAGE-FORWARD THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-PRIOR
               PERFORM 2300-PRIOR-PERIOD THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-NEXT
               PERFORM 2400-NEXT-PERIOD THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'ACTION MUST BE I, F, P, N OR X' TO WS-INQUIRY-MESSAGE.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-INQUIRE-ACCOUNT - the keyed account's master record,
      *> then its period activity, open suspense and recent values
      *> --------------------------------------------------------
       2100-INQUIRE-ACCOUNT.
           MOVE SPACES TO WS-SHOWN-ACCOUNT-ID.
           MOVE SPACES TO WS-INQ-ACCOUNT-NAME WS-INQ-STATUS-TEXT.
           MOVE SPACES TO WS-PTD-LINES WS-PERIOD-LINE.
           MOVE SPACES TO WS-SUSPENSE-LINES WS-SUSPENSE-SUMMARY-LINE.
           MOVE SPACES TO WS-RECENT-LINES.
           SET PTD-NOT-POSITIONED TO TRUE.
           IF WS-INQ-ACCOUNT-ID = SPACES
               MOVE 'KEY AN ACCOUNT ID' TO WS-INQUIRY-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'NO ACCOUNT MASTER EXISTS YET'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-INQ-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-INQUIRY-MESSAGE
           END-READ.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-ACCOUNT-NAME TO WS-INQ-ACCOUNT-NAME.
           IF ACCOUNT-IS-CLOSED
               MOVE 'CLOSED' TO WS-INQ-STATUS-TEXT
           ELSE
               MOVE 'OPEN'   TO WS-INQ-STATUS-TEXT
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           MOVE WS-INQ-ACCOUNT-ID TO WS-SHOWN-ACCOUNT-ID.
           IF WS-INQ-PERIOD = ZERO
               OR WS-INQ-PERIOD > WS-CURRENT-PERIOD
               MOVE WS-CURRENT-PERIOD TO WS-SHOWN-PERIOD
           ELSE
               MOVE WS-INQ-PERIOD TO WS-SHOWN-PERIOD
           END-IF.
           PERFORM 3000-LOAD-PERIOD THRU 3000-EXIT.
           PERFORM 4000-LOAD-SUSPENSE THRU 4000-EXIT.
           PERFORM 5000-LOAD-RECENT-VALUES THRU 5000-EXIT.
           MOVE 'ACCOUNT DISPLAYED' TO WS-INQUIRY-MESSAGE.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-PAGE-FORWARD - the next page of nights in the period
      *> shown
      *> --------------------------------------------------------
       2200-PAGE-FORWARD.
           IF PTD-NOT-POSITIONED
               MOVE 'INQUIRE (I) ON AN ACCOUNT FIRST'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           IF PTD-EOF
               MOVE 'NO MORE NIGHTS IN THIS PERIOD'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 3300-FILL-PTD-PAGE THRU 3300-EXIT.
       2200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-PRIOR-PERIOD - back one accounting period
      *> --------------------------------------------------------
       2300-PRIOR-PERIOD.
           IF WS-SHOWN-ACCOUNT-ID = SPACES
               MOVE 'INQUIRE (I) ON AN ACCOUNT FIRST'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2300-EXIT
           END-IF.
           IF WS-SHOWN-MONTH = 1
               SUBTRACT 1 FROM WS-SHOWN-YEAR
               MOVE 12 TO WS-SHOWN-MONTH
           ELSE
               SUBTRACT 1 FROM WS-SHOWN-MONTH
           END-IF.
           PERFORM 3000-LOAD-PERIOD THRU 3000-EXIT.
       2300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2400-NEXT-PERIOD - forward one accounting period, no
      *> further than the current one
      *> --------------------------------------------------------
       2400-NEXT-PERIOD.
           IF WS-SHOWN-ACCOUNT-ID = SPACES
               MOVE 'INQUIRE (I) ON AN ACCOUNT FIRST'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2400-EXIT
           END-IF.
           IF WS-SHOWN-PERIOD >= WS-CURRENT-PERIOD
               MOVE 'ALREADY SHOWING THE CURRENT PERIOD'
                   TO WS-INQUIRY-MESSAGE
               GO TO 2400-EXIT
           END-IF.
           IF WS-SHOWN-MONTH = 12
               ADD 1 TO WS-SHOWN-YEAR
               MOVE 1 TO WS-SHOWN-MONTH
           ELSE
               ADD 1 TO WS-SHOWN-MONTH
           END-IF.
           PERFORM 3000-LOAD-PERIOD THRU 3000-EXIT.
       2400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-LOAD-PERIOD - the shown account's totals for the
      *> shown period, then the first page of its nights. The
      *> master is keyed period then account, so one START lands
      *> on the account's first night of the period.
      *> --------------------------------------------------------
       3000-LOAD-PERIOD.
           MOVE WS-SHOWN-PERIOD TO WS-INQ-PERIOD.
           MOVE SPACES TO WS-PTD-LINES WS-PERIOD-LINE.
           MOVE ZERO TO WS-PERIOD-NIGHTS WS-PERIOD-COUNT
                        WS-PERIOD-TOTAL WS-PERIOD-REJECTS.
           SET PTD-NOT-POSITIONED TO TRUE.
           IF PTD-FILE-NOT-OPEN
               MOVE 'NO PERIOD-TO-DATE MASTER EXISTS YET'
                   TO WS-INQUIRY-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-START-PERIOD THRU 3100-EXIT.
           PERFORM 3200-TOTAL-PTD-RECORD THRU 3200-EXIT
               UNTIL PTD-EOF.
           MOVE WS-PERIOD-COUNT   TO PTL-COUNT-EDIT.
           MOVE WS-PERIOD-TOTAL   TO PTL-TOTAL-EDIT.
           MOVE WS-PERIOD-REJECTS TO PTL-REJECT-EDIT.
           MOVE WS-PERIOD-TOTAL-LINE TO WS-PERIOD-LINE.
           PERFORM 3100-START-PERIOD THRU 3100-EXIT.
           SET PTD-IS-POSITIONED TO TRUE.
           PERFORM 3300-FILL-PTD-PAGE THRU 3300-EXIT.
           IF WS-PERIOD-NIGHTS = ZERO
               MOVE 'NO ACTIVITY IN THIS PERIOD'
                   TO WS-INQUIRY-MESSAGE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-START-PERIOD.
           SET PTD-NOT-EOF TO TRUE.
           MOVE WS-SHOWN-PERIOD     TO PT-PERIOD.
           MOVE WS-SHOWN-ACCOUNT-ID TO PT-ACCOUNT-ID.
           MOVE ZERO                TO PT-RUN-DATE.
           MOVE LOW-VALUES          TO PT-SOURCE-SYSTEM.
           MOVE ZERO                TO PT-FEED-DATE.
           START PTD-MASTER-FILE KEY IS NOT LESS THAN PT-KEY
               INVALID KEY
                   SET PTD-EOF TO TRUE
           END-START.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-READ-PTD-RECORD - the next record, ending the read at
      *> the first record past the shown account and period
      *> --------------------------------------------------------
       3150-READ-PTD-RECORD.
           READ PTD-MASTER-FILE NEXT RECORD
               AT END
                   SET PTD-EOF TO TRUE
                   GO TO 3150-EXIT
           END-READ.
           IF PT-PERIOD NOT = WS-SHOWN-PERIOD
               OR PT-ACCOUNT-ID NOT = WS-SHOWN-ACCOUNT-ID
               SET PTD-EOF TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3200-TOTAL-PTD-RECORD.
           PERFORM 3150-READ-PTD-RECORD THRU 3150-EXIT.
           IF PTD-EOF
               GO TO 3200-EXIT
           END-IF.
           ADD 1               TO WS-PERIOD-NIGHTS.
           ADD PT-DETAIL-COUNT TO WS-PERIOD-COUNT.
           ADD PT-TOTAL        TO WS-PERIOD-TOTAL.
           ADD PT-REJECT-COUNT TO WS-PERIOD-REJECTS.
       3200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3300-FILL-PTD-PAGE - read forward up to a page of the
      *> period's nights and build their display lines
      *> --------------------------------------------------------
       3300-FILL-PTD-PAGE.
           MOVE SPACES TO WS-PTD-LINES.
           MOVE ZERO   TO WS-PTD-SUB.
           PERFORM 3310-BUILD-PTD-LINE THRU 3310-EXIT
               UNTIL PTD-EOF
                  OR WS-PTD-SUB >= WS-PTD-PAGE-DEPTH.
       3300-EXIT.
           EXIT.

       3310-BUILD-PTD-LINE.
           PERFORM 3150-READ-PTD-RECORD THRU 3150-EXIT.
           IF PTD-EOF
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-PTD-SUB.
           MOVE PT-RUN-DATE      TO PD-RUN-DATE.
           MOVE PT-SOURCE-SYSTEM TO PD-SOURCE-SYSTEM.
           MOVE PT-DETAIL-COUNT  TO PD-COUNT-EDIT.
           MOVE PT-TOTAL         TO PD-TOTAL-EDIT.
           MOVE PT-REJECT-COUNT  TO PD-REJECT-EDIT.
           MOVE WS-PTD-DETAIL    TO WS-PTD-LINE (WS-PTD-SUB).
       3310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4000-LOAD-SUSPENSE - the account's open suspense items.
      *> The ledger is keyed by reject date, so it is read through;
      *> the oldest items come first and are the ones shown, and
      *> every open item is counted and totalled.
      *> --------------------------------------------------------
       4000-LOAD-SUSPENSE.
           MOVE ZERO TO WS-OPEN-ITEM-COUNT WS-OPEN-ITEM-AMOUNT.
           MOVE ZERO TO WS-SUSPENSE-SUB.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           SET SUSPENSE-NOT-EOF TO TRUE.
           PERFORM 4100-TEST-SUSPENSE-ITEM THRU 4100-EXIT
               UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-FILE.
           MOVE WS-OPEN-ITEM-COUNT  TO SS-COUNT-EDIT.
           MOVE WS-OPEN-ITEM-AMOUNT TO SS-AMOUNT-EDIT.
           MOVE WS-SUSPENSE-SUMMARY TO WS-SUSPENSE-SUMMARY-LINE.
       4000-EXIT.
           EXIT.

       4100-TEST-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET SUSPENSE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SP-ACCOUNT-ID NOT = WS-SHOWN-ACCOUNT-ID
               OR NOT SUSPENSE-ITEM-OPEN
               GO TO 4100-EXIT
           END-IF.
           ADD 1        TO WS-OPEN-ITEM-COUNT.
           ADD SP-VALUE TO WS-OPEN-ITEM-AMOUNT.
           IF WS-SUSPENSE-SUB >= WS-SUSPENSE-PAGE-DEPTH
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-SUSPENSE-SUB.
           MOVE SP-REJECT-DATE TO WS-WORK-DATE-N.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           PERFORM 6100-WEEKDAYS-THROUGH THRU 6100-EXIT.
           PERFORM 6200-COUNT-HOLIDAYS THRU 6200-EXIT.
           COMPUTE WS-ITEM-AGE
               = WS-TODAY-WEEKDAYS - WS-WEEKDAY-COUNT
               - WS-HOLIDAYS-IN-AGE.
           IF WS-ITEM-AGE < 1
               MOVE 1 TO WS-ITEM-AGE
           END-IF.
           MOVE SP-REJECT-DATE   TO SD-REJECT-DATE.
           MOVE SP-SOURCE-SYSTEM TO SD-SOURCE-SYSTEM.
           MOVE SP-VALUE         TO SD-VALUE-EDIT.
           MOVE SP-REASON-CODE   TO SD-REASON-CODE.
           MOVE WS-ITEM-AGE      TO SD-AGE-EDIT.
           MOVE WS-SUSPENSE-DETAIL
               TO WS-SUSPENSE-LINE (WS-SUSPENSE-SUB).
       4100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-LOAD-RECENT-VALUES - the account's values off the
      *> value master by its account key, the most recent kept
      *> --------------------------------------------------------
       5000-LOAD-RECENT-VALUES.
           IF MASTER-FILE-NOT-OPEN
               GO TO 5000-EXIT
           END-IF.
           SET MASTER-NOT-EOF TO TRUE.
           MOVE WS-SHOWN-ACCOUNT-ID TO VM-ACCOUNT-ID.
           START VALUE-MASTER-FILE KEY IS EQUAL TO VM-ACCOUNT-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START.
           PERFORM 5100-KEEP-RECENT-VALUE THRU 5100-EXIT
               UNTIL MASTER-EOF.
       5000-EXIT.
           EXIT.

       5100-KEEP-RECENT-VALUE.
           READ VALUE-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF VM-ACCOUNT-ID NOT = WS-SHOWN-ACCOUNT-ID
               SET MASTER-EOF TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-RECENT-DEPTH TO WS-RECENT-SUB.
           PERFORM 5200-PUSH-RECENT-LINE THRU 5200-EXIT
               UNTIL WS-RECENT-SUB <= 1.
           MOVE VM-RUN-DATE        TO RD-RUN-DATE.
           MOVE VM-RECORD-NO       TO RD-RECORD-NO.
           MOVE VM-SOURCE-SYSTEM   TO RD-SOURCE-SYSTEM.
           MOVE VM-STORED-VALUE    TO RD-STORED-EDIT.
           MOVE VM-TRUNCATION-FLAG TO RD-TRUNC-FLAG.
           MOVE VM-FORMAT-CODE     TO RD-FORMAT-CODE.
           MOVE WS-RECENT-DETAIL   TO WS-RECENT-LINE (1).
       5100-EXIT.
           EXIT.

       5200-PUSH-RECENT-LINE.
           MOVE WS-RECENT-LINE (WS-RECENT-SUB - 1)
               TO WS-RECENT-LINE (WS-RECENT-SUB).
           SUBTRACT 1 FROM WS-RECENT-SUB.
       5200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 6000-DATE-TO-DAY-NUMBER - turn the split work date into a
      *> serial day number: whole days in the prior years plus the
      *> offset of the month plus the day, with a leap day when
      *> February is past in a leap year
      *> --------------------------------------------------------
       6000-DATE-TO-DAY-NUMBER.
           COMPUTE WS-PRIOR-YEARS = WS-WORK-YEAR - 1.
           COMPUTE WS-LEAP-DAYS = WS-PRIOR-YEARS / 4.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 100.
           SUBTRACT WS-LEAP-WORK FROM WS-LEAP-DAYS.
           COMPUTE WS-LEAP-WORK = WS-PRIOR-YEARS / 400.
           ADD WS-LEAP-WORK TO WS-LEAP-DAYS.
           COMPUTE WS-DAY-NUMBER
               = 365 * WS-PRIOR-YEARS
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET (WS-WORK-MONTH)
               + WS-WORK-DAY.
           IF WS-WORK-MONTH > 2
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
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 6100-WEEKDAYS-THROUGH - the count of Mondays through
      *> Fridays from day 1 up to and including the day number
      *> in WS-DAY-NUMBER: five for every whole week, plus the
      *> remainder days, of which a Saturday or Sunday adds none
      *> --------------------------------------------------------
       6100-WEEKDAYS-THROUGH.
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEK-REMAINDER.
           COMPUTE WS-WEEKDAY-COUNT = WS-WEEK-COUNT * 5.
           IF WS-WEEK-REMAINDER > 5
               ADD 5 TO WS-WEEKDAY-COUNT
           ELSE
               ADD WS-WEEK-REMAINDER TO WS-WEEKDAY-COUNT
           END-IF.
       6100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 6200-COUNT-HOLIDAYS - the scheduled weekday holidays
      *> after the item's reject date up to and including today.
      *> The day-number work fields are reused here, so the
      *> item's weekday count is taken before this is performed.
      *> --------------------------------------------------------
       6200-COUNT-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAYS-IN-AGE.
           IF HOLIDAY-CAL-NOT-IN-USE
               GO TO 6200-EXIT
           END-IF.
           MOVE SP-REJECT-DATE TO HC-HOLIDAY-DATE.
           START HOLIDAY-CALENDAR-FILE
               KEY IS GREATER THAN HC-HOLIDAY-DATE
               INVALID KEY
                   GO TO 6200-EXIT
           END-START.
           SET HOLIDAY-SCAN-NOT-DONE TO TRUE.
           PERFORM 6210-NEXT-HOLIDAY THRU 6210-EXIT
               UNTIL HOLIDAY-SCAN-DONE.
       6200-EXIT.
           EXIT.

       6210-NEXT-HOLIDAY.
           READ HOLIDAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET HOLIDAY-SCAN-DONE TO TRUE
                   GO TO 6210-EXIT
           END-READ.
           IF HC-HOLIDAY-DATE > WS-TODAY-DATE
               SET HOLIDAY-SCAN-DONE TO TRUE
               GO TO 6210-EXIT
           END-IF.
           IF NOT HOLIDAY-IS-SCHEDULED
               GO TO 6210-EXIT
           END-IF.
           MOVE HC-HOLIDAY-DATE TO WS-WORK-DATE-N.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEK-REMAINDER.
           IF WS-WEEK-REMAINDER >= 1
               AND WS-WEEK-REMAINDER <= 5
               ADD 1 TO WS-HOLIDAYS-IN-AGE
           END-IF.
       6210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - close the masters
      *> --------------------------------------------------------
       8000-FINALIZE.
           IF PTD-FILE-IS-OPEN
               CLOSE PTD-MASTER-FILE
           END-IF.
           IF MASTER-FILE-IS-OPEN
               CLOSE VALUE-MASTER-FILE
           END-IF.
           IF HOLIDAY-CAL-IN-USE
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
       8000-EXIT.
           EXIT.
