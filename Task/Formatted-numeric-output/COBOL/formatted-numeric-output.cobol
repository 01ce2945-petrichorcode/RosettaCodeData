               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEED-REGISTER-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "XRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRATE-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HC-HOLIDAY-DATE
               FILE STATUS IS WS-HOLIDAY-CAL-STATUS.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CKPT-LAST-REC-NO        PIC 9(07).
           05  CKPT-DETAIL-COUNT       PIC 9(07).
           05  CKPT-RUNNING-TOTAL      PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-MIN-VALUE          PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-MAX-VALUE          PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-REJECT-COUNT       PIC 9(07).
           05  CKPT-TRUNCATION-COUNT   PIC 9(07).
           05  CKPT-CHECKPOINT-COUNT   PIC 9(05).
           05  CKPT-ACCOUNT-ID         PIC X(08).
           05  CKPT-ACCT-DETAIL-COUNT  PIC 9(07).
           05  CKPT-ACCT-TOTAL         PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-ACCT-MIN-VALUE     PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-ACCT-MAX-VALUE     PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-ACCT-REJECT-COUNT  PIC 9(07).
           05  CKPT-CLASS-ENTRY        OCCURS 4 TIMES.
               10  CKPT-CLASS-CODE     PIC X(01).
               10  CKPT-CLASS-COUNT    PIC 9(07).
               10  CKPT-CLASS-TOTAL    PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-CURRENCY-USED      PIC 9(02).
           05  CKPT-CURRENCY-ENTRY     OCCURS 8 TIMES.
               10  CKPT-CT-CURRENCY    PIC X(03).
               10  CKPT-CT-COUNT       PIC 9(07).
               10  CKPT-CT-ORIG-TOTAL  PIC S9(11)V9(05)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  CKPT-CT-BASE-TOTAL  PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  CKPT-HELD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(03).

       FD  AUDIT-FILE.
       COPY "auditd.cpy".
       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmstd.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
       COPY "holcald.cpy".

       FD  DUPLICATE-HOLD-FILE.
       COPY "duphold.cpy".

       FD  INTERFACE-FILE.
       COPY "glintfd.cpy".

       FD  SOURCE-MASTER-FILE.
       COPY "srcmstd.cpy".

       FD  EXCHANGE-RATE-FILE.
       COPY "xrated.cpy".

       WORKING-STORAGE SECTION.
       77  WS-X-EDIT-EU                PIC X(12).
       77  WS-TOTAL-EDIT-US            PIC ZZZ,ZZZ,ZZ9.999CR.
       77  WS-TOTAL-EDIT-EU            PIC X(17).
       77  WS-ORIG-EDIT-US             PIC ZZ,ZZZ,ZZZ,ZZ9.99999CR.
       77  WS-ORIG-EDIT-EU             PIC X(22).
       COPY "wsexampl.cpy".

       01  WS-REPORT-LINE.

       01  WS-SUMMARY-COUNTERS.
           05  WS-DETAIL-COUNT         PIC 9(07)      VALUE ZERO COMP.
           05  WS-RUNNING-TOTAL        PIC S9(09)V9(03) VALUE ZERO
                                                          COMP-3.
           05  WS-MIN-VALUE            PIC S9(05)V9(03)
                                                 VALUE  99999.999.
           05  WS-MAX-VALUE            PIC S9(05)V9(03)
                                                 VALUE -99999.999.
           05  WS-REJECT-COUNT         PIC 9(07)      VALUE ZERO COMP.
           05  WS-HELD-COUNT           PIC 9(07)      VALUE ZERO COMP.
           05  WS-TRUNCATION-COUNT     PIC 9(07)      VALUE ZERO COMP.
           05  WS-CHECKPOINT-COUNT     PIC 9(05)      VALUE ZERO COMP.

           05  CTL-TOTAL-EDIT          PIC X(17).
           05  FILLER                  PIC X(35)  VALUE SPACES.

      *> The night's accepted values by the currency the feed
      *> stated them in (blank-currency details fall under the base
      *> currency): count, total in that currency, and the
      *> base-currency total they converted to.
       01  WS-CURRENCY-TOTALS.
           05  WS-CURRENCY-USED        PIC 9(02)  VALUE ZERO COMP.
           05  WS-CURRENCY-ENTRY       OCCURS 8 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-COUNT         PIC 9(07)  COMP.
               10  WS-CT-ORIG-TOTAL    PIC S9(11)V9(05) COMP-3.
               10  WS-CT-BASE-TOTAL    PIC S9(09)V9(03) COMP-3.
       01  WS-CURRENCY-SUB             PIC 9(02)  VALUE ZERO COMP.

       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(04)  VALUE 'CCY '.
           05  CYL-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(06)  VALUE '  CT ='.
           05  CYL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07)  VALUE ' ORIG ='.
           05  CYL-ORIG-EDIT           PIC X(22).
           05  FILLER                  PIC X(07)  VALUE ' BASE ='.
           05  CYL-BASE-EDIT           PIC X(17).
           05  FILLER                  PIC X(06)  VALUE SPACES.

      *> The base currency the limits, totals and ledger hand-off
      *> are stated in, the exchange rates in force on the current
      *> feed's date (reloaded at every feed header, since each
      *> source carries its own feed date), and the current
      *> detail's currency and its value converted to base.
       01  WS-CURRENCY-CONTROL.
           05  WS-BASE-CURRENCY        PIC X(03)  VALUE 'USD'.
           05  WS-DETAIL-CURRENCY      PIC X(03)  VALUE SPACES.
           05  WS-CONVERSION-RATE      PIC 9(05)V9(06) VALUE ZERO.
           05  WS-CONVERTED-WORK       PIC S9(13)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-BASE-VALUE           PIC S9(07)V9(05) VALUE ZERO.
           05  WS-CURR-REJECT-TEXT     PIC X(30)  VALUE SPACES.
           05  WS-CURR-VALID-SWITCH    PIC X(01)  VALUE 'Y'.
               88  CURRENCY-IS-VALID              VALUE 'Y'.
               88  CURRENCY-IS-INVALID            VALUE 'N'.
           05  WS-RATE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  RATE-FILE-EOF                  VALUE 'Y'.
               88  RATE-FILE-NOT-EOF              VALUE 'N'.
           05  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
               88  RATE-ENTRY-FOUND               VALUE 'Y'.
               88  RATE-ENTRY-NOT-FOUND           VALUE 'N'.
           05  WS-CURRENCY-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  CURRENCY-ENTRY-FOUND           VALUE 'Y'.
               88  CURRENCY-ENTRY-NOT-FOUND       VALUE 'N'.

      *> One entry per currency on the exchange rate file: the rate
      *> in force on the feed date, or a zero rate when every record
      *> for the currency starts after it.
       01  WS-RATE-TABLE.
           05  WS-RATE-USED            PIC 9(02)  VALUE ZERO COMP.
           05  WS-RATE-ENTRY           OCCURS 20 TIMES.
               10  WS-RT-CURRENCY      PIC X(03).
               10  WS-RT-EFFECTIVE-DATE PIC 9(08).
               10  WS-RT-RATE          PIC 9(05)V9(06).
       01  WS-RATE-SUB                 PIC 9(02)  VALUE ZERO COMP.

      *> One entry per distinct reject reason code seen this run,
      *> for the control report's rejects-by-reason section.
       01  WS-REJECT-REASON-TABLE.
           05  WS-SOURCE-MASTER-SWITCH PIC X(01)  VALUE 'N'.
               88  SOURCE-MASTER-IN-USE            VALUE 'Y'.
               88  SOURCE-MASTER-NOT-IN-USE        VALUE 'N'.
           05  WS-HOLIDAY-CAL-SWITCH   PIC X(01)  VALUE 'N'.
               88  HOLIDAY-CAL-IN-USE              VALUE 'Y'.
               88  HOLIDAY-CAL-NOT-IN-USE          VALUE 'N'.
           05  WS-TRUNC-POLICY         PIC X(01)  VALUE 'A'.
               88  TRUNC-POLICY-REJECT             VALUE 'R'.
               88  TRUNC-POLICY-ROUND              VALUE 'H'.
           05  WS-PERIOD-CONTROL-STATUS PIC X(02).
           05  WS-RUN-STATUS-STATUS    PIC X(02).
           05  WS-SOURCE-MASTER-STATUS PIC X(02).
           05  WS-XRATE-STATUS         PIC X(02).
           05  WS-HOLIDAY-CAL-STATUS   PIC X(02).
           05  WS-DUP-HOLD-STATUS      PIC X(02).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE             PIC 9(08).
                                                         COMP-3.
           05  WS-SRC-DETAIL-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-SRC-REJECT-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-SRC-HELD-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-SRC-BALANCE-FLAG     PIC X(01)  VALUE 'Y'.
               88  SOURCE-IN-BALANCE              VALUE 'Y'.
               88  SOURCE-OUT-OF-BALANCE          VALUE 'N'.
               10  WS-ST-RECORDS       PIC 9(09).
               10  WS-ST-DETAILS       PIC 9(07).
               10  WS-ST-REJECTS       PIC 9(07).
               10  WS-ST-HELD          PIC 9(07).
               10  WS-ST-BALANCED      PIC X(01).
       01  WS-SOURCE-SUB               PIC 9(02)  VALUE ZERO COMP.

           05  WS-FEED-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-SOURCE-SYSTEM        PIC X(08)  VALUE SPACES.
           05  WS-TRL-EXPECTED-COUNT   PIC 9(09)  VALUE ZERO.
           05  WS-TRL-HASH-TOTAL       PIC S9(13)V9(5) VALUE ZERO
                                                          COMP-3.

      *> What is actually on the ledger interface extract, counted
      *> and hashed on successful writes only - and, on a restart,
      *> Calendar work fields for the feed-gap check: the prior
      *> business day is the feed date backed up one day, then backed
      *> past any Saturday or Sunday (Zeller's congruence gives the
      *> day of week) and any scheduled holiday on the holiday
      *> calendar. The holidays stepped over are counted, and the
      *> latest kept, so the log can say why no feed was due.
       01  WS-FEED-GAP-CONTROL.
           05  WS-PRIOR-BUSINESS-DATE  PIC 9(08)  VALUE ZERO.
           05  WS-HOLIDAYS-PASSED      PIC 9(02)  VALUE ZERO COMP.
           05  WS-LAST-HOLIDAY-DATE    PIC 9(08)  VALUE ZERO.
           05  WS-LAST-HOLIDAY-DESC    PIC X(30)  VALUE SPACES.
           05  WS-BUSINESS-DAY-SWITCH  PIC X(01)  VALUE 'N'.
               88  DAY-IS-BUSINESS-DAY            VALUE 'Y'.
               88  DAY-IS-NON-PROCESSING          VALUE 'N'.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
               10  WS-WORK-MONTH       PIC 9(02).
           05  CSL-SOURCE              PIC X(08).
           05  FILLER                  PIC X(06)  VALUE ' FEED '.
           05  CSL-FEED-DATE           PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE ' READ='.
           05  CSL-READ-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' DET='.
           05  CSL-DETAIL-EDIT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' REJ='.
           05  CSL-REJECT-EDIT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' HLD='.
           05  CSL-HELD-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE ' BAL '.
           05  CSL-BALANCED            PIC X(03).

       01  WS-CTL-CURRENCY-HEADING.
           05  FILLER                  PIC X(35)  VALUE
               'TOTALS BY CURRENCY - BASE CURRENCY '.
           05  CCH-BASE-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(42)  VALUE SPACES.

       01  WS-CTL-REASON-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.

       01  WS-CTL-BALANCE-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
               'RECORDS READ ='.
           05  CBL-READ-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)  VALUE ' DETAILS ='.
           05  CBL-DETAIL-EDIT         PIC ZZZ,ZZ9.
               88  ORPHAN-DATA-REPORTED           VALUE 'Y'.
               88  ORPHAN-DATA-NOT-REPORTED       VALUE 'N'.

      *> The duplicate check's reach and the current account's
      *> postings within it. The window starts PARM-DUPLICATE-WINDOW
      *> days before the run date (five when the card leaves it
      *> blank); the account's value master records from then on
      *> are loaded when the account changes, and each value posted
      *> tonight is added as it is written, so a repeat within the
      *> night is caught as well as one posted on an earlier night.
       01  WS-DUPLICATE-CONTROL.
           05  WS-DUP-WINDOW-DAYS      PIC 9(02)  VALUE 5.
           05  WS-DUP-WINDOW-START     PIC 9(08)  VALUE ZERO.
           05  WS-DUP-HISTORY-ACCOUNT  PIC X(08)  VALUE LOW-VALUES.
           05  WS-DUP-HISTORY-USED     PIC 9(03)  VALUE ZERO COMP.
           05  WS-DUP-MATCH-SUB        PIC 9(03)  VALUE ZERO COMP.
           05  WS-DUP-HISTORY-SWITCH   PIC X(01)  VALUE 'N'.
               88  DUP-HISTORY-EOF                VALUE 'Y'.
               88  DUP-HISTORY-NOT-EOF            VALUE 'N'.
           05  WS-DUP-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
               88  DUPLICATE-FOUND                VALUE 'Y'.
               88  DUPLICATE-NOT-FOUND            VALUE 'N'.
           05  WS-DUP-FULL-SWITCH      PIC X(01)  VALUE 'N'.
               88  DUP-HISTORY-FULL-REPORTED      VALUE 'Y'.
               88  DUP-HISTORY-FULL-NOT-REPORTED  VALUE 'N'.
           05  WS-DUP-HISTORY-ENTRY    OCCURS 200 TIMES.
               10  WS-DUP-RUN-DATE     PIC 9(08).
               10  WS-DUP-RECORD-NO    PIC 9(07).
               10  WS-DUP-SOURCE       PIC X(08).
               10  WS-DUP-FEED-DATE    PIC 9(08).
               10  WS-DUP-CURRENCY     PIC X(03).
               10  WS-DUP-ORIG-AMOUNT  PIC S9(07)V9(05) COMP-3.
               10  WS-DUP-BASE-VALUE   PIC S9(07)V9(05) COMP-3.
               10  WS-DUP-VALUE-CLASS  PIC X(01).
       01  WS-DUP-SUB                  PIC 9(03)  VALUE ZERO COMP.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
           PERFORM 1050-READ-FORMAT-PARM THRU 1050-EXIT.
           PERFORM 1060-READ-PARM-MASTER THRU 1060-EXIT.
           PERFORM 1080-READ-PERIOD-CONTROL THRU 1080-EXIT.
           PERFORM 1190-SET-DUPLICATE-WINDOW THRU 1190-EXIT.
           MOVE WS-FORMAT-CODE  TO FE-FORMAT-CODE.
           MOVE WS-TRUNC-POLICY TO FE-TRUNC-POLICY.
           MOVE WS-X-LOW-LIMIT  TO FE-LOW-LIMIT.
                           MOVE PARM-PARTITION-COUNT
                               TO WS-PARTITION-COUNT
                       END-IF
                       IF PARM-DUPLICATE-WINDOW NOT = SPACES
                           IF PARM-DUPLICATE-WINDOW NUMERIC
                               MOVE PARM-DUPLICATE-WINDOW
                                   TO WS-DUP-WINDOW-DAYS
                           ELSE
                               DISPLAY 'FATAL - DUPLICATE WINDOW '
                                   PARM-DUPLICATE-WINDOW
                                   ' ON PARM CARD NOT NUMERIC'
                                   UPON CONSOLE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *> record whose effective date is the greatest one on or
      *> before the run date: its format code, checkpoint interval
      *> and range limits replace the parm card format code and
      *> the historic hardcoded values, and its base currency
      *> (USD on records saved before it was carried) is the one
      *> foreign amounts are converted to. No master at all keeps the
      *> defaults, so sites not yet on the master run as before; a
      *> master whose selected record fails validation is fatal
      *> rather than silently defaulted.
      *> 1070-SELECT-MASTER-RECORD - read the next master record,
      *> keeping the one with the greatest effective date on or
      *> before the run date; a later record with the same date
      *> supersedes an earlier one. A change still pending a
      *> second supervisor's approval, or rejected, is passed by.
      *> --------------------------------------------------------
       1070-SELECT-MASTER-RECORD.
           READ PARAMETER-MASTER-FILE
               NOT AT END
                   IF PM-EFFECTIVE-DATE <= WS-RUN-START-DATE
                       AND PM-EFFECTIVE-DATE >= WS-PM-BEST-DATE
                       AND PARM-RECORD-IN-FORCE
                       MOVE PM-EFFECTIVE-DATE TO WS-PM-BEST-DATE
                       MOVE PM-FORMAT-CODE TO WS-FORMAT-CODE
                       MOVE PM-CHECKPOINT-INTERVAL
                           TO WS-CHECKPOINT-INTERVAL
                       MOVE PM-LOW-LIMIT   TO WS-X-LOW-LIMIT
                       MOVE PM-HIGH-LIMIT  TO WS-X-HIGH-LIMIT
                       IF PM-BASE-CURRENCY = SPACES
                           MOVE 'USD' TO WS-BASE-CURRENCY
                       ELSE
                           MOVE PM-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
                       SET PARM-MASTER-FOUND TO TRUE
                   END-IF
           END-READ.
               SET ACCT-MASTER-IN-USE TO TRUE
           END-IF.

      *> Sites not yet carrying a holiday calendar take every
      *> weekday as a business day, as before; only a real I/O
      *> error on the open is fatal.
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

      *> A suspected duplicate is held on the duplicate-hold file
      *> instead of being posted, so the file is as necessary as the
      *> audit file: without it a held detail would be lost. It is
      *> created on first use.
           OPEN I-O DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS = '35'
               OPEN OUTPUT DUPLICATE-HOLD-FILE
           END-IF.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD OPEN FAILED, STATUS = '
                   WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The feed register is the only control that can stop a
      *> re-transmitted feed - it balances cleanly against its own
      *> trailer - so losing it is as fatal as losing the audit file.
                   MOVE ZERO TO WS-CKPT-LAST-REC-NO
               ELSE
                   IF WS-CHECKPOINT-STATUS NOT = '00'
                       DISPLAY 'FATAL - CHECKPOINT FILE OPEN FAILED, '
                           'STATUS = ' WS-CHECKPOINT-STATUS UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CKPT-MIN-VALUE     TO WS-MIN-VALUE
                   MOVE CKPT-MAX-VALUE     TO WS-MAX-VALUE
                   MOVE CKPT-REJECT-COUNT  TO WS-REJECT-COUNT
                   IF CKPT-HELD-COUNT NUMERIC
                       MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                   END-IF
                   MOVE CKPT-TRUNCATION-COUNT TO WS-TRUNCATION-COUNT
                   MOVE CKPT-CHECKPOINT-COUNT TO WS-CHECKPOINT-COUNT
                   MOVE CKPT-REASON-USED   TO WS-REASON-USED
                   MOVE ZERO TO WS-CLASS-SUB
                   PERFORM 1185-RESTORE-CLASS-ENTRY THRU 1185-EXIT
                       UNTIL WS-CLASS-SUB >= 4
                   MOVE ZERO TO WS-CURRENCY-USED
                   IF CKPT-CURRENCY-USED NUMERIC
                       MOVE ZERO TO WS-CURRENCY-SUB
                       PERFORM 1187-RESTORE-CURRENCY-ENTRY
                           THRU 1187-EXIT
                           UNTIL WS-CURRENCY-SUB
                              >= CKPT-CURRENCY-USED
                   END-IF
           END-READ.
       1170-EXIT.
           EXIT.
       1185-EXIT.
           EXIT.

      *> Checkpoints written before the currency entries existed
      *> carry spaces there and restore none.
       1187-RESTORE-CURRENCY-ENTRY.
           ADD 1 TO WS-CURRENCY-SUB.
           MOVE WS-CURRENCY-SUB TO WS-CURRENCY-USED.
           MOVE CKPT-CT-CURRENCY   (WS-CURRENCY-SUB)
               TO WS-CT-CURRENCY   (WS-CURRENCY-SUB).
           MOVE CKPT-CT-COUNT      (WS-CURRENCY-SUB)
               TO WS-CT-COUNT      (WS-CURRENCY-SUB).
           MOVE CKPT-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               TO WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB).
           MOVE CKPT-CT-BASE-TOTAL (WS-CURRENCY-SUB)
               TO WS-CT-BASE-TOTAL (WS-CURRENCY-SUB).
       1187-EXIT.
           EXIT.

       1180-RESTORE-REASON-ENTRY.
           ADD 1 TO WS-REASON-SUB.
           MOVE CKPT-REASON-CODE  (WS-REASON-SUB)
       1180-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1190-SET-DUPLICATE-WINDOW - date the duplicate check's
      *> look-back starts from: the run date backed the parm
      *> card's window in calendar days, so a window of 00 reaches
      *> no further back than the run date itself
      *> --------------------------------------------------------
       1190-SET-DUPLICATE-WINDOW.
           MOVE WS-RUN-START-DATE TO WS-WORK-DATE-N.
           PERFORM 2045-BACK-ONE-DAY THRU 2045-EXIT
               WS-DUP-WINDOW-DAYS TIMES.
           MOVE WS-WORK-DATE-N TO WS-DUP-WINDOW-START.
       1190-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-PROCESS-EXTRACT - dispatch one extract record on its
      *> record type: capture the header and trailer control
      *> out a prior source left dangling without its trailer and
      *> the account still accumulating under it, keep the new
      *> feed's date and source system, check the feed register,
      *> put the source's own range limits in force, and load the
      *> exchange rates in force on the feed date
      *> --------------------------------------------------------
       2010-CAPTURE-HEADER.
           IF HEADER-SEEN
               PERFORM 2035-WRITE-INTERFACE-HEADER THRU 2035-EXIT
           END-IF.
           PERFORM 2038-SET-SOURCE-LIMITS THRU 2038-EXIT.
           PERFORM 2036-LOAD-EXCHANGE-RATES THRU 2036-EXIT.
       2010-EXIT.
           EXIT.

       2038-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2036-LOAD-EXCHANGE-RATES - read the dated exchange rate
      *> file into the rate table, keeping for each currency the
      *> rate with the greatest effective date on or before the
      *> feed date (the last such record when a date appears more
      *> than once). A site without a rate file runs base currency
      *> only: every foreign detail rejects. A rate record that is
      *> not a usable rate is reported and left out.
      *> --------------------------------------------------------
       2036-LOAD-EXCHANGE-RATES.
           MOVE ZERO TO WS-RATE-USED.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-XRATE-STATUS = '35'
               GO TO 2036-EXIT
           END-IF.
           IF WS-XRATE-STATUS NOT = '00'
               DISPLAY 'FATAL - EXCHANGE RATE FILE OPEN FAILED, '
                   'STATUS = ' WS-XRATE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET RATE-FILE-NOT-EOF TO TRUE.
           PERFORM 2037-SELECT-RATE-RECORD THRU 2037-EXIT
               UNTIL RATE-FILE-EOF.
           CLOSE EXCHANGE-RATE-FILE.
       2036-EXIT.
           EXIT.

       2037-SELECT-RATE-RECORD.
           READ EXCHANGE-RATE-FILE
               AT END
                   SET RATE-FILE-EOF TO TRUE
                   GO TO 2037-EXIT
           END-READ.
           IF XR-CURRENCY-CODE = SPACES
               OR XR-EFFECTIVE-DATE NOT NUMERIC
               OR XR-RATE NOT NUMERIC
               DISPLAY 'WARNING - UNUSABLE EXCHANGE RATE RECORD FOR '
                   XR-CURRENCY-CODE ' IGNORED' UPON CONSOLE
               GO TO 2037-EXIT
           END-IF.
           IF XR-RATE = ZERO
               DISPLAY 'WARNING - UNUSABLE EXCHANGE RATE RECORD FOR '
                   XR-CURRENCY-CODE ' IGNORED' UPON CONSOLE
               GO TO 2037-EXIT
           END-IF.
           MOVE XR-CURRENCY-CODE TO WS-DETAIL-CURRENCY.
           PERFORM 2096-FIND-RATE-ENTRY THRU 2096-EXIT.
           IF RATE-ENTRY-NOT-FOUND
               IF WS-RATE-USED >= 20
                   DISPLAY 'WARNING - EXCHANGE RATE TABLE FULL, '
                       'CURRENCY ' XR-CURRENCY-CODE ' NOT LOADED'
                       UPON CONSOLE
                   GO TO 2037-EXIT
               END-IF
               ADD 1 TO WS-RATE-USED
               MOVE WS-RATE-USED     TO WS-RATE-SUB
               MOVE XR-CURRENCY-CODE TO WS-RT-CURRENCY (WS-RATE-SUB)
               MOVE ZERO TO WS-RT-EFFECTIVE-DATE (WS-RATE-SUB)
               MOVE ZERO TO WS-RT-RATE (WS-RATE-SUB)
           END-IF.
           IF XR-EFFECTIVE-DATE <= WS-FEED-DATE
               AND XR-EFFECTIVE-DATE
                   >= WS-RT-EFFECTIVE-DATE (WS-RATE-SUB)
               MOVE XR-EFFECTIVE-DATE
                   TO WS-RT-EFFECTIVE-DATE (WS-RATE-SUB)
               MOVE XR-RATE TO WS-RT-RATE (WS-RATE-SUB)
           END-IF.
       2037-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2035-WRITE-INTERFACE-HEADER - frame the ledger interface
      *> extract with its header once the feed header has told us
      *> already on the register was processed to a clean end of
      *> job, so this file is a re-transmission and running it
      *> would double-post the whole night: abort before any
      *> detail is processed. A feed FEED-REVERSAL-PROGRAM has
      *> since backed out is no longer processed to end of job,
      *> so its corrected re-send runs. A feed whose prior
      *> business day is not on the register from the same source
      *> looks like a missed transmission, which the operator
      *> should see but which is not this feed's fault. A
      *> scheduled holiday is not a business day, so no feed is
      *> looked for on it; the log notes the day passed over.
      *>
      *> The register records whole feeds, and every slice of a
      *> partitioned run carries a copy of the same header - so a
               STOP RUN
           END-IF.
           PERFORM 2040-PRIOR-BUSINESS-DAY THRU 2040-EXIT.
           IF WS-HOLIDAYS-PASSED > ZERO
               DISPLAY 'NOTE - ' WS-LAST-HOLIDAY-DATE ' ('
                   WS-LAST-HOLIDAY-DESC ') IS A SCHEDULED '
                   'NON-PROCESSING DAY - NO FEED DUE FROM '
                   WS-SOURCE-SYSTEM UPON CONSOLE
           END-IF.
           MOVE WS-PRIOR-BUSINESS-DATE TO FR-FEED-DATE.
           MOVE WS-SOURCE-SYSTEM       TO FR-SOURCE-SYSTEM.
           READ FEED-REGISTER-FILE
      *> --------------------------------------------------------
      *> 2040-PRIOR-BUSINESS-DAY - back the feed date up one
      *> calendar day, then keep backing until the day of week is
      *> Monday through Friday and the day is not a scheduled
      *> holiday
      *> --------------------------------------------------------
       2040-PRIOR-BUSINESS-DAY.
           MOVE WS-FEED-DATE TO WS-WORK-DATE-N.
           MOVE ZERO TO WS-HOLIDAYS-PASSED.
           PERFORM 2042-BACK-PAST-NON-PROCESSING THRU 2042-EXIT.
           PERFORM 2042-BACK-PAST-NON-PROCESSING THRU 2042-EXIT
               UNTIL DAY-IS-BUSINESS-DAY.
           MOVE WS-WORK-DATE-N TO WS-PRIOR-BUSINESS-DATE.
       2040-EXIT.
           EXIT.

       2042-BACK-PAST-NON-PROCESSING.
           PERFORM 2045-BACK-ONE-DAY THRU 2045-EXIT.
           PERFORM 2047-DAY-OF-WEEK THRU 2047-EXIT.
           SET DAY-IS-NON-PROCESSING TO TRUE.
           IF DAY-IS-A-WEEKDAY
               SET DAY-IS-BUSINESS-DAY TO TRUE
               PERFORM 2048-CHECK-HOLIDAY-CALENDAR THRU 2048-EXIT
           END-IF.
       2042-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2048-CHECK-HOLIDAY-CALENDAR - a weekday scheduled on the
      *> holiday calendar is a non-processing day
      *> --------------------------------------------------------
       2048-CHECK-HOLIDAY-CALENDAR.
           IF HOLIDAY-CAL-NOT-IN-USE
               GO TO 2048-EXIT
           END-IF.
           MOVE WS-WORK-DATE-N TO HC-HOLIDAY-DATE.
           READ HOLIDAY-CALENDAR-FILE
               INVALID KEY
                   GO TO 2048-EXIT
           END-READ.
           IF WS-HOLIDAY-CAL-STATUS = '00'
               AND HOLIDAY-IS-SCHEDULED
               SET DAY-IS-NON-PROCESSING TO TRUE
               ADD 1 TO WS-HOLIDAYS-PASSED
               IF WS-HOLIDAYS-PASSED = 1
                   MOVE WS-WORK-DATE-N TO WS-LAST-HOLIDAY-DATE
                   MOVE HC-DESCRIPTION TO WS-LAST-HOLIDAY-DESC
               END-IF
           END-IF.
       2048-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2045-BACK-ONE-DAY - back the work date up one calendar
      *> day, rolling the month and year and giving February its
      *> closed source's identity and limits it would post to the
      *> wrong source everywhere. The run is marked out of balance
      *> instead, so the orphan feed can be re-sent whole.
      *> A foreign-currency value is converted to the base currency
      *> before the engine applies the range limits, so the limits
      *> always speak base currency; a currency that is unknown or
      *> has no rate on the feed date is rejected.
      *> A value the engine accepts that repeats one already posted
      *> to the account is held on the duplicate-hold file for the
      *> floor instead of being posted.
      *> --------------------------------------------------------
       2050-PROCESS-DETAIL.
           IF HEADER-SEEN
               PERFORM 2540-WRITE-CLAS-REJECT THRU 2540-EXIT
               GO TO 2050-CHECKPOINT
           END-IF.
           PERFORM 2095-CONVERT-TO-BASE THRU 2095-EXIT.
           IF CURRENCY-IS-INVALID
               PERFORM 2545-WRITE-CURR-REJECT THRU 2545-EXIT
               GO TO 2050-CHECKPOINT
           END-IF.
           IF EX-SEQUENCE-NO NUMERIC
               AND EX-SEQUENCE-NO > ZERO
               MOVE EX-SEQUENCE-NO TO WS-SOURCE-RECORD-NO
               PERFORM 2520-WRITE-TRNC-REJECT THRU 2520-EXIT
               GO TO 2050-CHECKPOINT
           END-IF.
           PERFORM 2160-CHECK-DUPLICATE THRU 2160-EXIT.
           IF DUPLICATE-FOUND
               PERFORM 2170-WRITE-DUPLICATE-HOLD THRU 2170-EXIT
               GO TO 2050-CHECKPOINT
           END-IF.
           MOVE FE-RESULT-VALUE TO X.
           PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
           PERFORM 2250-WRITE-VALUE-MASTER THRU 2250-EXIT.
           PERFORM 2180-NOTE-POSTED-VALUE THRU 2180-EXIT.
           PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
           PERFORM 2350-WRITE-INTERFACE-DETAIL THRU 2350-EXIT.
       2050-CHECKPOINT.
      *> call a rejecting pre-abort portion clean. Each skipped
      *> record is classified by re-applying the live path's
      *> verdicts without their side effects: record type, account
      *> master, value class, currency, the source's range limits
      *> against the converted value, and the truncation policy.
      *> A record that passes them all was either posted or held as
      *> a suspected duplicate; the hold file, keyed the way the
      *> live path wrote it, says which.
      *> --------------------------------------------------------
       2052-TALLY-SKIPPED-RECORD.
           IF NOT EXTRACT-DETAIL-RECORD
               ADD 1 TO WS-SRC-REJECT-COUNT
               GO TO 2052-EXIT
           END-IF.
           PERFORM 2095-CONVERT-TO-BASE THRU 2095-EXIT.
           IF CURRENCY-IS-INVALID
               ADD 1 TO WS-SRC-REJECT-COUNT
               GO TO 2052-EXIT
           END-IF.
           IF WS-BASE-VALUE > FE-HIGH-LIMIT
               OR WS-BASE-VALUE < FE-LOW-LIMIT
               ADD 1 TO WS-SRC-REJECT-COUNT
               GO TO 2052-EXIT
           END-IF.
           MOVE WS-BASE-VALUE TO X.
           IF WS-BASE-VALUE NOT = X
               AND TRUNC-POLICY-REJECT
               ADD 1 TO WS-SRC-REJECT-COUNT
               GO TO 2052-EXIT
           END-IF.
           IF EX-SEQUENCE-NO NUMERIC
               AND EX-SEQUENCE-NO > ZERO
               MOVE EX-SEQUENCE-NO TO WS-SOURCE-RECORD-NO
           ELSE
               MOVE WS-RECORD-COUNT TO WS-SOURCE-RECORD-NO
           END-IF.
           MOVE WS-RUN-START-DATE   TO DH-HOLD-DATE.
           MOVE WS-SOURCE-SYSTEM    TO DH-SOURCE-SYSTEM.
           MOVE WS-FEED-DATE        TO DH-FEED-DATE.
           MOVE WS-SOURCE-RECORD-NO TO DH-RECORD-NO.
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DUP-HOLD-STATUS = '00'
               AND DH-ACCOUNT-ID = EX-ACCOUNT-ID
               ADD 1 TO WS-SRC-HELD-COUNT
               GO TO 2052-EXIT
           END-IF.
           ADD 1 TO WS-SRC-DETAIL-COUNT.
       2052-EXIT.
           EXIT.
      *> --------------------------------------------------------
      *> 2090-WRITE-PTD-MASTER - roll the closed account's night
      *> into the period-to-date master, one record per account
      *> per feed per night under the current period. A restart
      *> that breaks the same account again supersedes the aborted
      *> run's record rather than doubling it.
      *> --------------------------------------------------------
       2090-WRITE-PTD-MASTER.
           MOVE SPACES               TO PTD-MASTER-RECORD.
           MOVE WS-CURRENT-ACCOUNT   TO PT-ACCOUNT-ID.
           MOVE WS-RUN-START-DATE    TO PT-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM     TO PT-SOURCE-SYSTEM.
           MOVE WS-FEED-DATE         TO PT-FEED-DATE.
           MOVE WS-ACCT-DETAIL-COUNT TO PT-DETAIL-COUNT.
           MOVE WS-ACCT-TOTAL        TO PT-TOTAL.
           MOVE WS-ACCT-MIN-VALUE    TO PT-MIN-VALUE.
           EXIT.

      *> --------------------------------------------------------
      *> 2095-CONVERT-TO-BASE - state the detail's value in the
      *> base currency: a blank or base currency code passes the
      *> value through as it stands, any other is multiplied by
      *> its rate in force on the feed date, rounded to the
      *> extract's five places. A product too large for the value
      *> field is beyond every range limit, so it is held at the
      *> field's maximum and the engine rejects it as an overflow.
      *> --------------------------------------------------------
       2095-CONVERT-TO-BASE.
           SET CURRENCY-IS-VALID TO TRUE.
           IF EX-CURRENCY-CODE = SPACES
               OR EX-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-DETAIL-CURRENCY
               MOVE 1                TO WS-CONVERSION-RATE
               MOVE EX-VALUE         TO WS-BASE-VALUE
               GO TO 2095-EXIT
           END-IF.
           MOVE EX-CURRENCY-CODE TO WS-DETAIL-CURRENCY.
           PERFORM 2096-FIND-RATE-ENTRY THRU 2096-EXIT.
           IF RATE-ENTRY-NOT-FOUND
               SET CURRENCY-IS-INVALID TO TRUE
               MOVE 'UNKNOWN CURRENCY CODE' TO WS-CURR-REJECT-TEXT
               GO TO 2095-EXIT
           END-IF.
           IF WS-RT-RATE (WS-RATE-SUB) = ZERO
               SET CURRENCY-IS-INVALID TO TRUE
               MOVE 'NO EXCHANGE RATE FOR FEED DATE'
                   TO WS-CURR-REJECT-TEXT
               GO TO 2095-EXIT
           END-IF.
           MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-CONVERSION-RATE.
           COMPUTE WS-CONVERTED-WORK ROUNDED
               = EX-VALUE * WS-CONVERSION-RATE.
           IF WS-CONVERTED-WORK > 9999999.99999
               MOVE 9999999.99999 TO WS-BASE-VALUE
           ELSE
               IF WS-CONVERTED-WORK < -9999999.99999
                   MOVE -9999999.99999 TO WS-BASE-VALUE
               ELSE
                   MOVE WS-CONVERTED-WORK TO WS-BASE-VALUE
               END-IF
           END-IF.
       2095-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2096-FIND-RATE-ENTRY - look WS-DETAIL-CURRENCY up on the
      *> rate table, leaving WS-RATE-SUB on its entry when found
      *> --------------------------------------------------------
       2096-FIND-RATE-ENTRY.
           SET RATE-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM 2097-TEST-RATE-ENTRY THRU 2097-EXIT
               UNTIL RATE-ENTRY-FOUND
                  OR WS-RATE-SUB >= WS-RATE-USED.
       2096-EXIT.
           EXIT.

       2097-TEST-RATE-ENTRY.
           ADD 1 TO WS-RATE-SUB.
           IF WS-RT-CURRENCY (WS-RATE-SUB) = WS-DETAIL-CURRENCY
               SET RATE-ENTRY-FOUND TO TRUE
           END-IF.
       2097-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-INVOKE-FORMAT-ENGINE - hand the base-currency value to
      *> the shared validate/format engine, which applies the range
      *> check, the truncation policy and the US/EU editing in the
      *> one place those rules live for batch and online alike
      *> --------------------------------------------------------
       2100-INVOKE-FORMAT-ENGINE.
           MOVE WS-BASE-VALUE TO FE-INPUT-VALUE.
           CALL 'FORMAT-ENGINE-PROGRAM' USING FORMAT-ENGINE-AREA.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2160-CHECK-DUPLICATE - a detail that has passed every
      *> other check is compared with what its account was posted
      *> within the duplicate window - earlier tonight or on the
      *> value master from an earlier night. The same source, value
      *> class, currency and amount is a suspected duplicate; the
      *> value master's own record of this very detail, posted
      *> before a restart, is not. A detail the floor has already
      *> released from hold is posted without the check, but still
      *> joins the history so a third copy would be caught.
      *> --------------------------------------------------------
       2160-CHECK-DUPLICATE.
           SET DUPLICATE-NOT-FOUND TO TRUE.
           IF EX-ACCOUNT-ID NOT = WS-DUP-HISTORY-ACCOUNT
               PERFORM 2165-LOAD-ACCOUNT-HISTORY THRU 2165-EXIT
           END-IF.
           IF DETAIL-RELEASED-FROM-HOLD
               GO TO 2160-EXIT
           END-IF.
           MOVE ZERO TO WS-DUP-SUB.
           PERFORM 2167-TEST-HISTORY-ENTRY THRU 2167-EXIT
               UNTIL WS-DUP-SUB >= WS-DUP-HISTORY-USED
                  OR DUPLICATE-FOUND.
       2160-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2165-LOAD-ACCOUNT-HISTORY - read the new account's value
      *> master records through the account alternate key and keep
      *> those posted on or after the start of the window. A master
      *> that could not be opened, or holds nothing for the account
      *> yet, leaves the history empty.
      *> --------------------------------------------------------
       2165-LOAD-ACCOUNT-HISTORY.
           MOVE EX-ACCOUNT-ID TO WS-DUP-HISTORY-ACCOUNT.
           MOVE ZERO TO WS-DUP-HISTORY-USED.
           SET DUP-HISTORY-FULL-NOT-REPORTED TO TRUE.
           SET DUP-HISTORY-NOT-EOF TO TRUE.
           MOVE EX-ACCOUNT-ID TO VM-ACCOUNT-ID.
           START VALUE-MASTER-FILE KEY IS = VM-ACCOUNT-ID
               INVALID KEY
                   SET DUP-HISTORY-EOF TO TRUE
           END-START.
           IF WS-VALUE-MASTER-STATUS NOT = '00'
               GO TO 2165-EXIT
           END-IF.
           PERFORM 2166-READ-HISTORY-RECORD THRU 2166-EXIT
               UNTIL DUP-HISTORY-EOF.
       2165-EXIT.
           EXIT.

       2166-READ-HISTORY-RECORD.
           READ VALUE-MASTER-FILE NEXT RECORD
               AT END
                   SET DUP-HISTORY-EOF TO TRUE
           END-READ.
           IF DUP-HISTORY-EOF
               GO TO 2166-EXIT
           END-IF.
           IF (WS-VALUE-MASTER-STATUS NOT = '00'
                   AND WS-VALUE-MASTER-STATUS NOT = '02')
               OR VM-ACCOUNT-ID NOT = WS-DUP-HISTORY-ACCOUNT
               SET DUP-HISTORY-EOF TO TRUE
               GO TO 2166-EXIT
           END-IF.
           IF VM-RUN-DATE < WS-DUP-WINDOW-START
               GO TO 2166-EXIT
           END-IF.
           IF WS-DUP-HISTORY-USED >= 200
               PERFORM 2169-REPORT-HISTORY-FULL THRU 2169-EXIT
               SET DUP-HISTORY-EOF TO TRUE
               GO TO 2166-EXIT
           END-IF.
           ADD 1 TO WS-DUP-HISTORY-USED.
           MOVE VM-RUN-DATE
               TO WS-DUP-RUN-DATE    (WS-DUP-HISTORY-USED).
           MOVE VM-RECORD-NO
               TO WS-DUP-RECORD-NO   (WS-DUP-HISTORY-USED).
           MOVE VM-SOURCE-SYSTEM
               TO WS-DUP-SOURCE      (WS-DUP-HISTORY-USED).
           MOVE VM-FEED-DATE
               TO WS-DUP-FEED-DATE   (WS-DUP-HISTORY-USED).
           MOVE VM-ORIG-CURRENCY
               TO WS-DUP-CURRENCY    (WS-DUP-HISTORY-USED).
           MOVE VM-ORIG-AMOUNT
               TO WS-DUP-ORIG-AMOUNT (WS-DUP-HISTORY-USED).
           MOVE VM-SOURCE-VALUE
               TO WS-DUP-BASE-VALUE  (WS-DUP-HISTORY-USED).
           MOVE VM-VALUE-CLASS
               TO WS-DUP-VALUE-CLASS (WS-DUP-HISTORY-USED).
       2166-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2167-TEST-HISTORY-ENTRY - compare the detail with one of
      *> the account's earlier postings. A posting made before the
      *> value master carried the stated currency is compared on
      *> its base-currency value instead.
      *> --------------------------------------------------------
       2167-TEST-HISTORY-ENTRY.
           ADD 1 TO WS-DUP-SUB.
           IF WS-DUP-SOURCE (WS-DUP-SUB) NOT = WS-SOURCE-SYSTEM
               OR WS-DUP-VALUE-CLASS (WS-DUP-SUB) NOT = EX-VALUE-CLASS
               GO TO 2167-EXIT
           END-IF.
           IF WS-DUP-FEED-DATE (WS-DUP-SUB) = WS-FEED-DATE
               AND WS-DUP-RECORD-NO (WS-DUP-SUB) = WS-SOURCE-RECORD-NO
               GO TO 2167-EXIT
           END-IF.
           IF WS-DUP-CURRENCY (WS-DUP-SUB) = SPACES
               IF WS-DUP-BASE-VALUE (WS-DUP-SUB) NOT = WS-BASE-VALUE
                   GO TO 2167-EXIT
               END-IF
           ELSE
               IF WS-DUP-CURRENCY (WS-DUP-SUB)
                       NOT = WS-DETAIL-CURRENCY
                   OR WS-DUP-ORIG-AMOUNT (WS-DUP-SUB) NOT = EX-VALUE
                   GO TO 2167-EXIT
               END-IF
           END-IF.
           SET DUPLICATE-FOUND TO TRUE.
           MOVE WS-DUP-SUB TO WS-DUP-MATCH-SUB.
       2167-EXIT.
           EXIT.

       2169-REPORT-HISTORY-FULL.
           IF DUP-HISTORY-FULL-NOT-REPORTED
               DISPLAY 'WARNING - DUPLICATE HISTORY FULL FOR ACCOUNT '
                   WS-DUP-HISTORY-ACCOUNT ', LATER POSTINGS NOT '
                   'COMPARED' UPON CONSOLE
               SET DUP-HISTORY-FULL-REPORTED TO TRUE
           END-IF.
       2169-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2170-WRITE-DUPLICATE-HOLD - hold the suspected duplicate
      *> for the floor instead of posting it, carrying the value
      *> master key and feed date of the posting it repeats. A hold
      *> already on file under the same key is this detail held
      *> before a restart only if it is for the same account and
      *> amount; anything else is a different detail the key
      *> cannot tell apart. A detail that can be neither posted
      *> nor held would be lost, so either failure aborts the run.
      *> --------------------------------------------------------
       2170-WRITE-DUPLICATE-HOLD.
           MOVE SPACES              TO DUPLICATE-HOLD-RECORD.
           MOVE WS-RUN-START-DATE   TO DH-HOLD-DATE.
           MOVE WS-SOURCE-SYSTEM    TO DH-SOURCE-SYSTEM.
           MOVE WS-FEED-DATE        TO DH-FEED-DATE.
           MOVE WS-SOURCE-RECORD-NO TO DH-RECORD-NO.
           MOVE EX-ACCOUNT-ID       TO DH-ACCOUNT-ID.
           MOVE EX-VALUE            TO DH-VALUE.
           MOVE EX-VALUE-CLASS      TO DH-VALUE-CLASS.
           MOVE EX-CURRENCY-CODE    TO DH-CURRENCY-CODE.
           MOVE WS-DUP-RUN-DATE  (WS-DUP-MATCH-SUB)
               TO DH-ORIG-RUN-DATE.
           MOVE WS-DUP-RECORD-NO (WS-DUP-MATCH-SUB)
               TO DH-ORIG-RECORD-NO.
           MOVE WS-DUP-FEED-DATE (WS-DUP-MATCH-SUB)
               TO DH-ORIG-FEED-DATE.
           SET HOLD-ITEM-HELD       TO TRUE.
           MOVE ZERO                TO DH-DECISION-DATE.
           MOVE ZERO                TO DH-CLOSED-DATE.
           WRITE DUPLICATE-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-DUP-HOLD-STATUS = '22'
               PERFORM 2175-CONFIRM-EARLIER-HOLD THRU 2175-EXIT
           END-IF.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD WRITE FAILED, STATUS = '
                   WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-SRC-HELD-COUNT.
       2170-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2175-CONFIRM-EARLIER-HOLD - read back the hold already on
      *> file under this detail's key; the feed date is part of the
      *> key, so the same account and amount make it this detail
      *> held before a restart
      *> --------------------------------------------------------
       2175-CONFIRM-EARLIER-HOLD.
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               GO TO 2175-EXIT
           END-IF.
           IF DH-ACCOUNT-ID NOT = EX-ACCOUNT-ID
               OR DH-VALUE NOT = EX-VALUE
               DISPLAY 'FATAL - DUPLICATE HOLD FOR ' DH-SOURCE-SYSTEM
                   ' FEED ' DH-FEED-DATE ' RECORD ' DH-RECORD-NO
                   ' ALREADY HOLDS ANOTHER DETAIL' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2175-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2180-NOTE-POSTED-VALUE - add the value just posted to the
      *> account's history, so a repeat later tonight is caught
      *> --------------------------------------------------------
       2180-NOTE-POSTED-VALUE.
           IF WS-DUP-HISTORY-USED >= 200
               PERFORM 2169-REPORT-HISTORY-FULL THRU 2169-EXIT
               GO TO 2180-EXIT
           END-IF.
           ADD 1 TO WS-DUP-HISTORY-USED.
           MOVE WS-RUN-DATE
               TO WS-DUP-RUN-DATE    (WS-DUP-HISTORY-USED).
           MOVE WS-SOURCE-RECORD-NO
               TO WS-DUP-RECORD-NO   (WS-DUP-HISTORY-USED).
           MOVE WS-SOURCE-SYSTEM
               TO WS-DUP-SOURCE      (WS-DUP-HISTORY-USED).
           MOVE WS-FEED-DATE
               TO WS-DUP-FEED-DATE   (WS-DUP-HISTORY-USED).
           MOVE WS-DETAIL-CURRENCY
               TO WS-DUP-CURRENCY    (WS-DUP-HISTORY-USED).
           MOVE EX-VALUE
               TO WS-DUP-ORIG-AMOUNT (WS-DUP-HISTORY-USED).
           MOVE WS-BASE-VALUE
               TO WS-DUP-BASE-VALUE  (WS-DUP-HISTORY-USED).
           MOVE EX-VALUE-CLASS
               TO WS-DUP-VALUE-CLASS (WS-DUP-HISTORY-USED).
       2180-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-WRITE-AUDIT - log the source value (in base currency),
      *> the resulting X content and a run timestamp for every value
      *> moved into X, flagging whether the move truncated decimal
      *> places, with the currency and amount the feed stated.
      *> AUDIT-FILE is the compliance record, so a write failure
      *> aborts the run rather than merely being logged.
      *> --------------------------------------------------------
           MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
           MOVE WS-SOURCE-RECORD-NO TO AUD-RECORD-NO.
           MOVE WS-BASE-VALUE      TO AUD-SOURCE-VALUE.
           MOVE X                  TO AUD-RESULT-VALUE.
           MOVE WS-TRUNCATION-FLAG TO AUD-TRUNCATION-FLAG.
           MOVE WS-SOURCE-SYSTEM   TO AUD-SOURCE-SYSTEM.
           MOVE WS-DETAIL-CURRENCY TO AUD-ORIG-CURRENCY.
           MOVE EX-VALUE           TO AUD-ORIG-AMOUNT.
           MOVE WS-FEED-DATE       TO AUD-FEED-DATE.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FATAL - AUDIT FILE WRITE FAILED, STATUS = '
           MOVE SPACES             TO VALUE-MASTER-RECORD.
           MOVE WS-RUN-DATE        TO VM-RUN-DATE.
           MOVE WS-SOURCE-RECORD-NO TO VM-RECORD-NO.
           MOVE WS-BASE-VALUE      TO VM-SOURCE-VALUE.
           MOVE X                  TO VM-STORED-VALUE.
           MOVE WS-TRUNCATION-FLAG TO VM-TRUNCATION-FLAG.
           MOVE WS-FORMAT-CODE     TO VM-FORMAT-CODE.
           MOVE EX-ACCOUNT-ID      TO VM-ACCOUNT-ID.
           MOVE WS-SOURCE-SYSTEM   TO VM-SOURCE-SYSTEM.
           MOVE WS-FEED-DATE       TO VM-FEED-DATE.
           MOVE WS-DETAIL-CURRENCY TO VM-ORIG-CURRENCY.
           MOVE EX-VALUE           TO VM-ORIG-AMOUNT.
           MOVE EX-VALUE-CLASS     TO VM-VALUE-CLASS.
           WRITE VALUE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'WARNING - VALUE MASTER DUPLICATE KEY, '
           MOVE X                  TO GL-STORED-VALUE.
           MOVE WS-RUN-DATE        TO GL-RUN-DATE.
           MOVE WS-SOURCE-RECORD-NO TO GL-RECORD-NO.
           MOVE WS-DETAIL-CURRENCY TO GL-ORIG-CURRENCY.
           MOVE EX-VALUE           TO GL-ORIG-AMOUNT.
           WRITE GL-INTERFACE-RECORD.
           IF WS-INTERFACE-STATUS = '00'
               ADD 1 TO WS-INTF-RECORD-COUNT
               MOVE X TO WS-MAX-VALUE
           END-IF.
           PERFORM 2450-ACCUMULATE-CLASS THRU 2450-EXIT.
           PERFORM 2460-ACCUMULATE-CURRENCY THRU 2460-EXIT.
           ADD 1 TO WS-ACCT-DETAIL-COUNT.
           ADD X TO WS-ACCT-TOTAL.
           IF X < WS-ACCT-MIN-VALUE
       2450-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2460-ACCUMULATE-CURRENCY - roll the accepted value into
      *> its currency's bucket, both as the feed stated it and as
      *> X took it in base currency, adding a table entry the first
      *> time a currency is seen
      *> --------------------------------------------------------
       2460-ACCUMULATE-CURRENCY.
           SET CURRENCY-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 2465-TEST-CURRENCY-ENTRY THRU 2465-EXIT
               UNTIL CURRENCY-ENTRY-FOUND
                  OR WS-CURRENCY-SUB >= WS-CURRENCY-USED.
           IF CURRENCY-ENTRY-NOT-FOUND
               IF WS-CURRENCY-USED < 8
                   ADD 1 TO WS-CURRENCY-USED
                   MOVE WS-CURRENCY-USED TO WS-CURRENCY-SUB
                   MOVE WS-DETAIL-CURRENCY
                       TO WS-CT-CURRENCY   (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-CT-COUNT      (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-CT-BASE-TOTAL (WS-CURRENCY-SUB)
               ELSE
                   DISPLAY 'WARNING - CURRENCY TABLE FULL, '
                       'CURRENCY ' WS-DETAIL-CURRENCY
                       ' NOT BROKEN OUT' UPON CONSOLE
                   GO TO 2460-EXIT
               END-IF
           END-IF.
           ADD 1        TO WS-CT-COUNT      (WS-CURRENCY-SUB).
           ADD EX-VALUE TO WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB).
           ADD X        TO WS-CT-BASE-TOTAL (WS-CURRENCY-SUB).
       2460-EXIT.
           EXIT.

       2465-TEST-CURRENCY-ENTRY.
           ADD 1 TO WS-CURRENCY-SUB.
           IF WS-CT-CURRENCY (WS-CURRENCY-SUB) = WS-DETAIL-CURRENCY
               SET CURRENCY-ENTRY-FOUND TO TRUE
           END-IF.
       2465-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2500-WRITE-REJECT - log an out-of-range value to the
      *> reject file instead of letting it corrupt X
           MOVE EX-VALUE-CLASS    TO REJ-VALUE-CLASS.
           MOVE WS-RUN-START-DATE TO REJ-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM  TO REJ-SOURCE-SYSTEM.
           MOVE EX-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'WARNING - REJECT FILE WRITE FAILED, STATUS = '
           MOVE EX-VALUE-CLASS    TO REJ-VALUE-CLASS.
           MOVE WS-RUN-START-DATE TO REJ-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM  TO REJ-SOURCE-SYSTEM.
           MOVE EX-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'WARNING - REJECT FILE WRITE FAILED, STATUS = '
           MOVE EX-VALUE-CLASS    TO REJ-VALUE-CLASS.
           MOVE WS-RUN-START-DATE TO REJ-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM  TO REJ-SOURCE-SYSTEM.
           MOVE EX-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'WARNING - REJECT FILE WRITE FAILED, STATUS = '
           MOVE EX-VALUE-CLASS    TO REJ-VALUE-CLASS.
           MOVE WS-RUN-START-DATE TO REJ-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM  TO REJ-SOURCE-SYSTEM.
           MOVE EX-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'WARNING - REJECT FILE WRITE FAILED, STATUS = '
       2540-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2545-WRITE-CURR-REJECT - log a detail whose currency is
      *> not on the exchange rate file, or has no rate in force on
      *> the feed date; its amount cannot be stated in base
      *> currency, so no range limit can be applied to it
      *> --------------------------------------------------------
       2545-WRITE-CURR-REJECT.
           MOVE SPACES          TO REJECT-RECORD.
           MOVE EX-ACCOUNT-ID   TO REJ-ACCOUNT-ID.
           MOVE EX-VALUE        TO REJ-VALUE.
           MOVE 'CURR'          TO REJ-REASON-CODE.
           MOVE WS-CURR-REJECT-TEXT
                                TO REJ-REASON-TEXT.
           MOVE EX-VALUE-CLASS    TO REJ-VALUE-CLASS.
           MOVE WS-RUN-START-DATE TO REJ-RUN-DATE.
           MOVE WS-SOURCE-SYSTEM  TO REJ-SOURCE-SYSTEM.
           MOVE EX-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'WARNING - REJECT FILE WRITE FAILED, STATUS = '
                   WS-REJECT-STATUS UPON CONSOLE
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-SRC-REJECT-COUNT.
           ADD 1 TO WS-ACCT-REJECT-COUNT.
           MOVE 'CURR' TO WS-TALLY-REASON-CODE.
           PERFORM 2560-COUNT-REJECT-REASON THRU 2560-EXIT.
           PERFORM 2580-POST-SUSPENSE THRU 2580-EXIT.
       2545-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2550-WRITE-TYPE-REJECT - log a data record whose record
      *> type byte is not 'D'. Its value field is not moved: a
           MOVE REJ-VALUE          TO SP-VALUE.
           MOVE REJ-REASON-CODE    TO SP-REASON-CODE.
           MOVE REJ-SOURCE-SYSTEM  TO SP-SOURCE-SYSTEM.
           MOVE WS-FEED-DATE       TO SP-FEED-DATE.
           SET SUSPENSE-ITEM-OPEN  TO TRUE.
           MOVE ZERO               TO SP-CLEARED-DATE.
           WRITE SUSPENSE-RECORD
           MOVE WS-MIN-VALUE       TO CKPT-MIN-VALUE.
           MOVE WS-MAX-VALUE       TO CKPT-MAX-VALUE.
           MOVE WS-REJECT-COUNT    TO CKPT-REJECT-COUNT.
           MOVE WS-HELD-COUNT      TO CKPT-HELD-COUNT.
           MOVE WS-TRUNCATION-COUNT TO CKPT-TRUNCATION-COUNT.
           MOVE WS-CHECKPOINT-COUNT TO CKPT-CHECKPOINT-COUNT.
           MOVE WS-REASON-USED     TO CKPT-REASON-USED.
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 2625-SAVE-CLASS-ENTRY THRU 2625-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           MOVE WS-CURRENCY-USED TO CKPT-CURRENCY-USED.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 2627-SAVE-CURRENCY-ENTRY THRU 2627-EXIT
               UNTIL WS-CURRENCY-SUB >= 8.
           WRITE CHECKPOINT-RECORD.
           IF WS-CHECKPOINT-STATUS NOT = '00'
               DISPLAY 'WARNING - CHECKPOINT WRITE FAILED, STATUS = '
       2625-EXIT.
           EXIT.

       2627-SAVE-CURRENCY-ENTRY.
           ADD 1 TO WS-CURRENCY-SUB.
           IF WS-CURRENCY-SUB > WS-CURRENCY-USED
               MOVE SPACES TO CKPT-CT-CURRENCY   (WS-CURRENCY-SUB)
               MOVE ZERO   TO CKPT-CT-COUNT      (WS-CURRENCY-SUB)
               MOVE ZERO   TO CKPT-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               MOVE ZERO   TO CKPT-CT-BASE-TOTAL (WS-CURRENCY-SUB)
           ELSE
               MOVE WS-CT-CURRENCY   (WS-CURRENCY-SUB)
                   TO CKPT-CT-CURRENCY   (WS-CURRENCY-SUB)
               MOVE WS-CT-COUNT      (WS-CURRENCY-SUB)
                   TO CKPT-CT-COUNT      (WS-CURRENCY-SUB)
               MOVE WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
                   TO CKPT-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               MOVE WS-CT-BASE-TOTAL (WS-CURRENCY-SUB)
                   TO CKPT-CT-BASE-TOTAL (WS-CURRENCY-SUB)
           END-IF.
       2627-EXIT.
           EXIT.

       2620-SAVE-REASON-ENTRY.
           ADD 1 TO WS-REASON-SUB.
           IF WS-REASON-SUB > WS-REASON-USED
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 8150-WRITE-CLASS-TOTAL THRU 8150-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 8160-WRITE-CURRENCY-TOTAL THRU 8160-EXIT
               UNTIL WS-CURRENCY-SUB >= WS-CURRENCY-USED.
           PERFORM 9000-WRITE-CONTROL-REPORT THRU 9000-EXIT.
           CLOSE EXTRACT-FILE.
           CLOSE REJECT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE PTD-MASTER-FILE.
           CLOSE RUN-STATUS-FILE.
           CLOSE DUPLICATE-HOLD-FILE.
           IF SOURCE-MASTER-IN-USE
               CLOSE SOURCE-MASTER-FILE
           END-IF.
           IF ACCT-MASTER-IN-USE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF HOLIDAY-CAL-IN-USE
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           CLOSE CONTROL-REPORT-FILE.
           IF EXTRACT-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                   OR WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY 'WARNING - ' WS-HELD-COUNT ' DETAIL(S) HELD AS '
                   'SUSPECTED DUPLICATES, AWAITING REVIEW' UPON CONSOLE
           END-IF.
           PERFORM 8400-BALANCE-INTERFACE THRU 8400-EXIT.
           PERFORM 8300-REGISTER-FEED THRU 8300-EXIT.
           CLOSE FEED-REGISTER-FILE.
           MOVE WS-MIN-VALUE        TO RS-MIN-VALUE.
           MOVE WS-MAX-VALUE        TO RS-MAX-VALUE.
           MOVE WS-REJECT-COUNT     TO RS-REJECT-COUNT.
           MOVE WS-HELD-COUNT       TO RS-HELD-COUNT.
           MOVE WS-TRUNCATION-COUNT TO RS-TRUNCATION-COUNT.
           MOVE WS-CHECKPOINT-COUNT TO RS-CHECKPOINT-COUNT.
           MOVE RETURN-CODE         TO RS-RETURN-CODE.
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 8220-SAVE-SUMMARY-CLASS THRU 8220-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           MOVE WS-BASE-CURRENCY    TO RS-BASE-CURRENCY.
           MOVE WS-CURRENCY-USED    TO RS-CURRENCY-USED.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 8230-SAVE-SUMMARY-CURRENCY THRU 8230-EXIT
               UNTIL WS-CURRENCY-SUB >= 8.
           WRITE RUN-SUMMARY-RECORD.
           IF WS-RUN-SUMMARY-STATUS NOT = '00'
               DISPLAY 'WARNING - RUN SUMMARY WRITE FAILED, STATUS = '
       8220-EXIT.
           EXIT.

       8230-SAVE-SUMMARY-CURRENCY.
           ADD 1 TO WS-CURRENCY-SUB.
           IF WS-CURRENCY-SUB > WS-CURRENCY-USED
               MOVE SPACES TO RS-CT-CURRENCY   (WS-CURRENCY-SUB)
               MOVE ZERO   TO RS-CT-COUNT      (WS-CURRENCY-SUB)
               MOVE ZERO   TO RS-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               MOVE ZERO   TO RS-CT-BASE-TOTAL (WS-CURRENCY-SUB)
           ELSE
               MOVE WS-CT-CURRENCY   (WS-CURRENCY-SUB)
                   TO RS-CT-CURRENCY   (WS-CURRENCY-SUB)
               MOVE WS-CT-COUNT      (WS-CURRENCY-SUB)
                   TO RS-CT-COUNT      (WS-CURRENCY-SUB)
               MOVE WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
                   TO RS-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               MOVE WS-CT-BASE-TOTAL (WS-CURRENCY-SUB)
                   TO RS-CT-BASE-TOTAL (WS-CURRENCY-SUB)
           END-IF.
       8230-EXIT.
           EXIT.

       8210-SAVE-SUMMARY-REASON.
           ADD 1 TO WS-REASON-SUB.
           IF WS-REASON-SUB > WS-REASON-USED
                                           (WS-SOURCE-USED)
               MOVE WS-SRC-REJECT-COUNT TO WS-ST-REJECTS
                                           (WS-SOURCE-USED)
               MOVE WS-SRC-HELD-COUNT   TO WS-ST-HELD
                                           (WS-SOURCE-USED)
               MOVE WS-SRC-BALANCE-FLAG TO WS-ST-BALANCED
                                           (WS-SOURCE-USED)
           ELSE
           MOVE ZERO TO WS-SRC-HASH-TOTAL.
           MOVE ZERO TO WS-SRC-DETAIL-COUNT.
           MOVE ZERO TO WS-SRC-REJECT-COUNT.
           MOVE ZERO TO WS-SRC-HELD-COUNT.
       7100-EXIT.
           EXIT.

       8150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8160-WRITE-CURRENCY-TOTAL - one line of the totals-by-
      *> currency section: the currency's count, its total as the
      *> feeds stated it, and the base-currency total it converted
      *> to; 8165-BUILD-CURRENCY-LINE builds the line the print
      *> and control reports share
      *> --------------------------------------------------------
       8160-WRITE-CURRENCY-TOTAL.
           ADD 1 TO WS-CURRENCY-SUB.
           PERFORM 8165-BUILD-CURRENCY-LINE THRU 8165-EXIT.
           MOVE WS-CURRENCY-TOTAL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - PRINT FILE WRITE FAILED, STATUS = '
                   WS-PRINT-STATUS UPON CONSOLE
           END-IF.
       8160-EXIT.
           EXIT.

       8165-BUILD-CURRENCY-LINE.
           MOVE WS-CT-CURRENCY (WS-CURRENCY-SUB) TO CYL-CURRENCY-CODE.
           MOVE WS-CT-COUNT    (WS-CURRENCY-SUB) TO CYL-COUNT-EDIT.
           MOVE WS-CT-ORIG-TOTAL (WS-CURRENCY-SUB) TO WS-ORIG-EDIT-US.
           MOVE WS-CT-BASE-TOTAL (WS-CURRENCY-SUB) TO WS-TOTAL-EDIT-US.
           IF FORMAT-IS-EU
               PERFORM 8120-BUILD-EU-ORIG THRU 8120-EXIT
               MOVE WS-ORIG-EDIT-EU TO CYL-ORIG-EDIT
               PERFORM 8110-BUILD-EU-TOTAL THRU 8110-EXIT
               MOVE WS-TOTAL-EDIT-EU TO CYL-BASE-EDIT
           ELSE
               MOVE WS-ORIG-EDIT-US TO CYL-ORIG-EDIT
               MOVE WS-TOTAL-EDIT-US TO CYL-BASE-EDIT
           END-IF.
       8165-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 9000-WRITE-CONTROL-REPORT - the end-of-run operations
      *> control report the balancing desk signs off: rejects
      *> broken down by reason code, the truncation and checkpoint
      *> counts, the totals by value class and by currency, and the
      *> in/out balancing block, under dated and numbered page
      *> headings.
      *> --------------------------------------------------------
       9000-WRITE-CONTROL-REPORT.
           MOVE 'REJECTS BY REASON CODE' TO WS-CTL-LINE.
           MOVE WS-REJECT-COUNT     TO CCL-COUNT-EDIT.
           MOVE WS-CTL-COUNT-LINE   TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           MOVE 'HELD AS SUSPECTED DUPLICATES' TO CCL-CAPTION.
           MOVE WS-HELD-COUNT       TO CCL-COUNT-EDIT.
           MOVE WS-CTL-COUNT-LINE   TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           MOVE SPACES TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           MOVE 'AUDIT RECORDS FLAGGED TRUNCATED' TO CCL-CAPTION.
               UNTIL WS-CLASS-SUB >= 4.
           MOVE SPACES TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           MOVE WS-BASE-CURRENCY TO CCH-BASE-CURRENCY.
           MOVE WS-CTL-CURRENCY-HEADING TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           IF WS-CURRENCY-USED = ZERO
               MOVE '     NONE' TO WS-CTL-LINE
               PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT
           ELSE
               MOVE ZERO TO WS-CURRENCY-SUB
               PERFORM 9350-WRITE-CTL-CURRENCY-LINE THRU 9350-EXIT
                   UNTIL WS-CURRENCY-SUB >= WS-CURRENCY-USED
           END-IF.
           MOVE SPACES TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           MOVE 'BALANCING BY SOURCE' TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
           IF WS-SOURCE-USED = ZERO
           MOVE WS-DETAIL-COUNT     TO CBL-DETAIL-EDIT.
           MOVE WS-REJECT-COUNT     TO CBL-REJECT-EDIT.
           IF WS-RECORD-COUNT = WS-DETAIL-COUNT + WS-REJECT-COUNT
                                  + WS-HELD-COUNT
               MOVE 'YES' TO CBL-BALANCED
           ELSE
               MOVE 'NO ' TO CBL-BALANCED
           MOVE WS-ST-RECORDS   (WS-SOURCE-SUB) TO CSL-READ-EDIT.
           MOVE WS-ST-DETAILS   (WS-SOURCE-SUB) TO CSL-DETAIL-EDIT.
           MOVE WS-ST-REJECTS   (WS-SOURCE-SUB) TO CSL-REJECT-EDIT.
           MOVE WS-ST-HELD      (WS-SOURCE-SUB) TO CSL-HELD-EDIT.
           IF WS-ST-BALANCED (WS-SOURCE-SUB) = 'Y'
               MOVE 'YES' TO CSL-BALANCED
           ELSE
       9300-EXIT.
           EXIT.

       9350-WRITE-CTL-CURRENCY-LINE.
           ADD 1 TO WS-CURRENCY-SUB.
           PERFORM 8165-BUILD-CURRENCY-LINE THRU 8165-EXIT.
           MOVE WS-CURRENCY-TOTAL-LINE TO WS-CTL-LINE.
           PERFORM 9100-WRITE-CTL-LINE THRU 9100-EXIT.
       9350-EXIT.
           EXIT.

       9200-WRITE-REASON-LINE.
           ADD 1 TO WS-REASON-SUB.
           MOVE WS-REASON-CODE  (WS-REASON-SUB) TO CRL-REASON-CODE.
           INSPECT WS-TOTAL-EDIT-EU REPLACING ALL '~' BY '.'.
       8110-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8120-BUILD-EU-ORIG - the same punctuation swap on the
      *> original-currency total edit field
      *> --------------------------------------------------------
       8120-BUILD-EU-ORIG.
           MOVE WS-ORIG-EDIT-US TO WS-ORIG-EDIT-EU.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL ',' BY '~'.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL '.' BY ','.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL '~' BY '.'.
       8120-EXIT.
           EXIT.
