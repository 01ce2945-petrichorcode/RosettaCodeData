      *> ------------------------------------------------------------
      *> CHANGE-REPORT-PROGRAM
      *>
      *> The daily report of changes to the run parameters and the
      *> account master under dual control. From the parameter
      *> change log (PARMLOG) and the account change log (ACCTLOG)
      *> it lists every entry made on the report date - changes
      *> keyed and left pending, approved, rejected, and accounts
      *> applied by the customer system's load (ACCT-LOAD-PROGRAM,
      *> operator ACCTLOAD, which is not held for approval) - and
      *> then every change still pending whatever day it was keyed,
      *> with how long it has waited.
      *>
      *> Each approval and rejection names the operator who keyed
      *> the change it resolves, so the report shows maker and
      *> checker side by side.
      *>
      *> The report date comes off the change report card
      *> (CHGCARD); with no card, today.
      *>
      *> Return code 4 when any change is still pending, so the
      *> supervisors see it; 16 on a failure to run at all.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-REPORT-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-CARD-FILE ASSIGN TO "CHGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-CARD-STATUS.
           SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-LOG-STATUS.
           SELECT ACCT-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-LOG-STATUS.
           SELECT CHANGE-PRINT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-CARD-FILE.
       01  CHANGE-CARD-RECORD.
           05  CHC-REPORT-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  PARM-LOG-FILE.
       COPY "parmlogd.cpy".

       FD  ACCT-LOG-FILE.
       COPY "acctlogd.cpy".

       FD  CHANGE-PRINT-FILE.
       01  CHANGE-PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PARM-PENDING-MAX         PIC 9(03)  VALUE 200 COMP.
       77  WS-ACCT-PENDING-MAX         PIC 9(03)  VALUE 500 COMP.

       01  WS-REPORT-CONTROL.
           05  WS-REPORT-DATE          PIC 9(08)  VALUE ZERO.
           05  WS-REPORT-DAY-NUMBER    PIC 9(07)  VALUE ZERO COMP.
           05  WS-OUTSTANDING-COUNT    PIC 9(05)  VALUE ZERO COMP.
           05  WS-SEARCH-SUB           PIC 9(03)  VALUE ZERO COMP.
           05  WS-LIST-SUB             PIC 9(03)  VALUE ZERO COMP.
           05  WS-MATCH-DATE           PIC 9(08)  VALUE ZERO.
           05  WS-MATCH-TIME           PIC 9(08)  VALUE ZERO.
           05  WS-MATCH-OPERATOR       PIC X(08)  VALUE SPACES.

      *> The day's entries by action, per log.
       01  WS-DAY-COUNTS.
           05  WS-PARM-DAY-COUNT       OCCURS 5 TIMES
                                       PIC 9(05)  COMP.
           05  WS-ACCT-DAY-COUNT       OCCURS 5 TIMES
                                       PIC 9(05)  COMP.
       01  WS-ACTION-SUB               PIC 9(01)  VALUE ZERO COMP.

      *> Action texts, in the order the day's counts are kept:
      *>   1 pending  2 approved  3 rejected  4 batch load
      *>   5 saved before approvals were required
       01  WS-ACTION-TEXTS             PIC X(40)  VALUE
           'PENDING APPROVEDREJECTEDBATCH   DIRECT  '.
       01  WS-ACTION-TEXT-TABLE REDEFINES WS-ACTION-TEXTS.
           05  WS-ACTION-TEXT          OCCURS 5 TIMES
                                       PIC X(08).

      *> Changes still pending: the stamp each was keyed under and
      *> what it changes, struck off as a later approval or
      *> rejection pointing back at the stamp is read.
       01  WS-PARM-PENDING-TABLE.
           05  WS-PP-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-PP-ENTRY             OCCURS 200 TIMES.
               10  WS-PP-REF-DATE      PIC 9(08).
               10  WS-PP-REF-TIME      PIC 9(08).
               10  WS-PP-REF-OPERATOR  PIC X(08).
               10  WS-PP-EFFECTIVE-DATE PIC 9(08).
               10  WS-PP-RESOLVED-SWITCH PIC X(01).
                   88  PP-RESOLVED                VALUE 'Y'.
                   88  PP-NOT-RESOLVED            VALUE 'N'.

       01  WS-ACCT-PENDING-TABLE.
           05  WS-AP-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-AP-ENTRY             OCCURS 500 TIMES.
               10  WS-AP-REF-DATE      PIC 9(08).
               10  WS-AP-REF-TIME      PIC 9(08).
               10  WS-AP-REF-OPERATOR  PIC X(08).
               10  WS-AP-ACCOUNT-ID    PIC X(08).
               10  WS-AP-RESOLVED-SWITCH PIC X(01).
                   88  AP-RESOLVED                VALUE 'Y'.
                   88  AP-NOT-RESOLVED            VALUE 'N'.

      *> Calendar work fields for the days a change has waited.
       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(04).
               10  WS-WORK-MONTH       PIC 9(02).
               10  WS-WORK-DAY         PIC 9(02).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                       PIC 9(08).
           05  WS-DAY-NUMBER           PIC 9(07)  COMP.
           05  WS-PRIOR-YEARS          PIC 9(04)  COMP.
           05  WS-LEAP-DAYS            PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-4     PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-100   PIC 9(04)  COMP.
           05  WS-LEAP-REMAINDER-400   PIC 9(04)  COMP.
           05  WS-LEAP-QUOTIENT        PIC 9(04)  COMP.
           05  WS-DAYS-WAITING         PIC 9(05)  COMP.

       01  WS-MONTH-OFFSETS            PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFFSET         OCCURS 12 TIMES
                                       PIC 9(03).

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  FILE-EOF                       VALUE 'Y'.
               88  FILE-NOT-EOF                   VALUE 'N'.
           05  WS-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
               88  ENTRY-FOUND                    VALUE 'Y'.
               88  ENTRY-NOT-FOUND                VALUE 'N'.
           05  WS-TABLE-FULL-SWITCH    PIC X(01)  VALUE 'N'.
               88  PENDING-TABLE-FULL             VALUE 'Y'.
               88  PENDING-TABLE-NOT-FULL         VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-CHANGE-CARD-STATUS   PIC X(02).
           05  WS-PARM-LOG-STATUS      PIC X(02).
           05  WS-ACCT-LOG-STATUS      PIC X(02).
           05  WS-CHANGE-PRINT-STATUS  PIC X(02).

       01  WS-CHANGE-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               'PARAMETER AND ACCOUNT CHANGE REPORT'.
           05  FILLER                  PIC X(12)  VALUE
               'REPORT DATE '.
           05  CH1-REPORT-DATE         PIC 9(08).
           05  FILLER                  PIC X(17)  VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SCH-TITLE               PIC X(79).

       01  WS-PARM-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE
               'TIME     ACTION   OPERATOR EFFECTIVE FC'.
           05  FILLER                  PIC X(39)  VALUE
               '   LOW LIMIT  HIGH LIMIT KEYED BY'.

       01  WS-PARM-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-CHANGE-TIME         PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-ACTION-TEXT         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PRL-FORMAT-CODE         PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-LOW-LIMIT           PIC -ZZ,ZZ9.999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-HIGH-LIMIT          PIC -ZZ,ZZ9.999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PRL-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(07)  VALUE SPACES.

       01  WS-ACCT-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE
               'TIME     ACTION   OPERATOR ACCOUNT  NAME'.
           05  FILLER                  PIC X(39)  VALUE
               '                      ST KEYED BY'.

       01  WS-ACCT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-CHANGE-TIME         PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-ACTION-TEXT         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-ACCOUNT-NAME        PIC X(26).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-STATUS              PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  ACL-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(05)  VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE
               'KEYED ON TIME     TYPE      KEYED BY CHA'.
           05  FILLER                  PIC X(39)  VALUE
               'NGES      DAYS WAITING'.

       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PDL-KEYED-DATE          PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PDL-KEYED-TIME          PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PDL-CHANGE-TYPE         PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PDL-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  PDL-CHANGE-KEY          PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PDL-DAYS-WAITING        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  CNL-ACTION-TEXT         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CNL-COUNT-EDIT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(62)  VALUE SPACES.

       01  WS-OUTSTANDING-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OSL-COUNT-EDIT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(50)  VALUE
               ' CHANGE(S) AWAITING A SECOND SUPERVISOR'.
           05  FILLER                  PIC X(23)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPORT-PARM-LOG THRU 2000-EXIT.
           PERFORM 3000-REPORT-ACCT-LOG THRU 3000-EXIT.
           PERFORM 4000-REPORT-PENDING THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - settle the report date and open the
      *> report under its heading
      *> --------------------------------------------------------
       1000-INITIALIZE.
           INITIALIZE WS-DAY-COUNTS.
           PERFORM 1100-READ-CHANGE-CARD THRU 1100-EXIT.
           IF WS-REPORT-DATE = ZERO
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-REPORT-DATE TO WS-WORK-DATE-N.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-REPORT-DAY-NUMBER.
           OPEN OUTPUT CHANGE-PRINT-FILE.
           IF WS-CHANGE-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - CHANGE REPORT OPEN FAILED, '
                   'STATUS = ' WS-CHANGE-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-DATE TO CH1-REPORT-DATE.
           MOVE WS-CHANGE-HEADING-1 TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-CHANGE-CARD - the day to report; the card is
      *> optional
      *> --------------------------------------------------------
       1100-READ-CHANGE-CARD.
           OPEN INPUT CHANGE-CARD-FILE.
           IF WS-CHANGE-CARD-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-CHANGE-CARD-STATUS NOT = '00'
               DISPLAY 'FATAL - CHANGE REPORT CARD OPEN FAILED, '
                   'STATUS = ' WS-CHANGE-CARD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHANGE-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CHC-REPORT-DATE NUMERIC
                       MOVE CHC-REPORT-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ.
           CLOSE CHANGE-CARD-FILE.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-REPORT-PARM-LOG - one pass over the parameter change
      *> log: the day's entries are printed, and every pending
      *> change is tabled until its approval or rejection is read
      *> --------------------------------------------------------
       2000-REPORT-PARM-LOG.
           MOVE SPACES TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE 'PARAMETER CHANGES' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE WS-PARM-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           OPEN INPUT PARM-LOG-FILE.
           IF WS-PARM-LOG-STATUS = '35'
               MOVE '   NO PARAMETER CHANGE LOG ON FILE'
                   TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-PARM-LOG-STATUS NOT = '00'
               DISPLAY 'FATAL - PARAMETER CHANGE LOG OPEN FAILED, '
                   'STATUS = ' WS-PARM-LOG-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2010-READ-PARM-LOG THRU 2010-EXIT
               UNTIL FILE-EOF.
           CLOSE PARM-LOG-FILE.
           MOVE 1 TO WS-ACTION-SUB.
           PERFORM 2020-WRITE-PARM-COUNT THRU 2020-EXIT
               UNTIL WS-ACTION-SUB > 5.
       2000-EXIT.
           EXIT.

       2010-READ-PARM-LOG.
           READ PARM-LOG-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF PARM-LOG-PENDING
               PERFORM 2030-TABLE-PARM-PENDING THRU 2030-EXIT
           END-IF.
           IF PARM-LOG-APPROVED
               OR PARM-LOG-REJECTED
               MOVE PL-REF-DATE     TO WS-MATCH-DATE
               MOVE PL-REF-TIME     TO WS-MATCH-TIME
               MOVE PL-REF-OPERATOR TO WS-MATCH-OPERATOR
               PERFORM 5200-FIND-PARM-ENTRY THRU 5200-EXIT
               IF ENTRY-FOUND
                   SET PP-RESOLVED (WS-SEARCH-SUB) TO TRUE
               END-IF
           END-IF.
           IF PL-CHANGE-DATE NOT = WS-REPORT-DATE
               GO TO 2010-EXIT
           END-IF.
           IF PARM-LOG-PENDING
               MOVE 1 TO WS-ACTION-SUB
           ELSE
               IF PARM-LOG-APPROVED
                   MOVE 2 TO WS-ACTION-SUB
               ELSE
                   IF PARM-LOG-REJECTED
                       MOVE 3 TO WS-ACTION-SUB
                   ELSE
                       MOVE 5 TO WS-ACTION-SUB
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PARM-DAY-COUNT (WS-ACTION-SUB).
           MOVE PL-CHANGE-TIME      TO PRL-CHANGE-TIME.
           MOVE WS-ACTION-TEXT (WS-ACTION-SUB) TO PRL-ACTION-TEXT.
           MOVE PL-OPERATOR-ID      TO PRL-OPERATOR-ID.
           MOVE PL-EFFECTIVE-DATE   TO PRL-EFFECTIVE-DATE.
           MOVE PL-FORMAT-CODE      TO PRL-FORMAT-CODE.
           MOVE PL-LOW-LIMIT        TO PRL-LOW-LIMIT.
           MOVE PL-HIGH-LIMIT       TO PRL-HIGH-LIMIT.
           IF PARM-LOG-APPROVED
               OR PARM-LOG-REJECTED
               MOVE PL-REF-OPERATOR TO PRL-KEYED-BY
           ELSE
               MOVE SPACES          TO PRL-KEYED-BY
           END-IF.
           MOVE WS-PARM-LINE TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
       2010-EXIT.
           EXIT.

       2020-WRITE-PARM-COUNT.
           IF WS-PARM-DAY-COUNT (WS-ACTION-SUB) > ZERO
               MOVE WS-ACTION-TEXT (WS-ACTION-SUB) TO CNL-ACTION-TEXT
               MOVE WS-PARM-DAY-COUNT (WS-ACTION-SUB)
                   TO CNL-COUNT-EDIT
               MOVE WS-COUNT-LINE TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
           END-IF.
           ADD 1 TO WS-ACTION-SUB.
       2020-EXIT.
           EXIT.

       2030-TABLE-PARM-PENDING.
           IF WS-PP-USED >= WS-PARM-PENDING-MAX
               SET PENDING-TABLE-FULL TO TRUE
               GO TO 2030-EXIT
           END-IF.
           ADD 1 TO WS-PP-USED.
           MOVE PL-REF-DATE       TO WS-PP-REF-DATE (WS-PP-USED).
           MOVE PL-REF-TIME       TO WS-PP-REF-TIME (WS-PP-USED).
           MOVE PL-REF-OPERATOR   TO WS-PP-REF-OPERATOR (WS-PP-USED).
           MOVE PL-EFFECTIVE-DATE
               TO WS-PP-EFFECTIVE-DATE (WS-PP-USED).
           SET PP-NOT-RESOLVED (WS-PP-USED) TO TRUE.
       2030-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-REPORT-ACCT-LOG - the same over the account change
      *> log
      *> --------------------------------------------------------
       3000-REPORT-ACCT-LOG.
           MOVE SPACES TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE 'ACCOUNT CHANGES' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE WS-ACCT-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           OPEN INPUT ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS = '35'
               MOVE '   NO ACCOUNT CHANGE LOG ON FILE'
                   TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               DISPLAY 'FATAL - ACCOUNT CHANGE LOG OPEN FAILED, '
                   'STATUS = ' WS-ACCT-LOG-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 3010-READ-ACCT-LOG THRU 3010-EXIT
               UNTIL FILE-EOF.
           CLOSE ACCT-LOG-FILE.
           MOVE 1 TO WS-ACTION-SUB.
           PERFORM 3020-WRITE-ACCT-COUNT THRU 3020-EXIT
               UNTIL WS-ACTION-SUB > 5.
       3000-EXIT.
           EXIT.

       3010-READ-ACCT-LOG.
           READ ACCT-LOG-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           IF ACCT-LOG-PENDING
               PERFORM 3030-TABLE-ACCT-PENDING THRU 3030-EXIT
           END-IF.
           IF ACCT-LOG-APPROVED
               OR ACCT-LOG-REJECTED
               MOVE AL-REF-DATE     TO WS-MATCH-DATE
               MOVE AL-REF-TIME     TO WS-MATCH-TIME
               MOVE AL-REF-OPERATOR TO WS-MATCH-OPERATOR
               PERFORM 5300-FIND-ACCT-ENTRY THRU 5300-EXIT
               IF ENTRY-FOUND
                   SET AP-RESOLVED (WS-SEARCH-SUB) TO TRUE
               END-IF
           END-IF.
           IF AL-CHANGE-DATE NOT = WS-REPORT-DATE
               GO TO 3010-EXIT
           END-IF.
           IF ACCT-LOG-PENDING
               MOVE 1 TO WS-ACTION-SUB
           ELSE
               IF ACCT-LOG-APPROVED
                   MOVE 2 TO WS-ACTION-SUB
               ELSE
                   IF ACCT-LOG-REJECTED
                       MOVE 3 TO WS-ACTION-SUB
                   ELSE
                       IF ACCT-LOG-BATCH
                           MOVE 4 TO WS-ACTION-SUB
                       ELSE
                           MOVE 5 TO WS-ACTION-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ACCT-DAY-COUNT (WS-ACTION-SUB).
           MOVE AL-CHANGE-TIME      TO ACL-CHANGE-TIME.
           MOVE WS-ACTION-TEXT (WS-ACTION-SUB) TO ACL-ACTION-TEXT.
           MOVE AL-OPERATOR-ID      TO ACL-OPERATOR-ID.
           MOVE AL-ACCOUNT-ID       TO ACL-ACCOUNT-ID.
           MOVE AL-ACCOUNT-NAME     TO ACL-ACCOUNT-NAME.
           MOVE AL-STATUS           TO ACL-STATUS.
           IF ACCT-LOG-APPROVED
               OR ACCT-LOG-REJECTED
               MOVE AL-REF-OPERATOR TO ACL-KEYED-BY
           ELSE
               MOVE SPACES          TO ACL-KEYED-BY
           END-IF.
           MOVE WS-ACCT-LINE TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
       3010-EXIT.
           EXIT.

       3020-WRITE-ACCT-COUNT.
           IF WS-ACCT-DAY-COUNT (WS-ACTION-SUB) > ZERO
               MOVE WS-ACTION-TEXT (WS-ACTION-SUB) TO CNL-ACTION-TEXT
               MOVE WS-ACCT-DAY-COUNT (WS-ACTION-SUB)
                   TO CNL-COUNT-EDIT
               MOVE WS-COUNT-LINE TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
           END-IF.
           ADD 1 TO WS-ACTION-SUB.
       3020-EXIT.
           EXIT.

       3030-TABLE-ACCT-PENDING.
           IF WS-AP-USED >= WS-ACCT-PENDING-MAX
               SET PENDING-TABLE-FULL TO TRUE
               GO TO 3030-EXIT
           END-IF.
           ADD 1 TO WS-AP-USED.
           MOVE AL-REF-DATE       TO WS-AP-REF-DATE (WS-AP-USED).
           MOVE AL-REF-TIME       TO WS-AP-REF-TIME (WS-AP-USED).
           MOVE AL-REF-OPERATOR   TO WS-AP-REF-OPERATOR (WS-AP-USED).
           MOVE AL-ACCOUNT-ID     TO WS-AP-ACCOUNT-ID (WS-AP-USED).
           SET AP-NOT-RESOLVED (WS-AP-USED) TO TRUE.
       3030-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4000-REPORT-PENDING - every change no supervisor has yet
      *> approved or rejected, whatever day it was keyed
      *> --------------------------------------------------------
       4000-REPORT-PENDING.
           MOVE SPACES TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE 'CHANGES STILL PENDING' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE WS-PENDING-HEADING TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE ZERO TO WS-LIST-SUB.
           PERFORM 4100-LIST-PARM-PENDING THRU 4100-EXIT
               UNTIL WS-LIST-SUB >= WS-PP-USED.
           MOVE ZERO TO WS-LIST-SUB.
           PERFORM 4200-LIST-ACCT-PENDING THRU 4200-EXIT
               UNTIL WS-LIST-SUB >= WS-AP-USED.
       4000-EXIT.
           EXIT.

       4100-LIST-PARM-PENDING.
           ADD 1 TO WS-LIST-SUB.
           IF PP-RESOLVED (WS-LIST-SUB)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE WS-PP-REF-DATE (WS-LIST-SUB)     TO PDL-KEYED-DATE.
           MOVE WS-PP-REF-TIME (WS-LIST-SUB)     TO PDL-KEYED-TIME.
           MOVE 'PARAMETER'                      TO PDL-CHANGE-TYPE.
           MOVE WS-PP-REF-OPERATOR (WS-LIST-SUB) TO PDL-KEYED-BY.
           MOVE WS-PP-EFFECTIVE-DATE (WS-LIST-SUB)
               TO PDL-CHANGE-KEY.
           PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-LIST-ACCT-PENDING.
           ADD 1 TO WS-LIST-SUB.
           IF AP-RESOLVED (WS-LIST-SUB)
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE WS-AP-REF-DATE (WS-LIST-SUB)     TO PDL-KEYED-DATE.
           MOVE WS-AP-REF-TIME (WS-LIST-SUB)     TO PDL-KEYED-TIME.
           MOVE 'ACCOUNT'                        TO PDL-CHANGE-TYPE.
           MOVE WS-AP-REF-OPERATOR (WS-LIST-SUB) TO PDL-KEYED-BY.
           MOVE WS-AP-ACCOUNT-ID (WS-LIST-SUB)   TO PDL-CHANGE-KEY.
           PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

       4300-WRITE-PENDING-LINE.
           MOVE PDL-KEYED-DATE TO WS-WORK-DATE-N.
           PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
           IF WS-DAY-NUMBER < WS-REPORT-DAY-NUMBER
               COMPUTE WS-DAYS-WAITING =
                   WS-REPORT-DAY-NUMBER - WS-DAY-NUMBER
           ELSE
               MOVE ZERO TO WS-DAYS-WAITING
           END-IF.
           MOVE WS-DAYS-WAITING TO PDL-DAYS-WAITING.
           MOVE WS-PENDING-LINE TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
       4300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5200-FIND-PARM-ENTRY / 5300-FIND-ACCT-ENTRY - the pending
      *> change, not yet resolved, keyed under the stamp in
      *> WS-MATCH-DATE/TIME/OPERATOR; WS-SEARCH-SUB is left on it
      *> --------------------------------------------------------
       5200-FIND-PARM-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEARCH-SUB.
           PERFORM 5210-TEST-PARM-ENTRY THRU 5210-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SEARCH-SUB >= WS-PP-USED.
       5200-EXIT.
           EXIT.

       5210-TEST-PARM-ENTRY.
           ADD 1 TO WS-SEARCH-SUB.
           IF WS-PP-REF-DATE (WS-SEARCH-SUB) = WS-MATCH-DATE
               AND WS-PP-REF-TIME (WS-SEARCH-SUB) = WS-MATCH-TIME
               AND WS-PP-REF-OPERATOR (WS-SEARCH-SUB)
                   = WS-MATCH-OPERATOR
               AND PP-NOT-RESOLVED (WS-SEARCH-SUB)
               SET ENTRY-FOUND TO TRUE
           END-IF.
       5210-EXIT.
           EXIT.

       5300-FIND-ACCT-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEARCH-SUB.
           PERFORM 5310-TEST-ACCT-ENTRY THRU 5310-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SEARCH-SUB >= WS-AP-USED.
       5300-EXIT.
           EXIT.

       5310-TEST-ACCT-ENTRY.
           ADD 1 TO WS-SEARCH-SUB.
           IF WS-AP-REF-DATE (WS-SEARCH-SUB) = WS-MATCH-DATE
               AND WS-AP-REF-TIME (WS-SEARCH-SUB) = WS-MATCH-TIME
               AND WS-AP-REF-OPERATOR (WS-SEARCH-SUB)
                   = WS-MATCH-OPERATOR
               AND AP-NOT-RESOLVED (WS-SEARCH-SUB)
               SET ENTRY-FOUND TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 6000-DATE-TO-DAY-NUMBER - WS-WORK-DATE to a serial day
      *> number in WS-DAY-NUMBER, so that two dates subtract to the
      *> calendar days between them
      *> --------------------------------------------------------
       6000-DATE-TO-DAY-NUMBER.
           COMPUTE WS-PRIOR-YEARS = WS-WORK-YEAR - 1.
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS.
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOTIENT.
           SUBTRACT WS-LEAP-QUOTIENT FROM WS-LEAP-DAYS.
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOTIENT.
           ADD WS-LEAP-QUOTIENT TO WS-LEAP-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET (WS-WORK-MONTH)
               + WS-WORK-DAY.
           IF WS-WORK-MONTH > 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-400 = ZERO
                   OR (WS-LEAP-REMAINDER-4 = ZERO
                       AND WS-LEAP-REMAINDER-100 NOT = ZERO)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - the outstanding count and the return code:
      *> 4 while any change waits on a second supervisor
      *> --------------------------------------------------------
       8000-FINALIZE.
           MOVE SPACES TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           IF PENDING-TABLE-FULL
               MOVE ' MORE CHANGES PENDING THAN THIS REPORT CAN LIST'
                   TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
               DISPLAY 'WARNING - PENDING CHANGE TABLE FULL, LIST '
                   'INCOMPLETE' UPON CONSOLE
           END-IF.
           IF WS-OUTSTANDING-COUNT = ZERO
               AND PENDING-TABLE-NOT-FULL
               MOVE ' NO CHANGES PENDING' TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-OUTSTANDING-COUNT TO OSL-COUNT-EDIT
               MOVE WS-OUTSTANDING-LINE TO CHANGE-PRINT-RECORD
               PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT
               DISPLAY 'REVIEW - ' WS-OUTSTANDING-COUNT
                   ' CHANGE(S) PENDING APPROVAL' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           MOVE ' SUPERVISOR INITIALS: ________'
               TO CHANGE-PRINT-RECORD.
           PERFORM 8500-WRITE-CHANGE-LINE THRU 8500-EXIT.
           CLOSE CHANGE-PRINT-FILE.
       8000-EXIT.
           EXIT.

       8500-WRITE-CHANGE-LINE.
           WRITE CHANGE-PRINT-RECORD.
           IF WS-CHANGE-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - CHANGE REPORT WRITE FAILED, '
                   'STATUS = ' WS-CHANGE-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
