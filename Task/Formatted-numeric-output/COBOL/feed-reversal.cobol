      *> ------------------------------------------------------------
      *> FEED-REVERSAL-PROGRAM
      *>
      *> Backs one processed feed out of the system so a corrected
      *> re-send can be run in its place. The feed is named on the
      *> reversal card by the feed date and source system stamped
      *> on its header - the feed register's own key - and must be
      *> on the register as processed to end of job.
      *>
      *> Every value the feed put on the value master is sent back
      *> to the ledger on an offsetting interface extract (GLREVRS,
      *> laid out as GLINTF: header, one detail per value with the
      *> sign reversed under the original run date and record
      *> number, marked as an offset, and a trailer with count and
      *> hash) and is then removed from the master; its GL open
      *> item, if the ledger has not posted it, is withdrawn (one
      *> the reconciliation has not yet registered is entered
      *> withdrawn, so its acknowledgement still finds it), and
      *> the offset is added as an open item of its own. The feed's
      *> nightly records come off the period-to-date master, and
      *> its suspense items still open are withdrawn - the re-send
      *> rejects afresh. An item already repaired and resubmitted
      *> cannot be taken back here and is listed for the supervisor
      *> to review. So too on the duplicate-hold file: the feed's
      *> details still held as suspected duplicates, or released but
      *> not yet resubmitted, are withdrawn, since the re-send is
      *> checked afresh, and one already resubmitted is listed for
      *> review.
      *>
      *> A source may send more than one feed a night, so each
      *> record is matched on the feed date it carries as well as
      *> its source. A record written before the feed date was
      *> carried is taken as this feed's only when no other feed of
      *> the source processed that night still stands on the
      *> register; otherwise it cannot be told apart, is left in
      *> place and counted for the supervisor.
      *>
      *> Only when all of that is done is the register entry marked
      *> reversed, which lets NUMERIC-OUTPUT-PROGRAM accept the
      *> corrected re-send instead of refusing it as a duplicate.
      *> Any failure to update a master is fatal before the register
      *> is touched, so a reversal that did not finish never opens
      *> the door to a re-send. The audit log is the compliance
      *> record of what was processed and is left as it stands.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-REVERSAL-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-CARD-FILE ASSIGN TO "REVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-CARD-STATUS.
           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEED-REGISTER-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT PTD-MASTER-FILE ASSIGN TO "PTDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PTD-MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-HOLD-STATUS.
           SELECT GL-OPEN-ITEM-FILE ASSIGN TO "GLOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GL-OPEN-ITEM-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "GLREVRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT REVERSAL-PRINT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-CARD-FILE.
       01  REVERSAL-CARD-RECORD.
           05  RV-FEED-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RV-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(63).

       FD  FEED-REGISTER-FILE.
       COPY "feedregd.cpy".

       FD  VALUE-MASTER-FILE.
       COPY "valmastd.cpy".

       FD  PTD-MASTER-FILE.
       COPY "ptdmstd.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspd.cpy".

       FD  DUPLICATE-HOLD-FILE.
       COPY "duphold.cpy".

       FD  GL-OPEN-ITEM-FILE.
       COPY "glopend.cpy".

       FD  INTERFACE-FILE.
       COPY "glintfd.cpy".

       FD  REVERSAL-PRINT-FILE.
       01  REVERSAL-PRINT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REVERSAL-CONTROL.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-REV-FEED-DATE        PIC 9(08)  VALUE ZERO.
           05  WS-REV-SOURCE-SYSTEM    PIC X(08)  VALUE SPACES.
           05  WS-PROCESSED-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-PROCESSED-NEXT-DATE  PIC 9(08)  VALUE ZERO.

       01  WS-REVERSAL-COUNTERS.
           05  WS-VALUES-REVERSED      PIC 9(07)  VALUE ZERO COMP.
           05  WS-REVERSED-AMOUNT      PIC S9(11)V9(03) VALUE ZERO
                                                          COMP-3.
           05  WS-GL-WITHDRAWN-COUNT   PIC 9(07)  VALUE ZERO COMP.
           05  WS-GL-POSTED-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-PTD-REMOVED-COUNT    PIC 9(07)  VALUE ZERO COMP.
           05  WS-PTD-REMOVED-DETAILS  PIC 9(07)  VALUE ZERO COMP.
           05  WS-SUSP-WITHDRAWN-COUNT PIC 9(07)  VALUE ZERO COMP.
           05  WS-SUSP-REPAIRED-COUNT  PIC 9(07)  VALUE ZERO COMP.
           05  WS-HOLD-WITHDRAWN-COUNT PIC 9(07)  VALUE ZERO COMP.
           05  WS-HOLD-RESUBMIT-COUNT  PIC 9(07)  VALUE ZERO COMP.
           05  WS-GL-OFFSET-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-UNMARKED-LEFT-COUNT  PIC 9(07)  VALUE ZERO COMP.

      *> What is actually on the offsetting interface extract,
      *> counted on successful writes only, for its trailer.
       01  WS-INTERFACE-CONTROL.
           05  WS-INTF-RECORD-COUNT    PIC 9(09)  VALUE ZERO COMP.
           05  WS-INTF-HASH-TOTAL      PIC S9(13)V9(5) VALUE ZERO
                                                          COMP-3.

      *> Calendar work fields: the day after the processing date,
      *> which a run crossing midnight stamped its later values with.
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

       01  WS-MONTH-LENGTHS            PIC X(24)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH         OCCURS 12 TIMES
                                       PIC 9(02).

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
               88  MASTER-EOF                     VALUE 'Y'.
               88  MASTER-NOT-EOF                 VALUE 'N'.
           05  WS-MASTER-SWITCH        PIC X(01)  VALUE 'N'.
               88  MASTER-IN-USE                  VALUE 'Y'.
               88  MASTER-NOT-IN-USE              VALUE 'N'.
           05  WS-PTD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  PTD-EOF                        VALUE 'Y'.
               88  PTD-NOT-EOF                    VALUE 'N'.
           05  WS-PTD-SWITCH           PIC X(01)  VALUE 'N'.
               88  PTD-IN-USE                     VALUE 'Y'.
               88  PTD-NOT-IN-USE                 VALUE 'N'.
           05  WS-SUSPENSE-EOF-SWITCH  PIC X(01)  VALUE 'N'.
               88  SUSPENSE-EOF                   VALUE 'Y'.
               88  SUSPENSE-NOT-EOF               VALUE 'N'.
           05  WS-SUSPENSE-SWITCH      PIC X(01)  VALUE 'N'.
               88  SUSPENSE-IN-USE                VALUE 'Y'.
               88  SUSPENSE-NOT-IN-USE            VALUE 'N'.
           05  WS-HOLD-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  HOLD-FILE-EOF                  VALUE 'Y'.
               88  HOLD-FILE-NOT-EOF              VALUE 'N'.
           05  WS-HOLD-SWITCH          PIC X(01)  VALUE 'N'.
               88  HOLD-FILE-IN-USE               VALUE 'Y'.
               88  HOLD-FILE-NOT-IN-USE           VALUE 'N'.
           05  WS-HOLD-HEADING-SWITCH  PIC X(01)  VALUE 'N'.
               88  HOLD-HEADING-WRITTEN           VALUE 'Y'.
               88  HOLD-HEADING-NOT-WRITTEN       VALUE 'N'.
           05  WS-GL-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  GL-OPEN-IN-USE                 VALUE 'Y'.
               88  GL-OPEN-NOT-IN-USE             VALUE 'N'.
           05  WS-REVIEW-HEADING-SWITCH PIC X(01) VALUE 'N'.
               88  REVIEW-HEADING-WRITTEN         VALUE 'Y'.
               88  REVIEW-HEADING-NOT-WRITTEN     VALUE 'N'.
           05  WS-REGISTER-EOF-SWITCH  PIC X(01)  VALUE 'N'.
               88  REGISTER-EOF                   VALUE 'Y'.
               88  REGISTER-NOT-EOF               VALUE 'N'.
           05  WS-OTHER-FEED-SWITCH    PIC X(01)  VALUE 'N'.
               88  OTHER-FEED-PROCESSED           VALUE 'Y'.
               88  OTHER-FEED-NOT-PROCESSED       VALUE 'N'.
           05  WS-FEED-MATCH-SWITCH    PIC X(01)  VALUE 'N'.
               88  RECORD-IS-THIS-FEEDS           VALUE 'Y'.
               88  RECORD-NOT-THIS-FEEDS          VALUE 'N'.
       01  WS-RECORD-FEED-DATE         PIC X(08).
       01  WS-RECORD-FEED-DATE-N REDEFINES WS-RECORD-FEED-DATE
                                       PIC 9(08).

       01  WS-FILE-STATUSES.
           05  WS-REVERSAL-CARD-STATUS PIC X(02).
           05  WS-FEED-REGISTER-STATUS PIC X(02).
           05  WS-VALUE-MASTER-STATUS  PIC X(02).
           05  WS-PTD-MASTER-STATUS    PIC X(02).
           05  WS-SUSPENSE-STATUS      PIC X(02).
           05  WS-DUP-HOLD-STATUS      PIC X(02).
           05  WS-GL-OPEN-ITEM-STATUS  PIC X(02).
           05  WS-INTERFACE-STATUS     PIC X(02).
           05  WS-REVERSAL-PRINT-STATUS PIC X(02).

       01  WS-REVERSAL-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(38)  VALUE
               'FEED REVERSAL REPORT'.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  RH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE 'FEED DATE '.
           05  FL-FEED-DATE            PIC 9(08).
           05  FILLER                  PIC X(08)  VALUE ' SOURCE '.
           05  FL-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(11)  VALUE
               ' PROCESSED '.
           05  FL-PROCESSED-DATE       PIC 9(08).
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-VALUE-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(46)  VALUE
               'RUN DATE  RECORD ACCOUNT       VALUE   GL ITEM'.
           05  FILLER                  PIC X(33)  VALUE SPACES.

       01  WS-VALUE-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RVL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RVL-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RVL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RVL-VALUE-EDIT          PIC ZZ,ZZ9.999CR.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RVL-GL-ITEM-TEXT        PIC X(14).
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-REVIEW-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRL-REJECT-DATE         PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRL-VALUE-EDIT          PIC ZZ,ZZZ,ZZ9.99999CR.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRL-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(12)  VALUE
               ' REPAIRED ON'.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRL-CLEARED-DATE        PIC 9(08).
           05  FILLER                  PIC X(17)  VALUE SPACES.

       01  WS-HOLD-REVIEW-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  HRL-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  HRL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  HRL-VALUE-EDIT          PIC ZZ,ZZZ,ZZ9.99999CR.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  HRL-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(15)  VALUE
               ' RESUBMITTED ON'.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  HRL-CLOSED-DATE         PIC 9(08).
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  WS-REVERSAL-COUNT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RCL-CAPTION             PIC X(32).
           05  FILLER                  PIC X(03)  VALUE ' = '.
           05  RCL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37)  VALUE SPACES.

       01  WS-REVERSAL-AMOUNT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RAL-CAPTION             PIC X(32).
           05  FILLER                  PIC X(03)  VALUE ' = '.
           05  RAL-AMOUNT-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.999CR.
           05  FILLER                  PIC X(24)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-START-VALUE-REVERSAL THRU 2000-EXIT.
           PERFORM 2100-REVERSE-VALUE THRU 2100-EXIT
               UNTIL MASTER-EOF.
           PERFORM 3000-START-PTD-REMOVAL THRU 3000-EXIT.
           PERFORM 3100-REMOVE-PTD-RECORD THRU 3100-EXIT
               UNTIL PTD-EOF.
           PERFORM 4000-START-SUSPENSE-WITHDRAWAL THRU 4000-EXIT.
           PERFORM 4100-WITHDRAW-SUSPENSE-ITEM THRU 4100-EXIT
               UNTIL SUSPENSE-EOF.
           PERFORM 4500-START-HOLD-WITHDRAWAL THRU 4500-EXIT.
           PERFORM 4600-WITHDRAW-HOLD-ITEM THRU 4600-EXIT
               UNTIL HOLD-FILE-EOF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - open the report, read the reversal
      *> card, prove the feed is on the register as processed,
      *> open the masters the feed touched and frame the
      *> offsetting interface extract with its header
      *> --------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REVERSAL-PRINT-FILE.
           IF WS-REVERSAL-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - REVERSAL REPORT OPEN FAILED, '
                   'STATUS = ' WS-REVERSAL-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE WS-REVERSAL-HEADING-1 TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           PERFORM 1100-READ-REVERSAL-CARD THRU 1100-EXIT.
           PERFORM 1200-CHECK-FEED-REGISTER THRU 1200-EXIT.
           MOVE WS-REV-FEED-DATE     TO FL-FEED-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO FL-SOURCE-SYSTEM.
           MOVE WS-PROCESSED-DATE    TO FL-PROCESSED-DATE.
           MOVE WS-FEED-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE SPACES TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE WS-PROCESSED-DATE TO WS-WORK-DATE-N.
           PERFORM 5100-FORWARD-ONE-DAY THRU 5100-EXIT.
           MOVE WS-WORK-DATE-N TO WS-PROCESSED-NEXT-DATE.
           PERFORM 1300-OPEN-MASTERS THRU 1300-EXIT.
           PERFORM 1400-OPEN-OFFSET-INTERFACE THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-REVERSAL-CARD - the feed date and source system
      *> of the feed to back out; a missing or empty card, or one
      *> that names no feed, is fatal before anything is touched
      *> --------------------------------------------------------
       1100-READ-REVERSAL-CARD.
           OPEN INPUT REVERSAL-CARD-FILE.
           IF WS-REVERSAL-CARD-STATUS NOT = '00'
               DISPLAY 'FATAL - REVERSAL CARD OPEN FAILED, STATUS = '
                   WS-REVERSAL-CARD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REVERSAL-CARD-FILE
               AT END
                   DISPLAY 'FATAL - REVERSAL CARD IS EMPTY'
                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE REVERSAL-CARD-FILE.
           IF RV-FEED-DATE NOT NUMERIC
               OR RV-FEED-DATE = ZERO
               OR RV-SOURCE-SYSTEM = SPACES
               DISPLAY 'FATAL - REVERSAL CARD MUST NAME A FEED DATE '
                   'AND SOURCE SYSTEM' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RV-FEED-DATE     TO WS-REV-FEED-DATE.
           MOVE RV-SOURCE-SYSTEM TO WS-REV-SOURCE-SYSTEM.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-CHECK-FEED-REGISTER - the feed must be on the
      *> register as processed to end of job: a feed never
      *> registered posted nothing to back out (an out-of-balance
      *> feed is kept off the register for exactly that reason),
      *> and one already reversed must not be reversed twice. The
      *> register's processed date is the run date the feed's
      *> records were posted under.
      *> --------------------------------------------------------
       1200-CHECK-FEED-REGISTER.
           OPEN I-O FEED-REGISTER-FILE.
           IF WS-FEED-REGISTER-STATUS NOT = '00'
               DISPLAY 'FATAL - FEED REGISTER OPEN FAILED, STATUS = '
                   WS-FEED-REGISTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REV-FEED-DATE     TO FR-FEED-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
           READ FEED-REGISTER-FILE
               INVALID KEY
                   DISPLAY 'FATAL - FEED ' WS-REV-FEED-DATE ' FROM '
                       WS-REV-SOURCE-SYSTEM ' NOT ON FEED REGISTER'
                       ' - NOTHING TO REVERSE' UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-FEED-REGISTER-STATUS NOT = '00'
               DISPLAY 'FATAL - FEED REGISTER READ FAILED, STATUS = '
                   WS-FEED-REGISTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FEED-REVERSED
               DISPLAY 'FATAL - FEED ' WS-REV-FEED-DATE ' FROM '
                   WS-REV-SOURCE-SYSTEM ' ALREADY REVERSED '
                   FR-REVERSED-DATE UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT FEED-PROCESSED-TO-EOJ
               DISPLAY 'FATAL - FEED ' WS-REV-FEED-DATE ' FROM '
                   WS-REV-SOURCE-SYSTEM ' HAS DISPOSITION '
                   FR-DISPOSITION ' - REVERSAL REFUSED' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FR-PROCESSED-DATE TO WS-PROCESSED-DATE.
           PERFORM 1250-FIND-OTHER-FEEDS THRU 1250-EXIT.
       1200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1250-FIND-OTHER-FEEDS - pass the register for another feed
      *> of the same source processed the same night and still
      *> standing, whose records an unmarked record could equally
      *> be; then read this feed's entry back, ready for the
      *> finalize to mark it reversed
      *> --------------------------------------------------------
       1250-FIND-OTHER-FEEDS.
           MOVE LOW-VALUES TO FR-KEY.
           START FEED-REGISTER-FILE KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   SET REGISTER-EOF TO TRUE
           END-START.
           PERFORM 1260-CHECK-REGISTER-ENTRY THRU 1260-EXIT
               UNTIL REGISTER-EOF.
           MOVE WS-REV-FEED-DATE     TO FR-FEED-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
           READ FEED-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FEED-REGISTER-STATUS NOT = '00'
               DISPLAY 'FATAL - FEED REGISTER READ FAILED, STATUS = '
                   WS-FEED-REGISTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1250-EXIT.
           EXIT.

       1260-CHECK-REGISTER-ENTRY.
           READ FEED-REGISTER-FILE NEXT RECORD
               AT END
                   SET REGISTER-EOF TO TRUE
                   GO TO 1260-EXIT
           END-READ.
           IF FR-SOURCE-SYSTEM = WS-REV-SOURCE-SYSTEM
               AND FR-FEED-DATE NOT = WS-REV-FEED-DATE
               AND FR-PROCESSED-DATE = WS-PROCESSED-DATE
               AND FEED-PROCESSED-TO-EOJ
               SET OTHER-FEED-PROCESSED TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1300-OPEN-MASTERS - open for update each master the feed
      *> posted to. A master that does not exist yet holds
      *> nothing of this feed and is simply passed over.
      *> --------------------------------------------------------
       1300-OPEN-MASTERS.
           OPEN I-O VALUE-MASTER-FILE.
           IF WS-VALUE-MASTER-STATUS = '35'
               SET MASTER-NOT-IN-USE TO TRUE
           ELSE
               IF WS-VALUE-MASTER-STATUS NOT = '00'
                   DISPLAY 'FATAL - VALUE MASTER OPEN FAILED, '
                       'STATUS = ' WS-VALUE-MASTER-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MASTER-IN-USE TO TRUE
           END-IF.
           OPEN I-O PTD-MASTER-FILE.
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
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               SET SUSPENSE-NOT-IN-USE TO TRUE
           ELSE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   DISPLAY 'FATAL - SUSPENSE LEDGER OPEN FAILED, '
                       'STATUS = ' WS-SUSPENSE-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET SUSPENSE-IN-USE TO TRUE
           END-IF.
           OPEN I-O DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS = '35'
               SET HOLD-FILE-NOT-IN-USE TO TRUE
           ELSE
               IF WS-DUP-HOLD-STATUS NOT = '00'
                   DISPLAY 'FATAL - DUPLICATE HOLD OPEN FAILED, '
                       'STATUS = ' WS-DUP-HOLD-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HOLD-FILE-IN-USE TO TRUE
           END-IF.
           OPEN I-O GL-OPEN-ITEM-FILE.
           IF WS-GL-OPEN-ITEM-STATUS = '35'
               SET GL-OPEN-NOT-IN-USE TO TRUE
           ELSE
               IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
                   DISPLAY 'FATAL - GL OPEN ITEM FILE OPEN FAILED, '
                       'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET GL-OPEN-IN-USE TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1400-OPEN-OFFSET-INTERFACE - the offsetting extract is a
      *> ledger hand-off like GLINTF itself, so failing to open or
      *> frame it is fatal: an incomplete hand-off is worse than
      *> none
      *> --------------------------------------------------------
       1400-OPEN-OFFSET-INTERFACE.
           OPEN OUTPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'FATAL - OFFSET INTERFACE OPEN FAILED, '
                   'STATUS = ' WS-INTERFACE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES               TO GL-INTERFACE-RECORD.
           SET GL-HEADER-RECORD      TO TRUE.
           MOVE WS-RUN-DATE          TO GL-HDR-RUN-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO GL-HDR-SOURCE-SYSTEM.
           WRITE GL-INTERFACE-RECORD.
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'FATAL - OFFSET INTERFACE WRITE FAILED, '
                   'STATUS = ' WS-INTERFACE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-START-VALUE-REVERSAL - head the values section and
      *> position the value master at the feed's processing date
      *> --------------------------------------------------------
       2000-START-VALUE-REVERSAL.
           MOVE 'VALUES REVERSED' TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE WS-VALUE-HEADING TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           IF MASTER-NOT-IN-USE
               SET MASTER-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-PROCESSED-DATE TO VM-RUN-DATE.
           MOVE ZERO              TO VM-RECORD-NO.
           START VALUE-MASTER-FILE KEY IS NOT LESS THAN VM-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-REVERSE-VALUE - read the next value master record
      *> of the processing date or the day after it (a run that
      *> crossed midnight). A record of this feed's source and
      *> feed date is offset to the ledger, its GL open item
      *> withdrawn, the offset opened, and the record removed. A
      *> record written before the master carried the feed date
      *> must also have been written on the processing date itself
      *> (see 5000).
      *> --------------------------------------------------------
       2100-REVERSE-VALUE.
           READ VALUE-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF VM-RUN-DATE > WS-PROCESSED-NEXT-DATE
               SET MASTER-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF VM-SOURCE-SYSTEM NOT = WS-REV-SOURCE-SYSTEM
               GO TO 2100-EXIT
           END-IF.
           IF VM-FEED-DATE NOT NUMERIC
               AND VM-RUN-DATE NOT = WS-PROCESSED-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE VM-FEED-DATE TO WS-RECORD-FEED-DATE.
           PERFORM 5000-MATCH-FEED-DATE THRU 5000-EXIT.
           IF RECORD-NOT-THIS-FEEDS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-WRITE-OFFSET-DETAIL THRU 2200-EXIT.
           PERFORM 2300-WITHDRAW-GL-ITEM THRU 2300-EXIT.
           PERFORM 2400-OPEN-OFFSET-ITEM THRU 2400-EXIT.
           DELETE VALUE-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-VALUE-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - VALUE MASTER DELETE FAILED, STATUS = '
                   WS-VALUE-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-VALUES-REVERSED.
           ADD VM-STORED-VALUE TO WS-REVERSED-AMOUNT.
           MOVE VM-RUN-DATE      TO RVL-RUN-DATE.
           MOVE VM-RECORD-NO     TO RVL-RECORD-NO.
           MOVE VM-ACCOUNT-ID    TO RVL-ACCOUNT-ID.
           MOVE VM-STORED-VALUE  TO RVL-VALUE-EDIT.
           MOVE WS-VALUE-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-WRITE-OFFSET-DETAIL - send the ledger the value with
      *> its sign reversed, under the run date and record number
      *> the original went out under so the ledger can pair them,
      *> marked as the offset so its acknowledgement is not taken
      *> for the original's; the original currency amount is
      *> reversed with it. Values stored before the original
      *> currency was kept carry none.
      *> --------------------------------------------------------
       2200-WRITE-OFFSET-DETAIL.
           MOVE SPACES             TO GL-INTERFACE-RECORD.
           SET GL-DETAIL-RECORD    TO TRUE.
           MOVE VM-ACCOUNT-ID      TO GL-ACCOUNT-ID.
           COMPUTE GL-STORED-VALUE = ZERO - VM-STORED-VALUE.
           MOVE VM-RUN-DATE        TO GL-RUN-DATE.
           MOVE VM-RECORD-NO       TO GL-RECORD-NO.
           SET GL-OFFSET-ENTRY     TO TRUE.
           IF VM-ORIG-CURRENCY NOT = SPACES
               AND VM-ORIG-AMOUNT NUMERIC
               MOVE VM-ORIG-CURRENCY TO GL-ORIG-CURRENCY
               COMPUTE GL-ORIG-AMOUNT = ZERO - VM-ORIG-AMOUNT
           END-IF.
           WRITE GL-INTERFACE-RECORD.
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'FATAL - OFFSET INTERFACE WRITE FAILED, '
                   'STATUS = ' WS-INTERFACE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-INTF-RECORD-COUNT.
           ADD GL-STORED-VALUE TO WS-INTF-HASH-TOTAL.
       2200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-WITHDRAW-GL-ITEM - an open item the ledger has not
      *> posted is withdrawn; one it has posted stays posted, and
      *> the offsetting detail takes the money back out. A detail
      *> the reconciliation has not yet registered is entered
      *> withdrawn from the record in hand: the value master record
      *> is about to go, and the ledger's acknowledgement of the
      *> original must still find an item to be counted against.
      *> --------------------------------------------------------
       2300-WITHDRAW-GL-ITEM.
           MOVE 'NOT REGISTERED' TO RVL-GL-ITEM-TEXT.
           IF GL-OPEN-NOT-IN-USE
               GO TO 2300-EXIT
           END-IF.
           MOVE VM-RUN-DATE  TO GO-RUN-DATE.
           MOVE VM-RECORD-NO TO GO-RECORD-NO.
           MOVE SPACE        TO GO-ENTRY-TYPE.
           READ GL-OPEN-ITEM-FILE
               INVALID KEY
                   PERFORM 2350-ENTER-WITHDRAWN-ITEM THRU 2350-EXIT
                   GO TO 2300-EXIT
           END-READ.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'FATAL - GL OPEN ITEM READ FAILED, STATUS = '
                   WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GL-ITEM-POSTED
               ADD 1 TO WS-GL-POSTED-COUNT
               MOVE 'POSTED' TO RVL-GL-ITEM-TEXT
               GO TO 2300-EXIT
           END-IF.
           MOVE 'WITHDRAWN' TO RVL-GL-ITEM-TEXT.
           IF GL-ITEM-WITHDRAWN
               GO TO 2300-EXIT
           END-IF.
           SET GL-ITEM-WITHDRAWN TO TRUE.
           MOVE WS-RUN-DATE      TO GO-CLEARED-DATE.
           MOVE 'FEED REVERSED'  TO GO-LEDGER-REASON.
           REWRITE GL-OPEN-ITEM-RECORD.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'FATAL - GL OPEN ITEM REWRITE FAILED, '
                   'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GL-WITHDRAWN-COUNT.
       2300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2350-ENTER-WITHDRAWN-ITEM - the original laid out from the
      *> value master record as the reconciliation registers it,
      *> but withdrawn on the run date; failing to enter it is
      *> fatal, since its acknowledgement would then match nothing
      *> --------------------------------------------------------
       2350-ENTER-WITHDRAWN-ITEM.
           MOVE SPACES              TO GL-OPEN-ITEM-RECORD.
           MOVE VM-RUN-DATE         TO GO-RUN-DATE.
           MOVE VM-RECORD-NO        TO GO-RECORD-NO.
           SET GL-ORIGINAL-ITEM     TO TRUE.
           MOVE VM-ACCOUNT-ID       TO GO-ACCOUNT-ID.
           MOVE VM-STORED-VALUE     TO GO-STORED-VALUE.
           MOVE VM-SOURCE-SYSTEM    TO GO-SOURCE-SYSTEM.
           SET GL-ITEM-WITHDRAWN    TO TRUE.
           MOVE WS-RUN-DATE         TO GO-CLEARED-DATE.
           MOVE 'FEED REVERSED'     TO GO-LEDGER-REASON.
           WRITE GL-OPEN-ITEM-RECORD.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'FATAL - GL OPEN ITEM WRITE FAILED, STATUS = '
                   WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'WITHDRAWN' TO RVL-GL-ITEM-TEXT.
           ADD 1 TO WS-GL-WITHDRAWN-COUNT.
       2350-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2400-OPEN-OFFSET-ITEM - the ledger owes an acknowledgement
      *> of the offset just sent as much as of any original, so it
      *> goes on the open-item file unacknowledged under the
      *> original's key and the offset entry type. An offset the
      *> reconciliation could not follow would post or fail
      *> unseen, so failing to open it is fatal.
      *> --------------------------------------------------------
       2400-OPEN-OFFSET-ITEM.
           IF GL-OPEN-NOT-IN-USE
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES              TO GL-OPEN-ITEM-RECORD.
           MOVE VM-RUN-DATE         TO GO-RUN-DATE.
           MOVE VM-RECORD-NO        TO GO-RECORD-NO.
           SET GL-OFFSET-ITEM       TO TRUE.
           MOVE VM-ACCOUNT-ID       TO GO-ACCOUNT-ID.
           MOVE GL-STORED-VALUE     TO GO-STORED-VALUE.
           MOVE VM-SOURCE-SYSTEM    TO GO-SOURCE-SYSTEM.
           SET GL-ITEM-UNACKNOWLEDGED TO TRUE.
           MOVE ZERO                TO GO-CLEARED-DATE.
           WRITE GL-OPEN-ITEM-RECORD.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'FATAL - GL OPEN ITEM WRITE FAILED, STATUS = '
                   WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GL-OFFSET-COUNT.
       2400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-START-PTD-REMOVAL - the period-to-date master is
      *> keyed by period first, so the whole master is passed:
      *> a feed reversed after its period closed is still found
      *> --------------------------------------------------------
       3000-START-PTD-REMOVAL.
           IF PTD-NOT-IN-USE
               SET PTD-EOF TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-REMOVE-PTD-RECORD - read the next period-to-date
      *> record; the feed's nightly records are the ones posted
      *> under its processing date for its source and feed date
      *> (see 5000), and each is removed
      *> --------------------------------------------------------
       3100-REMOVE-PTD-RECORD.
           READ PTD-MASTER-FILE NEXT RECORD
               AT END
                   SET PTD-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PT-RUN-DATE NOT = WS-PROCESSED-DATE
               OR PT-SOURCE-SYSTEM NOT = WS-REV-SOURCE-SYSTEM
               GO TO 3100-EXIT
           END-IF.
           MOVE PT-FEED-DATE TO WS-RECORD-FEED-DATE.
           PERFORM 5000-MATCH-FEED-DATE THRU 5000-EXIT.
           IF RECORD-NOT-THIS-FEEDS
               GO TO 3100-EXIT
           END-IF.
           DELETE PTD-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-PTD-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - PTD MASTER DELETE FAILED, STATUS = '
                   WS-PTD-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PTD-REMOVED-COUNT.
           ADD PT-DETAIL-COUNT TO WS-PTD-REMOVED-DETAILS.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4000-START-SUSPENSE-WITHDRAWAL - position the suspense
      *> ledger at the first item rejected on the processing date
      *> --------------------------------------------------------
       4000-START-SUSPENSE-WITHDRAWAL.
           IF SUSPENSE-NOT-IN-USE
               SET SUSPENSE-EOF TO TRUE
               GO TO 4000-EXIT
           END-IF.
           MOVE LOW-VALUES        TO SP-KEY.
           MOVE WS-PROCESSED-DATE TO SP-REJECT-DATE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET SUSPENSE-EOF TO TRUE
           END-START.
       4000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4100-WITHDRAW-SUSPENSE-ITEM - read the next suspense item
      *> rejected on the processing date; an open one of this
      *> source and feed date (see 5000) is withdrawn, and one
      *> already repaired is listed for review - its resubmission
      *> posted under the repair and is not this reversal's to undo
      *> --------------------------------------------------------
       4100-WITHDRAW-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SUSPENSE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SP-REJECT-DATE NOT = WS-PROCESSED-DATE
               SET SUSPENSE-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF SP-SOURCE-SYSTEM NOT = WS-REV-SOURCE-SYSTEM
               GO TO 4100-EXIT
           END-IF.
           MOVE SP-FEED-DATE TO WS-RECORD-FEED-DATE.
           PERFORM 5000-MATCH-FEED-DATE THRU 5000-EXIT.
           IF RECORD-NOT-THIS-FEEDS
               GO TO 4100-EXIT
           END-IF.
           IF SUSPENSE-ITEM-CLEARED
               PERFORM 4200-LIST-REPAIRED-ITEM THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF NOT SUSPENSE-ITEM-OPEN
               GO TO 4100-EXIT
           END-IF.
           SET SUSPENSE-ITEM-WITHDRAWN TO TRUE.
           MOVE WS-RUN-DATE TO SP-CLEARED-DATE.
           REWRITE SUSPENSE-RECORD.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'FATAL - SUSPENSE LEDGER REWRITE FAILED, '
                   'STATUS = ' WS-SUSPENSE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUSP-WITHDRAWN-COUNT.
       4100-EXIT.
           EXIT.

       4200-LIST-REPAIRED-ITEM.
           IF REVIEW-HEADING-NOT-WRITTEN
               MOVE SPACES TO REVERSAL-PRINT-RECORD
               PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT
               MOVE 'SUSPENSE ITEMS ALREADY REPAIRED - FOR REVIEW'
                   TO REVERSAL-PRINT-RECORD
               PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT
               SET REVIEW-HEADING-WRITTEN TO TRUE
           END-IF.
           MOVE SP-REJECT-DATE  TO SRL-REJECT-DATE.
           MOVE SP-ACCOUNT-ID   TO SRL-ACCOUNT-ID.
           MOVE SP-VALUE        TO SRL-VALUE-EDIT.
           MOVE SP-REASON-CODE  TO SRL-REASON-CODE.
           MOVE SP-CLEARED-DATE TO SRL-CLEARED-DATE.
           MOVE WS-REVIEW-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           ADD 1 TO WS-SUSP-REPAIRED-COUNT.
       4200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4500-START-HOLD-WITHDRAWAL - position the duplicate-hold
      *> file at the first item this feed had held on the
      *> processing date
      *> --------------------------------------------------------
       4500-START-HOLD-WITHDRAWAL.
           IF HOLD-FILE-NOT-IN-USE
               SET HOLD-FILE-EOF TO TRUE
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-PROCESSED-DATE    TO DH-HOLD-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO DH-SOURCE-SYSTEM.
           MOVE WS-REV-FEED-DATE     TO DH-FEED-DATE.
           MOVE ZERO                 TO DH-RECORD-NO.
           START DUPLICATE-HOLD-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   SET HOLD-FILE-EOF TO TRUE
           END-START.
       4500-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4600-WITHDRAW-HOLD-ITEM - read the next item this feed
      *> had held on the processing date; one still waiting -
      *> held, or released but not yet resubmitted - is
      *> withdrawn, and one already resubmitted is listed for
      *> review: it posted under the release, not under this feed.
      *> An item of another feed held against one of this feed's
      *> values is left for the floor, whose review screen shows
      *> the original is gone.
      *> --------------------------------------------------------
       4600-WITHDRAW-HOLD-ITEM.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-FILE-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           IF DH-HOLD-DATE NOT = WS-PROCESSED-DATE
               OR DH-SOURCE-SYSTEM NOT = WS-REV-SOURCE-SYSTEM
               OR DH-FEED-DATE NOT = WS-REV-FEED-DATE
               SET HOLD-FILE-EOF TO TRUE
               GO TO 4600-EXIT
           END-IF.
           IF HOLD-ITEM-RESUBMITTED
               PERFORM 4700-LIST-RESUBMITTED-HOLD THRU 4700-EXIT
               GO TO 4600-EXIT
           END-IF.
           IF NOT HOLD-ITEM-STILL-PENDING
               GO TO 4600-EXIT
           END-IF.
           SET HOLD-ITEM-WITHDRAWN TO TRUE.
           MOVE WS-RUN-DATE TO DH-DECISION-DATE.
           MOVE 'REVERSAL'  TO DH-DECISION-OPERATOR.
           REWRITE DUPLICATE-HOLD-RECORD.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD REWRITE FAILED, '
                   'STATUS = ' WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-WITHDRAWN-COUNT.
       4600-EXIT.
           EXIT.

       4700-LIST-RESUBMITTED-HOLD.
           IF HOLD-HEADING-NOT-WRITTEN
               MOVE SPACES TO REVERSAL-PRINT-RECORD
               PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT
               MOVE 'HELD DUPLICATES ALREADY RELEASED - FOR REVIEW'
                   TO REVERSAL-PRINT-RECORD
               PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT
               SET HOLD-HEADING-WRITTEN TO TRUE
           END-IF.
           MOVE DH-RECORD-NO     TO HRL-RECORD-NO.
           MOVE DH-ACCOUNT-ID    TO HRL-ACCOUNT-ID.
           MOVE DH-VALUE         TO HRL-VALUE-EDIT.
           MOVE DH-CURRENCY-CODE TO HRL-CURRENCY-CODE.
           MOVE DH-CLOSED-DATE   TO HRL-CLOSED-DATE.
           MOVE WS-HOLD-REVIEW-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           ADD 1 TO WS-HOLD-RESUBMIT-COUNT.
       4700-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-MATCH-FEED-DATE - decide whether a record of this
      *> source and night is this feed's by the feed date it
      *> carries. One written before the feed date was carried is
      *> this feed's only when no other feed of the source still
      *> stands for that night; otherwise it is left in place and
      *> counted.
      *> --------------------------------------------------------
       5000-MATCH-FEED-DATE.
           SET RECORD-NOT-THIS-FEEDS TO TRUE.
           IF WS-RECORD-FEED-DATE NUMERIC
               AND WS-RECORD-FEED-DATE-N NOT = ZERO
               IF WS-RECORD-FEED-DATE-N = WS-REV-FEED-DATE
                   SET RECORD-IS-THIS-FEEDS TO TRUE
               END-IF
               GO TO 5000-EXIT
           END-IF.
           IF OTHER-FEED-PROCESSED
               ADD 1 TO WS-UNMARKED-LEFT-COUNT
               GO TO 5000-EXIT
           END-IF.
           SET RECORD-IS-THIS-FEEDS TO TRUE.
       5000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5100-FORWARD-ONE-DAY - move the work date on one calendar
      *> day, rolling the month and year and giving February its
      *> 29th in a leap year
      *> --------------------------------------------------------
       5100-FORWARD-ONE-DAY.
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
           IF WS-WORK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DAY
               GO TO 5100-EXIT
           END-IF.
           MOVE 1 TO WS-WORK-DAY.
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.
       5100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - close the offsetting extract with its
      *> trailer, mark the register entry reversed so the
      *> corrected re-send is let through, print the counts and
      *> the supervisor sign-off line, close up and set the
      *> return code: 4 when repaired suspense items, released
      *> duplicate holds or unmarked records left in place need
      *> review, 0 otherwise
      *> --------------------------------------------------------
       8000-FINALIZE.
           IF WS-VALUES-REVERSED = ZERO
               MOVE '     NONE' TO REVERSAL-PRINT-RECORD
               PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT
           END-IF.
           MOVE SPACES               TO GL-INTERFACE-RECORD.
           SET GL-TRAILER-RECORD     TO TRUE.
           MOVE WS-INTF-RECORD-COUNT TO GL-TRL-RECORD-COUNT.
           MOVE WS-INTF-HASH-TOTAL   TO GL-TRL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'FATAL - OFFSET INTERFACE TRAILER WRITE '
                   'FAILED, STATUS = ' WS-INTERFACE-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE INTERFACE-FILE.
           MOVE WS-REV-FEED-DATE     TO FR-FEED-DATE.
           MOVE WS-REV-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
           MOVE 'REVD'               TO FR-DISPOSITION.
           MOVE WS-RUN-DATE          TO FR-REVERSED-DATE.
           REWRITE FEED-REGISTER-RECORD.
           IF WS-FEED-REGISTER-STATUS NOT = '00'
               DISPLAY 'FATAL - FEED REGISTER REWRITE FAILED, '
                   'STATUS = ' WS-FEED-REGISTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FEED-REGISTER-FILE.
           MOVE SPACES TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE 'VALUES REVERSED' TO RCL-CAPTION.
           MOVE WS-VALUES-REVERSED TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'AMOUNT REVERSED' TO RAL-CAPTION.
           MOVE WS-REVERSED-AMOUNT TO RAL-AMOUNT-EDIT.
           MOVE WS-REVERSAL-AMOUNT-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE 'OFFSETTING DETAILS TO LEDGER' TO RCL-CAPTION.
           MOVE WS-INTF-RECORD-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'GL OPEN ITEMS WITHDRAWN' TO RCL-CAPTION.
           MOVE WS-GL-WITHDRAWN-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ALREADY POSTED BY LEDGER' TO RCL-CAPTION.
           MOVE WS-GL-POSTED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'GL OFFSET ITEMS OPENED' TO RCL-CAPTION.
           MOVE WS-GL-OFFSET-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'PTD MASTER RECORDS REMOVED' TO RCL-CAPTION.
           MOVE WS-PTD-REMOVED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'PTD DETAILS REMOVED' TO RCL-CAPTION.
           MOVE WS-PTD-REMOVED-DETAILS TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'SUSPENSE ITEMS WITHDRAWN' TO RCL-CAPTION.
           MOVE WS-SUSP-WITHDRAWN-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'SUSPENSE ITEMS ALREADY REPAIRED' TO RCL-CAPTION.
           MOVE WS-SUSP-REPAIRED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'DUPLICATE HOLDS WITHDRAWN' TO RCL-CAPTION.
           MOVE WS-HOLD-WITHDRAWN-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'DUPLICATE HOLDS ALREADY RELEASED' TO RCL-CAPTION.
           MOVE WS-HOLD-RESUBMIT-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'UNMARKED RECORDS LEFT IN PLACE' TO RCL-CAPTION.
           MOVE WS-UNMARKED-LEFT-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE SPACES TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           MOVE ' SUPERVISOR INITIALS: ________'
               TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
           IF MASTER-IN-USE
               CLOSE VALUE-MASTER-FILE
           END-IF.
           IF PTD-IN-USE
               CLOSE PTD-MASTER-FILE
           END-IF.
           IF SUSPENSE-IN-USE
               CLOSE SUSPENSE-FILE
           END-IF.
           IF HOLD-FILE-IN-USE
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.
           IF GL-OPEN-IN-USE
               CLOSE GL-OPEN-ITEM-FILE
           END-IF.
           CLOSE REVERSAL-PRINT-FILE.
           DISPLAY 'FEED ' WS-REV-FEED-DATE ' FROM '
               WS-REV-SOURCE-SYSTEM ' REVERSED, '
               WS-VALUES-REVERSED ' VALUES BACKED OUT, SEE REVRPT'
               UPON CONSOLE.
           IF WS-SUSP-REPAIRED-COUNT > 0
               OR WS-HOLD-RESUBMIT-COUNT > 0
               OR WS-UNMARKED-LEFT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT-LINE.
           MOVE WS-REVERSAL-COUNT-LINE TO REVERSAL-PRINT-RECORD.
           PERFORM 8500-WRITE-REVERSAL-LINE THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

       8500-WRITE-REVERSAL-LINE.
           WRITE REVERSAL-PRINT-RECORD.
           IF WS-REVERSAL-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - REVERSAL REPORT WRITE FAILED, '
                   'STATUS = ' WS-REVERSAL-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
