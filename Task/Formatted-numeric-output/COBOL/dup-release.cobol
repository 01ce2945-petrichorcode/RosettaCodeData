      *> ------------------------------------------------------------
      *> DUP-RELEASE-PROGRAM
      *>
      *> The daily pass over the duplicate-hold file NUMERIC-OUTPUT-
      *> PROGRAM fills with the details it held as suspected
      *> duplicates. Every item the floor has released on
      *> ONLINE-DUP-REVIEW-PROGRAM is written to a release extract
      *> in the EXTRACT-RECORD layout the next run reads, marked as
      *> released from hold so the run posts it without checking it
      *> again, and is closed on the hold file as resubmitted.
      *>
      *> The review report lists every item still waiting for a
      *> decision, with the value master key of the posting it
      *> repeats, and every item closed since the last pass -
      *> released, discarded, or withdrawn with a reversed feed -
      *> so each decision is seen on paper once. The items of each
      *> feed are listed under a line naming the source and the feed
      *> date, which with the hold date and record number is the key
      *> the review screen asks for. The oldest item still held is
      *> called out for the supervisor.
      *>
      *> The release extract carries its own header (source DUPREL,
      *> today's date) and a trailer with the count and hash total of
      *> what was written, so the next run balances it like any
      *> other feed.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-RELEASE-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-HOLD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "DUPRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT REVIEW-PRINT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-HOLD-FILE.
       COPY "duphold.cpy".

       FD  RELEASE-FILE.
       COPY "extractd.cpy".

       FD  REVIEW-PRINT-FILE.
       01  REVIEW-PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RELEASE-COUNTERS.
           05  WS-HELD-COUNT           PIC 9(07)  VALUE ZERO COMP.
           05  WS-RELEASED-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-DISCARDED-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-WITHDRAWN-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-OLDEST-HOLD-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-OLDEST-ACCOUNT       PIC X(08)  VALUE SPACES.

      *> The feed whose items the report is listing, so a new feed
      *> line is printed when the next listed item is another's.
       01  WS-LISTED-FEED.
           05  WS-LISTED-HOLD-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-LISTED-SOURCE        PIC X(08)  VALUE SPACES.
           05  WS-LISTED-FEED-DATE     PIC 9(08)  VALUE ZERO.

      *> Control totals stamped on the release extract's header and
      *> trailer so the next NUMERIC-OUTPUT-PROGRAM run can balance it.
       01  WS-RELEASE-CONTROLS.
           05  WS-RELEASE-RUN-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-RELEASE-HASH-TOTAL   PIC S9(13)V9(5) VALUE ZERO
                                                          COMP-3.

       01  WS-SWITCHES.
           05  WS-HOLD-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  HOLD-FILE-EOF                  VALUE 'Y'.
               88  HOLD-FILE-NOT-EOF              VALUE 'N'.
           05  WS-HOLD-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
               88  HOLD-FILE-IS-OPEN              VALUE 'Y'.
               88  HOLD-FILE-NOT-OPEN             VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-DUP-HOLD-STATUS      PIC X(02).
           05  WS-RELEASE-STATUS       PIC X(02).
           05  WS-REVIEW-PRINT-STATUS  PIC X(02).

       01  WS-REVIEW-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(34)  VALUE
               'SUSPECTED DUPLICATE REVIEW REPORT'.
           05  FILLER                  PIC X(08)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  RH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.
       01  WS-REVIEW-HEADING-2.
           05  FILLER                  PIC X(40)  VALUE
               ' HELD ON  SOURCE   RECORD  ACCOUNT      '.
           05  FILLER                  PIC X(40)  VALUE
               '     VALUE CCY ORIGINAL RUN/REC ACTION  '.
       01  WS-REVIEW-FEED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(07)  VALUE 'SOURCE '.
           05  RFL-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(11)  VALUE ' FEED DATE '.
           05  RFL-FEED-DATE           PIC 9(08).
           05  FILLER                  PIC X(09)  VALUE ' HELD ON '.
           05  RFL-HOLD-DATE           PIC 9(08).
           05  FILLER                  PIC X(28)  VALUE SPACES.
       01  WS-REVIEW-DETAIL-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-HOLD-DATE           PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-RECORD-NO           PIC 9(07).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-VALUE-EDIT          PIC -(7)9.9(5).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-ORIG-RUN-DATE       PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-ORIG-RECORD-NO      PIC 9(07).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RDL-ACTION              PIC X(08).
       01  WS-OLDEST-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(34)  VALUE
               '** SUPERVISOR - OLDEST STILL HELD '.
           05  OL-HOLD-DATE            PIC 9(08).
           05  FILLER                  PIC X(09)  VALUE ' ACCOUNT '.
           05  OL-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.
       01  WS-REVIEW-SUMMARY-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE 'STILL HELD ='.
           05  RSL-HELD-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)  VALUE
               '  RELEASED ='.
           05  RSL-RELEASED-EDIT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '  DISCARDED ='.
           05  RSL-DISCARDED-EDIT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)  VALUE
               '  WITHDRAWN ='.
           05  RSL-WITHDRAWN-EDIT      PIC ZZZ,ZZ9.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REVIEW-HOLD-ITEM THRU 2000-EXIT
               UNTIL HOLD-FILE-EOF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - open the report and the release extract,
      *> stamp the extract's header, then open the hold file for
      *> update. The release extract is the product of the run, so
      *> failing to open it is fatal. No hold file at all means no
      *> run has held anything yet: an empty report and an empty
      *> release extract, not a failure.
      *> --------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RELEASE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REVIEW-PRINT-FILE.
           IF WS-REVIEW-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - DUPLICATE REVIEW REPORT OPEN FAILED,'
                   ' STATUS = ' WS-REVIEW-PRINT-STATUS UPON CONSOLE
           END-IF.
           MOVE WS-RELEASE-RUN-DATE TO RH1-RUN-DATE.
           MOVE WS-REVIEW-HEADING-1 TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
           MOVE WS-REVIEW-HEADING-2 TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
           OPEN OUTPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'FATAL - RELEASE FILE OPEN FAILED, STATUS = '
                   WS-RELEASE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-WRITE-RELEASE-HEADER THRU 1200-EXIT.
           OPEN I-O DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS = '35'
               SET HOLD-FILE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD OPEN FAILED, STATUS = '
                   WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET HOLD-FILE-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-WRITE-RELEASE-HEADER - stamp the release extract
      *> with today's date and this subsystem as the source, in
      *> the header layout the next run balances against.
      *> --------------------------------------------------------
       1200-WRITE-RELEASE-HEADER.
           MOVE SPACES TO EXTRACT-RECORD.
           SET EXTRACT-HEADER-RECORD TO TRUE.
           MOVE WS-RELEASE-RUN-DATE TO EX-FEED-DATE.
           MOVE 'DUPREL'            TO EX-SOURCE-SYSTEM.
           WRITE EXTRACT-RECORD.
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'FATAL - RELEASE WRITE FAILED, STATUS = '
                   WS-RELEASE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-REVIEW-HOLD-ITEM - read the next hold item and act
      *> on its status: a held item is listed and weighed as the
      *> oldest, a released item is resubmitted and closed, and a
      *> discarded or withdrawn item not yet reported is listed
      *> and closed. Items already closed are passed over.
      *> --------------------------------------------------------
       2000-REVIEW-HOLD-ITEM.
           READ DUPLICATE-HOLD-FILE
               AT END
                   SET HOLD-FILE-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD READ FAILED, STATUS = '
                   WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HOLD-ITEM-HELD
               ADD 1 TO WS-HELD-COUNT
               IF WS-OLDEST-HOLD-DATE = ZERO
                   OR DH-HOLD-DATE < WS-OLDEST-HOLD-DATE
                   MOVE DH-HOLD-DATE  TO WS-OLDEST-HOLD-DATE
                   MOVE DH-ACCOUNT-ID TO WS-OLDEST-ACCOUNT
               END-IF
               MOVE 'HELD'     TO RDL-ACTION
               PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF HOLD-ITEM-RELEASED
               PERFORM 3000-RESUBMIT-RELEASED THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF DH-CLOSED-DATE NOT = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF HOLD-ITEM-DISCARDED
               ADD 1 TO WS-DISCARDED-COUNT
               MOVE 'DISCARD'  TO RDL-ACTION
               PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
               PERFORM 3400-CLOSE-HOLD-ITEM THRU 3400-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF HOLD-ITEM-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE 'REVERSED' TO RDL-ACTION
               PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
               PERFORM 3400-CLOSE-HOLD-ITEM THRU 3400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-RESUBMIT-RELEASED - write the released item to the
      *> release extract as the feed stated it - account, amount,
      *> value class and currency - flagged as released from hold,
      *> then close it on the hold file as resubmitted. The release
      *> extract is the product of the run, so a write failure is
      *> fatal.
      *> --------------------------------------------------------
       3000-RESUBMIT-RELEASED.
           MOVE SPACES TO EXTRACT-RECORD.
           SET EXTRACT-DETAIL-RECORD TO TRUE.
           MOVE DH-ACCOUNT-ID    TO EX-ACCOUNT-ID.
           MOVE DH-VALUE         TO EX-VALUE.
           MOVE DH-VALUE-CLASS   TO EX-VALUE-CLASS.
           MOVE DH-CURRENCY-CODE TO EX-CURRENCY-CODE.
           SET DETAIL-RELEASED-FROM-HOLD TO TRUE.
           WRITE EXTRACT-RECORD.
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'FATAL - RELEASE WRITE FAILED, STATUS = '
                   WS-RELEASE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD DH-VALUE TO WS-RELEASE-HASH-TOTAL.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'RELEASED' TO RDL-ACTION.
           PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT.
           SET HOLD-ITEM-RESUBMITTED TO TRUE.
           PERFORM 3400-CLOSE-HOLD-ITEM THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3400-CLOSE-HOLD-ITEM - stamp the item closed today. A
      *> released item left unclosed would be resubmitted a second
      *> time by the next pass, so a failed rewrite is fatal.
      *> --------------------------------------------------------
       3400-CLOSE-HOLD-ITEM.
           MOVE WS-RELEASE-RUN-DATE TO DH-CLOSED-DATE.
           REWRITE DUPLICATE-HOLD-RECORD.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               DISPLAY 'FATAL - DUPLICATE HOLD REWRITE FAILED, '
                   'STATUS = ' WS-DUP-HOLD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3400-EXIT.
           EXIT.

       3500-WRITE-DETAIL-LINE.
           IF DH-HOLD-DATE     NOT = WS-LISTED-HOLD-DATE
               OR DH-SOURCE-SYSTEM NOT = WS-LISTED-SOURCE
               OR DH-FEED-DATE     NOT = WS-LISTED-FEED-DATE
               PERFORM 3550-WRITE-FEED-LINE THRU 3550-EXIT
           END-IF.
           MOVE DH-HOLD-DATE      TO RDL-HOLD-DATE.
           MOVE DH-SOURCE-SYSTEM  TO RDL-SOURCE-SYSTEM.
           MOVE DH-RECORD-NO      TO RDL-RECORD-NO.
           MOVE DH-ACCOUNT-ID     TO RDL-ACCOUNT-ID.
           MOVE DH-VALUE          TO RDL-VALUE-EDIT.
           MOVE DH-CURRENCY-CODE  TO RDL-CURRENCY-CODE.
           MOVE DH-ORIG-RUN-DATE  TO RDL-ORIG-RUN-DATE.
           MOVE DH-ORIG-RECORD-NO TO RDL-ORIG-RECORD-NO.
           MOVE WS-REVIEW-DETAIL-LINE TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
       3500-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3550-WRITE-FEED-LINE - name the feed the following items
      *> were held from; one source may send more than one feed a
      *> night, and their record numbers overlap
      *> --------------------------------------------------------
       3550-WRITE-FEED-LINE.
           MOVE DH-HOLD-DATE      TO WS-LISTED-HOLD-DATE.
           MOVE DH-SOURCE-SYSTEM  TO WS-LISTED-SOURCE.
           MOVE DH-FEED-DATE      TO WS-LISTED-FEED-DATE.
           MOVE DH-SOURCE-SYSTEM  TO RFL-SOURCE-SYSTEM.
           MOVE DH-FEED-DATE      TO RFL-FEED-DATE.
           MOVE DH-HOLD-DATE      TO RFL-HOLD-DATE.
           MOVE WS-REVIEW-FEED-LINE TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
       3550-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - the supervisor line for the oldest item
      *> still held, the summary counts, the release extract's
      *> trailer, then close up and set the return code: 4 while
      *> any item is still waiting for a decision.
      *> --------------------------------------------------------
       8000-FINALIZE.
           MOVE SPACES TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
           IF WS-HELD-COUNT > 0
               MOVE WS-OLDEST-HOLD-DATE TO OL-HOLD-DATE
               MOVE WS-OLDEST-ACCOUNT   TO OL-ACCOUNT-ID
               MOVE WS-OLDEST-LINE      TO REVIEW-PRINT-RECORD
               PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT
               DISPLAY 'DUPLICATE REVIEW - ' WS-HELD-COUNT
                   ' ITEM(S) STILL HELD, OLDEST SINCE '
                   WS-OLDEST-HOLD-DATE ', SEE DUPRPT' UPON CONSOLE
           END-IF.
           MOVE WS-HELD-COUNT      TO RSL-HELD-EDIT.
           MOVE WS-RELEASED-COUNT  TO RSL-RELEASED-EDIT.
           MOVE WS-DISCARDED-COUNT TO RSL-DISCARDED-EDIT.
           MOVE WS-WITHDRAWN-COUNT TO RSL-WITHDRAWN-EDIT.
           MOVE WS-REVIEW-SUMMARY-LINE TO REVIEW-PRINT-RECORD.
           PERFORM 8500-WRITE-REVIEW-LINE THRU 8500-EXIT.
           PERFORM 8200-WRITE-RELEASE-TRAILER THRU 8200-EXIT.
           IF HOLD-FILE-IS-OPEN
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.
           CLOSE RELEASE-FILE.
           CLOSE REVIEW-PRINT-FILE.
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8200-WRITE-RELEASE-TRAILER - stamp the release extract
      *> with the count and hash total of the values actually
      *> released, so the next run's balancing catches any
      *> truncation of this file in transit.
      *> --------------------------------------------------------
       8200-WRITE-RELEASE-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD.
           SET EXTRACT-TRAILER-RECORD TO TRUE.
           MOVE WS-RELEASED-COUNT     TO EX-EXPECTED-COUNT.
           MOVE WS-RELEASE-HASH-TOTAL TO EX-HASH-TOTAL.
           WRITE EXTRACT-RECORD.
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'FATAL - RELEASE WRITE FAILED, STATUS = '
                   WS-RELEASE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.

       8500-WRITE-REVIEW-LINE.
           WRITE REVIEW-PRINT-RECORD.
           IF WS-REVIEW-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - DUPLICATE REVIEW REPORT WRITE FAILED,'
                   ' STATUS = ' WS-REVIEW-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
