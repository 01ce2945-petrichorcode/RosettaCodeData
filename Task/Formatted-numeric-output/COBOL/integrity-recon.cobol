      *> ------------------------------------------------------------
      *> INTEGRITY-RECON-PROGRAM
      *>
      *> The end-of-job tie-out of one night's run across every file
      *> the run posted to. Each of NUMERIC-OUTPUT-PROGRAM's outputs
      *> balances against itself - the interface against its own
      *> trailer, the extract against its own - but nothing proved
      *> the files agree with each other, and a value that reached
      *> the audit trail but not the value master, or a ledger
      *> hand-off short of what went to period-to-date, went unseen
      *> until an account owner asked.
      *>
      *> Per source system, the count and total of the accepted
      *> values (as stored in X) on the audit log - the compliance
      *> record, and the reference here - are tied to the value
      *> master, the ledger interface details and the
      *> period-to-date master; the night's rejects on the reject
      *> file are tied to the suspense items posted that night. The
      *> run summary, the run history and the interface trailer are
      *> tied to the audit log's totals for the whole run. Every
      *> line says whether its file agrees.
      *>
      *> A feed FEED-REVERSAL-PROGRAM has backed out (marked 'REVD'
      *> on the feed register, processed on this run date) has had
      *> its value master and period-to-date records removed while
      *> the audit log, the interface, the summary and the history
      *> still hold its values (the offsets went to the ledger on
      *> their own extract). Its audit records are picked out by
      *> the feed date they carry and netted from what the value
      *> master and period-to-date master are expected to hold, so
      *> the source's other feeds that night are still tied out in
      *> full. An audit record written before the feed date was
      *> carried counts as the reversed feed's only when no other
      *> feed of the source still stands that night, which is the
      *> rule FEED-REVERSAL-PROGRAM removed its records by.
      *>
      *> The run date comes off the reconciliation card (RECNCARD);
      *> with no card, off the night's interface header. The audit
      *> log, interface, reject file and run summary are the
      *> night's own files, so the card date must be the night they
      *> describe. Values stamped the day after (a run that crossed
      *> midnight) are the same night's.
      *>
      *> Return code 8 when any file disagrees, so the scheduler
      *> holds the downstream jobs; 16 on a failure to run at all.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-RECON-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CARD-FILE ASSIGN TO "RECNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CARD-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT PTD-MASTER-FILE ASSIGN TO "PTDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PTD-MASTER-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-SUMMARY-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEED-REGISTER-STATUS.
           SELECT RECON-PRINT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CARD-FILE.
       01  RECON-CARD-RECORD.
           05  RCN-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  AUDIT-FILE.
       COPY "auditd.cpy".

       FD  VALUE-MASTER-FILE.
       COPY "valmastd.cpy".

       FD  INTERFACE-FILE.
       COPY "glintfd.cpy".

       FD  PTD-MASTER-FILE.
       COPY "ptdmstd.cpy".

       FD  REJECT-FILE.
       COPY "rejectd.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspd.cpy".

       FD  RUN-SUMMARY-FILE.
       COPY "runsummd.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "runhistd.cpy".

       FD  FEED-REGISTER-FILE.
       COPY "feedregd.cpy".

       FD  RECON-PRINT-FILE.
       01  RECON-PRINT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RECON-CONTROL.
           05  WS-RECON-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-RECON-NEXT-DATE      PIC 9(08)  VALUE ZERO.
           05  WS-INTF-HEADER-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-INTF-SOURCE-SYSTEM   PIC X(08)  VALUE SPACES.
           05  WS-SEARCH-SOURCE        PIC X(08)  VALUE SPACES.
           05  WS-DISAGREE-COUNT       PIC 9(05)  VALUE ZERO COMP.
           05  WS-EXPECTED-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-EXPECTED-TOTAL       PIC S9(11)V9(05) VALUE ZERO
                                                          COMP-3.

      *> One entry per source system seen on any of the night's
      *> files, with a count and total per file:
      *>   1 AUDITLOG  2 VALMASTR  3 GLINTF  4 PTDMSTR
      *>   5 REJECT    6 SUSPENSE
      *> Files 1-4 carry the accepted values as stored in X; files
      *> 5-6 carry the rejected values as the feed stated them.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-USED          PIC 9(02)  VALUE ZERO COMP.
           05  WS-SOURCE-ENTRY         OCCURS 20 TIMES.
               10  WS-SR-SOURCE-SYSTEM PIC X(08).
               10  WS-SR-REVERSED-SWITCH PIC X(01).
                   88  SOURCE-FEED-REVERSED       VALUE 'Y'.
                   88  SOURCE-FEED-NOT-REVERSED   VALUE 'N'.
               10  WS-SR-STANDING-SWITCH PIC X(01).
                   88  SOURCE-HAS-STANDING-FEED   VALUE 'Y'.
                   88  SOURCE-NO-STANDING-FEED    VALUE 'N'.
               10  WS-SR-FILE-ENTRY    OCCURS 6 TIMES.
                   15  WS-SR-COUNT     PIC 9(07)  COMP.
                   15  WS-SR-TOTAL     PIC S9(11)V9(05) COMP-3.
               10  WS-SR-REV-COUNT     PIC 9(07)  COMP.
               10  WS-SR-REV-TOTAL     PIC S9(11)V9(05) COMP-3.
       01  WS-SOURCE-SUB               PIC 9(02)  VALUE ZERO COMP.
       01  WS-FILE-SUB                 PIC 9(01)  VALUE ZERO COMP.

      *> The feeds processed on the run date and since reversed,
      *> by source and feed date; their audit records are netted
      *> from the value master's and period-to-date master's share.
       01  WS-REVERSED-TABLE.
           05  WS-REVERSED-USED        PIC 9(02)  VALUE ZERO COMP.
           05  WS-REVERSED-ENTRY       OCCURS 20 TIMES.
               10  WS-RV-SOURCE-SYSTEM PIC X(08).
               10  WS-RV-FEED-DATE     PIC 9(08).
       01  WS-REVERSED-SUB             PIC 9(02)  VALUE ZERO COMP.

       01  WS-FILE-NAMES               PIC X(48)  VALUE
           'AUDITLOGVALMASTRGLINTF  PTDMSTR REJECT  SUSPENSE'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME            OCCURS 6 TIMES
                                       PIC X(08).

      *> The whole run's figures: the audit log's and reject file's
      *> totals across all sources, and what the run summary, the
      *> run history and the interface trailer say they were.
       01  WS-RUN-TOTALS.
           05  WS-RUN-AUDIT-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-RUN-AUDIT-TOTAL      PIC S9(11)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-RUN-REJECT-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-RS-DETAIL-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-RS-RUNNING-TOTAL     PIC S9(11)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-RS-REJECT-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-RH-DETAIL-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-RH-RUNNING-TOTAL     PIC S9(11)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-RH-REJECT-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-TRL-RECORD-COUNT     PIC 9(09)  VALUE ZERO COMP.
           05  WS-TRL-HASH-TOTAL       PIC S9(13)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-TRAILER-COUNT        PIC 9(03)  VALUE ZERO COMP.

      *> Calendar work fields: the day after the run date, which a
      *> run crossing midnight stamped its later values with.
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
           05  WS-FILE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  FILE-EOF                       VALUE 'Y'.
               88  FILE-NOT-EOF                   VALUE 'N'.
           05  WS-SOURCE-FOUND-SWITCH  PIC X(01)  VALUE 'N'.
               88  SOURCE-ENTRY-FOUND             VALUE 'Y'.
               88  SOURCE-ENTRY-NOT-FOUND         VALUE 'N'.
           05  WS-RUN-SUMMARY-SWITCH   PIC X(01)  VALUE 'N'.
               88  RUN-SUMMARY-PRESENT            VALUE 'Y'.
               88  RUN-SUMMARY-ABSENT             VALUE 'N'.
           05  WS-RUN-HISTORY-SWITCH   PIC X(01)  VALUE 'N'.
               88  RUN-HISTORY-FOUND              VALUE 'Y'.
               88  RUN-HISTORY-NOT-FOUND          VALUE 'N'.
           05  WS-REVERSED-FEED-SWITCH PIC X(01)  VALUE 'N'.
               88  RECORD-OF-REVERSED-FEED        VALUE 'Y'.
               88  RECORD-NOT-OF-REVERSED-FEED    VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-RECON-CARD-STATUS    PIC X(02).
           05  WS-AUDIT-STATUS         PIC X(02).
           05  WS-VALUE-MASTER-STATUS  PIC X(02).
           05  WS-INTERFACE-STATUS     PIC X(02).
           05  WS-PTD-MASTER-STATUS    PIC X(02).
           05  WS-REJECT-STATUS        PIC X(02).
           05  WS-SUSPENSE-STATUS      PIC X(02).
           05  WS-RUN-SUMMARY-STATUS   PIC X(02).
           05  WS-RUN-HISTORY-STATUS   PIC X(02).
           05  WS-FEED-REGISTER-STATUS PIC X(02).
           05  WS-RECON-PRINT-STATUS   PIC X(02).

       01  WS-RECON-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               'CROSS-FILE INTEGRITY RECONCILIATION'.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  RH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-RECON-HEADING-2.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(60)  VALUE
               'FILE        COUNT                   TOTAL  STATUS'.
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-SOURCE-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(07)  VALUE 'SOURCE '.
           05  SRH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SRH-REVERSED-TEXT       PIC X(30).
           05  FILLER                  PIC X(33)  VALUE SPACES.

       01  WS-RECON-LINE.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  RCL-FILE-NAME           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RCL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RCL-TOTAL-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99999CR.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RCL-STATUS-TEXT         PIC X(30).
           05  FILLER                  PIC X(06)  VALUE SPACES.

      *> The run's reject counts carry no amount.
       01  WS-RECON-COUNT-LINE.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  RNL-FILE-NAME           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RNL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(25)  VALUE SPACES.
           05  RNL-STATUS-TEXT         PIC X(30).
           05  FILLER                  PIC X(06)  VALUE SPACES.

       01  WS-RECON-RESULT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RRL-DISAGREE-EDIT       PIC ZZZZ9.
           05  FILLER                  PIC X(45)  VALUE
               ' FILE(S) DISAGREE - HOLD THE DOWNSTREAM JOBS'.
           05  FILLER                  PIC X(29)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2800-MARK-REVERSED-FEEDS THRU 2800-EXIT.
           PERFORM 2000-TALLY-AUDIT-LOG THRU 2000-EXIT.
           PERFORM 2100-TALLY-VALUE-MASTER THRU 2100-EXIT.
           PERFORM 2200-TALLY-INTERFACE THRU 2200-EXIT.
           PERFORM 2300-TALLY-PTD-MASTER THRU 2300-EXIT.
           PERFORM 2400-TALLY-REJECTS THRU 2400-EXIT.
           PERFORM 2500-TALLY-SUSPENSE THRU 2500-EXIT.
           PERFORM 2600-READ-RUN-SUMMARY THRU 2600-EXIT.
           PERFORM 2700-READ-RUN-HISTORY THRU 2700-EXIT.
           MOVE ZERO TO WS-SOURCE-SUB.
           PERFORM 3000-REPORT-SOURCE THRU 3000-EXIT
               UNTIL WS-SOURCE-SUB >= WS-SOURCE-USED.
           PERFORM 4000-REPORT-RUN-TOTALS THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - settle the run date, the day after it,
      *> and open the report under its heading
      *> --------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-RECON-CARD THRU 1100-EXIT.
           PERFORM 1200-READ-INTERFACE-HEADER THRU 1200-EXIT.
           IF WS-RECON-RUN-DATE = ZERO
               MOVE WS-INTF-HEADER-DATE TO WS-RECON-RUN-DATE
           END-IF.
           IF WS-RECON-RUN-DATE = ZERO
               DISPLAY 'FATAL - NO RUN DATE ON THE RECONCILIATION '
                   'CARD AND NO INTERFACE HEADER TO TAKE ONE FROM'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-INTF-HEADER-DATE NOT = ZERO
               AND WS-INTF-HEADER-DATE NOT = WS-RECON-RUN-DATE
               DISPLAY 'FATAL - RECONCILIATION CARD NAMES RUN DATE '
                   WS-RECON-RUN-DATE ' BUT THE NIGHT''S FILES ARE '
                   'FOR ' WS-INTF-HEADER-DATE UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RECON-RUN-DATE TO WS-WORK-DATE-N.
           PERFORM 5100-FORWARD-ONE-DAY THRU 5100-EXIT.
           MOVE WS-WORK-DATE-N TO WS-RECON-NEXT-DATE.
           OPEN OUTPUT RECON-PRINT-FILE.
           IF WS-RECON-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - RECONCILIATION REPORT OPEN FAILED, '
                   'STATUS = ' WS-RECON-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RECON-RUN-DATE TO RH1-RUN-DATE.
           MOVE WS-RECON-HEADING-1 TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE WS-RECON-HEADING-2 TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-RECON-CARD - the run date to reconcile; the
      *> card is optional at end of job
      *> --------------------------------------------------------
       1100-READ-RECON-CARD.
           OPEN INPUT RECON-CARD-FILE.
           IF WS-RECON-CARD-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-RECON-CARD-STATUS NOT = '00'
               DISPLAY 'FATAL - RECONCILIATION CARD OPEN FAILED, '
                   'STATUS = ' WS-RECON-CARD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RECON-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RCN-RUN-DATE NUMERIC
                       MOVE RCN-RUN-DATE TO WS-RECON-RUN-DATE
                   END-IF
           END-READ.
           CLOSE RECON-CARD-FILE.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-READ-INTERFACE-HEADER - the run date on the night's
      *> interface header, which the batch stamps with the run's
      *> start date
      *> --------------------------------------------------------
       1200-READ-INTERFACE-HEADER.
           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           READ INTERFACE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GL-HEADER-RECORD
                       AND GL-HDR-RUN-DATE NUMERIC
                       MOVE GL-HDR-RUN-DATE TO WS-INTF-HEADER-DATE
                   END-IF
           END-READ.
           CLOSE INTERFACE-FILE.
       1200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-TALLY-AUDIT-LOG - the night's audit log, one record
      *> per value moved into X, by source, with the reversed
      *> feeds' share of it kept apart; also the whole run's count
      *> and total for the run-level tie-out
      *> --------------------------------------------------------
       2000-TALLY-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               DISPLAY 'WARNING - AUDIT LOG NOT ON FILE' UPON CONSOLE
               GO TO 2000-EXIT
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FATAL - AUDIT LOG OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2010-TALLY-AUDIT-RECORD THRU 2010-EXIT
               UNTIL FILE-EOF.
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

       2010-TALLY-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF AUD-RUN-DATE NOT = WS-RECON-RUN-DATE
               AND AUD-RUN-DATE NOT = WS-RECON-NEXT-DATE
               GO TO 2010-EXIT
           END-IF.
           MOVE AUD-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           ADD 1                TO WS-RUN-AUDIT-COUNT.
           ADD AUD-RESULT-VALUE TO WS-RUN-AUDIT-TOTAL.
           IF SOURCE-ENTRY-NOT-FOUND
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO WS-SR-COUNT (WS-SOURCE-SUB, 1).
           ADD AUD-RESULT-VALUE TO WS-SR-TOTAL (WS-SOURCE-SUB, 1).
           IF SOURCE-FEED-NOT-REVERSED (WS-SOURCE-SUB)
               GO TO 2010-EXIT
           END-IF.
           PERFORM 2020-TEST-AUDIT-FEED THRU 2020-EXIT.
           IF RECORD-OF-REVERSED-FEED
               ADD 1 TO WS-SR-REV-COUNT (WS-SOURCE-SUB)
               ADD AUD-RESULT-VALUE TO WS-SR-REV-TOTAL (WS-SOURCE-SUB)
           END-IF.
       2010-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2020-TEST-AUDIT-FEED - whether the audit record in hand
      *> belongs to a reversed feed: by its feed date when it
      *> carries one, otherwise only when no other feed of its
      *> source still stands that night
      *> --------------------------------------------------------
       2020-TEST-AUDIT-FEED.
           SET RECORD-NOT-OF-REVERSED-FEED TO TRUE.
           IF AUD-FEED-DATE NOT NUMERIC
               OR AUD-FEED-DATE = ZERO
               IF SOURCE-NO-STANDING-FEED (WS-SOURCE-SUB)
                   SET RECORD-OF-REVERSED-FEED TO TRUE
               END-IF
               GO TO 2020-EXIT
           END-IF.
           MOVE ZERO TO WS-REVERSED-SUB.
           PERFORM 2030-TEST-REVERSED-ENTRY THRU 2030-EXIT
               UNTIL RECORD-OF-REVERSED-FEED
                  OR WS-REVERSED-SUB >= WS-REVERSED-USED.
       2020-EXIT.
           EXIT.

       2030-TEST-REVERSED-ENTRY.
           ADD 1 TO WS-REVERSED-SUB.
           IF WS-RV-SOURCE-SYSTEM (WS-REVERSED-SUB)
                   = AUD-SOURCE-SYSTEM
               AND WS-RV-FEED-DATE (WS-REVERSED-SUB) = AUD-FEED-DATE
               SET RECORD-OF-REVERSED-FEED TO TRUE
           END-IF.
       2030-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-TALLY-VALUE-MASTER - the value master records of the
      *> run date and the day after, by source
      *> --------------------------------------------------------
       2100-TALLY-VALUE-MASTER.
           OPEN INPUT VALUE-MASTER-FILE.
           IF WS-VALUE-MASTER-STATUS = '35'
               DISPLAY 'WARNING - VALUE MASTER NOT ON FILE'
                   UPON CONSOLE
               GO TO 2100-EXIT
           END-IF.
           IF WS-VALUE-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - VALUE MASTER OPEN FAILED, STATUS = '
                   WS-VALUE-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           MOVE WS-RECON-RUN-DATE TO VM-RUN-DATE.
           MOVE ZERO              TO VM-RECORD-NO.
           START VALUE-MASTER-FILE KEY IS NOT LESS THAN VM-KEY
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START.
           PERFORM 2110-TALLY-VALUE-RECORD THRU 2110-EXIT
               UNTIL FILE-EOF.
           CLOSE VALUE-MASTER-FILE.
       2100-EXIT.
           EXIT.

       2110-TALLY-VALUE-RECORD.
           READ VALUE-MASTER-FILE NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF VM-RUN-DATE > WS-RECON-NEXT-DATE
               SET FILE-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF.
           MOVE VM-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SR-COUNT (WS-SOURCE-SUB, 2)
               ADD VM-STORED-VALUE TO WS-SR-TOTAL (WS-SOURCE-SUB, 2)
           END-IF.
       2110-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-TALLY-INTERFACE - the night's ledger interface: each
      *> detail belongs to the source named on the header before
      *> it; the trailer's count and hash are kept for the run
      *> tie-out, along with how many trailers the file carries
      *> --------------------------------------------------------
       2200-TALLY-INTERFACE.
           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = '35'
               DISPLAY 'WARNING - LEDGER INTERFACE NOT ON FILE'
                   UPON CONSOLE
               GO TO 2200-EXIT
           END-IF.
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'FATAL - LEDGER INTERFACE OPEN FAILED, '
                   'STATUS = ' WS-INTERFACE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2210-TALLY-INTERFACE-RECORD THRU 2210-EXIT
               UNTIL FILE-EOF.
           CLOSE INTERFACE-FILE.
       2200-EXIT.
           EXIT.

       2210-TALLY-INTERFACE-RECORD.
           READ INTERFACE-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF GL-HEADER-RECORD
               MOVE GL-HDR-SOURCE-SYSTEM TO WS-INTF-SOURCE-SYSTEM
               GO TO 2210-EXIT
           END-IF.
           IF GL-TRAILER-RECORD
               ADD 1 TO WS-TRAILER-COUNT
               MOVE GL-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
               MOVE GL-TRL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-INTF-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SR-COUNT (WS-SOURCE-SUB, 3)
               ADD GL-STORED-VALUE TO WS-SR-TOTAL (WS-SOURCE-SUB, 3)
           END-IF.
       2210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-TALLY-PTD-MASTER - the period-to-date records posted
      *> under the run date, by source. The master is keyed by
      *> period first, so the whole master is passed: a night
      *> reconciled after its period closed is still found.
      *> --------------------------------------------------------
       2300-TALLY-PTD-MASTER.
           OPEN INPUT PTD-MASTER-FILE.
           IF WS-PTD-MASTER-STATUS = '35'
               DISPLAY 'WARNING - PTD MASTER NOT ON FILE'
                   UPON CONSOLE
               GO TO 2300-EXIT
           END-IF.
           IF WS-PTD-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - PTD MASTER OPEN FAILED, STATUS = '
                   WS-PTD-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2310-TALLY-PTD-RECORD THRU 2310-EXIT
               UNTIL FILE-EOF.
           CLOSE PTD-MASTER-FILE.
       2300-EXIT.
           EXIT.

       2310-TALLY-PTD-RECORD.
           READ PTD-MASTER-FILE NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF PT-RUN-DATE NOT = WS-RECON-RUN-DATE
               GO TO 2310-EXIT
           END-IF.
           MOVE PT-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-FOUND
               ADD PT-DETAIL-COUNT TO WS-SR-COUNT (WS-SOURCE-SUB, 4)
               ADD PT-TOTAL        TO WS-SR-TOTAL (WS-SOURCE-SUB, 4)
           END-IF.
       2310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2400-TALLY-REJECTS - the night's reject file, by source,
      *> and the run's reject count
      *> --------------------------------------------------------
       2400-TALLY-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = '35'
               DISPLAY 'WARNING - REJECT FILE NOT ON FILE'
                   UPON CONSOLE
               GO TO 2400-EXIT
           END-IF.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'FATAL - REJECT FILE OPEN FAILED, STATUS = '
                   WS-REJECT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2410-TALLY-REJECT-RECORD THRU 2410-EXIT
               UNTIL FILE-EOF.
           CLOSE REJECT-FILE.
       2400-EXIT.
           EXIT.

       2410-TALLY-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF REJ-RUN-DATE NOT = WS-RECON-RUN-DATE
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-RUN-REJECT-COUNT.
           MOVE REJ-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SR-COUNT (WS-SOURCE-SUB, 5)
               ADD REJ-VALUE TO WS-SR-TOTAL (WS-SOURCE-SUB, 5)
           END-IF.
       2410-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2500-TALLY-SUSPENSE - every suspense item posted under the
      *> run date, whatever has become of it since: a repaired or
      *> withdrawn item was still posted that night
      *> --------------------------------------------------------
       2500-TALLY-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               DISPLAY 'WARNING - SUSPENSE LEDGER NOT ON FILE'
                   UPON CONSOLE
               GO TO 2500-EXIT
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'FATAL - SUSPENSE LEDGER OPEN FAILED, '
                   'STATUS = ' WS-SUSPENSE-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           MOVE LOW-VALUES        TO SP-KEY.
           MOVE WS-RECON-RUN-DATE TO SP-REJECT-DATE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START.
           PERFORM 2510-TALLY-SUSPENSE-ITEM THRU 2510-EXIT
               UNTIL FILE-EOF.
           CLOSE SUSPENSE-FILE.
       2500-EXIT.
           EXIT.

       2510-TALLY-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF SP-REJECT-DATE NOT = WS-RECON-RUN-DATE
               SET FILE-EOF TO TRUE
               GO TO 2510-EXIT
           END-IF.
           MOVE SP-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SR-COUNT (WS-SOURCE-SUB, 6)
               ADD SP-VALUE TO WS-SR-TOTAL (WS-SOURCE-SUB, 6)
           END-IF.
       2510-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2600-READ-RUN-SUMMARY - the night's machine-readable run
      *> summary. A partitioned run leaves its summaries per slice
      *> for the merge step instead, so an absent summary is noted
      *> and not compared; the run history still is.
      *> --------------------------------------------------------
       2600-READ-RUN-SUMMARY.
           OPEN INPUT RUN-SUMMARY-FILE.
           IF WS-RUN-SUMMARY-STATUS NOT = '00'
               GO TO 2600-EXIT
           END-IF.
           READ RUN-SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET RUN-SUMMARY-PRESENT TO TRUE
                   MOVE RS-DETAIL-COUNT  TO WS-RS-DETAIL-COUNT
                   MOVE RS-RUNNING-TOTAL TO WS-RS-RUNNING-TOTAL
                   MOVE RS-REJECT-COUNT  TO WS-RS-REJECT-COUNT
           END-READ.
           CLOSE RUN-SUMMARY-FILE.
       2600-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2700-READ-RUN-HISTORY - the run-history record for the run
      *> date; when a night was run more than once the last record
      *> appended is the one that stands
      *> --------------------------------------------------------
       2700-READ-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUN-HISTORY-STATUS NOT = '00'
               GO TO 2700-EXIT
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2710-SELECT-HISTORY-RECORD THRU 2710-EXIT
               UNTIL FILE-EOF.
           CLOSE RUN-HISTORY-FILE.
       2700-EXIT.
           EXIT.

       2710-SELECT-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           IF RH-RUN-DATE NOT = WS-RECON-RUN-DATE
               GO TO 2710-EXIT
           END-IF.
           SET RUN-HISTORY-FOUND TO TRUE.
           MOVE RH-DETAIL-COUNT  TO WS-RH-DETAIL-COUNT.
           MOVE RH-RUNNING-TOTAL TO WS-RH-RUNNING-TOTAL.
           MOVE RH-REJECT-COUNT  TO WS-RH-REJECT-COUNT.
       2710-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2800-MARK-REVERSED-FEEDS - a pass over the feed register,
      *> ahead of the audit log, for the feeds processed on the
      *> run date: each one since reversed is listed by source and
      *> feed date and its source marked, and a source with a feed
      *> that still stands is marked as such
      *> --------------------------------------------------------
       2800-MARK-REVERSED-FEEDS.
           OPEN INPUT FEED-REGISTER-FILE.
           IF WS-FEED-REGISTER-STATUS NOT = '00'
               GO TO 2800-EXIT
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2810-TEST-REGISTER-ENTRY THRU 2810-EXIT
               UNTIL FILE-EOF.
           CLOSE FEED-REGISTER-FILE.
       2800-EXIT.
           EXIT.

       2810-TEST-REGISTER-ENTRY.
           READ FEED-REGISTER-FILE NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2810-EXIT
           END-READ.
           IF FR-PROCESSED-DATE NOT = WS-RECON-RUN-DATE
               GO TO 2810-EXIT
           END-IF.
           IF NOT FEED-REVERSED
               AND NOT FEED-PROCESSED-TO-EOJ
               GO TO 2810-EXIT
           END-IF.
           MOVE FR-SOURCE-SYSTEM TO WS-SEARCH-SOURCE.
           PERFORM 5000-FIND-SOURCE-ENTRY THRU 5000-EXIT.
           IF SOURCE-ENTRY-NOT-FOUND
               GO TO 2810-EXIT
           END-IF.
           IF FEED-PROCESSED-TO-EOJ
               SET SOURCE-HAS-STANDING-FEED (WS-SOURCE-SUB) TO TRUE
               GO TO 2810-EXIT
           END-IF.
           IF WS-REVERSED-USED >= 20
               DISPLAY 'WARNING - REVERSED FEED TABLE FULL, SOURCE '
                   FR-SOURCE-SYSTEM ' FEED ' FR-FEED-DATE
                   ' NOT NETTED' UPON CONSOLE
               ADD 1 TO WS-DISAGREE-COUNT
               GO TO 2810-EXIT
           END-IF.
           ADD 1 TO WS-REVERSED-USED.
           MOVE FR-SOURCE-SYSTEM
               TO WS-RV-SOURCE-SYSTEM (WS-REVERSED-USED).
           MOVE FR-FEED-DATE TO WS-RV-FEED-DATE (WS-REVERSED-USED).
           SET SOURCE-FEED-REVERSED (WS-SOURCE-SUB) TO TRUE.
       2810-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-REPORT-SOURCE - one source's block: each file's
      *> count and total against what it should hold, and for a
      *> reversed source the share netted out
      *> --------------------------------------------------------
       3000-REPORT-SOURCE.
           ADD 1 TO WS-SOURCE-SUB.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE WS-SR-SOURCE-SYSTEM (WS-SOURCE-SUB)
               TO SRH-SOURCE-SYSTEM.
           IF SOURCE-FEED-REVERSED (WS-SOURCE-SUB)
               MOVE '(FEED REVERSED)' TO SRH-REVERSED-TEXT
           ELSE
               MOVE SPACES TO SRH-REVERSED-TEXT
           END-IF.
           MOVE WS-SOURCE-HEADING TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ZERO TO WS-FILE-SUB.
           PERFORM 3100-REPORT-FILE-LINE THRU 3100-EXIT
               UNTIL WS-FILE-SUB >= 6.
           IF SOURCE-FEED-REVERSED (WS-SOURCE-SUB)
               MOVE 'REVERSED' TO RCL-FILE-NAME
               MOVE WS-SR-REV-COUNT (WS-SOURCE-SUB) TO RCL-COUNT-EDIT
               MOVE WS-SR-REV-TOTAL (WS-SOURCE-SUB) TO RCL-TOTAL-EDIT
               MOVE 'NETTED FROM VALMASTR, PTDMSTR' TO RCL-STATUS-TEXT
               MOVE WS-RECON-LINE TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-REPORT-FILE-LINE - the audit log and reject file are
      *> the references; the value master, interface and
      *> period-to-date master must match the audit log (less a
      *> reversed feed's share on the value master and
      *> period-to-date master, whose records must be gone), and
      *> the suspense ledger the reject file
      *> --------------------------------------------------------
       3100-REPORT-FILE-LINE.
           ADD 1 TO WS-FILE-SUB.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO RCL-FILE-NAME.
           MOVE WS-SR-COUNT (WS-SOURCE-SUB, WS-FILE-SUB)
               TO RCL-COUNT-EDIT.
           MOVE WS-SR-TOTAL (WS-SOURCE-SUB, WS-FILE-SUB)
               TO RCL-TOTAL-EDIT.
           IF WS-FILE-SUB = 1
               OR WS-FILE-SUB = 5
               MOVE 'REFERENCE' TO RCL-STATUS-TEXT
               GO TO 3100-WRITE
           END-IF.
           IF WS-FILE-SUB = 6
               MOVE WS-SR-COUNT (WS-SOURCE-SUB, 5)
                   TO WS-EXPECTED-COUNT
               MOVE WS-SR-TOTAL (WS-SOURCE-SUB, 5)
                   TO WS-EXPECTED-TOTAL
           ELSE
               MOVE WS-SR-COUNT (WS-SOURCE-SUB, 1)
                   TO WS-EXPECTED-COUNT
               MOVE WS-SR-TOTAL (WS-SOURCE-SUB, 1)
                   TO WS-EXPECTED-TOTAL
           END-IF.
           IF SOURCE-FEED-REVERSED (WS-SOURCE-SUB)
               AND (WS-FILE-SUB = 2 OR WS-FILE-SUB = 4)
               SUBTRACT WS-SR-REV-COUNT (WS-SOURCE-SUB)
                   FROM WS-EXPECTED-COUNT
               SUBTRACT WS-SR-REV-TOTAL (WS-SOURCE-SUB)
                   FROM WS-EXPECTED-TOTAL
           END-IF.
           IF WS-SR-COUNT (WS-SOURCE-SUB, WS-FILE-SUB)
                   = WS-EXPECTED-COUNT
               AND WS-SR-TOTAL (WS-SOURCE-SUB, WS-FILE-SUB)
                   = WS-EXPECTED-TOTAL
               IF SOURCE-FEED-REVERSED (WS-SOURCE-SUB)
                   AND (WS-FILE-SUB = 2 OR WS-FILE-SUB = 4)
                   MOVE 'AGREES - REVERSED FEED NETTED'
                       TO RCL-STATUS-TEXT
               ELSE
                   MOVE 'AGREES' TO RCL-STATUS-TEXT
               END-IF
           ELSE
               MOVE '*** DISAGREES ***' TO RCL-STATUS-TEXT
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.
       3100-WRITE.
           MOVE WS-RECON-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4000-REPORT-RUN-TOTALS - the whole run: the audit log's
      *> count and total against the run summary, the run history
      *> and the interface trailer (which must be the file's only
      *> one), then the reject file's count against the reject
      *> counts the summary and history carry
      *> --------------------------------------------------------
       4000-REPORT-RUN-TOTALS.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ' RUN TOTALS - ALL SOURCES' TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'AUDITLOG'          TO RCL-FILE-NAME.
           MOVE WS-RUN-AUDIT-COUNT  TO RCL-COUNT-EDIT.
           MOVE WS-RUN-AUDIT-TOTAL  TO RCL-TOTAL-EDIT.
           MOVE 'REFERENCE'         TO RCL-STATUS-TEXT.
           MOVE WS-RECON-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'RUNSUMM'           TO RCL-FILE-NAME.
           MOVE WS-RS-DETAIL-COUNT  TO RCL-COUNT-EDIT.
           MOVE WS-RS-RUNNING-TOTAL TO RCL-TOTAL-EDIT.
           IF RUN-SUMMARY-ABSENT
               MOVE 'NOT PRESENT - NOT COMPARED' TO RCL-STATUS-TEXT
           ELSE
               IF WS-RS-DETAIL-COUNT = WS-RUN-AUDIT-COUNT
                   AND WS-RS-RUNNING-TOTAL = WS-RUN-AUDIT-TOTAL
                   MOVE 'AGREES' TO RCL-STATUS-TEXT
               ELSE
                   MOVE '*** DISAGREES ***' TO RCL-STATUS-TEXT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           MOVE WS-RECON-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'RUNHIST'           TO RCL-FILE-NAME.
           MOVE WS-RH-DETAIL-COUNT  TO RCL-COUNT-EDIT.
           MOVE WS-RH-RUNNING-TOTAL TO RCL-TOTAL-EDIT.
           IF RUN-HISTORY-NOT-FOUND
               MOVE '*** NO RECORD FOR RUN DATE ***'
                   TO RCL-STATUS-TEXT
               ADD 1 TO WS-DISAGREE-COUNT
           ELSE
               IF WS-RH-DETAIL-COUNT = WS-RUN-AUDIT-COUNT
                   AND WS-RH-RUNNING-TOTAL = WS-RUN-AUDIT-TOTAL
                   MOVE 'AGREES' TO RCL-STATUS-TEXT
               ELSE
                   MOVE '*** DISAGREES ***' TO RCL-STATUS-TEXT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           MOVE WS-RECON-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'GLTRAILR'          TO RCL-FILE-NAME.
           MOVE WS-TRL-RECORD-COUNT TO RCL-COUNT-EDIT.
           MOVE WS-TRL-HASH-TOTAL   TO RCL-TOTAL-EDIT.
           IF WS-TRAILER-COUNT NOT = 1
               MOVE '*** NOT EXACTLY ONE TRAILER ***'
                   TO RCL-STATUS-TEXT
               ADD 1 TO WS-DISAGREE-COUNT
           ELSE
               IF WS-TRL-RECORD-COUNT = WS-RUN-AUDIT-COUNT
                   AND WS-TRL-HASH-TOTAL = WS-RUN-AUDIT-TOTAL
                   MOVE 'AGREES' TO RCL-STATUS-TEXT
               ELSE
                   MOVE '*** DISAGREES ***' TO RCL-STATUS-TEXT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           MOVE WS-RECON-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           PERFORM 4100-REPORT-RUN-REJECTS THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-REPORT-RUN-REJECTS.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ' RUN REJECT COUNTS' TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'REJECT'            TO RNL-FILE-NAME.
           MOVE WS-RUN-REJECT-COUNT TO RNL-COUNT-EDIT.
           MOVE 'REFERENCE'         TO RNL-STATUS-TEXT.
           MOVE WS-RECON-COUNT-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'RUNSUMM'           TO RNL-FILE-NAME.
           MOVE WS-RS-REJECT-COUNT  TO RNL-COUNT-EDIT.
           IF RUN-SUMMARY-ABSENT
               MOVE 'NOT PRESENT - NOT COMPARED' TO RNL-STATUS-TEXT
           ELSE
               IF WS-RS-REJECT-COUNT = WS-RUN-REJECT-COUNT
                   MOVE 'AGREES' TO RNL-STATUS-TEXT
               ELSE
                   MOVE '*** DISAGREES ***' TO RNL-STATUS-TEXT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           MOVE WS-RECON-COUNT-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'RUNHIST'           TO RNL-FILE-NAME.
           MOVE WS-RH-REJECT-COUNT  TO RNL-COUNT-EDIT.
           IF RUN-HISTORY-NOT-FOUND
               MOVE '*** NO RECORD FOR RUN DATE ***'
                   TO RNL-STATUS-TEXT
           ELSE
               IF WS-RH-REJECT-COUNT = WS-RUN-REJECT-COUNT
                   MOVE 'AGREES' TO RNL-STATUS-TEXT
               ELSE
                   MOVE '*** DISAGREES ***' TO RNL-STATUS-TEXT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           MOVE WS-RECON-COUNT-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       4100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-FIND-SOURCE-ENTRY - look WS-SEARCH-SOURCE up on the
      *> source table, adding an entry the first time a source is
      *> seen and leaving WS-SOURCE-SUB on it. A source that does
      *> not fit cannot be tied out, which counts against the
      *> night.
      *> --------------------------------------------------------
       5000-FIND-SOURCE-ENTRY.
           SET SOURCE-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SOURCE-SUB.
           PERFORM 5010-TEST-SOURCE-ENTRY THRU 5010-EXIT
               UNTIL SOURCE-ENTRY-FOUND
                  OR WS-SOURCE-SUB >= WS-SOURCE-USED.
           IF SOURCE-ENTRY-FOUND
               GO TO 5000-EXIT
           END-IF.
           IF WS-SOURCE-USED >= 20
               DISPLAY 'WARNING - SOURCE TABLE FULL, SOURCE '
                   WS-SEARCH-SOURCE ' NOT TIED OUT' UPON CONSOLE
               ADD 1 TO WS-DISAGREE-COUNT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-USED.
           MOVE WS-SOURCE-USED TO WS-SOURCE-SUB.
           MOVE WS-SEARCH-SOURCE
               TO WS-SR-SOURCE-SYSTEM (WS-SOURCE-SUB).
           SET SOURCE-FEED-NOT-REVERSED (WS-SOURCE-SUB) TO TRUE.
           SET SOURCE-NO-STANDING-FEED (WS-SOURCE-SUB) TO TRUE.
           MOVE ZERO TO WS-SR-REV-COUNT (WS-SOURCE-SUB).
           MOVE ZERO TO WS-SR-REV-TOTAL (WS-SOURCE-SUB).
           MOVE ZERO TO WS-FILE-SUB.
           PERFORM 5020-ZERO-FILE-ENTRY THRU 5020-EXIT
               UNTIL WS-FILE-SUB >= 6.
           SET SOURCE-ENTRY-FOUND TO TRUE.
       5000-EXIT.
           EXIT.

       5010-TEST-SOURCE-ENTRY.
           ADD 1 TO WS-SOURCE-SUB.
           IF WS-SR-SOURCE-SYSTEM (WS-SOURCE-SUB) = WS-SEARCH-SOURCE
               SET SOURCE-ENTRY-FOUND TO TRUE
           END-IF.
       5010-EXIT.
           EXIT.

       5020-ZERO-FILE-ENTRY.
           ADD 1 TO WS-FILE-SUB.
           MOVE ZERO TO WS-SR-COUNT (WS-SOURCE-SUB, WS-FILE-SUB).
           MOVE ZERO TO WS-SR-TOTAL (WS-SOURCE-SUB, WS-FILE-SUB).
       5020-EXIT.
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
      *> 8000-FINALIZE - the verdict line and the return code: 8
      *> when any file disagrees
      *> --------------------------------------------------------
       8000-FINALIZE.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           IF WS-SOURCE-USED = ZERO
               MOVE ' NO ACTIVITY FOUND FOR THE RUN DATE'
                   TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
           END-IF.
           IF WS-DISAGREE-COUNT = ZERO
               MOVE ' ALL FILES AGREE' TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-DISAGREE-COUNT TO RRL-DISAGREE-EDIT
               MOVE WS-RECON-RESULT-LINE TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
               DISPLAY 'OUT OF BALANCE - ' WS-DISAGREE-COUNT
                   ' FILE(S) DISAGREE FOR RUN DATE '
                   WS-RECON-RUN-DATE UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ' SUPERVISOR INITIALS: ________'
               TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           CLOSE RECON-PRINT-FILE.
       8000-EXIT.
           EXIT.

       8500-WRITE-RECON-LINE.
           WRITE RECON-PRINT-RECORD.
           IF WS-RECON-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - RECONCILIATION REPORT WRITE FAILED, '
                   'STATUS = ' WS-RECON-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
