      *> ------------------------------------------------------------
      *> PARM-TRIAL-PROGRAM
      *>
      *> The trial run of a pending parameter master change. Before
      *> a supervisor approves a change to the limits, format code
      *> or base currency, this runs tonight's extract through
      *> FORMAT-ENGINE-PROGRAM twice - once under the parameter
      *> master record in force for the run date, once under the
      *> pending record - and prints the two side by side (TRIALRPT):
      *>
      *>   - the two records' settings, with what the change alters;
      *>   - every value the two runs treat differently: one that
      *>     would newly reject 'OVFL' or 'TRNC' (or 'CURR', when the
      *>     base currency changes), one that would now be accepted,
      *>     one that would be stored rounded or truncated
      *>     differently, and one that rejects for another reason;
      *>   - the per-class and per-source accepted totals under each
      *>     record, and the shift between them;
      *>   - the accounts affected, with how many of their values
      *>     change and the net shift in what they would be posted.
      *>
      *> Each detail passes the batch's own checks ahead of the
      *> engine - record type, account master, value class,
      *> currency - and a source on the source master keeps its
      *> own limits under both records, exactly as the nightly run
      *> would treat it. The truncation policy comes off the run
      *> control parm card and is the same for both runs.
      *>
      *> Nothing is updated: the masters, the feed register, the
      *> suspense ledger, the ledger interface, the audit trail and
      *> the run history are not opened for output, and the extract
      *> is only read.
      *>
      *> The pending record is named on the trial card (TRIALCRD)
      *> by the stamp it was saved under - change date, time and
      *> operator, as the approval screen shows them. With no card,
      *> the change most recently keyed and still pending is tried.
      *>
      *> Return code 4 when the change would alter anything, so the
      *> approving supervisor sees it; 0 when it alters nothing or
      *> nothing is pending; 8 when the pending record would stop
      *> the nightly run; 16 on a failure to run at all.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-TRIAL-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-CARD-FILE ASSIGN TO "TRIALCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-CARD-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARAMETER-MASTER-FILE ASSIGN TO "PARMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-MASTER-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOURCE-SYSTEM
               FILE STATUS IS WS-SOURCE-MASTER-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "XRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRATE-STATUS.
           SELECT TRIAL-PRINT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-CARD-FILE.
       01  TRIAL-CARD-RECORD.
           05  TC-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TC-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TC-CHANGE-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(54).

       FD  PARM-FILE.
       COPY "parmd.cpy".

       FD  PARAMETER-MASTER-FILE.
       COPY "parmmstd.cpy".

       FD  EXTRACT-FILE.
       COPY "extractd.cpy".

       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmstd.cpy".

       FD  SOURCE-MASTER-FILE.
       COPY "srcmstd.cpy".

       FD  EXCHANGE-RATE-FILE.
       COPY "xrated.cpy".

       FD  TRIAL-PRINT-FILE.
       01  TRIAL-PRINT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PENDING-MAX              PIC 9(03)  VALUE 50 COMP.
       77  WS-SOURCE-MAX               PIC 9(02)  VALUE 20 COMP.
       77  WS-ACCOUNT-MAX              PIC 9(03)  VALUE 500 COMP.

       COPY "fmtengd.cpy".

       01  WS-TRIAL-CONTROL.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-CARD-FORMAT-CODE     PIC X(02)  VALUE 'US'.
           05  WS-TRUNC-POLICY         PIC X(01)  VALUE 'A'.
               88  TRUNC-POLICY-REJECT            VALUE 'R'.
               88  TRUNC-POLICY-ROUND             VALUE 'H'.
               88  TRUNC-POLICY-ACCEPT            VALUE 'A'.
               88  TRUNC-POLICY-IS-KNOWN          VALUES 'R' 'H' 'A'.
           05  WS-CARD-CHANGE-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-CARD-CHANGE-TIME     PIC 9(08)  VALUE ZERO.
           05  WS-CARD-CHANGE-OPERATOR PIC X(08)  VALUE SPACES.
           05  WS-PM-BEST-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-TRIAL-SUB            PIC 9(03)  VALUE ZERO COMP.
           05  WS-SEARCH-SUB           PIC 9(03)  VALUE ZERO COMP.
           05  WS-PASS-SUB             PIC 9(01)  VALUE ZERO COMP.
           05  WS-OTHER-SUB            PIC 9(01)  VALUE ZERO COMP.
           05  WS-RECORD-COUNT         PIC 9(09)  VALUE ZERO COMP.
           05  WS-SOURCE-RECORD-NO     PIC 9(07)  VALUE ZERO.
           05  WS-FEED-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-SOURCE-SYSTEM        PIC X(08)  VALUE SPACES.
           05  WS-LOOKUP-ACCOUNT-ID    PIC X(08)  VALUE HIGH-VALUES.
           05  WS-LOOKUP-ACCOUNT-NAME  PIC X(30)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(11)  VALUE SPACES.
           05  WS-VALUE-SHIFT          PIC S9(09)V9(03) VALUE ZERO
                                                          COMP-3.
           05  WS-SHIFT-WORK           PIC S9(09)V9(03) VALUE ZERO
                                                          COMP-3.

      *> The two parameter sets the extract is run under:
      *> 1 = the record in force for the run date (the historic
      *> defaults when no record is), 2 = the pending record on
      *> trial.
       01  WS-PARM-SETS.
           05  WS-PS-ENTRY             OCCURS 2 TIMES.
               10  WS-PS-EFFECTIVE-DATE PIC 9(08).
               10  WS-PS-FORMAT-CODE   PIC X(02).
               10  WS-PS-LOW-LIMIT     PIC S9(5)V9(3).
               10  WS-PS-HIGH-LIMIT    PIC S9(5)V9(3).
               10  WS-PS-VARIANCE-TOL  PIC 9(03).
               10  WS-PS-EXCEPTION-BAND PIC 9(03).
               10  WS-PS-BASE-CURRENCY PIC X(03).
               10  WS-PS-APPROVAL-STATUS PIC X(01).
               10  WS-PS-CHANGE-DATE   PIC 9(08).
               10  WS-PS-CHANGE-TIME   PIC 9(08).
               10  WS-PS-CHANGE-OPERATOR PIC X(08).

      *> One detail's outcome under each parameter set: the engine
      *> status ('CURR' when the currency cannot be converted),
      *> the value X would hold and whether decimals were adjusted.
       01  WS-PASS-RESULTS.
           05  WS-PR-ENTRY             OCCURS 2 TIMES.
               10  WS-PR-STATUS        PIC X(04).
                   88  PR-ACCEPTED                VALUE SPACES.
                   88  PR-OVERFLOW                VALUE 'OVFL'.
                   88  PR-TRUNC-REJECT            VALUE 'TRNC'.
                   88  PR-CURRENCY-REJECT         VALUE 'CURR'.
               10  WS-PR-RESULT        PIC S9(5)V9(3).
               10  WS-PR-TRUNC-FLAG    PIC X(01).

      *> Accepted counts and totals by value class, and for the
      *> whole run, under each parameter set.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY          OCCURS 4 TIMES.
               10  WS-CLASS-CODE       PIC X(01).
               10  WS-CLASS-CAPTION    PIC X(12).
               10  WS-CLASS-PASS       OCCURS 2 TIMES.
                   15  WS-CLASS-COUNT  PIC 9(07)  COMP.
                   15  WS-CLASS-TOTAL  PIC S9(09)V9(03) COMP-3.
       01  WS-CLASS-SUB                PIC 9(01)  VALUE ZERO COMP.

       01  WS-RUN-TOTALS.
           05  WS-RUN-PASS             OCCURS 2 TIMES.
               10  WS-RUN-COUNT        PIC 9(07)  COMP.
               10  WS-RUN-TOTAL        PIC S9(09)V9(03) COMP-3.
               10  WS-RUN-OVFL-COUNT   PIC 9(07)  COMP.
               10  WS-RUN-TRNC-COUNT   PIC 9(07)  COMP.
               10  WS-RUN-CURR-COUNT   PIC 9(07)  COMP.

      *> The sources met on the extract: whether each runs under its
      *> own source master limits, and its accepted count and total
      *> under each parameter set.
       01  WS-SOURCE-TABLE.
           05  WS-ST-USED              PIC 9(02)  VALUE ZERO COMP.
           05  WS-ST-ENTRY             OCCURS 20 TIMES.
               10  WS-ST-SOURCE        PIC X(08).
               10  WS-ST-LIMITS-SWITCH PIC X(01).
                   88  ST-OWN-LIMITS              VALUE 'Y'.
                   88  ST-PARM-LIMITS             VALUE 'N'.
               10  WS-ST-LOW-LIMIT     PIC S9(5)V9(3).
               10  WS-ST-HIGH-LIMIT    PIC S9(5)V9(3).
               10  WS-ST-PASS          OCCURS 2 TIMES.
                   15  WS-ST-COUNT     PIC 9(07)  COMP.
                   15  WS-ST-TOTAL     PIC S9(09)V9(03) COMP-3.
       01  WS-SOURCE-SUB               PIC 9(02)  VALUE ZERO COMP.

      *> The accounts whose values the change would treat
      *> differently, with how many and the net shift in what would
      *> be posted to them.
       01  WS-ACCOUNT-TABLE.
           05  WS-AT-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-AT-ENTRY             OCCURS 500 TIMES.
               10  WS-AT-ACCOUNT-ID    PIC X(08).
               10  WS-AT-ACCOUNT-NAME  PIC X(30).
               10  WS-AT-DIFF-COUNT    PIC 9(05)  COMP.
               10  WS-AT-SHIFT         PIC S9(09)V9(03) COMP-3.
       01  WS-ACCOUNT-SUB              PIC 9(03)  VALUE ZERO COMP.

      *> Pending changes still awaiting a second supervisor, struck
      *> off as a later approval or rejection under the same stamp
      *> is read.
       01  WS-PENDING-TABLE.
           05  WS-PT-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-PT-ENTRY             OCCURS 50 TIMES.
               10  WS-PT-IMAGE         PIC X(86).
               10  WS-PT-REF-DATE      PIC 9(08).
               10  WS-PT-REF-TIME      PIC 9(08).
               10  WS-PT-REF-OPERATOR  PIC X(08).
               10  WS-PT-RESOLVED-SWITCH PIC X(01).
                   88  PT-RESOLVED                VALUE 'Y'.
                   88  PT-NOT-RESOLVED            VALUE 'N'.

      *> Exchange rates in force on the feed date, as the nightly
      *> run loads them at each feed header.
       01  WS-RATE-TABLE.
           05  WS-RATE-USED            PIC 9(02)  VALUE ZERO COMP.
           05  WS-RATE-ENTRY           OCCURS 20 TIMES.
               10  WS-RT-CURRENCY      PIC X(03).
               10  WS-RT-EFFECTIVE-DATE PIC 9(08).
               10  WS-RT-RATE          PIC 9(05)V9(06).
       01  WS-RATE-SUB                 PIC 9(02)  VALUE ZERO COMP.

       01  WS-CONVERSION-WORK.
           05  WS-DETAIL-CURRENCY      PIC X(03)  VALUE SPACES.
           05  WS-CONVERSION-RATE      PIC 9(05)V9(06) VALUE ZERO.
           05  WS-CONVERTED-WORK       PIC S9(13)V9(05) VALUE ZERO
                                                          COMP-3.
           05  WS-BASE-VALUE           PIC S9(07)V9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-COMPARED-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-PRE-ENGINE-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-NOT-DETAIL-COUNT     PIC 9(07)  VALUE ZERO COMP.
           05  WS-DIFF-COUNT           PIC 9(07)  VALUE ZERO COMP.
           05  WS-NEW-OVFL-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-NEW-TRNC-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-NEW-CURR-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-NOW-ACCEPTED-COUNT   PIC 9(07)  VALUE ZERO COMP.
           05  WS-ROUNDING-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-REASON-COUNT         PIC 9(07)  VALUE ZERO COMP.

       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SWITCH   PIC X(01)  VALUE 'N'.
               88  EXTRACT-EOF                    VALUE 'Y'.
               88  EXTRACT-NOT-EOF                VALUE 'N'.
           05  WS-PARM-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  PARM-MASTER-EOF                VALUE 'Y'.
               88  PARM-MASTER-NOT-EOF            VALUE 'N'.
           05  WS-PARM-MASTER-SWITCH   PIC X(01)  VALUE 'N'.
               88  PARM-MASTER-FOUND              VALUE 'Y'.
               88  PARM-MASTER-NOT-FOUND          VALUE 'N'.
           05  WS-CARD-SWITCH          PIC X(01)  VALUE 'N'.
               88  CHANGE-NAMED-ON-CARD           VALUE 'Y'.
               88  CHANGE-NOT-NAMED               VALUE 'N'.
           05  WS-HEADER-SWITCH        PIC X(01)  VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
               88  HEADER-NOT-SEEN                VALUE 'N'.
           05  WS-TRAILER-SWITCH       PIC X(01)  VALUE 'N'.
               88  TRAILER-SEEN                   VALUE 'Y'.
               88  TRAILER-NOT-SEEN               VALUE 'N'.
           05  WS-ACCT-MASTER-SWITCH   PIC X(01)  VALUE 'N'.
               88  ACCT-MASTER-IN-USE             VALUE 'Y'.
               88  ACCT-MASTER-NOT-IN-USE         VALUE 'N'.
           05  WS-SOURCE-MASTER-SWITCH PIC X(01)  VALUE 'N'.
               88  SOURCE-MASTER-IN-USE           VALUE 'Y'.
               88  SOURCE-MASTER-NOT-IN-USE       VALUE 'N'.
           05  WS-ACCOUNT-VALID-SWITCH PIC X(01)  VALUE 'Y'.
               88  ACCOUNT-IS-VALID               VALUE 'Y'.
               88  ACCOUNT-IS-INVALID             VALUE 'N'.
           05  WS-CURRENCY-VALID-SWITCH PIC X(01) VALUE 'Y'.
               88  CURRENCY-IS-VALID              VALUE 'Y'.
               88  CURRENCY-IS-INVALID            VALUE 'N'.
           05  WS-RATE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
               88  RATE-ENTRY-FOUND               VALUE 'Y'.
               88  RATE-ENTRY-NOT-FOUND           VALUE 'N'.
           05  WS-RATE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  RATE-FILE-EOF                  VALUE 'Y'.
               88  RATE-FILE-NOT-EOF              VALUE 'N'.
           05  WS-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
               88  ENTRY-FOUND                    VALUE 'Y'.
               88  ENTRY-NOT-FOUND                VALUE 'N'.
           05  WS-FLAG-CHANGE-SWITCH   PIC X(01)  VALUE 'Y'.
               88  FLAG-CHANGES                   VALUE 'Y'.
               88  DO-NOT-FLAG-CHANGES            VALUE 'N'.
           05  WS-TABLE-WARNED-SWITCH  PIC X(01)  VALUE 'N'.
               88  ACCOUNT-TABLE-WARNED           VALUE 'Y'.
               88  ACCOUNT-TABLE-NOT-WARNED       VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-TRIAL-CARD-STATUS    PIC X(02).
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-PARM-MASTER-STATUS   PIC X(02).
           05  WS-EXTRACT-STATUS       PIC X(02).
           05  WS-ACCT-MASTER-STATUS   PIC X(02).
           05  WS-SOURCE-MASTER-STATUS PIC X(02).
           05  WS-XRATE-STATUS         PIC X(02).
           05  WS-TRIAL-PRINT-STATUS   PIC X(02).

       01  WS-EDIT-WORK.
           05  WS-LIMIT-EDIT           PIC -ZZ,ZZ9.999.
           05  WS-PERCENT-EDIT         PIC ZZ9.
           05  WS-OUTCOME-EDIT         PIC -ZZ,ZZ9.999.

       01  WS-TRIAL-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(42)  VALUE
               'PARAMETER CHANGE TRIAL RUN'.
           05  FILLER                  PIC X(12)  VALUE
               'RUN DATE    '.
           05  TH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(17)  VALUE SPACES.

       01  WS-TRIAL-HEADING-2.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE
               'A TRIAL ONLY - NO MASTER, REGISTER, LEDG'.
           05  FILLER                  PIC X(39)  VALUE
               'ER OR HISTORY IS UPDATED'.

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SCH-TITLE               PIC X(79).

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TXL-TEXT                PIC X(79).

       01  WS-COMPARE-HEADING.
           05  FILLER                  PIC X(21)  VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE 'IN FORCE'.
           05  FILLER                  PIC X(20)  VALUE
               'TRIAL (PENDING)'.
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-COMPARE-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CPL-CAPTION             PIC X(20).
           05  CPL-IN-FORCE            PIC X(20).
           05  CPL-TRIAL               PIC X(20).
           05  CPL-CHANGED             PIC X(10).
           05  FILLER                  PIC X(09)  VALUE SPACES.

       01  WS-DIFF-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               ' ACCOUNT  SOURCE    RECORD       FEED VA'.
           05  FILLER                  PIC X(40)  VALUE
               'LUE    IN FORCE       TRIAL DIFFERENCE'.

       01  WS-DIFF-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-FEED-VALUE          PIC -Z,ZZZ,ZZ9.99999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-IN-FORCE            PIC X(11).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-TRIAL               PIC X(11).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DFL-NOTE                PIC X(11).
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-TOTAL-HEADING-1.
           05  FILLER                  PIC X(40)  VALUE
               '             IN FORCE                   '.
           05  FILLER                  PIC X(40)  VALUE
               'TRIAL'.

       01  WS-TOTAL-HEADING-2.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TH2-CAPTION             PIC X(12).
           05  FILLER                  PIC X(27)  VALUE
               '  ITEMS            TOTAL   '.
           05  FILLER                  PIC X(40)  VALUE
               'ITEMS            TOTAL            SHIFT'.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TTL-CAPTION             PIC X(12).
           05  TTL-IN-FORCE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TTL-IN-FORCE-TOTAL      PIC -ZZZ,ZZZ,ZZ9.999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TTL-TRIAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TTL-TRIAL-TOTAL         PIC -ZZZ,ZZZ,ZZ9.999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TTL-SHIFT               PIC -ZZZ,ZZZ,ZZ9.999.
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               ' ACCOUNT  NAME                          '.
           05  FILLER                  PIC X(40)  VALUE
               ' VALUES        NET SHIFT'.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-ACCOUNT-NAME        PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-DIFF-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ACL-SHIFT               PIC -ZZZ,ZZZ,ZZ9.999.
           05  FILLER                  PIC X(16)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SML-CAPTION             PIC X(50).
           05  SML-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(18)  VALUE SPACES.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
               UNTIL EXTRACT-EOF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - settle the two parameter sets, open the
      *> report and print them side by side, then open the extract
      *> and the masters it is checked against and prime the read
      *> --------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-RUN-TOTALS.
           PERFORM 1090-INIT-CLASS-TABLE THRU 1090-EXIT.
           PERFORM 1050-READ-FORMAT-PARM THRU 1050-EXIT.
           PERFORM 1100-READ-TRIAL-CARD THRU 1100-EXIT.
           MOVE ZERO            TO WS-PS-EFFECTIVE-DATE (1).
           MOVE WS-CARD-FORMAT-CODE TO WS-PS-FORMAT-CODE (1).
           MOVE -99999.999      TO WS-PS-LOW-LIMIT (1).
           MOVE 99999.999       TO WS-PS-HIGH-LIMIT (1).
           MOVE ZERO            TO WS-PS-VARIANCE-TOL (1).
           MOVE ZERO            TO WS-PS-EXCEPTION-BAND (1).
           MOVE 'USD'           TO WS-PS-BASE-CURRENCY (1).
           MOVE SPACE           TO WS-PS-APPROVAL-STATUS (1).
           MOVE ZERO            TO WS-PS-CHANGE-DATE (1).
           MOVE ZERO            TO WS-PS-CHANGE-TIME (1).
           MOVE SPACES          TO WS-PS-CHANGE-OPERATOR (1).
           PERFORM 1200-READ-PARM-MASTER THRU 1200-EXIT.
           OPEN OUTPUT TRIAL-PRINT-FILE.
           IF WS-TRIAL-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - TRIAL REPORT OPEN FAILED, STATUS = '
                   WS-TRIAL-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO TH1-RUN-DATE.
           MOVE WS-TRIAL-HEADING-1 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE WS-TRIAL-HEADING-2 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           PERFORM 1300-CHOOSE-TRIAL-RECORD THRU 1300-EXIT.
           PERFORM 1400-PRINT-PARM-COMPARISON THRU 1400-EXIT.
           PERFORM 1500-CHECK-TRIAL-RECORD THRU 1500-EXIT.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'FATAL - EXTRACT FILE OPEN FAILED, STATUS = '
                   WS-EXTRACT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1600-OPEN-MASTERS THRU 1600-EXIT.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'VALUES THE CHANGE WOULD TREAT DIFFERENTLY'
               TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE WS-DIFF-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           PERFORM 2700-READ-EXTRACT-RECORD THRU 2700-EXIT.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1090-INIT-CLASS-TABLE - the fixed value-class buckets the
      *> nightly run splits its totals by
      *> --------------------------------------------------------
       1090-INIT-CLASS-TABLE.
           INITIALIZE WS-CLASS-TABLE.
           MOVE 'F'            TO WS-CLASS-CODE (1).
           MOVE 'FEE'          TO WS-CLASS-CAPTION (1).
           MOVE 'A'            TO WS-CLASS-CODE (2).
           MOVE 'ADJUSTMENT'   TO WS-CLASS-CAPTION (2).
           MOVE 'P'            TO WS-CLASS-CODE (3).
           MOVE 'PRINCIPAL'    TO WS-CLASS-CAPTION (3).
           MOVE SPACE          TO WS-CLASS-CODE (4).
           MOVE 'UNCLASSIFIED' TO WS-CLASS-CAPTION (4).
       1090-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1050-READ-FORMAT-PARM - the truncation policy and default
      *> format code off the run control parm card, read exactly
      *> as the nightly run reads them; no card runs US, accept
      *> --------------------------------------------------------
       1050-READ-FORMAT-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '35'
               GO TO 1050-EXIT
           END-IF.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL - PARM FILE OPEN FAILED, STATUS = '
                   WS-PARM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-FORMAT-CODE TO WS-CARD-FORMAT-CODE
                   IF PARM-TRUNCATION-POLICY = SPACE
                       SET TRUNC-POLICY-ACCEPT TO TRUE
                   ELSE
                       MOVE PARM-TRUNCATION-POLICY TO WS-TRUNC-POLICY
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           IF NOT TRUNC-POLICY-IS-KNOWN
               DISPLAY 'FATAL - UNKNOWN TRUNCATION POLICY '
                   WS-TRUNC-POLICY ' ON PARM CARD' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-TRIAL-CARD - the stamp of the pending change to
      *> try; the card is optional
      *> --------------------------------------------------------
       1100-READ-TRIAL-CARD.
           OPEN INPUT TRIAL-CARD-FILE.
           IF WS-TRIAL-CARD-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-TRIAL-CARD-STATUS NOT = '00'
               DISPLAY 'FATAL - TRIAL CARD OPEN FAILED, STATUS = '
                   WS-TRIAL-CARD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TRIAL-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-CHANGE-DATE NUMERIC
                       AND TC-CHANGE-TIME NUMERIC
                       AND TC-CHANGE-OPERATOR NOT = SPACES
                       MOVE TC-CHANGE-DATE TO WS-CARD-CHANGE-DATE
                       MOVE TC-CHANGE-TIME TO WS-CARD-CHANGE-TIME
                       MOVE TC-CHANGE-OPERATOR
                           TO WS-CARD-CHANGE-OPERATOR
                       SET CHANGE-NAMED-ON-CARD TO TRUE
                   END-IF
           END-READ.
           CLOSE TRIAL-CARD-FILE.
       1100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1200-READ-PARM-MASTER - one pass over the parameter master:
      *> the record in force for the run date is kept as set 1,
      *> the way the nightly run selects it, and every pending
      *> change is tabled until its approval or rejection is read
      *> --------------------------------------------------------
       1200-READ-PARM-MASTER.
           OPEN INPUT PARAMETER-MASTER-FILE.
           IF WS-PARM-MASTER-STATUS = '35'
               GO TO 1200-EXIT
           END-IF.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - PARM MASTER OPEN FAILED, STATUS = '
                   WS-PARM-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-READ-MASTER-RECORD THRU 1210-EXIT
               UNTIL PARM-MASTER-EOF.
           CLOSE PARAMETER-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-MASTER-RECORD.
           READ PARAMETER-MASTER-FILE
               AT END
                   SET PARM-MASTER-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF PARM-RECORD-PENDING
               PERFORM 1220-TABLE-PENDING THRU 1220-EXIT
               GO TO 1210-EXIT
           END-IF.
           IF PARM-RECORD-APPROVED OR PARM-RECORD-REJECTED
               PERFORM 1230-STRIKE-RESOLVED THRU 1230-EXIT
           END-IF.
           IF PARM-RECORD-IN-FORCE
               AND PM-EFFECTIVE-DATE <= WS-RUN-DATE
               AND PM-EFFECTIVE-DATE >= WS-PM-BEST-DATE
               MOVE PM-EFFECTIVE-DATE TO WS-PM-BEST-DATE
               MOVE 1 TO WS-PASS-SUB
               PERFORM 1250-KEEP-PARM-SET THRU 1250-EXIT
               SET PARM-MASTER-FOUND TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

       1220-TABLE-PENDING.
           IF WS-PT-USED >= WS-PENDING-MAX
               DISPLAY 'WARNING - MORE THAN ' WS-PENDING-MAX
                   ' PENDING PARAMETER CHANGES, LATER ONES NOT '
                   'TRIED' UPON CONSOLE
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WS-PT-USED.
           MOVE PARAMETER-MASTER-RECORD TO WS-PT-IMAGE (WS-PT-USED).
           MOVE PM-CHANGE-DATE     TO WS-PT-REF-DATE (WS-PT-USED).
           MOVE PM-CHANGE-TIME     TO WS-PT-REF-TIME (WS-PT-USED).
           MOVE PM-CHANGE-OPERATOR TO WS-PT-REF-OPERATOR (WS-PT-USED).
           SET PT-NOT-RESOLVED (WS-PT-USED) TO TRUE.
       1220-EXIT.
           EXIT.

       1230-STRIKE-RESOLVED.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEARCH-SUB.
           PERFORM 1235-TEST-PENDING-ENTRY THRU 1235-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SEARCH-SUB >= WS-PT-USED.
           IF ENTRY-FOUND
               SET PT-RESOLVED (WS-SEARCH-SUB) TO TRUE
           END-IF.
       1230-EXIT.
           EXIT.

       1235-TEST-PENDING-ENTRY.
           ADD 1 TO WS-SEARCH-SUB.
           IF WS-PT-REF-DATE (WS-SEARCH-SUB) = PM-CHANGE-DATE
               AND WS-PT-REF-TIME (WS-SEARCH-SUB) = PM-CHANGE-TIME
               AND WS-PT-REF-OPERATOR (WS-SEARCH-SUB)
                   = PM-CHANGE-OPERATOR
               SET ENTRY-FOUND TO TRUE
           END-IF.
       1235-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1250-KEEP-PARM-SET - copy the parameter master record in
      *> the record area into set WS-PASS-SUB; a record saved
      *> before the base currency was carried runs as USD
      *> --------------------------------------------------------
       1250-KEEP-PARM-SET.
           MOVE PM-EFFECTIVE-DATE TO WS-PS-EFFECTIVE-DATE (WS-PASS-SUB).
           MOVE PM-FORMAT-CODE    TO WS-PS-FORMAT-CODE (WS-PASS-SUB).
           MOVE PM-LOW-LIMIT      TO WS-PS-LOW-LIMIT (WS-PASS-SUB).
           MOVE PM-HIGH-LIMIT     TO WS-PS-HIGH-LIMIT (WS-PASS-SUB).
           MOVE PM-VARIANCE-TOLERANCE
               TO WS-PS-VARIANCE-TOL (WS-PASS-SUB).
           MOVE PM-EXCEPTION-BAND
               TO WS-PS-EXCEPTION-BAND (WS-PASS-SUB).
           IF PM-BASE-CURRENCY = SPACES
               MOVE 'USD' TO WS-PS-BASE-CURRENCY (WS-PASS-SUB)
           ELSE
               MOVE PM-BASE-CURRENCY
                   TO WS-PS-BASE-CURRENCY (WS-PASS-SUB)
           END-IF.
           MOVE PM-APPROVAL-STATUS
               TO WS-PS-APPROVAL-STATUS (WS-PASS-SUB).
           MOVE PM-CHANGE-DATE    TO WS-PS-CHANGE-DATE (WS-PASS-SUB).
           MOVE PM-CHANGE-TIME    TO WS-PS-CHANGE-TIME (WS-PASS-SUB).
           MOVE PM-CHANGE-OPERATOR
               TO WS-PS-CHANGE-OPERATOR (WS-PASS-SUB).
       1250-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1300-CHOOSE-TRIAL-RECORD - the change named on the card,
      *> which must still be pending, or with no card the latest
      *> change still pending. With nothing pending there is
      *> nothing to try: the report says so and the run ends.
      *> --------------------------------------------------------
       1300-CHOOSE-TRIAL-RECORD.
           MOVE ZERO TO WS-TRIAL-SUB.
           IF CHANGE-NAMED-ON-CARD
               GO TO 1310-FIND-NAMED-CHANGE
           END-IF.
           MOVE WS-PT-USED TO WS-SEARCH-SUB.
           PERFORM 1320-BACK-TO-UNRESOLVED THRU 1320-EXIT
               UNTIL WS-TRIAL-SUB > ZERO
                  OR WS-SEARCH-SUB = ZERO.
           IF WS-TRIAL-SUB = ZERO
               MOVE 'NO PARAMETER CHANGE IS PENDING - NOTHING TO TRY'
                   TO TXL-TEXT
               MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD
               PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT
               CLOSE TRIAL-PRINT-FILE
               DISPLAY 'PARM TRIAL - NO PARAMETER CHANGE IS PENDING'
                   UPON CONSOLE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           GO TO 1330-KEEP-TRIAL-SET.
       1310-FIND-NAMED-CHANGE.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SEARCH-SUB.
           PERFORM 1315-TEST-NAMED-ENTRY THRU 1315-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SEARCH-SUB >= WS-PT-USED.
           IF ENTRY-NOT-FOUND
               DISPLAY 'FATAL - NO PENDING PARAMETER CHANGE KEYED '
                   WS-CARD-CHANGE-DATE ' ' WS-CARD-CHANGE-TIME
                   ' BY ' WS-CARD-CHANGE-OPERATOR UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PT-RESOLVED (WS-SEARCH-SUB)
               DISPLAY 'FATAL - PARAMETER CHANGE KEYED '
                   WS-CARD-CHANGE-DATE ' ' WS-CARD-CHANGE-TIME
                   ' BY ' WS-CARD-CHANGE-OPERATOR
                   ' IS ALREADY APPROVED OR REJECTED' UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SEARCH-SUB TO WS-TRIAL-SUB.
       1330-KEEP-TRIAL-SET.
           MOVE WS-PT-IMAGE (WS-TRIAL-SUB) TO PARAMETER-MASTER-RECORD.
           MOVE 2 TO WS-PASS-SUB.
           PERFORM 1250-KEEP-PARM-SET THRU 1250-EXIT.
       1300-EXIT.
           EXIT.

       1315-TEST-NAMED-ENTRY.
           ADD 1 TO WS-SEARCH-SUB.
           IF WS-PT-REF-DATE (WS-SEARCH-SUB) = WS-CARD-CHANGE-DATE
               AND WS-PT-REF-TIME (WS-SEARCH-SUB)
                   = WS-CARD-CHANGE-TIME
               AND WS-PT-REF-OPERATOR (WS-SEARCH-SUB)
                   = WS-CARD-CHANGE-OPERATOR
               SET ENTRY-FOUND TO TRUE
           END-IF.
       1315-EXIT.
           EXIT.

       1320-BACK-TO-UNRESOLVED.
           IF PT-NOT-RESOLVED (WS-SEARCH-SUB)
               MOVE WS-SEARCH-SUB TO WS-TRIAL-SUB
           ELSE
               SUBTRACT 1 FROM WS-SEARCH-SUB
           END-IF.
       1320-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1400-PRINT-PARM-COMPARISON - the two records side by
      *> side; a setting the change alters is flagged
      *> --------------------------------------------------------
       1400-PRINT-PARM-COMPARISON.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'PARAMETER MASTER RECORDS' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE WS-COMPARE-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           SET DO-NOT-FLAG-CHANGES TO TRUE.
           MOVE 'STATUS' TO CPL-CAPTION.
           IF PARM-MASTER-FOUND
               IF WS-PS-APPROVAL-STATUS (1) = 'A'
                   MOVE 'APPROVED' TO CPL-IN-FORCE
               ELSE
                   MOVE 'IN FORCE' TO CPL-IN-FORCE
               END-IF
           ELSE
               MOVE 'NONE - DEFAULTS' TO CPL-IN-FORCE
           END-IF.
           MOVE 'PENDING' TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'KEYED BY' TO CPL-CAPTION.
           MOVE WS-PS-CHANGE-OPERATOR (1) TO CPL-IN-FORCE.
           MOVE WS-PS-CHANGE-OPERATOR (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'KEYED ON' TO CPL-CAPTION.
           MOVE WS-PS-CHANGE-DATE (1) TO CPL-IN-FORCE.
           MOVE WS-PS-CHANGE-DATE (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'KEYED AT' TO CPL-CAPTION.
           MOVE WS-PS-CHANGE-TIME (1) TO CPL-IN-FORCE.
           MOVE WS-PS-CHANGE-TIME (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           SET FLAG-CHANGES TO TRUE.
           MOVE 'EFFECTIVE DATE' TO CPL-CAPTION.
           MOVE WS-PS-EFFECTIVE-DATE (1) TO CPL-IN-FORCE.
           MOVE WS-PS-EFFECTIVE-DATE (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'FORMAT CODE' TO CPL-CAPTION.
           MOVE WS-PS-FORMAT-CODE (1) TO CPL-IN-FORCE.
           MOVE WS-PS-FORMAT-CODE (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'LOW LIMIT' TO CPL-CAPTION.
           MOVE WS-PS-LOW-LIMIT (1) TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT TO CPL-IN-FORCE.
           MOVE WS-PS-LOW-LIMIT (2) TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'HIGH LIMIT' TO CPL-CAPTION.
           MOVE WS-PS-HIGH-LIMIT (1) TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT TO CPL-IN-FORCE.
           MOVE WS-PS-HIGH-LIMIT (2) TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'BASE CURRENCY' TO CPL-CAPTION.
           MOVE WS-PS-BASE-CURRENCY (1) TO CPL-IN-FORCE.
           MOVE WS-PS-BASE-CURRENCY (2) TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'VARIANCE TOLERANCE' TO CPL-CAPTION.
           MOVE WS-PS-VARIANCE-TOL (1) TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO CPL-IN-FORCE.
           MOVE WS-PS-VARIANCE-TOL (2) TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE 'EXCEPTION BAND' TO CPL-CAPTION.
           MOVE WS-PS-EXCEPTION-BAND (1) TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO CPL-IN-FORCE.
           MOVE WS-PS-EXCEPTION-BAND (2) TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO CPL-TRIAL.
           PERFORM 1450-WRITE-COMPARE-LINE THRU 1450-EXIT.
           MOVE SPACES TO TXL-TEXT.
           STRING 'TRUNCATION POLICY ' WS-TRUNC-POLICY
               ' OFF THE PARM CARD, THE SAME FOR BOTH RUNS'
               DELIMITED BY SIZE INTO TXL-TEXT.
           MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       1400-EXIT.
           EXIT.

       1450-WRITE-COMPARE-LINE.
           MOVE SPACES TO CPL-CHANGED.
           IF FLAG-CHANGES
               AND CPL-IN-FORCE NOT = CPL-TRIAL
               MOVE '* CHANGED' TO CPL-CHANGED
           END-IF.
           MOVE WS-COMPARE-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE SPACES TO CPL-CAPTION CPL-IN-FORCE CPL-TRIAL.
       1450-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1500-CHECK-TRIAL-RECORD - the checks the nightly run makes
      *> of the record it selects; a pending record failing one
      *> would stop the run outright, which is the finding
      *> --------------------------------------------------------
       1500-CHECK-TRIAL-RECORD.
           MOVE SPACES TO TXL-TEXT.
           IF WS-PS-FORMAT-CODE (2) NOT = 'US'
               AND WS-PS-FORMAT-CODE (2) NOT = 'EU'
               MOVE 'FORMAT CODE NOT US OR EU' TO TXL-TEXT
           END-IF.
           IF WS-PS-LOW-LIMIT (2) >= WS-PS-HIGH-LIMIT (2)
               MOVE 'LIMITS OUT OF ORDER' TO TXL-TEXT
           END-IF.
           IF TXL-TEXT = SPACES
               GO TO 1500-EXIT
           END-IF.
           DISPLAY 'PARM TRIAL - PENDING RECORD WOULD STOP THE '
               'NIGHTLY RUN: ' TXL-TEXT UPON CONSOLE.
           MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE '** THE NIGHTLY RUN WOULD STOP UNDER THE PENDING '
               TO TXL-TEXT.
           MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE '** RECORD - IT SHOULD BE REJECTED, NOT APPROVED'
               TO TXL-TEXT.
           MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           CLOSE TRIAL-PRINT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1500-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1600-OPEN-MASTERS - the account and source masters, read
      *> only; a site without either runs as the nightly run does
      *> without it
      *> --------------------------------------------------------
       1600-OPEN-MASTERS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS = '00'
               SET ACCT-MASTER-IN-USE TO TRUE
           ELSE
               IF WS-ACCT-MASTER-STATUS NOT = '35'
                   DISPLAY 'FATAL - ACCOUNT MASTER OPEN FAILED, '
                       'STATUS = ' WS-ACCT-MASTER-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SOURCE-MASTER-FILE.
           IF WS-SOURCE-MASTER-STATUS = '00'
               SET SOURCE-MASTER-IN-USE TO TRUE
           ELSE
               IF WS-SOURCE-MASTER-STATUS NOT = '35'
                   DISPLAY 'FATAL - SOURCE MASTER OPEN FAILED, '
                       'STATUS = ' WS-SOURCE-MASTER-STATUS
                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-PROCESS-EXTRACT - dispatch one extract record on its
      *> record type, then read the next
      *> --------------------------------------------------------
       2000-PROCESS-EXTRACT.
           IF EXTRACT-HEADER-RECORD
               PERFORM 2010-CAPTURE-HEADER THRU 2010-EXIT
           ELSE
               IF EXTRACT-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
               ELSE
                   PERFORM 2050-COMPARE-DETAIL THRU 2050-EXIT
               END-IF
           END-IF.
           PERFORM 2700-READ-EXTRACT-RECORD THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2010-CAPTURE-HEADER - start the next source's feed: find
      *> or add the source's entry, settle whether it runs under
      *> its own source master limits, and load the exchange rates
      *> in force on the feed date
      *> --------------------------------------------------------
       2010-CAPTURE-HEADER.
           MOVE EX-FEED-DATE     TO WS-FEED-DATE.
           MOVE EX-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           SET HEADER-SEEN TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.
           PERFORM 2015-FIND-SOURCE-ENTRY THRU 2015-EXIT.
           PERFORM 2036-LOAD-EXCHANGE-RATES THRU 2036-EXIT.
       2010-EXIT.
           EXIT.

       2015-FIND-SOURCE-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SOURCE-SUB.
           PERFORM 2017-TEST-SOURCE-ENTRY THRU 2017-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SOURCE-SUB >= WS-ST-USED.
           IF ENTRY-FOUND
               GO TO 2015-EXIT
           END-IF.
           IF WS-ST-USED >= WS-SOURCE-MAX
               DISPLAY 'WARNING - SOURCE TABLE FULL, SOURCE '
                   WS-SOURCE-SYSTEM ' NOT BROKEN OUT' UPON CONSOLE
               MOVE ZERO TO WS-SOURCE-SUB
               GO TO 2015-EXIT
           END-IF.
           ADD 1 TO WS-ST-USED.
           MOVE WS-ST-USED TO WS-SOURCE-SUB.
           INITIALIZE WS-ST-ENTRY (WS-SOURCE-SUB).
           MOVE WS-SOURCE-SYSTEM TO WS-ST-SOURCE (WS-SOURCE-SUB).
           PERFORM 2038-SET-SOURCE-LIMITS THRU 2038-EXIT.
       2015-EXIT.
           EXIT.

       2017-TEST-SOURCE-ENTRY.
           ADD 1 TO WS-SOURCE-SUB.
           IF WS-ST-SOURCE (WS-SOURCE-SUB) = WS-SOURCE-SYSTEM
               SET ENTRY-FOUND TO TRUE
           END-IF.
       2017-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2038-SET-SOURCE-LIMITS - a source on the source master
      *> with limits in order runs under them whichever parameter
      *> record is in force, so the change cannot move its values;
      *> the report says so
      *> --------------------------------------------------------
       2038-SET-SOURCE-LIMITS.
           SET ST-PARM-LIMITS (WS-SOURCE-SUB) TO TRUE.
           IF SOURCE-MASTER-NOT-IN-USE
               GO TO 2038-EXIT
           END-IF.
           MOVE WS-SOURCE-SYSTEM TO SM-SOURCE-SYSTEM.
           READ SOURCE-MASTER-FILE
               INVALID KEY
                   GO TO 2038-EXIT
           END-READ.
           IF WS-SOURCE-MASTER-STATUS NOT = '00'
               GO TO 2038-EXIT
           END-IF.
           IF SM-LOW-LIMIT >= SM-HIGH-LIMIT
               GO TO 2038-EXIT
           END-IF.
           SET ST-OWN-LIMITS (WS-SOURCE-SUB) TO TRUE.
           MOVE SM-LOW-LIMIT  TO WS-ST-LOW-LIMIT (WS-SOURCE-SUB).
           MOVE SM-HIGH-LIMIT TO WS-ST-HIGH-LIMIT (WS-SOURCE-SUB).
       2038-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2036-LOAD-EXCHANGE-RATES - the rate in force on the feed
      *> date for each currency, chosen as the nightly run chooses
      *> it; no rate file means base currency only
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
               GO TO 2037-EXIT
           END-IF.
           IF XR-RATE = ZERO
               GO TO 2037-EXIT
           END-IF.
           MOVE XR-CURRENCY-CODE TO WS-DETAIL-CURRENCY.
           PERFORM 2096-FIND-RATE-ENTRY THRU 2096-EXIT.
           IF RATE-ENTRY-NOT-FOUND
               IF WS-RATE-USED >= 20
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
      *> 2050-COMPARE-DETAIL - put one detail through the nightly
      *> run's checks ahead of the engine; one those checks would
      *> reject is rejected the same under either record and is
      *> only counted. The rest go through the engine under each
      *> record in turn and the two outcomes are compared.
      *> --------------------------------------------------------
       2050-COMPARE-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.
           IF HEADER-SEEN
               AND TRAILER-SEEN
               ADD 1 TO WS-NOT-DETAIL-COUNT
               GO TO 2050-EXIT
           END-IF.
           IF NOT EXTRACT-DETAIL-RECORD
               ADD 1 TO WS-NOT-DETAIL-COUNT
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2055-VALIDATE-ACCOUNT THRU 2055-EXIT.
           IF ACCOUNT-IS-INVALID
               OR NOT VALUE-CLASS-IS-LEGAL
               ADD 1 TO WS-PRE-ENGINE-COUNT
               GO TO 2050-EXIT
           END-IF.
           IF EX-SEQUENCE-NO NUMERIC
               AND EX-SEQUENCE-NO > ZERO
               MOVE EX-SEQUENCE-NO TO WS-SOURCE-RECORD-NO
           ELSE
               MOVE WS-RECORD-COUNT TO WS-SOURCE-RECORD-NO
           END-IF.
           ADD 1 TO WS-COMPARED-COUNT.
           MOVE 1 TO WS-PASS-SUB.
           PERFORM 2100-RUN-ONE-PASS THRU 2100-EXIT.
           MOVE 2 TO WS-PASS-SUB.
           PERFORM 2100-RUN-ONE-PASS THRU 2100-EXIT.
           PERFORM 2200-COMPARE-OUTCOMES THRU 2200-EXIT.
       2050-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2055-VALIDATE-ACCOUNT - an unknown or closed account is
      *> rejected by the nightly run before the engine sees it;
      *> one keyed read per account since the extract is sorted
      *> --------------------------------------------------------
       2055-VALIDATE-ACCOUNT.
           IF EX-ACCOUNT-ID = WS-LOOKUP-ACCOUNT-ID
               GO TO 2055-EXIT
           END-IF.
           MOVE EX-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID.
           SET ACCOUNT-IS-VALID TO TRUE.
           MOVE SPACES TO WS-LOOKUP-ACCOUNT-NAME.
           IF ACCT-MASTER-NOT-IN-USE
               GO TO 2055-EXIT
           END-IF.
           MOVE EX-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET ACCOUNT-IS-INVALID TO TRUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS = '00'
               IF ACCOUNT-IS-CLOSED
                   SET ACCOUNT-IS-INVALID TO TRUE
               ELSE
                   MOVE AM-ACCOUNT-NAME TO WS-LOOKUP-ACCOUNT-NAME
               END-IF
           END-IF.
       2055-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-RUN-ONE-PASS - the detail under parameter set
      *> WS-PASS-SUB: converted to that set's base currency, then
      *> through the engine under that set's format code and
      *> limits (or the source's own), and an accepted value rolled
      *> into that set's totals
      *> --------------------------------------------------------
       2100-RUN-ONE-PASS.
           MOVE 'N' TO WS-PR-TRUNC-FLAG (WS-PASS-SUB).
           MOVE ZERO TO WS-PR-RESULT (WS-PASS-SUB).
           PERFORM 2095-CONVERT-TO-BASE THRU 2095-EXIT.
           IF CURRENCY-IS-INVALID
               MOVE 'CURR' TO WS-PR-STATUS (WS-PASS-SUB)
               ADD 1 TO WS-RUN-CURR-COUNT (WS-PASS-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-PS-FORMAT-CODE (WS-PASS-SUB) TO FE-FORMAT-CODE.
           MOVE WS-TRUNC-POLICY TO FE-TRUNC-POLICY.
           MOVE WS-PS-LOW-LIMIT (WS-PASS-SUB)  TO FE-LOW-LIMIT.
           MOVE WS-PS-HIGH-LIMIT (WS-PASS-SUB) TO FE-HIGH-LIMIT.
           IF WS-SOURCE-SUB > ZERO
               IF ST-OWN-LIMITS (WS-SOURCE-SUB)
                   MOVE WS-ST-LOW-LIMIT (WS-SOURCE-SUB)
                       TO FE-LOW-LIMIT
                   MOVE WS-ST-HIGH-LIMIT (WS-SOURCE-SUB)
                       TO FE-HIGH-LIMIT
               END-IF
           END-IF.
           MOVE WS-BASE-VALUE TO FE-INPUT-VALUE.
           CALL 'FORMAT-ENGINE-PROGRAM' USING FORMAT-ENGINE-AREA.
           MOVE FE-STATUS-CODE     TO WS-PR-STATUS (WS-PASS-SUB).
           IF FE-VALUE-OVERFLOW
               ADD 1 TO WS-RUN-OVFL-COUNT (WS-PASS-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF FE-VALUE-TRUNC-REJECT
               ADD 1 TO WS-RUN-TRNC-COUNT (WS-PASS-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE FE-RESULT-VALUE    TO WS-PR-RESULT (WS-PASS-SUB).
           MOVE FE-TRUNCATION-FLAG TO WS-PR-TRUNC-FLAG (WS-PASS-SUB).
           PERFORM 2150-ACCUMULATE-PASS THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2150-ACCUMULATE-PASS - roll the accepted value into the
      *> run, class and source totals of the set it was taken under
      *> --------------------------------------------------------
       2150-ACCUMULATE-PASS.
           ADD 1 TO WS-RUN-COUNT (WS-PASS-SUB).
           ADD FE-RESULT-VALUE TO WS-RUN-TOTAL (WS-PASS-SUB).
           IF VALUE-CLASS-FEE
               MOVE 1 TO WS-CLASS-SUB
           ELSE
               IF VALUE-CLASS-ADJUSTMENT
                   MOVE 2 TO WS-CLASS-SUB
               ELSE
                   IF VALUE-CLASS-PRINCIPAL
                       MOVE 3 TO WS-CLASS-SUB
                   ELSE
                       MOVE 4 TO WS-CLASS-SUB
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CLASS-COUNT (WS-CLASS-SUB, WS-PASS-SUB).
           ADD FE-RESULT-VALUE
               TO WS-CLASS-TOTAL (WS-CLASS-SUB, WS-PASS-SUB).
           IF WS-SOURCE-SUB > ZERO
               ADD 1 TO WS-ST-COUNT (WS-SOURCE-SUB, WS-PASS-SUB)
               ADD FE-RESULT-VALUE
                   TO WS-ST-TOTAL (WS-SOURCE-SUB, WS-PASS-SUB)
           END-IF.
       2150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2095-CONVERT-TO-BASE - state the detail's value in the
      *> base currency of set WS-PASS-SUB, exactly as the nightly
      *> run converts it
      *> --------------------------------------------------------
       2095-CONVERT-TO-BASE.
           SET CURRENCY-IS-VALID TO TRUE.
           IF EX-CURRENCY-CODE = SPACES
               OR EX-CURRENCY-CODE = WS-PS-BASE-CURRENCY (WS-PASS-SUB)
               MOVE EX-VALUE TO WS-BASE-VALUE
               GO TO 2095-EXIT
           END-IF.
           MOVE EX-CURRENCY-CODE TO WS-DETAIL-CURRENCY.
           PERFORM 2096-FIND-RATE-ENTRY THRU 2096-EXIT.
           IF RATE-ENTRY-NOT-FOUND
               SET CURRENCY-IS-INVALID TO TRUE
               GO TO 2095-EXIT
           END-IF.
           IF WS-RT-RATE (WS-RATE-SUB) = ZERO
               SET CURRENCY-IS-INVALID TO TRUE
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
      *> 2200-COMPARE-OUTCOMES - name how the pending record
      *> treats the detail differently, if it does: a new reject,
      *> a value now accepted, a value stored rounded or truncated
      *> differently, or a reject for another reason. Each one is
      *> listed and charged to its account.
      *> --------------------------------------------------------
       2200-COMPARE-OUTCOMES.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF PR-ACCEPTED (1)
               AND NOT PR-ACCEPTED (2)
               MOVE 'NEW ' TO WS-NOTE-TEXT
               MOVE WS-PR-STATUS (2) TO WS-NOTE-TEXT (5:4)
               IF PR-OVERFLOW (2)
                   ADD 1 TO WS-NEW-OVFL-COUNT
               END-IF
               IF PR-TRUNC-REJECT (2)
                   ADD 1 TO WS-NEW-TRNC-COUNT
               END-IF
               IF PR-CURRENCY-REJECT (2)
                   ADD 1 TO WS-NEW-CURR-COUNT
               END-IF
               GO TO 2250-LIST-DIFFERENCE
           END-IF.
           IF PR-ACCEPTED (2)
               AND NOT PR-ACCEPTED (1)
               MOVE 'NOW ACCEPTS' TO WS-NOTE-TEXT
               ADD 1 TO WS-NOW-ACCEPTED-COUNT
               GO TO 2250-LIST-DIFFERENCE
           END-IF.
           IF PR-ACCEPTED (1)
               IF WS-PR-RESULT (1) NOT = WS-PR-RESULT (2)
                   OR WS-PR-TRUNC-FLAG (1) NOT = WS-PR-TRUNC-FLAG (2)
                   MOVE 'ROUNDS DIFF' TO WS-NOTE-TEXT
                   ADD 1 TO WS-ROUNDING-COUNT
                   GO TO 2250-LIST-DIFFERENCE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF WS-PR-STATUS (1) NOT = WS-PR-STATUS (2)
               MOVE 'REASON DIFF' TO WS-NOTE-TEXT
               ADD 1 TO WS-REASON-COUNT
               GO TO 2250-LIST-DIFFERENCE
           END-IF.
           GO TO 2200-EXIT.
       2250-LIST-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT.
           MOVE EX-ACCOUNT-ID       TO DFL-ACCOUNT-ID.
           MOVE WS-SOURCE-SYSTEM    TO DFL-SOURCE-SYSTEM.
           MOVE WS-SOURCE-RECORD-NO TO DFL-RECORD-NO.
           MOVE EX-VALUE            TO DFL-FEED-VALUE.
           MOVE 1 TO WS-PASS-SUB.
           PERFORM 2260-EDIT-OUTCOME THRU 2260-EXIT.
           MOVE WS-OUTCOME-EDIT     TO DFL-IN-FORCE.
           IF NOT PR-ACCEPTED (1)
               MOVE SPACES TO DFL-IN-FORCE
               MOVE '** '            TO DFL-IN-FORCE (4:3)
               MOVE WS-PR-STATUS (1) TO DFL-IN-FORCE (7:4)
           END-IF.
           MOVE 2 TO WS-PASS-SUB.
           PERFORM 2260-EDIT-OUTCOME THRU 2260-EXIT.
           MOVE WS-OUTCOME-EDIT     TO DFL-TRIAL.
           IF NOT PR-ACCEPTED (2)
               MOVE SPACES TO DFL-TRIAL
               MOVE '** '            TO DFL-TRIAL (4:3)
               MOVE WS-PR-STATUS (2) TO DFL-TRIAL (7:4)
           END-IF.
           MOVE WS-NOTE-TEXT        TO DFL-NOTE.
           MOVE WS-DIFF-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           PERFORM 2300-CHARGE-ACCOUNT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2260-EDIT-OUTCOME.
           MOVE WS-PR-RESULT (WS-PASS-SUB) TO WS-OUTCOME-EDIT.
       2260-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-CHARGE-ACCOUNT - count the difference against its
      *> account, with the shift in what would be posted: the
      *> value taken under the pending record less the value
      *> taken under the record in force, a rejected value
      *> counting as nothing posted
      *> --------------------------------------------------------
       2300-CHARGE-ACCOUNT.
           MOVE ZERO TO WS-VALUE-SHIFT.
           IF PR-ACCEPTED (2)
               ADD WS-PR-RESULT (2) TO WS-VALUE-SHIFT
           END-IF.
           IF PR-ACCEPTED (1)
               SUBTRACT WS-PR-RESULT (1) FROM WS-VALUE-SHIFT
           END-IF.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ACCOUNT-SUB.
           PERFORM 2310-TEST-ACCOUNT-ENTRY THRU 2310-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-ACCOUNT-SUB >= WS-AT-USED.
           IF ENTRY-NOT-FOUND
               IF WS-AT-USED >= WS-ACCOUNT-MAX
                   IF ACCOUNT-TABLE-NOT-WARNED
                       DISPLAY 'WARNING - MORE THAN ' WS-ACCOUNT-MAX
                           ' ACCOUNTS AFFECTED, LATER ONES NOT '
                           'SUMMARISED' UPON CONSOLE
                       SET ACCOUNT-TABLE-WARNED TO TRUE
                   END-IF
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-AT-USED
               MOVE WS-AT-USED TO WS-ACCOUNT-SUB
               MOVE EX-ACCOUNT-ID
                   TO WS-AT-ACCOUNT-ID (WS-ACCOUNT-SUB)
               MOVE WS-LOOKUP-ACCOUNT-NAME
                   TO WS-AT-ACCOUNT-NAME (WS-ACCOUNT-SUB)
               MOVE ZERO TO WS-AT-DIFF-COUNT (WS-ACCOUNT-SUB)
               MOVE ZERO TO WS-AT-SHIFT (WS-ACCOUNT-SUB)
           END-IF.
           ADD 1 TO WS-AT-DIFF-COUNT (WS-ACCOUNT-SUB).
           ADD WS-VALUE-SHIFT TO WS-AT-SHIFT (WS-ACCOUNT-SUB).
       2300-EXIT.
           EXIT.

       2310-TEST-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCOUNT-SUB.
           IF WS-AT-ACCOUNT-ID (WS-ACCOUNT-SUB) = EX-ACCOUNT-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2700-READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.
       2700-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - the class, source and account sections and
      *> the summary, then close up and set the return code
      *> --------------------------------------------------------
       8000-FINALIZE.
           IF WS-DIFF-COUNT = ZERO
               MOVE 'NONE - EVERY VALUE IS TREATED THE SAME'
                   TO TXL-TEXT
               MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD
               PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT
           END-IF.
           PERFORM 8100-PRINT-CLASS-TOTALS THRU 8100-EXIT.
           PERFORM 8200-PRINT-SOURCE-TOTALS THRU 8200-EXIT.
           PERFORM 8300-PRINT-ACCOUNTS THRU 8300-EXIT.
           PERFORM 8400-PRINT-SUMMARY THRU 8400-EXIT.
           CLOSE EXTRACT-FILE.
           IF ACCT-MASTER-IN-USE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF SOURCE-MASTER-IN-USE
               CLOSE SOURCE-MASTER-FILE
           END-IF.
           CLOSE TRIAL-PRINT-FILE.
           DISPLAY 'PARM TRIAL - ' WS-DIFF-COUNT
               ' VALUE(S) TREATED DIFFERENTLY UNDER CHANGE KEYED '
               WS-PS-CHANGE-DATE (2) ' BY ' WS-PS-CHANGE-OPERATOR (2)
               ', SEE TRIALRPT' UPON CONSOLE.
           IF WS-DIFF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8100-PRINT-CLASS-TOTALS - accepted count and total per
      *> value class and for the run under each record, and the
      *> shift the change makes
      *> --------------------------------------------------------
       8100-PRINT-CLASS-TOTALS.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'ACCEPTED TOTALS BY VALUE CLASS' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE WS-TOTAL-HEADING-1 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'CLASS' TO TH2-CAPTION.
           MOVE WS-TOTAL-HEADING-2 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 8110-PRINT-CLASS-LINE THRU 8110-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           MOVE 'RUN TOTAL'        TO TTL-CAPTION.
           MOVE WS-RUN-COUNT (1)   TO TTL-IN-FORCE-COUNT.
           MOVE WS-RUN-TOTAL (1)   TO TTL-IN-FORCE-TOTAL.
           MOVE WS-RUN-COUNT (2)   TO TTL-TRIAL-COUNT.
           MOVE WS-RUN-TOTAL (2)   TO TTL-TRIAL-TOTAL.
           COMPUTE WS-SHIFT-WORK = WS-RUN-TOTAL (2) - WS-RUN-TOTAL (1).
           MOVE WS-SHIFT-WORK      TO TTL-SHIFT.
           MOVE WS-TOTAL-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

       8110-PRINT-CLASS-LINE.
           ADD 1 TO WS-CLASS-SUB.
           MOVE WS-CLASS-CAPTION (WS-CLASS-SUB) TO TTL-CAPTION.
           MOVE WS-CLASS-COUNT (WS-CLASS-SUB, 1) TO TTL-IN-FORCE-COUNT.
           MOVE WS-CLASS-TOTAL (WS-CLASS-SUB, 1) TO TTL-IN-FORCE-TOTAL.
           MOVE WS-CLASS-COUNT (WS-CLASS-SUB, 2) TO TTL-TRIAL-COUNT.
           MOVE WS-CLASS-TOTAL (WS-CLASS-SUB, 2) TO TTL-TRIAL-TOTAL.
           COMPUTE WS-SHIFT-WORK = WS-CLASS-TOTAL (WS-CLASS-SUB, 2)
                                 - WS-CLASS-TOTAL (WS-CLASS-SUB, 1).
           MOVE WS-SHIFT-WORK TO TTL-SHIFT.
           MOVE WS-TOTAL-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       8110-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8200-PRINT-SOURCE-TOTALS - the same per source system; a
      *> source under its own source master limits is noted, since
      *> the change cannot move its values except through the base
      *> currency
      *> --------------------------------------------------------
       8200-PRINT-SOURCE-TOTALS.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'ACCEPTED TOTALS BY SOURCE SYSTEM' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE WS-TOTAL-HEADING-1 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'SOURCE' TO TH2-CAPTION.
           MOVE WS-TOTAL-HEADING-2 TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE ZERO TO WS-SOURCE-SUB.
           PERFORM 8210-PRINT-SOURCE-LINE THRU 8210-EXIT
               UNTIL WS-SOURCE-SUB >= WS-ST-USED.
       8200-EXIT.
           EXIT.

       8210-PRINT-SOURCE-LINE.
           ADD 1 TO WS-SOURCE-SUB.
           MOVE WS-ST-SOURCE (WS-SOURCE-SUB)    TO TTL-CAPTION.
           MOVE WS-ST-COUNT (WS-SOURCE-SUB, 1)  TO TTL-IN-FORCE-COUNT.
           MOVE WS-ST-TOTAL (WS-SOURCE-SUB, 1)  TO TTL-IN-FORCE-TOTAL.
           MOVE WS-ST-COUNT (WS-SOURCE-SUB, 2)  TO TTL-TRIAL-COUNT.
           MOVE WS-ST-TOTAL (WS-SOURCE-SUB, 2)  TO TTL-TRIAL-TOTAL.
           COMPUTE WS-SHIFT-WORK = WS-ST-TOTAL (WS-SOURCE-SUB, 2)
                                 - WS-ST-TOTAL (WS-SOURCE-SUB, 1).
           MOVE WS-SHIFT-WORK TO TTL-SHIFT.
           MOVE WS-TOTAL-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           IF ST-OWN-LIMITS (WS-SOURCE-SUB)
               MOVE SPACES TO TXL-TEXT
               STRING '  ' WS-ST-SOURCE (WS-SOURCE-SUB)
                   ' RUNS UNDER ITS OWN SOURCE MASTER LIMITS'
                   DELIMITED BY SIZE INTO TXL-TEXT
               MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD
               PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT
           END-IF.
       8210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8300-PRINT-ACCOUNTS - every account with a value the
      *> change treats differently
      *> --------------------------------------------------------
       8300-PRINT-ACCOUNTS.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'ACCOUNTS AFFECTED' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           IF WS-AT-USED = ZERO
               MOVE 'NONE' TO TXL-TEXT
               MOVE WS-TEXT-LINE TO TRIAL-PRINT-RECORD
               PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT
               GO TO 8300-EXIT
           END-IF.
           MOVE WS-ACCOUNT-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE ZERO TO WS-ACCOUNT-SUB.
           PERFORM 8310-PRINT-ACCOUNT-LINE THRU 8310-EXIT
               UNTIL WS-ACCOUNT-SUB >= WS-AT-USED.
       8300-EXIT.
           EXIT.

       8310-PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNT-SUB.
           MOVE WS-AT-ACCOUNT-ID (WS-ACCOUNT-SUB)   TO ACL-ACCOUNT-ID.
           MOVE WS-AT-ACCOUNT-NAME (WS-ACCOUNT-SUB)
               TO ACL-ACCOUNT-NAME.
           MOVE WS-AT-DIFF-COUNT (WS-ACCOUNT-SUB)   TO ACL-DIFF-COUNT.
           MOVE WS-AT-SHIFT (WS-ACCOUNT-SUB)        TO ACL-SHIFT.
           MOVE WS-ACCOUNT-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       8310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8400-PRINT-SUMMARY - the counts the approving supervisor
      *> signs against
      *> --------------------------------------------------------
       8400-PRINT-SUMMARY.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'SUMMARY' TO SCH-TITLE.
           MOVE WS-SECTION-HEADING TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE 'DETAILS RUN UNDER BOTH RECORDS'  TO SML-CAPTION.
           MOVE WS-COMPARED-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'REJECTED AHEAD OF THE ENGINE UNDER EITHER RECORD'
               TO SML-CAPTION.
           MOVE WS-PRE-ENGINE-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'NOT DETAILS OR OUTSIDE A FEED' TO SML-CAPTION.
           MOVE WS-NOT-DETAIL-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'VALUES TREATED DIFFERENTLY' TO SML-CAPTION.
           MOVE WS-DIFF-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  NEWLY REJECTED OVFL' TO SML-CAPTION.
           MOVE WS-NEW-OVFL-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  NEWLY REJECTED TRNC' TO SML-CAPTION.
           MOVE WS-NEW-TRNC-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  NEWLY REJECTED CURR' TO SML-CAPTION.
           MOVE WS-NEW-CURR-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  NOW ACCEPTED' TO SML-CAPTION.
           MOVE WS-NOW-ACCEPTED-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  STORED ROUNDED OR TRUNCATED DIFFERENTLY'
               TO SML-CAPTION.
           MOVE WS-ROUNDING-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE '  REJECTED FOR ANOTHER REASON' TO SML-CAPTION.
           MOVE WS-REASON-COUNT TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'ACCOUNTS AFFECTED' TO SML-CAPTION.
           MOVE WS-AT-USED TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'ENGINE REJECTS UNDER RECORD IN FORCE - OVFL'
               TO SML-CAPTION.
           MOVE WS-RUN-OVFL-COUNT (1) TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'ENGINE REJECTS UNDER RECORD IN FORCE - TRNC'
               TO SML-CAPTION.
           MOVE WS-RUN-TRNC-COUNT (1) TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'ENGINE REJECTS UNDER PENDING RECORD - OVFL'
               TO SML-CAPTION.
           MOVE WS-RUN-OVFL-COUNT (2) TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE 'ENGINE REJECTS UNDER PENDING RECORD - TRNC'
               TO SML-CAPTION.
           MOVE WS-RUN-TRNC-COUNT (2) TO SML-COUNT.
           PERFORM 8410-WRITE-SUMMARY-LINE THRU 8410-EXIT.
           MOVE SPACES TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
           MOVE ' APPROVING SUPERVISOR INITIALS: ________'
               TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       8400-EXIT.
           EXIT.

       8410-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO TRIAL-PRINT-RECORD.
           PERFORM 8500-WRITE-TRIAL-LINE THRU 8500-EXIT.
       8410-EXIT.
           EXIT.

       8500-WRITE-TRIAL-LINE.
           WRITE TRIAL-PRINT-RECORD.
           IF WS-TRIAL-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - TRIAL REPORT WRITE FAILED, '
                   'STATUS = ' WS-TRIAL-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
