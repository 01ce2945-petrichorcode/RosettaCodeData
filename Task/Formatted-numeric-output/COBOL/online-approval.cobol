      *> ------------------------------------------------------------
      *> ONLINE-APPROVAL-PROGRAM
      *>
      *> The second half of dual control over the run parameters and
      *> the account master. A change saved on ONLINE-PARM-MAINT-
      *> PROGRAM or ONLINE-ACCT-MAINT-PROGRAM waits pending - a
      *> parameter record on the parameter master, an account change
      *> on the account change log - until a supervisor other than
      *> the one who keyed it approves it here; until then the batch
      *> and the inquiries keep running with what was last approved.
      *>
      *> The screen lists the pending changes of the type keyed one
      *> at a time, each beside what is in force now. Approving a
      *> parameter change appends an approved copy of the record to
      *> the master; approving an account change applies it to the
      *> account master - unless the account has changed since the
      *> change was keyed (another approval, or the customer
      *> system's load), in which case it must be rejected and keyed
      *> again. Rejecting appends a rejected copy (parameters) and
      *> logs the rejection. Every approval and rejection is logged
      *> against the pending change it resolves.
      *>
      *> The supervisor id must be an active supervisor on the user
      *> file, and may not approve a change the same id keyed.
      *>
      *> Change type: P = run parameters, A = accounts.
      *> Actions: L = load the pending changes of the type keyed,
      *> N = show the next one, A = approve the one shown,
      *> R = reject the one shown, X = exit.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-APPROVAL-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-MASTER-FILE ASSIGN TO "PARMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-MASTER-STATUS.
           SELECT PARM-LOG-FILE ASSIGN TO "PARMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-LOG-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT ACCT-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-LOG-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-MASTER-FILE.
       COPY "parmmstd.cpy".

       FD  PARM-LOG-FILE.
       COPY "parmlogd.cpy".

       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmstd.cpy".

       FD  ACCT-LOG-FILE.
       COPY "acctlogd.cpy".

       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       77  WS-PARM-PENDING-MAX         PIC 9(03)  VALUE 50 COMP.
       77  WS-ACCT-PENDING-MAX         PIC 9(03)  VALUE 200 COMP.

       01  WS-SCREEN-FIELDS.
           05  WS-SUPERVISOR-ID        PIC X(08)  VALUE SPACES.
           05  WS-CHANGE-TYPE          PIC X(01)  VALUE 'P'.
               88  TYPE-IS-PARAMETERS             VALUE 'P'.
               88  TYPE-IS-ACCOUNTS               VALUE 'A'.

       01  WS-CHANGE-STAMP.
           05  WS-CHANGE-DATE          PIC 9(08).
           05  WS-CHANGE-TIME          PIC 9(08).

      *> The list loaded and the change on the screen: its type, its
      *> place in the table and the maker's stamp that identifies it.
       01  WS-APPROVAL-CONTROL.
           05  WS-LOADED-TYPE          PIC X(01)  VALUE SPACES.
           05  WS-SHOWN-SUB            PIC 9(03)  VALUE ZERO COMP.
           05  WS-PENDING-COUNT        PIC 9(03)  VALUE ZERO COMP.
           05  WS-PENDING-POSITION     PIC 9(03)  VALUE ZERO COMP.
           05  WS-SEARCH-SUB           PIC 9(03)  VALUE ZERO COMP.
           05  WS-SHOWN-REF-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-SHOWN-REF-TIME       PIC 9(08)  VALUE ZERO.
           05  WS-SHOWN-REF-OPERATOR   PIC X(08)  VALUE SPACES.
           05  WS-RESOLUTION-ACTION    PIC X(01)  VALUE SPACES.
               88  RESOLUTION-IS-APPROVAL         VALUE 'A'.
               88  RESOLUTION-IS-REJECTION        VALUE 'R'.

      *> The parameter changes still pending: each saved record as
      *> it stands on the master, and the stamp its approval or
      *> rejection will carry.
       01  WS-PARM-PENDING-TABLE.
           05  WS-PP-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-PP-ENTRY             OCCURS 50 TIMES.
               10  WS-PP-IMAGE         PIC X(86).
               10  WS-PP-REF-DATE      PIC 9(08).
               10  WS-PP-REF-TIME      PIC 9(08).
               10  WS-PP-REF-OPERATOR  PIC X(08).
               10  WS-PP-RESOLVED-SWITCH PIC X(01).
                   88  PP-RESOLVED                VALUE 'Y'.
                   88  PP-NOT-RESOLVED            VALUE 'N'.

      *> The account changes still pending: each pending log record
      *> and the stamp that identifies it.
       01  WS-ACCT-PENDING-TABLE.
           05  WS-AP-USED              PIC 9(03)  VALUE ZERO COMP.
           05  WS-AP-ENTRY             OCCURS 200 TIMES.
               10  WS-AP-IMAGE         PIC X(136).
               10  WS-AP-REF-DATE      PIC 9(08).
               10  WS-AP-REF-TIME      PIC 9(08).
               10  WS-AP-REF-OPERATOR  PIC X(08).
               10  WS-AP-RESOLVED-SWITCH PIC X(01).
                   88  AP-RESOLVED                VALUE 'Y'.
                   88  AP-NOT-RESOLVED            VALUE 'N'.

      *> The parameter record in force on the pending record's
      *> effective date, shown beside it.
       01  WS-IN-FORCE-PARMS.
           05  WS-IF-BEST-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-IF-FORMAT-CODE       PIC X(02)  VALUE SPACES.
           05  WS-IF-CHECKPOINT-INTERVAL PIC 9(05) VALUE ZERO.
           05  WS-IF-LOW-LIMIT         PIC S9(5)V9(3) VALUE ZERO.
           05  WS-IF-HIGH-LIMIT        PIC S9(5)V9(3) VALUE ZERO.
           05  WS-IF-VARIANCE-TOLERANCE PIC X(03) VALUE SPACES.
           05  WS-IF-EXCEPTION-BAND    PIC X(03)  VALUE SPACES.
           05  WS-IF-BASE-CURRENCY     PIC X(03)  VALUE SPACES.

      *> The account as the master holds it now.
       01  WS-ACCOUNT-NOW.
           05  WS-NOW-NAME             PIC X(30)  VALUE SPACES.
           05  WS-NOW-STATUS           PIC X(01)  VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-LIMIT-EDIT           PIC -ZZ,ZZ9.999.
           05  WS-NUMBER-EDIT          PIC ZZZZ9.
           05  WS-POSITION-EDIT        PIC ZZ9.
           05  WS-COUNT-EDIT           PIC ZZ9.

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'L'.
               88  ACTION-IS-LOAD                 VALUE 'L'.
               88  ACTION-IS-NEXT                 VALUE 'N'.
               88  ACTION-IS-APPROVE              VALUE 'A'.
               88  ACTION-IS-REJECT               VALUE 'R'.
               88  ACTION-IS-EXIT                 VALUE 'X'.
           05  WS-EXIT-SWITCH          PIC X(01)  VALUE 'N'.
               88  OPERATOR-IS-DONE               VALUE 'Y'.
               88  OPERATOR-NOT-DONE              VALUE 'N'.
           05  WS-FILE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  FILE-EOF                       VALUE 'Y'.
               88  FILE-NOT-EOF                   VALUE 'N'.
           05  WS-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
               88  ENTRY-FOUND                    VALUE 'Y'.
               88  ENTRY-NOT-FOUND                VALUE 'N'.
           05  WS-VALID-ENTRY-SWITCH   PIC X(01)  VALUE 'Y'.
               88  ENTRY-IS-VALID                 VALUE 'Y'.
               88  ENTRY-IS-INVALID               VALUE 'N'.
           05  WS-ACCOUNT-NOW-SWITCH   PIC X(01)  VALUE 'N'.
               88  ACCOUNT-ON-MASTER              VALUE 'Y'.
               88  ACCOUNT-NOT-ON-MASTER          VALUE 'N'.
           05  WS-TABLE-FULL-SWITCH    PIC X(01)  VALUE 'N'.
               88  PENDING-TABLE-FULL             VALUE 'Y'.
               88  PENDING-TABLE-NOT-FULL         VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-PARM-MASTER-STATUS   PIC X(02).
           05  WS-PARM-LOG-STATUS      PIC X(02).
           05  WS-ACCT-MASTER-STATUS   PIC X(02).
           05  WS-ACCT-LOG-STATUS      PIC X(02).
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-APPROVAL-MESSAGE         PIC X(50)  VALUE SPACES.
       01  WS-SAVED-MESSAGE            PIC X(50)  VALUE SPACES.
       01  WS-POSITION-LINE            PIC X(60)  VALUE SPACES.
       01  WS-MAKER-LINE               PIC X(60)  VALUE SPACES.
       01  WS-COLUMN-HEADING           PIC X(60)  VALUE SPACES.

       01  WS-POSITION-DETAIL.
           05  FILLER                  PIC X(15)  VALUE
               'PENDING CHANGE '.
           05  PSL-POSITION            PIC ZZ9.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  PSL-COUNT               PIC ZZ9.
           05  FILLER                  PIC X(35)  VALUE SPACES.

       01  WS-MAKER-DETAIL.
           05  FILLER                  PIC X(09)  VALUE 'KEYED BY '.
           05  MKL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(04)  VALUE ' ON '.
           05  MKL-CHANGE-DATE         PIC 9(08).
           05  FILLER                  PIC X(04)  VALUE ' AT '.
           05  MKL-CHANGE-TIME         PIC 9(08).
           05  FILLER                  PIC X(19)  VALUE SPACES.

      *> A parameter field: what the change proposes, beside what
      *> is in force.
       01  WS-COMPARE-DETAIL.
           05  CMP-CAPTION             PIC X(20).
           05  CMP-PROPOSED            PIC X(18).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CMP-IN-FORCE            PIC X(18).
           05  FILLER                  PIC X(02)  VALUE SPACES.

      *> An account field, one value to the line.
       01  WS-VALUE-DETAIL.
           05  VAL-CAPTION             PIC X(20).
           05  VAL-VALUE               PIC X(40).

       01  WS-DETAIL-LINES.
           05  WS-DETAIL-LINE-01       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-02       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-03       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-04       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-05       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-06       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-07       PIC X(60)  VALUE SPACES.
           05  WS-DETAIL-LINE-08       PIC X(60)  VALUE SPACES.
       01  WS-DETAIL-LINE-TABLE REDEFINES WS-DETAIL-LINES.
           05  WS-DETAIL-LINE          OCCURS 8 TIMES
                                       PIC X(60).

       SCREEN SECTION.
       01  SCR-APPROVAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10 VALUE 'CHANGE APPROVAL'.
           05  LINE 03 COLUMN 02 VALUE 'SUPERVISOR ID      :'.
           05  LINE 03 COLUMN 23 PIC X(08)
                                  USING WS-SUPERVISOR-ID.
           05  LINE 04 COLUMN 02 VALUE 'CHANGE TYPE (P/A)  :'.
           05  LINE 04 COLUMN 23 PIC X(01)
                                  USING WS-CHANGE-TYPE.
           05  LINE 05 COLUMN 02 VALUE 'ACTION (L/N/A/R/X) :'.
           05  LINE 05 COLUMN 23 PIC X(01)
                                  USING WS-ACTION-CODE.
           05  LINE 07 COLUMN 02 PIC X(60) FROM WS-POSITION-LINE.
           05  LINE 08 COLUMN 02 PIC X(60) FROM WS-MAKER-LINE.
           05  LINE 10 COLUMN 02 PIC X(60) FROM WS-COLUMN-HEADING.
           05  LINE 11 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-01.
           05  LINE 12 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-02.
           05  LINE 13 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-03.
           05  LINE 14 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-04.
           05  LINE 15 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-05.
           05  LINE 16 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-06.
           05  LINE 17 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-07.
           05  LINE 18 COLUMN 02 PIC X(60) FROM WS-DETAIL-LINE-08.
           05  LINE 20 COLUMN 02 PIC X(50) FROM WS-APPROVAL-MESSAGE.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET OPERATOR-NOT-DONE TO TRUE.
           PERFORM 2000-APPROVAL-LOOP THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           GOBACK.

      *> --------------------------------------------------------
      *> 2000-APPROVAL-LOOP - show the screen, accept the keys and
      *> action, and load, step, approve, reject or exit
      *> --------------------------------------------------------
       2000-APPROVAL-LOOP.
           DISPLAY SCR-APPROVAL-SCREEN.
           ACCEPT SCR-APPROVAL-SCREEN.
           MOVE SPACES TO WS-APPROVAL-MESSAGE.
           IF ACTION-IS-EXIT
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF NOT TYPE-IS-PARAMETERS
               AND NOT TYPE-IS-ACCOUNTS
               MOVE 'CHANGE TYPE MUST BE P OR A'
                   TO WS-APPROVAL-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-LOAD
               OR WS-CHANGE-TYPE NOT = WS-LOADED-TYPE
               PERFORM 2100-LOAD-PENDING THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-NEXT
               PERFORM 2500-SHOW-NEXT-PENDING THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-APPROVE
               SET RESOLUTION-IS-APPROVAL TO TRUE
               PERFORM 3000-RESOLVE-CHANGE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-REJECT
               SET RESOLUTION-IS-REJECTION TO TRUE
               PERFORM 3000-RESOLVE-CHANGE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'ACTION MUST BE L, N, A, R OR X'
               TO WS-APPROVAL-MESSAGE.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-LOAD-PENDING - build the list of changes of the type
      *> keyed still waiting on a second supervisor, and show the
      *> first
      *> --------------------------------------------------------
       2100-LOAD-PENDING.
           MOVE WS-CHANGE-TYPE TO WS-LOADED-TYPE.
           PERFORM 2150-BUILD-PENDING-TABLE THRU 2150-EXIT.
           MOVE ZERO TO WS-SHOWN-SUB WS-PENDING-POSITION.
           PERFORM 2500-SHOW-NEXT-PENDING THRU 2500-EXIT.
           IF PENDING-TABLE-FULL
               MOVE 'LIST FULL - RELOAD AFTER CLEARING THESE'
                   TO WS-APPROVAL-MESSAGE
           END-IF.
       2100-EXIT.
           EXIT.

       2150-BUILD-PENDING-TABLE.
           SET PENDING-TABLE-NOT-FULL TO TRUE.
           MOVE ZERO TO WS-PENDING-COUNT.
           IF WS-LOADED-TYPE = 'P'
               PERFORM 2200-LOAD-PARM-PENDING THRU 2200-EXIT
           ELSE
               PERFORM 2300-LOAD-ACCT-PENDING THRU 2300-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-LOAD-PARM-PENDING - one pass over the parameter
      *> master: each pending record joins the list, and each
      *> approved or rejected copy strikes the pending record with
      *> the same stamp off it. The copies are appended after the
      *> records they resolve, so one pass settles the list.
      *> --------------------------------------------------------
       2200-LOAD-PARM-PENDING.
           MOVE ZERO TO WS-PP-USED.
           OPEN INPUT PARAMETER-MASTER-FILE.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2210-READ-PARM-RECORD THRU 2210-EXIT
               UNTIL FILE-EOF.
           CLOSE PARAMETER-MASTER-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-PARM-RECORD.
           READ PARAMETER-MASTER-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF PARM-RECORD-PENDING
               IF WS-PP-USED >= WS-PARM-PENDING-MAX
                   SET PENDING-TABLE-FULL TO TRUE
                   GO TO 2210-EXIT
               END-IF
               ADD 1 TO WS-PP-USED
               ADD 1 TO WS-PENDING-COUNT
               MOVE PARAMETER-MASTER-RECORD
                   TO WS-PP-IMAGE (WS-PP-USED)
               MOVE PM-CHANGE-DATE TO WS-PP-REF-DATE (WS-PP-USED)
               MOVE PM-CHANGE-TIME TO WS-PP-REF-TIME (WS-PP-USED)
               MOVE PM-CHANGE-OPERATOR
                   TO WS-PP-REF-OPERATOR (WS-PP-USED)
               SET PP-NOT-RESOLVED (WS-PP-USED) TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF PARM-RECORD-APPROVED
               OR PARM-RECORD-REJECTED
               MOVE PM-CHANGE-DATE     TO WS-SHOWN-REF-DATE
               MOVE PM-CHANGE-TIME     TO WS-SHOWN-REF-TIME
               MOVE PM-CHANGE-OPERATOR TO WS-SHOWN-REF-OPERATOR
               PERFORM 5200-FIND-PARM-ENTRY THRU 5200-EXIT
               IF ENTRY-FOUND
                   SET PP-RESOLVED (WS-SEARCH-SUB) TO TRUE
                   SUBTRACT 1 FROM WS-PENDING-COUNT
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2300-LOAD-ACCT-PENDING - the same over the account change
      *> log: pending records join the list, approvals and
      *> rejections strike them off by the stamp they point back
      *> at; batch and older records are passed by
      *> --------------------------------------------------------
       2300-LOAD-ACCT-PENDING.
           MOVE ZERO TO WS-AP-USED.
           OPEN INPUT ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2310-READ-ACCT-LOG THRU 2310-EXIT
               UNTIL FILE-EOF.
           CLOSE ACCT-LOG-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-ACCT-LOG.
           READ ACCT-LOG-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF ACCT-LOG-PENDING
               IF WS-AP-USED >= WS-ACCT-PENDING-MAX
                   SET PENDING-TABLE-FULL TO TRUE
                   GO TO 2310-EXIT
               END-IF
               ADD 1 TO WS-AP-USED
               ADD 1 TO WS-PENDING-COUNT
               MOVE ACCT-LOG-RECORD TO WS-AP-IMAGE (WS-AP-USED)
               MOVE AL-REF-DATE     TO WS-AP-REF-DATE (WS-AP-USED)
               MOVE AL-REF-TIME     TO WS-AP-REF-TIME (WS-AP-USED)
               MOVE AL-REF-OPERATOR
                   TO WS-AP-REF-OPERATOR (WS-AP-USED)
               SET AP-NOT-RESOLVED (WS-AP-USED) TO TRUE
               GO TO 2310-EXIT
           END-IF.
           IF ACCT-LOG-APPROVED
               OR ACCT-LOG-REJECTED
               MOVE AL-REF-DATE     TO WS-SHOWN-REF-DATE
               MOVE AL-REF-TIME     TO WS-SHOWN-REF-TIME
               MOVE AL-REF-OPERATOR TO WS-SHOWN-REF-OPERATOR
               PERFORM 5300-FIND-ACCT-ENTRY THRU 5300-EXIT
               IF ENTRY-FOUND
                   SET AP-RESOLVED (WS-SEARCH-SUB) TO TRUE
                   SUBTRACT 1 FROM WS-PENDING-COUNT
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2500-SHOW-NEXT-PENDING - step on to the next change still
      *> pending in the list and show it beside what is in force
      *> --------------------------------------------------------
       2500-SHOW-NEXT-PENDING.
           MOVE SPACES TO WS-POSITION-LINE WS-MAKER-LINE.
           MOVE SPACES TO WS-COLUMN-HEADING WS-DETAIL-LINES.
           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2510-STEP-PENDING-ENTRY THRU 2510-EXIT
               UNTIL ENTRY-FOUND
                  OR (WS-LOADED-TYPE = 'P'
                      AND WS-SHOWN-SUB >= WS-PP-USED)
                  OR (WS-LOADED-TYPE = 'A'
                      AND WS-SHOWN-SUB >= WS-AP-USED).
           IF ENTRY-NOT-FOUND
               MOVE ZERO TO WS-SHOWN-SUB
               IF WS-PENDING-POSITION = ZERO
                   MOVE 'NO CHANGES PENDING' TO WS-APPROVAL-MESSAGE
               ELSE
                   MOVE 'NO MORE PENDING CHANGES - L TO RELOAD'
                       TO WS-APPROVAL-MESSAGE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-POSITION.
           MOVE WS-PENDING-POSITION TO PSL-POSITION.
           MOVE WS-PENDING-COUNT    TO PSL-COUNT.
           MOVE WS-POSITION-DETAIL  TO WS-POSITION-LINE.
           IF WS-LOADED-TYPE = 'P'
               PERFORM 2600-SHOW-PARM-CHANGE THRU 2600-EXIT
           ELSE
               PERFORM 2700-SHOW-ACCT-CHANGE THRU 2700-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-STEP-PENDING-ENTRY.
           ADD 1 TO WS-SHOWN-SUB.
           IF WS-LOADED-TYPE = 'P'
               IF PP-NOT-RESOLVED (WS-SHOWN-SUB)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               IF AP-NOT-RESOLVED (WS-SHOWN-SUB)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2600-SHOW-PARM-CHANGE - the pending parameter record field
      *> by field beside the record in force on its effective date
      *> --------------------------------------------------------
       2600-SHOW-PARM-CHANGE.
           PERFORM 2650-FIND-PARMS-IN-FORCE THRU 2650-EXIT.
           MOVE WS-PP-IMAGE (WS-SHOWN-SUB) TO PARAMETER-MASTER-RECORD.
           MOVE PM-CHANGE-OPERATOR TO MKL-OPERATOR-ID.
           MOVE PM-CHANGE-DATE     TO MKL-CHANGE-DATE.
           MOVE PM-CHANGE-TIME     TO MKL-CHANGE-TIME.
           MOVE WS-MAKER-DETAIL    TO WS-MAKER-LINE.
           MOVE 'FIELD               PROPOSED            IN FORCE'
               TO WS-COLUMN-HEADING.
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'EFFECTIVE DATE'   TO CMP-CAPTION.
           MOVE PM-EFFECTIVE-DATE  TO CMP-PROPOSED.
           IF WS-IF-BEST-DATE = ZERO
               MOVE '(NONE IN FORCE)' TO CMP-IN-FORCE
           ELSE
               MOVE WS-IF-BEST-DATE TO CMP-IN-FORCE
           END-IF.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (1).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'FORMAT CODE'      TO CMP-CAPTION.
           MOVE PM-FORMAT-CODE     TO CMP-PROPOSED.
           MOVE WS-IF-FORMAT-CODE  TO CMP-IN-FORCE.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (2).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'CHECKPOINT INTERVAL' TO CMP-CAPTION.
           MOVE PM-CHECKPOINT-INTERVAL TO WS-NUMBER-EDIT.
           MOVE WS-NUMBER-EDIT     TO CMP-PROPOSED.
           IF WS-IF-BEST-DATE NOT = ZERO
               MOVE WS-IF-CHECKPOINT-INTERVAL TO WS-NUMBER-EDIT
               MOVE WS-NUMBER-EDIT TO CMP-IN-FORCE
           END-IF.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (3).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'LOW LIMIT'        TO CMP-CAPTION.
           MOVE PM-LOW-LIMIT       TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT      TO CMP-PROPOSED.
           IF WS-IF-BEST-DATE NOT = ZERO
               MOVE WS-IF-LOW-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT  TO CMP-IN-FORCE
           END-IF.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (4).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'HIGH LIMIT'       TO CMP-CAPTION.
           MOVE PM-HIGH-LIMIT      TO WS-LIMIT-EDIT.
           MOVE WS-LIMIT-EDIT      TO CMP-PROPOSED.
           IF WS-IF-BEST-DATE NOT = ZERO
               MOVE WS-IF-HIGH-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT  TO CMP-IN-FORCE
           END-IF.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (5).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'VARIANCE TOL (PCT)' TO CMP-CAPTION.
           MOVE PM-VARIANCE-TOLERANCE TO CMP-PROPOSED.
           MOVE WS-IF-VARIANCE-TOLERANCE TO CMP-IN-FORCE.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (6).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'EXCEPTION BAND (PCT)' TO CMP-CAPTION.
           MOVE PM-EXCEPTION-BAND  TO CMP-PROPOSED.
           MOVE WS-IF-EXCEPTION-BAND TO CMP-IN-FORCE.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (7).
           MOVE SPACES TO WS-COMPARE-DETAIL.
           MOVE 'BASE CURRENCY'    TO CMP-CAPTION.
           MOVE PM-BASE-CURRENCY   TO CMP-PROPOSED.
           MOVE WS-IF-BASE-CURRENCY TO CMP-IN-FORCE.
           MOVE WS-COMPARE-DETAIL TO WS-DETAIL-LINE (8).
       2600-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2650-FIND-PARMS-IN-FORCE - the approved record the batch
      *> would run with on the pending record's effective date
      *> --------------------------------------------------------
       2650-FIND-PARMS-IN-FORCE.
           MOVE WS-PP-IMAGE (WS-SHOWN-SUB) TO PARAMETER-MASTER-RECORD.
           MOVE PM-EFFECTIVE-DATE TO WS-CHANGE-DATE.
           MOVE ZERO   TO WS-IF-BEST-DATE.
           MOVE SPACES TO WS-IF-FORMAT-CODE WS-IF-BASE-CURRENCY.
           MOVE SPACES TO WS-IF-VARIANCE-TOLERANCE
                          WS-IF-EXCEPTION-BAND.
           OPEN INPUT PARAMETER-MASTER-FILE.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               GO TO 2650-EXIT
           END-IF.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM 2660-SELECT-IN-FORCE THRU 2660-EXIT
               UNTIL FILE-EOF.
           CLOSE PARAMETER-MASTER-FILE.
       2650-EXIT.
           EXIT.

       2660-SELECT-IN-FORCE.
           READ PARAMETER-MASTER-FILE
               AT END
                   SET FILE-EOF TO TRUE
                   GO TO 2660-EXIT
           END-READ.
           IF PM-EFFECTIVE-DATE <= WS-CHANGE-DATE
               AND PM-EFFECTIVE-DATE >= WS-IF-BEST-DATE
               AND PARM-RECORD-IN-FORCE
               MOVE PM-EFFECTIVE-DATE      TO WS-IF-BEST-DATE
               MOVE PM-FORMAT-CODE         TO WS-IF-FORMAT-CODE
               MOVE PM-CHECKPOINT-INTERVAL
                   TO WS-IF-CHECKPOINT-INTERVAL
               MOVE PM-LOW-LIMIT           TO WS-IF-LOW-LIMIT
               MOVE PM-HIGH-LIMIT          TO WS-IF-HIGH-LIMIT
               MOVE PM-VARIANCE-TOLERANCE
                   TO WS-IF-VARIANCE-TOLERANCE
               MOVE PM-EXCEPTION-BAND      TO WS-IF-EXCEPTION-BAND
               MOVE PM-BASE-CURRENCY       TO WS-IF-BASE-CURRENCY
           END-IF.
       2660-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2700-SHOW-ACCT-CHANGE - the pending account change, the
      *> account as it stood when keyed, and as it stands now;
      *> a difference between the last two is flagged, since such
      *> a change can only be rejected
      *> --------------------------------------------------------
       2700-SHOW-ACCT-CHANGE.
           MOVE WS-AP-IMAGE (WS-SHOWN-SUB) TO ACCT-LOG-RECORD.
           PERFORM 5400-READ-ACCOUNT-NOW THRU 5400-EXIT.
           MOVE AL-OPERATOR-ID     TO MKL-OPERATOR-ID.
           MOVE AL-CHANGE-DATE     TO MKL-CHANGE-DATE.
           MOVE AL-CHANGE-TIME     TO MKL-CHANGE-TIME.
           MOVE WS-MAKER-DETAIL    TO WS-MAKER-LINE.
           MOVE 'FIELD               VALUE' TO WS-COLUMN-HEADING.
           MOVE 'ACCOUNT ID'       TO VAL-CAPTION.
           MOVE AL-ACCOUNT-ID      TO VAL-VALUE.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (1).
           MOVE 'PROPOSED NAME'    TO VAL-CAPTION.
           MOVE AL-ACCOUNT-NAME    TO VAL-VALUE.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (2).
           MOVE 'PROPOSED STATUS'  TO VAL-CAPTION.
           MOVE AL-STATUS          TO VAL-VALUE.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (3).
           MOVE 'NAME WHEN KEYED'  TO VAL-CAPTION.
           IF AL-BEFORE-STATUS = SPACE
               MOVE '(NEW ACCOUNT)' TO VAL-VALUE
           ELSE
               MOVE AL-BEFORE-NAME TO VAL-VALUE
           END-IF.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (4).
           MOVE 'STATUS WHEN KEYED' TO VAL-CAPTION.
           MOVE AL-BEFORE-STATUS   TO VAL-VALUE.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (5).
           MOVE 'NAME ON MASTER NOW' TO VAL-CAPTION.
           IF ACCOUNT-NOT-ON-MASTER
               MOVE '(NOT ON MASTER)' TO VAL-VALUE
           ELSE
               MOVE WS-NOW-NAME    TO VAL-VALUE
           END-IF.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (6).
           MOVE 'STATUS NOW'       TO VAL-CAPTION.
           MOVE WS-NOW-STATUS      TO VAL-VALUE.
           MOVE WS-VALUE-DETAIL    TO WS-DETAIL-LINE (7).
           PERFORM 5500-CHECK-ACCOUNT-UNCHANGED THRU 5500-EXIT.
           IF ENTRY-IS-INVALID
               MOVE '*** ACCOUNT CHANGED SINCE KEYED - REJECT IT ***'
                   TO WS-DETAIL-LINE (8)
           END-IF.
       2700-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-RESOLVE-CHANGE - approve or reject the change shown.
      *> The supervisor is checked against the user file, and the
      *> list is rebuilt first so a change another supervisor has
      *> just dealt with is not dealt with twice.
      *> --------------------------------------------------------
       3000-RESOLVE-CHANGE.
           IF WS-SHOWN-SUB = ZERO
               MOVE 'NO CHANGE SHOWN - LOAD (L) OR NEXT (N)'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 5000-VALIDATE-SUPERVISOR THRU 5000-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           IF WS-LOADED-TYPE = 'P'
               MOVE WS-PP-REF-DATE (WS-SHOWN-SUB) TO WS-SHOWN-REF-DATE
               MOVE WS-PP-REF-TIME (WS-SHOWN-SUB) TO WS-SHOWN-REF-TIME
               MOVE WS-PP-REF-OPERATOR (WS-SHOWN-SUB)
                   TO WS-SHOWN-REF-OPERATOR
           ELSE
               MOVE WS-AP-REF-DATE (WS-SHOWN-SUB) TO WS-SHOWN-REF-DATE
               MOVE WS-AP-REF-TIME (WS-SHOWN-SUB) TO WS-SHOWN-REF-TIME
               MOVE WS-AP-REF-OPERATOR (WS-SHOWN-SUB)
                   TO WS-SHOWN-REF-OPERATOR
           END-IF.
           IF RESOLUTION-IS-APPROVAL
               AND WS-SHOWN-REF-OPERATOR = WS-SUPERVISOR-ID
               MOVE 'YOU KEYED THIS CHANGE - ANOTHER MUST APPROVE'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2150-BUILD-PENDING-TABLE THRU 2150-EXIT.
           IF WS-LOADED-TYPE = 'P'
               PERFORM 5200-FIND-PARM-ENTRY THRU 5200-EXIT
           ELSE
               PERFORM 5300-FIND-ACCT-ENTRY THRU 5300-EXIT
           END-IF.
           IF ENTRY-NOT-FOUND
               MOVE ZERO TO WS-SHOWN-SUB WS-PENDING-POSITION
               PERFORM 2500-SHOW-NEXT-PENDING THRU 2500-EXIT
               MOVE 'THAT CHANGE IS NO LONGER PENDING'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SEARCH-SUB TO WS-SHOWN-SUB.
           IF WS-LOADED-TYPE = 'P'
               PERFORM 3100-RESOLVE-PARM-CHANGE THRU 3100-EXIT
           ELSE
               PERFORM 3300-RESOLVE-ACCT-CHANGE THRU 3300-EXIT
           END-IF.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2150-BUILD-PENDING-TABLE THRU 2150-EXIT.
           MOVE ZERO TO WS-SHOWN-SUB WS-PENDING-POSITION.
           MOVE WS-APPROVAL-MESSAGE TO WS-SAVED-MESSAGE.
           PERFORM 2500-SHOW-NEXT-PENDING THRU 2500-EXIT.
           MOVE WS-SAVED-MESSAGE TO WS-APPROVAL-MESSAGE.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-RESOLVE-PARM-CHANGE - append a copy of the pending
      *> record to the master, approved (and so in force from its
      *> effective date) or rejected, under the maker's stamp and
      *> the supervisor's id, then log it. The master copy is what
      *> the batch goes by, so a log failure is reported and the
      *> decision stands.
      *> --------------------------------------------------------
       3100-RESOLVE-PARM-CHANGE.
           OPEN EXTEND PARAMETER-MASTER-FILE.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               MOVE 'PARAMETER MASTER OPEN FAILED'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-PP-IMAGE (WS-SHOWN-SUB) TO PARAMETER-MASTER-RECORD.
           MOVE WS-RESOLUTION-ACTION TO PM-APPROVAL-STATUS.
           MOVE WS-SUPERVISOR-ID     TO PM-APPROVER-ID.
           WRITE PARAMETER-MASTER-RECORD.
           IF WS-PARM-MASTER-STATUS NOT = '00'
               MOVE 'PARAMETER MASTER WRITE FAILED'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               CLOSE PARAMETER-MASTER-FILE
               GO TO 3100-EXIT
           END-IF.
           CLOSE PARAMETER-MASTER-FILE.
           PERFORM 3200-WRITE-PARM-LOG THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-WRITE-PARM-LOG.
           OPEN EXTEND PARM-LOG-FILE.
           IF WS-PARM-LOG-STATUS = '35'
               OPEN OUTPUT PARM-LOG-FILE
           END-IF.
           IF WS-PARM-LOG-STATUS NOT = '00'
               MOVE 'DONE, BUT CHANGE LOG OPEN FAILED'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE SPACES                 TO PARM-LOG-RECORD.
           MOVE WS-CHANGE-DATE         TO PL-CHANGE-DATE.
           MOVE WS-CHANGE-TIME         TO PL-CHANGE-TIME.
           MOVE WS-SUPERVISOR-ID       TO PL-OPERATOR-ID.
           MOVE PM-EFFECTIVE-DATE      TO PL-EFFECTIVE-DATE.
           MOVE PM-FORMAT-CODE         TO PL-FORMAT-CODE.
           MOVE PM-CHECKPOINT-INTERVAL TO PL-CHECKPOINT-INTERVAL.
           MOVE PM-LOW-LIMIT           TO PL-LOW-LIMIT.
           MOVE PM-HIGH-LIMIT          TO PL-HIGH-LIMIT.
           MOVE PM-VARIANCE-TOLERANCE  TO PL-VARIANCE-TOLERANCE.
           MOVE PM-EXCEPTION-BAND      TO PL-EXCEPTION-BAND.
           MOVE PM-BASE-CURRENCY       TO PL-BASE-CURRENCY.
           MOVE WS-RESOLUTION-ACTION   TO PL-ACTION.
           MOVE PM-CHANGE-DATE         TO PL-REF-DATE.
           MOVE PM-CHANGE-TIME         TO PL-REF-TIME.
           MOVE PM-CHANGE-OPERATOR     TO PL-REF-OPERATOR.
           WRITE PARM-LOG-RECORD.
           IF WS-PARM-LOG-STATUS NOT = '00'
               MOVE 'DONE, BUT CHANGE LOG WRITE FAILED'
                   TO WS-APPROVAL-MESSAGE
           ELSE
               IF RESOLUTION-IS-APPROVAL
                   MOVE 'PARAMETER CHANGE APPROVED AND LOGGED'
                       TO WS-APPROVAL-MESSAGE
               ELSE
                   MOVE 'PARAMETER CHANGE REJECTED AND LOGGED'
                       TO WS-APPROVAL-MESSAGE
               END-IF
           END-IF.
           CLOSE PARM-LOG-FILE.
       3200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3300-RESOLVE-ACCT-CHANGE - an approval applies the change
      *> to the account master, provided the account still stands
      *> as it did when the change was keyed; a rejection touches
      *> nothing. Either is then logged against the pending change.
      *> An approval already applied to the master whose log write
      *> fails is reported: the change stands, and shows changed
      *> since keyed if anyone tries to approve it again.
      *> --------------------------------------------------------
       3300-RESOLVE-ACCT-CHANGE.
           MOVE WS-AP-IMAGE (WS-SHOWN-SUB) TO ACCT-LOG-RECORD.
           IF RESOLUTION-IS-REJECTION
               PERFORM 3400-WRITE-ACCT-LOG THRU 3400-EXIT
               GO TO 3300-EXIT
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               SET ACCOUNT-NOT-ON-MASTER TO TRUE
           ELSE
               IF WS-ACCT-MASTER-STATUS = '00'
                   MOVE AL-ACCOUNT-ID TO AM-ACCOUNT-ID
                   SET ACCOUNT-ON-MASTER TO TRUE
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           SET ACCOUNT-NOT-ON-MASTER TO TRUE
                       NOT INVALID KEY
                           MOVE AM-ACCOUNT-NAME TO WS-NOW-NAME
                           MOVE AM-STATUS       TO WS-NOW-STATUS
                   END-READ
               END-IF
           END-IF.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               AND WS-ACCT-MASTER-STATUS NOT = '23'
               MOVE 'ACCOUNT MASTER OPEN FAILED'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3300-EXIT
           END-IF.
           PERFORM 5500-CHECK-ACCOUNT-UNCHANGED THRU 5500-EXIT.
           IF ENTRY-IS-INVALID
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 'ACCOUNT CHANGED SINCE KEYED - REJECT IT'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES          TO ACCOUNT-MASTER-RECORD.
           MOVE AL-ACCOUNT-ID   TO AM-ACCOUNT-ID.
           MOVE AL-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           MOVE AL-STATUS       TO AM-STATUS.
           IF ACCOUNT-ON-MASTER
               REWRITE ACCOUNT-MASTER-RECORD
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
           END-IF.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               MOVE 'ACCOUNT MASTER WRITE FAILED'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               CLOSE ACCOUNT-MASTER-FILE
               GO TO 3300-EXIT
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           PERFORM 3400-WRITE-ACCT-LOG THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

       3400-WRITE-ACCT-LOG.
           OPEN EXTEND ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS = '35'
               OPEN OUTPUT ACCT-LOG-FILE
           END-IF.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               MOVE 'DONE, BUT CHANGE LOG OPEN FAILED'
                   TO WS-APPROVAL-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE WS-AP-IMAGE (WS-SHOWN-SUB) TO ACCT-LOG-RECORD.
           MOVE WS-CHANGE-DATE       TO AL-CHANGE-DATE.
           MOVE WS-CHANGE-TIME       TO AL-CHANGE-TIME.
           MOVE WS-SUPERVISOR-ID     TO AL-OPERATOR-ID.
           MOVE WS-RESOLUTION-ACTION TO AL-ACTION.
           WRITE ACCT-LOG-RECORD.
           IF WS-ACCT-LOG-STATUS NOT = '00'
               MOVE 'DONE, BUT CHANGE LOG WRITE FAILED'
                   TO WS-APPROVAL-MESSAGE
           ELSE
               IF RESOLUTION-IS-APPROVAL
                   MOVE 'ACCOUNT CHANGE APPROVED, APPLIED AND LOGGED'
                       TO WS-APPROVAL-MESSAGE
               ELSE
                   MOVE 'ACCOUNT CHANGE REJECTED AND LOGGED'
                       TO WS-APPROVAL-MESSAGE
               END-IF
           END-IF.
           CLOSE ACCT-LOG-FILE.
       3400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-VALIDATE-SUPERVISOR - the keyed id must be an active
      *> supervisor on the user file
      *> --------------------------------------------------------
       5000-VALIDATE-SUPERVISOR.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-SUPERVISOR-ID = SPACES
               MOVE 'SUPERVISOR ID IS REQUIRED'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS NOT = '00'
               MOVE 'USER FILE NOT AVAILABLE'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-SUPERVISOR-ID TO US-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'SUPERVISOR ID NOT ON THE USER FILE'
                       TO WS-APPROVAL-MESSAGE
                   SET ENTRY-IS-INVALID TO TRUE
           END-READ.
           CLOSE USER-MASTER-FILE.
           IF ENTRY-IS-INVALID
               GO TO 5000-EXIT
           END-IF.
           IF NOT USER-IS-ACTIVE
               OR NOT USER-IS-SUPERVISOR
               MOVE 'ID IS NOT AN ACTIVE SUPERVISOR'
                   TO WS-APPROVAL-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5200-FIND-PARM-ENTRY / 5300-FIND-ACCT-ENTRY - the pending
      *> entry, not yet resolved, carrying the stamp in
      *> WS-SHOWN-REF-DATE/TIME/OPERATOR; WS-SEARCH-SUB is left on
      *> it
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
           IF WS-PP-REF-DATE (WS-SEARCH-SUB) = WS-SHOWN-REF-DATE
               AND WS-PP-REF-TIME (WS-SEARCH-SUB) = WS-SHOWN-REF-TIME
               AND WS-PP-REF-OPERATOR (WS-SEARCH-SUB)
                   = WS-SHOWN-REF-OPERATOR
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
           IF WS-AP-REF-DATE (WS-SEARCH-SUB) = WS-SHOWN-REF-DATE
               AND WS-AP-REF-TIME (WS-SEARCH-SUB) = WS-SHOWN-REF-TIME
               AND WS-AP-REF-OPERATOR (WS-SEARCH-SUB)
                   = WS-SHOWN-REF-OPERATOR
               AND AP-NOT-RESOLVED (WS-SEARCH-SUB)
               SET ENTRY-FOUND TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5400-READ-ACCOUNT-NOW - the account of the change in
      *> ACCT-LOG-RECORD as the master holds it now
      *> --------------------------------------------------------
       5400-READ-ACCOUNT-NOW.
           SET ACCOUNT-NOT-ON-MASTER TO TRUE.
           MOVE SPACES TO WS-ACCOUNT-NOW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-STATUS NOT = '00'
               GO TO 5400-EXIT
           END-IF.
           MOVE AL-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-MASTER-STATUS = '00'
               SET ACCOUNT-ON-MASTER TO TRUE
               MOVE AM-ACCOUNT-NAME TO WS-NOW-NAME
               MOVE AM-STATUS       TO WS-NOW-STATUS
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
       5400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5500-CHECK-ACCOUNT-UNCHANGED - the account now must be as
      *> it was when the change was keyed: still absent for a new
      *> account, the same name and status otherwise
      *> --------------------------------------------------------
       5500-CHECK-ACCOUNT-UNCHANGED.
           SET ENTRY-IS-VALID TO TRUE.
           IF AL-BEFORE-STATUS = SPACE
               IF ACCOUNT-ON-MASTER
                   SET ENTRY-IS-INVALID TO TRUE
               END-IF
               GO TO 5500-EXIT
           END-IF.
           IF ACCOUNT-NOT-ON-MASTER
               OR WS-NOW-NAME NOT = AL-BEFORE-NAME
               OR WS-NOW-STATUS NOT = AL-BEFORE-STATUS
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       5500-EXIT.
           EXIT.
