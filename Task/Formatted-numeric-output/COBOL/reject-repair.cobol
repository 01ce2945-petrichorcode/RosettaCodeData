      *>
      *> A corrections record carries the original rejected value and
      *> the value the operator wants resubmitted in its place; a
      *> correction is applied to at most one reject. Both values
      *> are in the reject's own currency, which the resubmitted
      *> detail carries so the next run converts it again.
      *>
      *> A reject whose suspense item was withdrawn when
      *> FEED-REVERSAL-PROGRAM backed its feed out is not
      *> resubmitted: the corrected re-send of that feed carries the
      *> value again. It is listed as such, and its correction is
      *> left unapplied for any other reject it fits.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-REPAIR-PROGRAM.
           05  CORR-ACCOUNT-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CORR-ORIGINAL-VALUE     PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  CORR-CORRECTED-VALUE    PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(13).

       FD  RESUBMIT-FILE.
               10  WS-CORR-CORRECTED   PIC S9(7)V9(5).
               10  WS-CORR-USED-FLAG   PIC X(01).
                   88  CORRECTION-APPLIED          VALUE 'Y'.
                   88  CORRECTION-NOT-APPLIED      VALUES 'N' 'R'.
                   88  CORRECTION-UNMATCHED        VALUE 'N'.
                   88  CORRECTION-FEED-REVERSED    VALUE 'R'.

       01  WS-REPAIR-COUNTERS.
           05  WS-REJECT-READ-COUNT    PIC 9(07)  VALUE ZERO COMP.
           05  WS-CORRECTED-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-UNCORRECTED-COUNT    PIC 9(07)  VALUE ZERO COMP.
           05  WS-UNAPPLIED-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-REVERSED-COUNT       PIC 9(07)  VALUE ZERO COMP.

       01  WS-SUBSCRIPTS.
           05  WS-CORR-SUB             PIC 9(05)  VALUE ZERO COMP.
      *> trailer so the next NUMERIC-OUTPUT-PROGRAM run can balance it.
       01  WS-RESUBMIT-CONTROLS.
           05  WS-REPAIR-RUN-DATE      PIC 9(08)  VALUE ZERO.
           05  WS-RESUBMIT-HASH-TOTAL  PIC S9(13)V9(5) VALUE ZERO
                                                          COMP-3.

       01  WS-SWITCHES.
           05  WS-REJECT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
           05  WS-SUSPENSE-SWITCH      PIC X(01)  VALUE 'N'.
               88  SUSPENSE-IN-USE                VALUE 'Y'.
               88  SUSPENSE-NOT-IN-USE            VALUE 'N'.
           05  WS-SUSPENSE-ITEM-SWITCH PIC X(01)  VALUE 'N'.
               88  SUSPENSE-ITEM-ON-FILE          VALUE 'Y'.
               88  SUSPENSE-ITEM-NOT-ON-FILE      VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-REJECT-STATUS        PIC X(02).

       01  WS-UNCORRECTED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               'UNCORRECTED - '.
           05  UL-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  UL-VALUE-EDIT           PIC ZZ,ZZZ,ZZ9.99999CR.
           05  UL-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.

       01  WS-REVERSED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(34)  VALUE
               'NOT RESUBMITTED - FEED REVERSED - '.
           05  RL-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RL-VALUE-EDIT           PIC ZZ,ZZZ,ZZ9.99999CR.
           05  FILLER                  PIC X(18)  VALUE SPACES.

       01  WS-UNAPPLIED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(22)  VALUE

       01  WS-REPAIR-SUMMARY-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               'REJECTS READ ='.
           05  RS-READ-EDIT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08)  VALUE ' RESUB ='.
           05  RS-CORRECTED-EDIT       PIC ZZZ,ZZ9.
                       TO WS-CORR-ORIGINAL (WS-CORRECTION-COUNT)
                   MOVE CORR-CORRECTED-VALUE
                       TO WS-CORR-CORRECTED (WS-CORRECTION-COUNT)
                   SET CORRECTION-UNMATCHED (WS-CORRECTION-COUNT)
                       TO TRUE
           END-READ.
       2000-EXIT.
      *> --------------------------------------------------------
      *> 3000-REPAIR-REJECT - match one reject against the
      *> corrections table; resubmit it corrected when a
      *> correction is found and its suspense item was not
      *> withdrawn with a reversed feed, report it not resubmitted
      *> when it was, otherwise report it uncorrected, then read
      *> the next reject.
      *> --------------------------------------------------------
       3000-REPAIR-REJECT.
           ADD 1 TO WS-REJECT-READ-COUNT.
           PERFORM 3100-FIND-CORRECTION THRU 3100-EXIT.
           IF MATCH-FOUND
               PERFORM 3150-READ-SUSPENSE-ITEM THRU 3150-EXIT
               IF SUSPENSE-ITEM-ON-FILE
                   AND SUSPENSE-ITEM-WITHDRAWN
                   PERFORM 3350-REPORT-FEED-REVERSED THRU 3350-EXIT
               ELSE
                   PERFORM 3200-WRITE-RESUBMIT THRU 3200-EXIT
               END-IF
           ELSE
               PERFORM 3300-REPORT-UNCORRECTED THRU 3300-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-READ-SUSPENSE-ITEM - read the corrected reject's
      *> suspense ledger item, keyed by the reject date, account
      *> and value the reject record carries, before anything is
      *> resubmitted
      *> --------------------------------------------------------
       3150-READ-SUSPENSE-ITEM.
           SET SUSPENSE-ITEM-NOT-ON-FILE TO TRUE.
           IF SUSPENSE-NOT-IN-USE
               GO TO 3150-EXIT
           END-IF.
           MOVE REJ-RUN-DATE    TO SP-REJECT-DATE.
           MOVE REJ-ACCOUNT-ID  TO SP-ACCOUNT-ID.
           MOVE REJ-VALUE       TO SP-VALUE.
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SUSPENSE-STATUS = '00'
               SET SUSPENSE-ITEM-ON-FILE TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3200-WRITE-RESUBMIT - write the corrected value to the
      *> resubmit extract in the layout the next run reads, and
           SET EXTRACT-DETAIL-RECORD TO TRUE.
           MOVE REJ-ACCOUNT-ID TO EX-ACCOUNT-ID.
           MOVE REJ-VALUE-CLASS TO EX-VALUE-CLASS.
           MOVE REJ-CURRENCY-CODE TO EX-CURRENCY-CODE.
           MOVE WS-CORR-CORRECTED (WS-CORR-SUB) TO EX-VALUE.
           ADD WS-CORR-CORRECTED (WS-CORR-SUB)
               TO WS-RESUBMIT-HASH-TOTAL.

      *> --------------------------------------------------------
      *> 3250-CLEAR-SUSPENSE - mark the repaired reject's suspense
      *> ledger item, read by 3150, cleared. A reject written
      *> before the ledger existed has no item to clear, which is
      *> reported but does not fail the repair.
      *> --------------------------------------------------------
           IF SUSPENSE-NOT-IN-USE
               GO TO 3250-EXIT
           END-IF.
           IF SUSPENSE-ITEM-NOT-ON-FILE
               DISPLAY 'WARNING - NO SUSPENSE ITEM FOR REPAIRED '
                   'REJECT, ACCOUNT ' REJ-ACCOUNT-ID UPON CONSOLE
               GO TO 3250-EXIT
           END-IF.
           SET SUSPENSE-ITEM-CLEARED TO TRUE.
           MOVE WS-REPAIR-RUN-DATE TO SP-CLEARED-DATE.
           REWRITE SUSPENSE-RECORD.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'WARNING - SUSPENSE CLEAR FAILED, '
                   'STATUS = ' WS-SUSPENSE-STATUS UPON CONSOLE
           END-IF.
       3250-EXIT.
           EXIT.
       3300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3350-REPORT-FEED-REVERSED - list a corrected reject whose
      *> suspense item was withdrawn with a reversed feed. The
      *> feed's corrected re-send carries the value, so it is not
      *> resubmitted here as well; the correction is left
      *> unapplied, and not reported unmatched.
      *> --------------------------------------------------------
       3350-REPORT-FEED-REVERSED.
           MOVE REJ-ACCOUNT-ID  TO RL-ACCOUNT-ID.
           MOVE REJ-VALUE       TO RL-VALUE-EDIT.
           MOVE WS-REVERSED-LINE TO REPAIR-PRINT-RECORD.
           WRITE REPAIR-PRINT-RECORD.
           IF WS-REPAIR-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - REPAIR PRINT WRITE FAILED, STATUS = '
                   WS-REPAIR-PRINT-STATUS UPON CONSOLE
           END-IF.
           SET CORRECTION-FEED-REVERSED (WS-CORR-SUB) TO TRUE.
           ADD 1 TO WS-REVERSED-COUNT.
       3350-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2700-READ-REJECT-RECORD - read the next reject record
      *> --------------------------------------------------------
           IF SUSPENSE-IN-USE
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-REVERSED-COUNT > 0
               DISPLAY 'NOTE - ' WS-REVERSED-COUNT ' CORRECTED REJECTS '
                   'NOT RESUBMITTED, THEIR FEEDS WERE REVERSED'
                   UPON CONSOLE
           END-IF.
           IF WS-UNCORRECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE

       8050-REPORT-UNAPPLIED.
           ADD 1 TO WS-CORR-SUB.
           IF CORRECTION-UNMATCHED (WS-CORR-SUB)
               MOVE WS-CORR-ACCOUNT  (WS-CORR-SUB) TO AL-ACCOUNT-ID
               MOVE WS-CORR-ORIGINAL (WS-CORR-SUB) TO AL-ORIGINAL-EDIT
               MOVE WS-UNAPPLIED-LINE TO REPAIR-PRINT-RECORD
