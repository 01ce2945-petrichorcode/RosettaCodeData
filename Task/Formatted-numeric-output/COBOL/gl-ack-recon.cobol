      *> ------------------------------------------------------------
      *> GL-ACK-RECON-PROGRAM
      *>
      *> The general ledger posting reconciliation, run each night
      *> once the ledger load has returned its acknowledgement file.
      *> NUMERIC-OUTPUT-PROGRAM balances the GLINTF interface extract
      *> against its own trailer, but that only proves the file left
      *> here whole; this step proves the ledger has the money.
      *>
      *> The accepted values on the value master (the details GLINTF
      *> carried) are added to the GL open-item file as sent and
      *> unacknowledged. The run date comes off the reconciliation
      *> card (GLRCARD); with no card, off the night's interface
      *> header - never the clock, so a step run after midnight
      *> still reconciles its night. Registration starts at the run
      *> date, or at the latest night already on the open-item file
      *> when that is earlier, and takes every value master record
      *> from there on: the later values of a run that crossed
      *> midnight and the nights of a skipped reconciliation are
      *> registered with the rest. Each acknowledgement is then
      *> matched to its detail by run date and extract record
      *> number: a posted acknowledgement clears the item, a
      *> rejected one leaves it open with the ledger's reason, and
      *> an acknowledgement for a detail the value master never
      *> carried is reported as matching nothing we sent. An
      *> acknowledgement arriving late for an earlier night's
      *> detail is matched the same way.
      *>
      *> FEED-REVERSAL-PROGRAM sends an offsetting detail under the
      *> original's run date and record number, marked as an offset,
      *> and opens it as an item of its own; its acknowledgement
      *> carries the marker back and is applied to the offset item,
      *> never to the original. The original, withdrawn when its
      *> feed was backed out, stays withdrawn: a posted
      *> acknowledgement for it is only counted - the offset takes
      *> the money back out - but a rejected one is an exception,
      *> since the offset would then post against nothing.
      *>
      *> Every item still open - rejected by the ledger or never
      *> acknowledged at all - is listed with its age in nights and
      *> carries forward on the open-item file until the ledger
      *> acknowledges it posted.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACK-RECON-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECON-CARD-FILE ASSIGN TO "GLRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-RECON-CARD-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT GL-OPEN-ITEM-FILE ASSIGN TO "GLOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GL-OPEN-ITEM-STATUS.
           SELECT RECON-PRINT-FILE ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RECON-CARD-FILE.
       01  GL-RECON-CARD-RECORD.
           05  GRC-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  INTERFACE-FILE.
       COPY "glintfd.cpy".

       FD  GL-ACK-FILE.
       COPY "glackd.cpy".

       FD  VALUE-MASTER-FILE.
       COPY "valmastd.cpy".

       FD  GL-OPEN-ITEM-FILE.
       COPY "glopend.cpy".

       FD  RECON-PRINT-FILE.
       01  RECON-PRINT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RECON-CONTROL.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-INTF-HEADER-DATE     PIC 9(08)  VALUE ZERO.
           05  WS-REGISTERED-HIGH-DATE PIC 9(08)  VALUE ZERO.
           05  WS-REGISTER-FROM-DATE   PIC 9(08)  VALUE ZERO.
           05  WS-RUN-DAY-NUMBER       PIC 9(07)  VALUE ZERO COMP.
           05  WS-ITEM-DAY-NUMBER      PIC 9(07)  VALUE ZERO COMP.
           05  WS-ITEM-AGE             PIC S9(05) VALUE ZERO COMP.

       01  WS-RECON-COUNTERS.
           05  WS-SENT-COUNT           PIC 9(07)  VALUE ZERO COMP.
           05  WS-ACK-READ-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-POSTED-COUNT         PIC 9(07)  VALUE ZERO COMP.
           05  WS-LEDGER-REJECT-COUNT  PIC 9(07)  VALUE ZERO COMP.
           05  WS-UNMATCHED-COUNT      PIC 9(07)  VALUE ZERO COMP.
           05  WS-WITHDRAWN-ACK-COUNT  PIC 9(07)  VALUE ZERO COMP.
           05  WS-WITHDRAWN-REJECT-COUNT PIC 9(07) VALUE ZERO COMP.
           05  WS-OPEN-UNACKED-COUNT   PIC 9(07)  VALUE ZERO COMP.
           05  WS-OPEN-REJECTED-COUNT  PIC 9(07)  VALUE ZERO COMP.
           05  WS-OPEN-AMOUNT          PIC S9(11)V9(03) VALUE ZERO
                                                          COMP-3.

      *> Calendar work fields: a date becomes a serial day number so
      *> two dates subtract directly to an age in days.
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

       01  WS-MONTH-OFFSETS            PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFFSET         OCCURS 12 TIMES
                                       PIC 9(03).

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
               88  MASTER-EOF                     VALUE 'Y'.
               88  MASTER-NOT-EOF                 VALUE 'N'.
           05  WS-MASTER-SWITCH        PIC X(01)  VALUE 'N'.
               88  MASTER-IN-USE                  VALUE 'Y'.
               88  MASTER-NOT-IN-USE              VALUE 'N'.
           05  WS-ACK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  ACK-EOF                        VALUE 'Y'.
               88  ACK-NOT-EOF                    VALUE 'N'.
           05  WS-ACK-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  ACK-FILE-IS-OPEN               VALUE 'Y'.
               88  ACK-FILE-NOT-OPEN              VALUE 'N'.
           05  WS-OPEN-ITEM-EOF-SWITCH PIC X(01)  VALUE 'N'.
               88  OPEN-ITEM-EOF                  VALUE 'Y'.
               88  OPEN-ITEM-NOT-EOF              VALUE 'N'.
           05  WS-MATCH-SWITCH         PIC X(01)  VALUE 'N'.
               88  MATCH-FOUND                    VALUE 'Y'.
               88  MATCH-NOT-FOUND                VALUE 'N'.
           05  WS-EXCEPTION-HEADING-SWITCH PIC X(01) VALUE 'N'.
               88  EXCEPTION-HEADING-WRITTEN      VALUE 'Y'.
               88  EXCEPTION-HEADING-NOT-WRITTEN  VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-GL-RECON-CARD-STATUS PIC X(02).
           05  WS-INTERFACE-STATUS     PIC X(02).
           05  WS-GL-ACK-STATUS        PIC X(02).
           05  WS-VALUE-MASTER-STATUS  PIC X(02).
           05  WS-GL-OPEN-ITEM-STATUS  PIC X(02).
           05  WS-RECON-PRINT-STATUS   PIC X(02).

       01  WS-RECON-HEADING-1.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(38)  VALUE
               'GENERAL LEDGER POSTING RECONCILIATION'.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
           05  RH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(20)  VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  UML-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UML-RECORD-NO           PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UML-STATUS              PIC X(01).
           05  UML-ENTRY-TYPE          PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UML-TEXT                PIC X(30).
           05  FILLER                  PIC X(26)  VALUE SPACES.

       01  WS-OPEN-ITEM-HEADING.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(33)  VALUE
               'SENT      RECORD   ACCOUNT       '.
           05  FILLER                  PIC X(36)  VALUE
               'VALUE   STATUS     AGE LEDGER REASON'.
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  WS-OPEN-ITEM-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-RECORD-NO           PIC ZZZZZZ9.
           05  OIL-ENTRY-MARK          PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-VALUE-EDIT          PIC ZZ,ZZ9.999CR.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-STATUS-TEXT         PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-AGE-EDIT            PIC ZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OIL-LEDGER-REASON       PIC X(22).
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-RECON-COUNT-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  RCL-CAPTION             PIC X(32).
           05  FILLER                  PIC X(03)  VALUE ' = '.
           05  RCL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37)  VALUE SPACES.

       01  WS-RECON-AMOUNT-LINE.
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
           PERFORM 2000-REGISTER-SENT-DETAIL THRU 2000-EXIT
               UNTIL MASTER-EOF.
           PERFORM 3000-APPLY-ACKNOWLEDGEMENT THRU 3000-EXIT
               UNTIL ACK-EOF.
           PERFORM 4000-START-OPEN-ITEM-LIST THRU 4000-EXIT.
           PERFORM 4100-LIST-OPEN-ITEM THRU 4100-EXIT
               UNTIL OPEN-ITEM-EOF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *> --------------------------------------------------------
      *> 1000-INITIALIZE - settle the run date and its serial day
      *> number, open the report, the open-item file (created on
      *> first use), the acknowledgement file and the value
      *> master, and position the master at the first detail not
      *> yet known to be registered. No acknowledgement file means
      *> the ledger load sent nothing back: every detail sent
      *> tonight stays unacknowledged. No
      *> value master means no batch run has written one, so
      *> nothing was sent and every acknowledgement is unmatched.
      *> --------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-RECON-CARD THRU 1100-EXIT.
           PERFORM 1200-READ-INTERFACE-HEADER THRU 1200-EXIT.
           IF WS-RUN-DATE = ZERO
               MOVE WS-INTF-HEADER-DATE TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'FATAL - NO RUN DATE ON THE RECONCILIATION '
                   'CARD AND NO INTERFACE HEADER TO TAKE ONE FROM'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-INTF-HEADER-DATE NOT = ZERO
               AND WS-INTF-HEADER-DATE NOT = WS-RUN-DATE
               DISPLAY 'FATAL - RECONCILIATION CARD NAMES RUN DATE '
                   WS-RUN-DATE ' BUT THE NIGHT''S INTERFACE IS FOR '
                   WS-INTF-HEADER-DATE UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE-N.
           PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           OPEN OUTPUT RECON-PRINT-FILE.
           IF WS-RECON-PRINT-STATUS NOT = '00'
               DISPLAY 'FATAL - GL RECON REPORT OPEN FAILED, '
                   'STATUS = ' WS-RECON-PRINT-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE        TO RH1-RUN-DATE.
           MOVE WS-RECON-HEADING-1 TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           OPEN I-O GL-OPEN-ITEM-FILE.
           IF WS-GL-OPEN-ITEM-STATUS = '35'
               OPEN OUTPUT GL-OPEN-ITEM-FILE
               CLOSE GL-OPEN-ITEM-FILE
               OPEN I-O GL-OPEN-ITEM-FILE
           END-IF.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'FATAL - GL OPEN ITEM FILE OPEN FAILED, '
                   'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-FIND-REGISTERED-HIGH THRU 1300-EXIT.
           OPEN INPUT GL-ACK-FILE.
           IF WS-GL-ACK-STATUS = '35'
               DISPLAY 'WARNING - NO LEDGER ACKNOWLEDGEMENT FILE, '
                   'TONIGHT''S DETAILS LEFT UNACKNOWLEDGED'
                   UPON CONSOLE
               SET ACK-EOF TO TRUE
           ELSE
               IF WS-GL-ACK-STATUS NOT = '00'
                   DISPLAY 'FATAL - GL ACK FILE OPEN FAILED, '
                       'STATUS = ' WS-GL-ACK-STATUS UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ACK-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT VALUE-MASTER-FILE.
           IF WS-VALUE-MASTER-STATUS = '35'
               SET MASTER-NOT-IN-USE TO TRUE
               SET MASTER-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-VALUE-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL - VALUE MASTER OPEN FAILED, STATUS = '
                   WS-VALUE-MASTER-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET MASTER-IN-USE TO TRUE.
           MOVE WS-RUN-DATE TO WS-REGISTER-FROM-DATE.
           IF WS-REGISTERED-HIGH-DATE NOT = ZERO
               AND WS-REGISTERED-HIGH-DATE < WS-RUN-DATE
               MOVE WS-REGISTERED-HIGH-DATE TO WS-REGISTER-FROM-DATE
               DISPLAY 'NOTE - SENT DETAILS REGISTERED FROM RUN DATE '
                   WS-REGISTER-FROM-DATE UPON CONSOLE
           END-IF.
           MOVE WS-REGISTER-FROM-DATE TO VM-RUN-DATE.
           MOVE ZERO                  TO VM-RECORD-NO.
           START VALUE-MASTER-FILE KEY IS NOT LESS THAN VM-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 1100-READ-RECON-CARD - the run date to reconcile; the
      *> card is optional
      *> --------------------------------------------------------
       1100-READ-RECON-CARD.
           OPEN INPUT GL-RECON-CARD-FILE.
           IF WS-GL-RECON-CARD-STATUS = '35'
               GO TO 1100-EXIT
           END-IF.
           IF WS-GL-RECON-CARD-STATUS NOT = '00'
               DISPLAY 'FATAL - GL RECON CARD OPEN FAILED, '
                   'STATUS = ' WS-GL-RECON-CARD-STATUS UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-RECON-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GRC-RUN-DATE NUMERIC
                       MOVE GRC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.
           CLOSE GL-RECON-CARD-FILE.
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
      *> 1300-FIND-REGISTERED-HIGH - a pass over the open-item
      *> file for the latest run date of an original detail it
      *> holds and has not had withdrawn; registration starts
      *> there when that is before the run date, so a night whose
      *> reconciliation was skipped is still registered. An
      *> empty file starts at the run date.
      *> --------------------------------------------------------
       1300-FIND-REGISTERED-HIGH.
           SET OPEN-ITEM-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO GO-KEY.
           START GL-OPEN-ITEM-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET OPEN-ITEM-EOF TO TRUE
           END-START.
           PERFORM 1310-TEST-REGISTERED-ITEM THRU 1310-EXIT
               UNTIL OPEN-ITEM-EOF.
           SET OPEN-ITEM-NOT-EOF TO TRUE.
       1300-EXIT.
           EXIT.

       1310-TEST-REGISTERED-ITEM.
           READ GL-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEM-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF GL-ORIGINAL-ITEM
               AND NOT GL-ITEM-WITHDRAWN
               AND GO-RUN-DATE > WS-REGISTERED-HIGH-DATE
               MOVE GO-RUN-DATE TO WS-REGISTERED-HIGH-DATE
           END-IF.
       1310-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2000-REGISTER-SENT-DETAIL - read the next value master
      *> record to the end of the master; each is a detail GLINTF
      *> carried to the ledger, and goes on the open-item file as
      *> sent and unacknowledged. An item already there (registered
      *> by an earlier run of this step) is left as it stands, so a
      *> rerun never reopens a posted item.
      *> --------------------------------------------------------
       2000-REGISTER-SENT-DETAIL.
           READ VALUE-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 2100-BUILD-OPEN-ITEM THRU 2100-EXIT.
           WRITE GL-OPEN-ITEM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-GL-OPEN-ITEM-STATUS = '00'
               ADD 1 TO WS-SENT-COUNT
           END-IF.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               AND WS-GL-OPEN-ITEM-STATUS NOT = '22'
               DISPLAY 'WARNING - GL OPEN ITEM WRITE FAILED, '
                   'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-BUILD-OPEN-ITEM - lay the value master record in
      *> hand out as a sent, unacknowledged open item
      *> --------------------------------------------------------
       2100-BUILD-OPEN-ITEM.
           MOVE SPACES             TO GL-OPEN-ITEM-RECORD.
           MOVE VM-RUN-DATE        TO GO-RUN-DATE.
           MOVE VM-RECORD-NO       TO GO-RECORD-NO.
           MOVE VM-ACCOUNT-ID      TO GO-ACCOUNT-ID.
           MOVE VM-STORED-VALUE    TO GO-STORED-VALUE.
           MOVE VM-SOURCE-SYSTEM   TO GO-SOURCE-SYSTEM.
           SET GL-ITEM-UNACKNOWLEDGED TO TRUE.
           MOVE ZERO               TO GO-CLEARED-DATE.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-APPLY-ACKNOWLEDGEMENT - read the next ledger
      *> acknowledgement and apply it to its open item - the
      *> original or the offset, as the acknowledgement says:
      *> posted clears the item, rejected leaves it open with the
      *> ledger's reason. A status or entry type the ledger load
      *> should never send, or a detail or offset never sent, is
      *> reported as an acknowledgement matching nothing we sent.
      *> An acknowledgement for a withdrawn item is counted when
      *> posted and reported as an exception when rejected.
      *> --------------------------------------------------------
       3000-APPLY-ACKNOWLEDGEMENT.
           READ GL-ACK-FILE
               AT END
                   SET ACK-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-ACK-READ-COUNT.
           IF NOT GL-ACK-STATUS-IS-LEGAL
               MOVE 'INVALID ACKNOWLEDGEMENT STATUS' TO UML-TEXT
               PERFORM 3200-REPORT-UNMATCHED-ACK THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF GA-ENTRY-TYPE NOT = SPACE
               AND NOT GL-ACK-FOR-OFFSET
               MOVE 'INVALID ENTRY TYPE' TO UML-TEXT
               PERFORM 3200-REPORT-UNMATCHED-ACK THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE GA-RUN-DATE   TO GO-RUN-DATE.
           MOVE GA-RECORD-NO  TO GO-RECORD-NO.
           MOVE GA-ENTRY-TYPE TO GO-ENTRY-TYPE.
           READ GL-OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-GL-OPEN-ITEM-STATUS = '23'
               AND GL-ACK-FOR-OFFSET
               MOVE 'NO SUCH OFFSET SENT' TO UML-TEXT
               PERFORM 3200-REPORT-UNMATCHED-ACK THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-GL-OPEN-ITEM-STATUS = '23'
               PERFORM 3100-ADD-LATE-ITEM THRU 3100-EXIT
               IF MATCH-NOT-FOUND
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
                   DISPLAY 'WARNING - GL OPEN ITEM READ FAILED, '
                       'STATUS = ' WS-GL-OPEN-ITEM-STATUS
                       UPON CONSOLE
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF GL-ITEM-WITHDRAWN
               AND GL-ACK-POSTED
               ADD 1 TO WS-WITHDRAWN-ACK-COUNT
               GO TO 3000-EXIT
           END-IF.
           IF GL-ITEM-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-REJECT-COUNT
               MOVE 'REJECTED - ITEM WITHDRAWN' TO UML-TEXT
               PERFORM 3300-LIST-ACK-EXCEPTION THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF GL-ACK-POSTED
               SET GL-ITEM-POSTED TO TRUE
               MOVE WS-RUN-DATE TO GO-CLEARED-DATE
               MOVE SPACES      TO GO-LEDGER-REASON
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               SET GL-ITEM-LEDGER-REJECTED TO TRUE
               MOVE ZERO             TO GO-CLEARED-DATE
               MOVE GA-LEDGER-REASON TO GO-LEDGER-REASON
               ADD 1 TO WS-LEDGER-REJECT-COUNT
           END-IF.
           REWRITE GL-OPEN-ITEM-RECORD.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'WARNING - GL OPEN ITEM REWRITE FAILED, '
                   'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
           END-IF.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-ADD-LATE-ITEM - an acknowledgement for a detail not
      *> on the open-item file: if the value master carries the
      *> detail it was sent on a night this step did not see, so
      *> it is added as an open item and the acknowledgement is
      *> applied to it; otherwise it matches nothing we sent.
      *> --------------------------------------------------------
       3100-ADD-LATE-ITEM.
           SET MATCH-NOT-FOUND TO TRUE.
           IF MASTER-NOT-IN-USE
               MOVE 'NO SUCH DETAIL SENT' TO UML-TEXT
               PERFORM 3200-REPORT-UNMATCHED-ACK THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE GA-RUN-DATE  TO VM-RUN-DATE.
           MOVE GA-RECORD-NO TO VM-RECORD-NO.
           READ VALUE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO SUCH DETAIL SENT' TO UML-TEXT
                   PERFORM 3200-REPORT-UNMATCHED-ACK THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 2100-BUILD-OPEN-ITEM THRU 2100-EXIT.
           WRITE GL-OPEN-ITEM-RECORD.
           IF WS-GL-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'WARNING - GL OPEN ITEM WRITE FAILED, '
                   'STATUS = ' WS-GL-OPEN-ITEM-STATUS UPON CONSOLE
               GO TO 3100-EXIT
           END-IF.
           SET MATCH-FOUND TO TRUE.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3200-REPORT-UNMATCHED-ACK - count and list an
      *> acknowledgement that matches nothing we sent
      *> --------------------------------------------------------
       3200-REPORT-UNMATCHED-ACK.
           ADD 1 TO WS-UNMATCHED-COUNT.
           PERFORM 3300-LIST-ACK-EXCEPTION THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3300-LIST-ACK-EXCEPTION - list an acknowledgement that
      *> could not be applied, with the reason in UML-TEXT, under
      *> the exceptions section heading
      *> --------------------------------------------------------
       3300-LIST-ACK-EXCEPTION.
           IF EXCEPTION-HEADING-NOT-WRITTEN
               MOVE ' ACKNOWLEDGEMENT EXCEPTIONS'
                   TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
               SET EXCEPTION-HEADING-WRITTEN TO TRUE
           END-IF.
           MOVE GA-RUN-DATE   TO UML-RUN-DATE.
           MOVE GA-RECORD-NO  TO UML-RECORD-NO.
           MOVE GA-STATUS     TO UML-STATUS.
           MOVE GA-ENTRY-TYPE TO UML-ENTRY-TYPE.
           MOVE WS-UNMATCHED-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       3300-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4000-START-OPEN-ITEM-LIST - close off the exceptions
      *> section, head up the open-item section and position the
      *> open-item file at its first item
      *> --------------------------------------------------------
       4000-START-OPEN-ITEM-LIST.
           IF EXCEPTION-HEADING-NOT-WRITTEN
               MOVE ' ACKNOWLEDGEMENT EXCEPTIONS'
                   TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
               MOVE '     NONE' TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
           END-IF.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ' LEDGER ITEMS OPEN - CARRIED FORWARD (O = OFFSET)'
               TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE WS-OPEN-ITEM-HEADING TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE LOW-VALUES TO GO-KEY.
           START GL-OPEN-ITEM-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET OPEN-ITEM-EOF TO TRUE
           END-START.
       4000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 4100-LIST-OPEN-ITEM - read the next open-item record; a
      *> posted item is cleared and passed over, an open one is
      *> aged in nights since it was sent and listed as rejected
      *> by the ledger or never acknowledged, an offset marked
      *> as such
      *> --------------------------------------------------------
       4100-LIST-OPEN-ITEM.
           READ GL-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEM-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF NOT GL-ITEM-OPEN
               GO TO 4100-EXIT
           END-IF.
           IF GL-ITEM-LEDGER-REJECTED
               ADD 1 TO WS-OPEN-REJECTED-COUNT
               MOVE 'REJECTED '   TO OIL-STATUS-TEXT
           ELSE
               ADD 1 TO WS-OPEN-UNACKED-COUNT
               MOVE 'NOT ACKED'   TO OIL-STATUS-TEXT
           END-IF.
           ADD GO-STORED-VALUE TO WS-OPEN-AMOUNT.
           MOVE GO-RUN-DATE TO WS-WORK-DATE-N.
           PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-DAY-NUMBER TO WS-ITEM-DAY-NUMBER.
           COMPUTE WS-ITEM-AGE
               = WS-RUN-DAY-NUMBER - WS-ITEM-DAY-NUMBER.
           IF WS-ITEM-AGE < ZERO
               MOVE ZERO TO WS-ITEM-AGE
           END-IF.
           MOVE GO-RUN-DATE      TO OIL-RUN-DATE.
           MOVE GO-RECORD-NO     TO OIL-RECORD-NO.
           IF GL-OFFSET-ITEM
               MOVE ' O'         TO OIL-ENTRY-MARK
           ELSE
               MOVE SPACES       TO OIL-ENTRY-MARK
           END-IF.
           MOVE GO-ACCOUNT-ID    TO OIL-ACCOUNT-ID.
           MOVE GO-STORED-VALUE  TO OIL-VALUE-EDIT.
           MOVE WS-ITEM-AGE      TO OIL-AGE-EDIT.
           MOVE GO-LEDGER-REASON TO OIL-LEDGER-REASON.
           MOVE WS-OPEN-ITEM-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       4100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 5000-DATE-TO-DAY-NUMBER - turn the split work date into a
      *> serial day number: whole days in the prior years plus the
      *> offset of the month plus the day, with a leap day when
      *> February is past in a leap year. All the arithmetic stays
      *> positive, so plain truncating division is exact.
      *> --------------------------------------------------------
       5000-DATE-TO-DAY-NUMBER.
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
       5000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8000-FINALIZE - the reconciliation counts and the amount
      *> carried forward, the supervisor sign-off line, close up
      *> and set the return code: 8 when any acknowledgement
      *> matched nothing we sent (the ledger holds money this
      *> system never gave it) or rejected an item already
      *> withdrawn (its offset would post against nothing), 4 when
      *> items are carried open, 0 when the ledger has posted
      *> everything sent
      *> --------------------------------------------------------
       8000-FINALIZE.
           IF WS-OPEN-REJECTED-COUNT = ZERO
               AND WS-OPEN-UNACKED-COUNT = ZERO
               MOVE '     NONE' TO RECON-PRINT-RECORD
               PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT
           END-IF.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE 'DETAILS REGISTERED AS SENT' TO RCL-CAPTION.
           MOVE WS-SENT-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACKNOWLEDGEMENTS READ' TO RCL-CAPTION.
           MOVE WS-ACK-READ-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACKNOWLEDGED POSTED' TO RCL-CAPTION.
           MOVE WS-POSTED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACKNOWLEDGED REJECTED' TO RCL-CAPTION.
           MOVE WS-LEDGER-REJECT-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACKNOWLEDGEMENTS UNMATCHED' TO RCL-CAPTION.
           MOVE WS-UNMATCHED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'ACKNOWLEDGED WITHDRAWN ITEMS' TO RCL-CAPTION.
           MOVE WS-WITHDRAWN-ACK-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'REJECTED WITHDRAWN ITEMS' TO RCL-CAPTION.
           MOVE WS-WITHDRAWN-REJECT-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'OPEN - REJECTED BY LEDGER' TO RCL-CAPTION.
           MOVE WS-OPEN-REJECTED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'OPEN - NEVER ACKNOWLEDGED' TO RCL-CAPTION.
           MOVE WS-OPEN-UNACKED-COUNT TO RCL-COUNT-EDIT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           MOVE 'AMOUNT CARRIED FORWARD' TO RAL-CAPTION.
           MOVE WS-OPEN-AMOUNT TO RAL-AMOUNT-EDIT.
           MOVE WS-RECON-AMOUNT-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE SPACES TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           MOVE ' SUPERVISOR INITIALS: ________' TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
           IF ACK-FILE-IS-OPEN
               CLOSE GL-ACK-FILE
           END-IF.
           IF MASTER-IN-USE
               CLOSE VALUE-MASTER-FILE
           END-IF.
           CLOSE GL-OPEN-ITEM-FILE.
           CLOSE RECON-PRINT-FILE.
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY 'GL RECONCILIATION - ' WS-UNMATCHED-COUNT
                   ' ACKNOWLEDGEMENTS MATCH NOTHING SENT, SEE GLRECRPT'
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WITHDRAWN-REJECT-COUNT > 0
               DISPLAY 'GL RECONCILIATION - '
                   WS-WITHDRAWN-REJECT-COUNT
                   ' WITHDRAWN ITEMS REJECTED, SEE GLRECRPT'
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-UNMATCHED-COUNT = ZERO
               AND WS-WITHDRAWN-REJECT-COUNT = ZERO
               IF WS-OPEN-REJECTED-COUNT > 0
                   OR WS-OPEN-UNACKED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT-LINE.
           MOVE WS-RECON-COUNT-LINE TO RECON-PRINT-RECORD.
           PERFORM 8500-WRITE-RECON-LINE THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

       8500-WRITE-RECON-LINE.
           WRITE RECON-PRINT-RECORD.
           IF WS-RECON-PRINT-STATUS NOT = '00'
               DISPLAY 'WARNING - GL RECON REPORT WRITE FAILED, '
                   'STATUS = ' WS-RECON-PRINT-STATUS UPON CONSOLE
           END-IF.
       8500-EXIT.
           EXIT.
