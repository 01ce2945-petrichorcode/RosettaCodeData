      *> ------------------------------------------------------------
      *> ONLINE-DUP-REVIEW-PROGRAM
      *>
      *> The review screen for the details the nightly run held as
      *> suspected duplicates: the held detail beside the posting it
      *> appears to repeat, read back from the value master, so the
      *> floor can decide whether it is genuine - a second fee that
      *> really was charged twice - or the same item sent again.
      *>
      *> Actions: V = view the keyed hold (hold date, source, feed
      *> date and record number - one source may send more than one
      *> feed a night), N = view the next item still on hold after
      *> the keyed one (so the night's holds can be paged through
      *> from a blank key), R = release the item - it is genuine and
      *> goes into the next run - D = discard it as a true
      *> duplicate, X = exit.
      *>
      *> A release posts money, so only an active supervisor on the
      *> user file may release or discard, and only an item still on
      *> hold; each decision is stamped with the date and the
      *> supervisor. DUP-RELEASE-PROGRAM picks the released items up
      *> for the next run.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-DUP-REVIEW-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUP-HOLD-STATUS.
           SELECT VALUE-MASTER-FILE ASSIGN TO "VALMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-HOLD-FILE.
       COPY "duphold.cpy".

       FD  VALUE-MASTER-FILE.
       COPY "valmastd.cpy".

       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCREEN-FIELDS.
           05  WS-OPERATOR-ID          PIC X(08)  VALUE SPACES.
           05  WS-HOLD-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-HOLD-SOURCE          PIC X(08)  VALUE SPACES.
           05  WS-HOLD-RECORD-NO       PIC 9(07)  VALUE ZERO.
           05  WS-HOLD-ACCOUNT         PIC X(08)  VALUE SPACES.
           05  WS-HOLD-FEED-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-HOLD-VALUE-EDIT      PIC -(7)9.9(5).
           05  WS-HOLD-CLASS           PIC X(01)  VALUE SPACES.
           05  WS-HOLD-CURRENCY        PIC X(03)  VALUE SPACES.
           05  WS-HOLD-STATUS          PIC X(01)  VALUE SPACES.
           05  WS-DECISION-DATE        PIC 9(08)  VALUE ZERO.
           05  WS-DECISION-OPERATOR    PIC X(08)  VALUE SPACES.
           05  WS-ORIG-RUN-DATE        PIC 9(08)  VALUE ZERO.
           05  WS-ORIG-RECORD-NO       PIC 9(07)  VALUE ZERO.
           05  WS-ORIG-FEED-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-ORIG-VALUE-EDIT      PIC -(7)9.9(5).
           05  WS-ORIG-CURRENCY        PIC X(03)  VALUE SPACES.
           05  WS-ORIG-NOTE            PIC X(40)  VALUE SPACES.

       01  WS-CHANGE-DATE              PIC 9(08).

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'V'.
               88  ACTION-IS-VIEW                 VALUE 'V'.
               88  ACTION-IS-NEXT                 VALUE 'N'.
               88  ACTION-IS-RELEASE              VALUE 'R'.
               88  ACTION-IS-DISCARD              VALUE 'D'.
               88  ACTION-IS-EXIT                 VALUE 'X'.
           05  WS-EXIT-SWITCH          PIC X(01)  VALUE 'N'.
               88  OPERATOR-IS-DONE               VALUE 'Y'.
               88  OPERATOR-NOT-DONE              VALUE 'N'.
           05  WS-VALID-ENTRY-SWITCH   PIC X(01)  VALUE 'Y'.
               88  ENTRY-IS-VALID                 VALUE 'Y'.
               88  ENTRY-IS-INVALID               VALUE 'N'.
           05  WS-BROWSE-SWITCH        PIC X(01)  VALUE 'N'.
               88  BROWSE-IS-DONE                 VALUE 'Y'.
               88  BROWSE-NOT-DONE                VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-DUP-HOLD-STATUS      PIC X(02).
           05  WS-VALUE-MASTER-STATUS  PIC X(02).
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-MAINT-MESSAGE            PIC X(40)  VALUE SPACES.

       SCREEN SECTION.
       01  SCR-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10 VALUE 'SUSPECTED DUPLICATE REVIEW'.
           05  LINE 03 COLUMN 02 VALUE 'OPERATOR ID        :'.
           05  LINE 03 COLUMN 23 PIC X(08)
                                  USING WS-OPERATOR-ID.
           05  LINE 05 COLUMN 02 VALUE 'HOLD DATE          :'.
           05  LINE 05 COLUMN 23 PIC 9(08)
                                  USING WS-HOLD-DATE.
           05  LINE 06 COLUMN 02 VALUE 'SOURCE             :'.
           05  LINE 06 COLUMN 23 PIC X(08)
                                  USING WS-HOLD-SOURCE.
           05  LINE 07 COLUMN 02 VALUE 'FEED DATE          :'.
           05  LINE 07 COLUMN 23 PIC 9(08)
                                  USING WS-HOLD-FEED-DATE.
           05  LINE 08 COLUMN 02 VALUE 'RECORD NUMBER      :'.
           05  LINE 08 COLUMN 23 PIC 9(07)
                                  USING WS-HOLD-RECORD-NO.
           05  LINE 09 COLUMN 02 VALUE 'HELD DETAIL'.
           05  LINE 10 COLUMN 02 VALUE 'ACCOUNT            :'.
           05  LINE 10 COLUMN 23 PIC X(08)
                                  FROM WS-HOLD-ACCOUNT.
           05  LINE 11 COLUMN 02 VALUE 'VALUE              :'.
           05  LINE 11 COLUMN 23 PIC X(14)
                                  FROM WS-HOLD-VALUE-EDIT.
           05  LINE 11 COLUMN 38 PIC X(03)
                                  FROM WS-HOLD-CURRENCY.
           05  LINE 12 COLUMN 02 VALUE 'VALUE CLASS        :'.
           05  LINE 12 COLUMN 23 PIC X(01)
                                  FROM WS-HOLD-CLASS.
           05  LINE 13 COLUMN 02 VALUE 'STATUS (H/R/S/D/W) :'.
           05  LINE 13 COLUMN 23 PIC X(01)
                                  FROM WS-HOLD-STATUS.
           05  LINE 13 COLUMN 34 VALUE 'DECIDED   :'.
           05  LINE 13 COLUMN 46 PIC 9(08)
                                  FROM WS-DECISION-DATE.
           05  LINE 13 COLUMN 56 PIC X(08)
                                  FROM WS-DECISION-OPERATOR.
           05  LINE 15 COLUMN 02 VALUE 'ORIGINAL POSTING'.
           05  LINE 16 COLUMN 02 VALUE 'RUN DATE           :'.
           05  LINE 16 COLUMN 23 PIC 9(08)
                                  FROM WS-ORIG-RUN-DATE.
           05  LINE 16 COLUMN 34 VALUE 'RECORD    :'.
           05  LINE 16 COLUMN 46 PIC 9(07)
                                  FROM WS-ORIG-RECORD-NO.
           05  LINE 17 COLUMN 02 VALUE 'FEED DATE          :'.
           05  LINE 17 COLUMN 23 PIC 9(08)
                                  FROM WS-ORIG-FEED-DATE.
           05  LINE 18 COLUMN 02 VALUE 'VALUE              :'.
           05  LINE 18 COLUMN 23 PIC X(14)
                                  FROM WS-ORIG-VALUE-EDIT.
           05  LINE 18 COLUMN 38 PIC X(03)
                                  FROM WS-ORIG-CURRENCY.
           05  LINE 19 COLUMN 02 PIC X(40) FROM WS-ORIG-NOTE.
           05  LINE 21 COLUMN 02 VALUE 'ACTION (V/N/R/D/X) :'.
           05  LINE 21 COLUMN 23 PIC X(01)
                                  USING WS-ACTION-CODE.
           05  LINE 23 COLUMN 02 PIC X(40) FROM WS-MAINT-MESSAGE.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET OPERATOR-NOT-DONE TO TRUE.
           MOVE ZERO TO WS-HOLD-VALUE-EDIT.
           MOVE ZERO TO WS-ORIG-VALUE-EDIT.
           PERFORM 2000-REVIEW-LOOP THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           GOBACK.

      *> --------------------------------------------------------
      *> 2000-REVIEW-LOOP - show the screen, accept the key and
      *> action, and view, page, decide or exit
      *> --------------------------------------------------------
       2000-REVIEW-LOOP.
           DISPLAY SCR-MAINT-SCREEN.
           ACCEPT SCR-MAINT-SCREEN.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           IF ACTION-IS-EXIT
               SET OPERATOR-IS-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-RELEASE
               OR ACTION-IS-DISCARD
               PERFORM 3000-DECIDE-HOLD THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ACTION-IS-NEXT
               PERFORM 2200-VIEW-NEXT-HOLD THRU 2200-EXIT
           ELSE
               PERFORM 2100-VIEW-HOLD THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-VIEW-HOLD - load the screen with the keyed hold and
      *> the posting it repeats
      *> --------------------------------------------------------
       2100-VIEW-HOLD.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS = '35'
               MOVE 'NO DUPLICATE HOLDS EXIST YET'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               MOVE 'DUPLICATE HOLD FILE OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-HOLD-DATE      TO DH-HOLD-DATE.
           MOVE WS-HOLD-SOURCE    TO DH-SOURCE-SYSTEM.
           MOVE WS-HOLD-FEED-DATE TO DH-FEED-DATE.
           MOVE WS-HOLD-RECORD-NO TO DH-RECORD-NO.
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   MOVE 'NO HOLD UNDER THAT KEY'
                       TO WS-MAINT-MESSAGE
           END-READ.
           IF WS-DUP-HOLD-STATUS = '00'
               PERFORM 2500-LOAD-HOLD-FIELDS THRU 2500-EXIT
               MOVE 'HOLD DISPLAYED' TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2200-VIEW-NEXT-HOLD - load the screen with the first item
      *> after the keyed one that is still on hold, passing over
      *> those already decided
      *> --------------------------------------------------------
       2200-VIEW-NEXT-HOLD.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS = '35'
               MOVE 'NO DUPLICATE HOLDS EXIST YET'
                   TO WS-MAINT-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               MOVE 'DUPLICATE HOLD FILE OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-HOLD-DATE      TO DH-HOLD-DATE.
           MOVE WS-HOLD-SOURCE    TO DH-SOURCE-SYSTEM.
           MOVE WS-HOLD-FEED-DATE TO DH-FEED-DATE.
           MOVE WS-HOLD-RECORD-NO TO DH-RECORD-NO.
           SET BROWSE-NOT-DONE TO TRUE.
           START DUPLICATE-HOLD-FILE
               KEY IS GREATER THAN DH-KEY
               INVALID KEY
                   MOVE 'NO LATER ITEMS ON HOLD'
                       TO WS-MAINT-MESSAGE
                   SET BROWSE-IS-DONE TO TRUE
           END-START.
           PERFORM 2250-READ-NEXT-HOLD THRU 2250-EXIT
               UNTIL BROWSE-IS-DONE.
           IF WS-DUP-HOLD-STATUS = '00'
               AND HOLD-ITEM-HELD
               PERFORM 2500-LOAD-HOLD-FIELDS THRU 2500-EXIT
               MOVE 'HOLD DISPLAYED' TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.
       2200-EXIT.
           EXIT.

       2250-READ-NEXT-HOLD.
           READ DUPLICATE-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'NO LATER ITEMS ON HOLD'
                       TO WS-MAINT-MESSAGE
                   SET BROWSE-IS-DONE TO TRUE
           END-READ.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               SET BROWSE-IS-DONE TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF HOLD-ITEM-HELD
               SET BROWSE-IS-DONE TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2500-LOAD-HOLD-FIELDS - move the hold record just read to
      *> the screen, then look the original posting up on the value
      *> master by the key the hold carries. A reversed feed takes
      *> its postings off the master, so a missing original is
      *> reported rather than treated as an error.
      *> --------------------------------------------------------
       2500-LOAD-HOLD-FIELDS.
           MOVE DH-HOLD-DATE         TO WS-HOLD-DATE.
           MOVE DH-SOURCE-SYSTEM     TO WS-HOLD-SOURCE.
           MOVE DH-RECORD-NO         TO WS-HOLD-RECORD-NO.
           MOVE DH-ACCOUNT-ID        TO WS-HOLD-ACCOUNT.
           MOVE DH-FEED-DATE         TO WS-HOLD-FEED-DATE.
           MOVE DH-VALUE             TO WS-HOLD-VALUE-EDIT.
           MOVE DH-VALUE-CLASS       TO WS-HOLD-CLASS.
           MOVE DH-CURRENCY-CODE     TO WS-HOLD-CURRENCY.
           MOVE DH-STATUS            TO WS-HOLD-STATUS.
           MOVE DH-DECISION-DATE     TO WS-DECISION-DATE.
           MOVE DH-DECISION-OPERATOR TO WS-DECISION-OPERATOR.
           MOVE DH-ORIG-RUN-DATE     TO WS-ORIG-RUN-DATE.
           MOVE DH-ORIG-RECORD-NO    TO WS-ORIG-RECORD-NO.
           MOVE DH-ORIG-FEED-DATE    TO WS-ORIG-FEED-DATE.
           MOVE ZERO                 TO WS-ORIG-VALUE-EDIT.
           MOVE SPACES               TO WS-ORIG-CURRENCY.
           MOVE SPACES               TO WS-ORIG-NOTE.
           OPEN INPUT VALUE-MASTER-FILE.
           IF WS-VALUE-MASTER-STATUS NOT = '00'
               MOVE 'VALUE MASTER NOT AVAILABLE'
                   TO WS-ORIG-NOTE
               GO TO 2500-EXIT
           END-IF.
           MOVE DH-ORIG-RUN-DATE  TO VM-RUN-DATE.
           MOVE DH-ORIG-RECORD-NO TO VM-RECORD-NO.
           READ VALUE-MASTER-FILE
               INVALID KEY
                   MOVE 'ORIGINAL NO LONGER ON THE VALUE MASTER'
                       TO WS-ORIG-NOTE
           END-READ.
           IF WS-VALUE-MASTER-STATUS = '00'
               MOVE VM-ORIG-AMOUNT   TO WS-ORIG-VALUE-EDIT
               MOVE VM-ORIG-CURRENCY TO WS-ORIG-CURRENCY
               IF VM-ORIG-CURRENCY = SPACES
                   MOVE VM-SOURCE-VALUE TO WS-ORIG-VALUE-EDIT
               END-IF
           END-IF.
           CLOSE VALUE-MASTER-FILE.
       2500-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-DECIDE-HOLD - release or discard the keyed item:
      *> an active supervisor, an item still on hold, then the
      *> decision stamped with the date and the supervisor
      *> --------------------------------------------------------
       3000-DECIDE-HOLD.
           PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O DUPLICATE-HOLD-FILE.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               MOVE 'DUPLICATE HOLD FILE OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-HOLD-DATE      TO DH-HOLD-DATE.
           MOVE WS-HOLD-SOURCE    TO DH-SOURCE-SYSTEM.
           MOVE WS-HOLD-FEED-DATE TO DH-FEED-DATE.
           MOVE WS-HOLD-RECORD-NO TO DH-RECORD-NO.
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   MOVE 'NO HOLD UNDER THAT KEY'
                       TO WS-MAINT-MESSAGE
           END-READ.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               CLOSE DUPLICATE-HOLD-FILE
               GO TO 3000-EXIT
           END-IF.
           IF NOT HOLD-ITEM-HELD
               MOVE 'ITEM IS NO LONGER ON HOLD'
                   TO WS-MAINT-MESSAGE
               PERFORM 2500-LOAD-HOLD-FIELDS THRU 2500-EXIT
               CLOSE DUPLICATE-HOLD-FILE
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           IF ACTION-IS-RELEASE
               SET HOLD-ITEM-RELEASED TO TRUE
           ELSE
               SET HOLD-ITEM-DISCARDED TO TRUE
           END-IF.
           MOVE WS-CHANGE-DATE TO DH-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO DH-DECISION-OPERATOR.
           REWRITE DUPLICATE-HOLD-RECORD.
           IF WS-DUP-HOLD-STATUS NOT = '00'
               MOVE 'DUPLICATE HOLD REWRITE FAILED'
                   TO WS-MAINT-MESSAGE
           ELSE
               PERFORM 2500-LOAD-HOLD-FIELDS THRU 2500-EXIT
               IF ACTION-IS-RELEASE
                   MOVE 'RELEASED - POSTS IN THE NEXT RUN'
                       TO WS-MAINT-MESSAGE
               ELSE
                   MOVE 'DISCARDED AS A DUPLICATE'
                       TO WS-MAINT-MESSAGE
               END-IF
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-VALIDATE-ENTRY - a decision needs an operator id and
      *> that id must be an active supervisor on the user file
      *> --------------------------------------------------------
       3100-VALIDATE-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID IS REQUIRED TO DECIDE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-VALIDATE-OPERATOR THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-VALIDATE-OPERATOR - the keyed id must be an active
      *> supervisor on the user file
      *> --------------------------------------------------------
       3150-VALIDATE-OPERATOR.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS NOT = '00'
               MOVE 'USER FILE NOT AVAILABLE - CANNOT DECIDE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO US-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'OPERATOR ID NOT ON THE USER FILE'
                       TO WS-MAINT-MESSAGE
                   SET ENTRY-IS-INVALID TO TRUE
           END-READ.
           CLOSE USER-MASTER-FILE.
           IF ENTRY-IS-INVALID
               GO TO 3150-EXIT
           END-IF.
           IF NOT USER-IS-ACTIVE
               OR NOT USER-IS-SUPERVISOR
               MOVE 'DECISION NEEDS AN ACTIVE SUPERVISOR ID'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.
