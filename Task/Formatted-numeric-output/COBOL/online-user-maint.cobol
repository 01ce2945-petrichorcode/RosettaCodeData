      *> ------------------------------------------------------------
      *> ONLINE-USER-MAINT-PROGRAM
      *>
      *> The maintenance screen for the user file the dual-control
      *> screens check every operator id against: each id's name,
      *> its role - O operator, S supervisor, A administrator - and
      *> whether it is active (A) or revoked (R). Ids are revoked,
      *> never deleted, so the change logs always resolve to a
      *> person.
      *>
      *> Actions: V = view the keyed user, S = save the screen's
      *> name, role and status under the keyed user id (adding the
      *> user or replacing what is there), X = exit.
      *>
      *> Only an active administrator may save, and not over their
      *> own id - another administrator must change it - so no one
      *> can revoke the last administrator by accident or raise
      *> their own role. Each saved record is stamped with the date
      *> and the administrator who saved it.
      *>
      *> Before the user file exists the first save creates it, and
      *> must set up the administrator keying it: the user id must
      *> be the administrator id, the role A and the status A.
      *> ------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-USER-MAINT-PROGRAM.
       AUTHOR. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       COPY "userd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCREEN-FIELDS.
           05  WS-ADMIN-ID             PIC X(08)  VALUE SPACES.
           05  WS-USER-ID              PIC X(08)  VALUE SPACES.
           05  WS-USER-NAME            PIC X(30)  VALUE SPACES.
           05  WS-USER-ROLE            PIC X(01)  VALUE 'O'.
               88  ROLE-IS-KNOWN                  VALUES 'O' 'S' 'A'.
               88  ROLE-IS-ADMINISTRATOR          VALUE 'A'.
           05  WS-USER-STATUS          PIC X(01)  VALUE 'A'.
               88  USER-STATUS-KNOWN              VALUES 'A' 'R'.
               88  USER-STATUS-ACTIVE             VALUE 'A'.

       01  WS-CHANGE-DATE              PIC 9(08).

       01  WS-SWITCHES.
           05  WS-ACTION-CODE          PIC X(01)  VALUE 'V'.
               88  ACTION-IS-VIEW                 VALUE 'V'.
               88  ACTION-IS-SAVE                 VALUE 'S'.
               88  ACTION-IS-EXIT                 VALUE 'X'.
           05  WS-EXIT-SWITCH          PIC X(01)  VALUE 'N'.
               88  OPERATOR-IS-DONE               VALUE 'Y'.
               88  OPERATOR-NOT-DONE              VALUE 'N'.
           05  WS-VALID-ENTRY-SWITCH   PIC X(01)  VALUE 'Y'.
               88  ENTRY-IS-VALID                 VALUE 'Y'.
               88  ENTRY-IS-INVALID               VALUE 'N'.
           05  WS-USER-FILE-SWITCH     PIC X(01)  VALUE 'Y'.
               88  USER-FILE-EXISTS               VALUE 'Y'.
               88  USER-FILE-ABSENT               VALUE 'N'.
           05  WS-USER-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
               88  USER-ON-FILE                   VALUE 'Y'.
               88  USER-NOT-ON-FILE               VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-USER-MASTER-STATUS   PIC X(02).

       01  WS-MAINT-MESSAGE            PIC X(40)  VALUE SPACES.

       SCREEN SECTION.
       01  SCR-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10 VALUE 'USER MAINTENANCE'.
           05  LINE 03 COLUMN 02 VALUE 'ADMINISTRATOR ID   :'.
           05  LINE 03 COLUMN 23 PIC X(08)
                                  USING WS-ADMIN-ID.
           05  LINE 05 COLUMN 02 VALUE 'USER ID            :'.
           05  LINE 05 COLUMN 23 PIC X(08)
                                  USING WS-USER-ID.
           05  LINE 06 COLUMN 02 VALUE 'USER NAME          :'.
           05  LINE 06 COLUMN 23 PIC X(30)
                                  USING WS-USER-NAME.
           05  LINE 07 COLUMN 02 VALUE 'ROLE (O/S/A)       :'.
           05  LINE 07 COLUMN 23 PIC X(01)
                                  USING WS-USER-ROLE.
           05  LINE 08 COLUMN 02 VALUE 'STATUS (A/R)       :'.
           05  LINE 08 COLUMN 23 PIC X(01)
                                  USING WS-USER-STATUS.
           05  LINE 10 COLUMN 02 VALUE 'ACTION (V/S/X)     :'.
           05  LINE 10 COLUMN 23 PIC X(01)
                                  USING WS-ACTION-CODE.
           05  LINE 12 COLUMN 02 PIC X(40) FROM WS-MAINT-MESSAGE.

      *> ------------------------------------------------------------
      *> PROCEDURE DIVISION
      *> ------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET OPERATOR-NOT-DONE TO TRUE.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           GOBACK.

      *> --------------------------------------------------------
      *> 2000-MAINT-LOOP - show the screen, accept the keys and
      *> action, and view, save or exit
      *> --------------------------------------------------------
       2000-MAINT-LOOP.
           DISPLAY SCR-MAINT-SCREEN.
           ACCEPT SCR-MAINT-SCREEN.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           IF ACTION-IS-EXIT
               SET OPERATOR-IS-DONE TO TRUE
           ELSE
               IF ACTION-IS-SAVE
                   PERFORM 3000-SAVE-USER THRU 3000-EXIT
               ELSE
                   PERFORM 2100-VIEW-USER THRU 2100-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 2100-VIEW-USER - load the screen with the keyed user's
      *> record
      *> --------------------------------------------------------
       2100-VIEW-USER.
           OPEN INPUT USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS = '35'
               MOVE 'NO USER FILE EXISTS YET'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           IF WS-USER-MASTER-STATUS NOT = '00'
               MOVE 'USER FILE OPEN FAILED'
                   TO WS-MAINT-MESSAGE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-USER-ID TO US-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'USER NOT ON FILE'
                       TO WS-MAINT-MESSAGE
           END-READ.
           IF WS-USER-MASTER-STATUS = '00'
               MOVE US-USER-NAME TO WS-USER-NAME
               MOVE US-ROLE      TO WS-USER-ROLE
               MOVE US-STATUS    TO WS-USER-STATUS
               MOVE 'USER DISPLAYED' TO WS-MAINT-MESSAGE
           END-IF.
           CLOSE USER-MASTER-FILE.
       2100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3000-SAVE-USER - validate the screen entry and the
      *> administrator, then add or replace the user record
      *> --------------------------------------------------------
       3000-SAVE-USER.
           PERFORM 3100-VALIDATE-ENTRY THRU 3100-EXIT.
           IF ENTRY-IS-INVALID
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS = '35'
               SET USER-FILE-ABSENT TO TRUE
           ELSE
               SET USER-FILE-EXISTS TO TRUE
               IF WS-USER-MASTER-STATUS NOT = '00'
                   MOVE 'USER FILE OPEN FAILED'
                       TO WS-MAINT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3150-VALIDATE-ADMINISTRATOR THRU 3150-EXIT.
           IF ENTRY-IS-INVALID
               IF USER-FILE-EXISTS
                   CLOSE USER-MASTER-FILE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF USER-FILE-ABSENT
               OPEN OUTPUT USER-MASTER-FILE
               IF WS-USER-MASTER-STATUS NOT = '00'
                   MOVE 'USER FILE CREATE FAILED'
                       TO WS-MAINT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               SET USER-NOT-ON-FILE TO TRUE
           ELSE
               SET USER-ON-FILE TO TRUE
               MOVE WS-USER-ID TO US-USER-ID
               READ USER-MASTER-FILE
                   INVALID KEY
                       SET USER-NOT-ON-FILE TO TRUE
               END-READ
           END-IF.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES          TO USER-RECORD.
           MOVE WS-USER-ID      TO US-USER-ID.
           MOVE WS-USER-NAME    TO US-USER-NAME.
           MOVE WS-USER-ROLE    TO US-ROLE.
           MOVE WS-USER-STATUS  TO US-STATUS.
           MOVE WS-CHANGE-DATE  TO US-CHANGE-DATE.
           MOVE WS-ADMIN-ID     TO US-CHANGED-BY.
           IF USER-ON-FILE
               REWRITE USER-RECORD
           ELSE
               WRITE USER-RECORD
           END-IF.
           IF WS-USER-MASTER-STATUS NOT = '00'
               MOVE 'USER FILE WRITE FAILED'
                   TO WS-MAINT-MESSAGE
           ELSE
               IF USER-ON-FILE
                   MOVE 'USER REPLACED' TO WS-MAINT-MESSAGE
               ELSE
                   MOVE 'USER ADDED' TO WS-MAINT-MESSAGE
               END-IF
           END-IF.
           CLOSE USER-MASTER-FILE.
       3000-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3100-VALIDATE-ENTRY - field validation: the administrator
      *> id, user id and name cannot be blank, the role must be O,
      *> S or A and the status A or R
      *> --------------------------------------------------------
       3100-VALIDATE-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
           IF WS-ADMIN-ID = SPACES
               MOVE 'ADMINISTRATOR ID IS REQUIRED TO SAVE'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-USER-ID = SPACES
               MOVE 'USER ID CANNOT BE BLANK'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-USER-NAME = SPACES
               MOVE 'USER NAME CANNOT BE BLANK'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT ROLE-IS-KNOWN
               MOVE 'ROLE MUST BE O, S OR A'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT USER-STATUS-KNOWN
               MOVE 'STATUS MUST BE A (ACTIVE) OR R (REVOKED)'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3150-VALIDATE-ADMINISTRATOR - with no user file yet, the
      *> save must set up the administrator keying it; otherwise
      *> the keyed id must be an active administrator on the file,
      *> saving someone else's record
      *> --------------------------------------------------------
       3150-VALIDATE-ADMINISTRATOR.
           IF USER-FILE-ABSENT
               IF WS-USER-ID NOT = WS-ADMIN-ID
                   OR NOT ROLE-IS-ADMINISTRATOR
                   OR NOT USER-STATUS-ACTIVE
                   MOVE 'FIRST USER MUST BE YOURSELF, ROLE A'
                       TO WS-MAINT-MESSAGE
                   SET ENTRY-IS-INVALID TO TRUE
               END-IF
               GO TO 3150-EXIT
           END-IF.
           IF WS-USER-ID = WS-ADMIN-ID
               MOVE 'ANOTHER ADMIN MUST CHANGE YOUR OWN ID'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-ADMIN-ID TO US-USER-ID.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'ADMINISTRATOR ID NOT ON THE USER FILE'
                       TO WS-MAINT-MESSAGE
                   SET ENTRY-IS-INVALID TO TRUE
           END-READ.
           IF ENTRY-IS-INVALID
               GO TO 3150-EXIT
           END-IF.
           IF NOT USER-IS-ACTIVE
               OR NOT USER-IS-ADMINISTRATOR
               MOVE 'ID IS NOT AN ACTIVE ADMINISTRATOR'
                   TO WS-MAINT-MESSAGE
               SET ENTRY-IS-INVALID TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.
