      *> ------------------------------------------------------------
      *> ACCTLOGD - the account change log: one record per change
      *> made to the account master, with who set what when - the
      *> account's name and status as the change left them.
      *>
      *> ONLINE-ACCT-MAINT-PROGRAM appends a record for every save
      *> keyed on the floor, under the operator's id, and
      *> ACCT-LOAD-PROGRAM one for every add, change and close it
      *> applies from the customer system's transaction file, under
      *> the operator id ACCTLOAD.
      *>
      *> Floor changes are under dual control and this log is where
      *> they wait: a save is logged pending ('P') with the account
      *> as it stood when keyed (AL-BEFORE-NAME/AL-BEFORE-STATUS,
      *> status blank when the account was not yet on the master)
      *> and is not applied to the master. ONLINE-APPROVAL-PROGRAM
      *> logs the second supervisor's approval ('A', after applying
      *> the change) or rejection ('R'), pointing back at the
      *> pending record through AL-REF-DATE, AL-REF-TIME and
      *> AL-REF-OPERATOR. The customer system's bulk changes are
      *> applied as they arrive and logged 'B'. Records logged
      *> before dual control carry a blank action.
      *> ------------------------------------------------------------
       01  ACCT-LOG-RECORD.
           05  AL-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AL-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-ACCOUNT-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  AL-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  AL-ACTION               PIC X(01).
               88  ACCT-LOG-PENDING               VALUE 'P'.
               88  ACCT-LOG-APPROVED              VALUE 'A'.
               88  ACCT-LOG-REJECTED              VALUE 'R'.
               88  ACCT-LOG-BATCH                 VALUE 'B'.
           05  FILLER                  PIC X(01).
           05  AL-REF-DATE             PIC 9(08).
           05  AL-REF-TIME             PIC 9(08).
           05  AL-REF-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-BEFORE-NAME          PIC X(30).
           05  AL-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(09).
