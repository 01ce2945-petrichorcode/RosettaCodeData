      *> the limit range; zero runs with
      *> EXCEPTION-REVIEW-PROGRAM's built-in default) inside which
      *> an accepted value counts as a near-limit exception.
      *> PM-BASE-CURRENCY is the currency the limits, totals and
      *> ledger hand-off are stated in; foreign-currency details
      *> are converted to it (blank on records saved before it
      *> existed, which run as USD).
      *> Records are appended by ONLINE-PARM-MAINT-PROGRAM; the batch
      *> runs with the record whose effective date is the greatest
      *> one on or before the run date (the last such record when a
      *> date was saved more than once).
      *>
      *> Changes are under dual control. A save is appended pending
      *> ('P'), stamped with the maker's id and the date and time of
      *> the save; ONLINE-APPROVAL-PROGRAM appends a copy of it
      *> approved ('A') or rejected ('R') under the same stamp, with
      *> the approving supervisor's id. Only an approved record - or
      *> one saved before approval existed, with a blank status - is
      *> ever in force; every reader passes the others by.
      *> ------------------------------------------------------------
       01  PARAMETER-MASTER-RECORD.
           05  PM-EFFECTIVE-DATE       PIC 9(08).
           05  PM-CHECKPOINT-INTERVAL  PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PM-LOW-LIMIT            PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  PM-HIGH-LIMIT           PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  PM-VARIANCE-TOLERANCE   PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PM-EXCEPTION-BAND       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PM-BASE-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(01).
           05  PM-APPROVAL-STATUS      PIC X(01).
               88  PARM-RECORD-IN-FORCE           VALUES ' ' 'A'.
               88  PARM-RECORD-PENDING            VALUE 'P'.
               88  PARM-RECORD-APPROVED           VALUE 'A'.
               88  PARM-RECORD-REJECTED           VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  PM-CHANGE-DATE          PIC 9(08).
           05  PM-CHANGE-TIME          PIC 9(08).
           05  PM-CHANGE-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(01).
           05  PM-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
