      *> ------------------------------------------------------------
      *> ACCTTRND - one account maintenance transaction from the
      *> customer system, applied to the account master in bulk by
      *> ACCT-LOAD-PROGRAM:
      *>   ADD - open a new account under AX-ACCOUNT-NAME
      *>   CHG - replace an existing account's name
      *>   CLS - close an existing account (the name may be blank)
      *> ------------------------------------------------------------
       01  ACCT-TRANSACTION-RECORD.
           05  AX-TRANS-CODE           PIC X(03).
               88  TRANS-IS-ADD                   VALUE 'ADD'.
               88  TRANS-IS-CHANGE                VALUE 'CHG'.
               88  TRANS-IS-CLOSE                 VALUE 'CLS'.
           05  FILLER                  PIC X(01).
           05  AX-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  AX-ACCOUNT-NAME         PIC X(30).
           05  FILLER                  PIC X(17).
