      *> NUMERIC-OUTPUT-PROGRAM checks every extract detail against
      *> this master - an unknown or closed account is rejected
      *> instead of growing its own phantom subtotal on the detail
      *> report - ONLINE-ACCT-MAINT-PROGRAM is the floor's
      *> maintenance screen for it, and ACCT-LOAD-PROGRAM applies
      *> the customer system's adds, changes and closes in bulk.
      *> ------------------------------------------------------------
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-ID           PIC X(08).
