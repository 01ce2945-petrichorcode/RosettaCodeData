      *> operator's corrections). REJ-RUN-DATE is the date the value
      *> was rejected, which keys the reject to its suspense ledger
      *> item (see SUSPD) so the repair run can clear what it fixes.
      *> REJ-VALUE is the amount as the feed stated it, in
      *> REJ-CURRENCY-CODE (blank for base currency), so a corrected
      *> value is resubmitted in its own currency and converted
      *> again by the next run.
      *> ------------------------------------------------------------
       01  REJECT-RECORD.
           05  REJ-ACCOUNT-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  REJ-VALUE               PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  REJ-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  REJ-VALUE-CLASS         PIC X(01).
           05  FILLER                  PIC X(01).
           05  REJ-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01).
           05  REJ-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(02).
