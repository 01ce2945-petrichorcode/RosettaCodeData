      *> ------------------------------------------------------------
      *> XRATED - one dated exchange rate: how many units of the
      *> base currency (PM-BASE-CURRENCY) one unit of XR-CURRENCY-CODE
      *> buys, in force from XR-EFFECTIVE-DATE until a later record
      *> for the same currency supersedes it. Treasury maintains the
      *> file; NUMERIC-OUTPUT-PROGRAM reads it at each feed header
      *> and converts every foreign-currency detail at the rate in
      *> force on the feed date. A currency with no record at all is
      *> unknown; one whose records all start after the feed date
      *> has no rate - both reject as 'CURR'.
      *> ------------------------------------------------------------
       01  EXCHANGE-RATE-RECORD.
           05  XR-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).
           05  XR-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  XR-RATE                 PIC 9(05)V9(06).
           05  FILLER                  PIC X(10).
