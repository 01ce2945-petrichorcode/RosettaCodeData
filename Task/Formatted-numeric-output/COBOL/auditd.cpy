      *> NUMERIC-OUTPUT-PROGRAM (which writes one per value moved
      *> into X) and AUDIT-ARCHIVE-PROGRAM (which rolls each day's
      *> log into the retention archive).
      *> AUD-SOURCE-VALUE is the value handed to X, in base currency;
      *> AUD-ORIG-CURRENCY and AUD-ORIG-AMOUNT keep the currency and
      *> amount the feed actually stated (the same amount, under the
      *> base currency code, for a base-currency detail).
      *> AUD-FEED-DATE is the feed date off the source's header, so
      *> one feed can be told from another of the same source; a
      *> record written before it was carried has spaces there.
      *> ------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-RECORD-NO           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AUD-SOURCE-VALUE        PIC S9(07)V9(05)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  AUD-RESULT-VALUE        PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  AUD-TRUNCATION-FLAG     PIC X(01).
           05  FILLER                  PIC X(01).
           05  AUD-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-ORIG-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(01).
           05  AUD-ORIG-AMOUNT         PIC S9(07)V9(05)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  AUD-FEED-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
