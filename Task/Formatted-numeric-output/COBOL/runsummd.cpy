      *> P principal / blank unclassified) so the merge can combine
      *> them across slices for the balancing desk; the feed date and
      *> source system identify the feed so the merge step can record
      *> it on the feed-control register for the whole run. The
      *> currency entries carry the accepted values by the currency
      *> the feed stated them in - count, total in that currency and
      *> the base-currency total - under the run's base currency.
      *> RS-HELD-COUNT is the details held as suspected duplicates,
      *> so the merged run still accounts for every record read;
      *> a summary written before it was added carries spaces there.
      *> ------------------------------------------------------------
       01  RUN-SUMMARY-RECORD.
           05  RS-RECORD-COUNT         PIC 9(09).
           05  RS-DETAIL-COUNT         PIC 9(07).
           05  RS-RUNNING-TOTAL        PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  RS-MIN-VALUE            PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  RS-MAX-VALUE            PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  RS-REJECT-COUNT         PIC 9(07).
           05  RS-TRUNCATION-COUNT     PIC 9(07).
           05  RS-CHECKPOINT-COUNT     PIC 9(05).
               10  RS-CLASS-CODE       PIC X(01).
               10  RS-CLASS-COUNT      PIC 9(07).
               10  RS-CLASS-TOTAL      PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  RS-FEED-DATE            PIC 9(08).
           05  RS-SOURCE-SYSTEM        PIC X(08).
           05  RS-BASE-CURRENCY        PIC X(03).
           05  RS-CURRENCY-USED        PIC 9(02).
           05  RS-CURRENCY-ENTRY       OCCURS 8 TIMES.
               10  RS-CT-CURRENCY      PIC X(03).
               10  RS-CT-COUNT         PIC 9(07).
               10  RS-CT-ORIG-TOTAL    PIC S9(11)V9(05)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  RS-CT-BASE-TOTAL    PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  RS-HELD-COUNT           PIC 9(07).
