      *> ------------------------------------------------------------
      *> PTDMSTD - one period-to-date master record per account per
      *> feed per nightly run, keyed by accounting period (YYYYMM),
      *> account id, run date, source system and the feed date off
      *> the source's header: the night's count, total, minimum,
      *> maximum and reject count for that account, exactly as the
      *> account subtotal printed them. The source and feed date
      *> are part of the key so two feeds carrying the same account
      *> on the same night - from two sources, or two feeds of one
      *> source - accumulate separately instead of the second
      *> overwriting the first, and FEED-REVERSAL-PROGRAM can back
      *> one feed out without touching the other. A record written
      *> before the feed date was carried has spaces there.
      *>
      *> NUMERIC-OUTPUT-PROGRAM rolls each account break in here;
      *> ACCT-STATEMENT-PROGRAM prints the month-end statements from
      *> the nightly records and sums them into the closing totals;
      *> and PERIOD-CLOSE-PROGRAM cuts the period control over while
      *> leaving the closed period's records in place for comparison.
      *> ACCT-LOAD-PROGRAM refuses to close an account that has
      *> records in the current period. ONLINE-ACCT-INQUIRY-PROGRAM
      *> shows one account's nights, period by period.
      *> ------------------------------------------------------------
       01  PTD-MASTER-RECORD.
           05  PT-KEY.
               10  PT-ACCOUNT-ID       PIC X(08).
               10  PT-RUN-DATE         PIC 9(08).
               10  PT-SOURCE-SYSTEM    PIC X(08).
               10  PT-FEED-DATE        PIC 9(08).
           05  PT-DETAIL-COUNT         PIC 9(07).
           05  PT-TOTAL                PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  PT-MIN-VALUE            PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  PT-MAX-VALUE            PIC S9(05)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  PT-REJECT-COUNT         PIC 9(07).
           05  FILLER                  PIC X(02).
