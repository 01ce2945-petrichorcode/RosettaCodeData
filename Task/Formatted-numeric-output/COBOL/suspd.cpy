      *> operator's correction is applied and resubmitted; and
      *> SUSPENSE-AGING-PROGRAM reports what is still open and for
      *> how long, flagging the oldest for supervisor escalation.
      *> FEED-REVERSAL-PROGRAM withdraws the open items of a feed it
      *> backs out ('W'), since the corrected re-send rejects afresh;
      *> SP-SOURCE-SYSTEM and SP-FEED-DATE (the feed date off the
      *> source's header) say which feed an item came from. An item
      *> posted before the feed date was carried has spaces there.
      *> ACCT-LOAD-PROGRAM refuses to close an account while any of
      *> its items is still open.
      *> ------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SP-KEY.
               10  SP-REJECT-DATE      PIC 9(08).
               10  SP-ACCOUNT-ID       PIC X(08).
               10  SP-VALUE            PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  SP-REASON-CODE          PIC X(04).
           05  SP-STATUS               PIC X(01).
               88  SUSPENSE-ITEM-OPEN             VALUE 'O'.
               88  SUSPENSE-ITEM-CLEARED          VALUE 'C'.
               88  SUSPENSE-ITEM-WITHDRAWN        VALUE 'W'.
           05  SP-CLEARED-DATE         PIC 9(08).
           05  SP-SOURCE-SYSTEM        PIC X(08).
           05  SP-FEED-DATE            PIC 9(08).
           05  FILLER                  PIC X(07).
