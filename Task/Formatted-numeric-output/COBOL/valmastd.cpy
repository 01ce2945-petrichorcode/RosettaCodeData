      *> The key is the run date plus the extract record number.
      *> VM-ACCOUNT-ID carries the detail's account so the exception
      *> review can total an account's night and compare it against
      *> the account's own recent history on this master. It is
      *> also an alternate key (with duplicates), so
      *> ONLINE-ACCT-INQUIRY-PROGRAM reads one account's values
      *> without passing the whole master; every program that opens
      *> the master declares that key.
      *> VM-FEED-DATE carries the feed date off the source's header,
      *> so FEED-REVERSAL-PROGRAM can find one feed's values again
      *> even when its run crossed midnight.
      *> VM-SOURCE-VALUE is the value handed to X, in base currency;
      *> VM-ORIG-CURRENCY and VM-ORIG-AMOUNT keep the currency and
      *> amount the feed stated.
      *> VM-VALUE-CLASS carries the detail's value class, so the
      *> duplicate check can match a new detail against what the
      *> account was posted on earlier nights (see DUPHOLD).
      *> ------------------------------------------------------------
       01  VALUE-MASTER-RECORD.
           05  VM-KEY.
               10  VM-RUN-DATE         PIC 9(08).
               10  VM-RECORD-NO        PIC 9(07).
           05  VM-SOURCE-VALUE         PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  VM-STORED-VALUE         PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  VM-TRUNCATION-FLAG      PIC X(01).
           05  VM-FORMAT-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  VM-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(01).
           05  VM-FEED-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  VM-ORIG-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(01).
           05  VM-ORIG-AMOUNT          PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  VM-VALUE-CLASS          PIC X(01).
           05  FILLER                  PIC X(01).
