      *> and one trailer record ('T' - record count and hash total of
      *> GL-STORED-VALUE) so the ledger side balances this file
      *> exactly the way the batch balances the inbound feed.
      *> GL-STORED-VALUE is in the base currency; GL-ORIG-CURRENCY
      *> and GL-ORIG-AMOUNT carry the currency and amount the feed
      *> stated, for the ledger's foreign-currency postings.
      *>
      *> The ledger load acknowledges each detail back by
      *> GL-RUN-DATE and GL-RECORD-NO (see GLACKD), and
      *> GL-ACK-RECON-PROGRAM carries every detail not yet posted on
      *> the GL open-item file until the ledger confirms it.
      *> FEED-REVERSAL-PROGRAM sends the offsetting details of a feed
      *> it backs out under the original's run date and record
      *> number, marked as offsets on GL-ENTRY-TYPE ('O'; blank for
      *> an original), and the ledger echoes the marker back.
      *> ------------------------------------------------------------
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               10  GL-ACCOUNT-ID       PIC X(08).
               10  FILLER              PIC X(01).
               10  GL-STORED-VALUE     PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(01).
               10  GL-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(01).
               10  GL-RECORD-NO        PIC 9(07).
               10  FILLER              PIC X(01).
               10  GL-ORIG-CURRENCY    PIC X(03).
               10  FILLER              PIC X(01).
               10  GL-ORIG-AMOUNT      PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(01).
               10  GL-ENTRY-TYPE       PIC X(01).
                   88  GL-ORIGINAL-ENTRY          VALUE SPACE.
                   88  GL-OFFSET-ENTRY            VALUE 'O'.
               10  FILLER              PIC X(03).
           05  GL-HEADER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-HDR-RUN-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
               10  GL-HDR-SOURCE-SYSTEM PIC X(08).
               10  FILLER              PIC X(41).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRL-RECORD-COUNT PIC 9(09).
               10  FILLER              PIC X(01).
               10  GL-TRL-HASH-TOTAL   PIC S9(13)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(29).
