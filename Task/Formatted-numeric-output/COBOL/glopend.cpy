      *> ------------------------------------------------------------
      *> GLOPEND - the general ledger open-item file: one record per
      *> GLINTF detail sent to the ledger, keyed by the run date and
      *> extract record number it was sent under (the value master's
      *> key) and its entry type - blank for the original, 'O' for
      *> the offset a feed reversal sent against it - so a detail
      *> the ledger has not yet confirmed posting carries forward
      *> from night to night until it is cleared.
      *>
      *> GL-ACK-RECON-PROGRAM adds each night's sent details here as
      *> unacknowledged ('U'), marks them rejected ('R', with the
      *> ledger's reason) or posted ('P', cleared on GO-CLEARED-DATE)
      *> as the ledger's acknowledgements come back, and lists every
      *> item still open with its age in nights.
      *> FEED-REVERSAL-PROGRAM marks the open items of a feed it
      *> backs out withdrawn ('W', on GO-CLEARED-DATE): the ledger
      *> is no longer owed them. It adds each offset it sends as an
      *> open item of its own, which the ledger posts or rejects
      *> independently of the original.
      *> ------------------------------------------------------------
       01  GL-OPEN-ITEM-RECORD.
           05  GO-KEY.
               10  GO-RUN-DATE         PIC 9(08).
               10  GO-RECORD-NO        PIC 9(07).
               10  GO-ENTRY-TYPE       PIC X(01).
                   88  GL-ORIGINAL-ITEM           VALUE SPACE.
                   88  GL-OFFSET-ITEM             VALUE 'O'.
           05  GO-ACCOUNT-ID           PIC X(08).
           05  GO-STORED-VALUE         PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  GO-SOURCE-SYSTEM        PIC X(08).
           05  GO-STATUS               PIC X(01).
               88  GL-ITEM-UNACKNOWLEDGED         VALUE 'U'.
               88  GL-ITEM-LEDGER-REJECTED        VALUE 'R'.
               88  GL-ITEM-POSTED                 VALUE 'P'.
               88  GL-ITEM-WITHDRAWN              VALUE 'W'.
               88  GL-ITEM-OPEN                   VALUE 'U' 'R'.
           05  GO-CLEARED-DATE         PIC 9(08).
           05  GO-LEDGER-REASON        PIC X(30).
           05  FILLER                  PIC X(09).
