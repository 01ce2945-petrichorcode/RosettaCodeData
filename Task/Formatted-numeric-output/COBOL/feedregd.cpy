      *> so only the register can catch the double posting - and
      *> records the feed here only at successful finalize.
      *> FEED-REGISTER-LIST-PROGRAM prints the operations listing.
      *>
      *> FEED-REVERSAL-PROGRAM marks a feed it has backed out 'REVD'
      *> (reversed on FR-REVERSED-DATE). A reversed feed no longer
      *> counts as processed to end of job, so its corrected re-send
      *> is let through and re-registers the feed.
      *> INTEGRITY-RECON-PROGRAM reads the 'REVD' entries of the night
      *> it ties out, to net each one's values out of what the value
      *> master and period-to-date master should hold, by feed date.
      *> ------------------------------------------------------------
       01  FEED-REGISTER-RECORD.
           05  FR-KEY.
               88  FEED-PROCESSED-CLEAN           VALUE 'CLEN'.
               88  FEED-PROCESSED-WITH-REJECTS    VALUE 'REJS'.
               88  FEED-PROCESSED-TO-EOJ          VALUES 'CLEN' 'REJS'.
               88  FEED-REVERSED                  VALUE 'REVD'.
           05  FR-REVERSED-DATE        PIC 9(08).
           05  FILLER                  PIC X(11).
