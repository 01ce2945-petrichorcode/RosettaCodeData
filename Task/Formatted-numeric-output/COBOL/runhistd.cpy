      *> reject count the trend check compares night over night, so a
      *> half-sized feed that balances cleanly against its own
      *> trailer still rings the variance alarm.
      *> INTEGRITY-RECON-PROGRAM ties the night's record back to the
      *> audit log and reject file.
      *> ------------------------------------------------------------
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(08).
           05  RH-DETAIL-COUNT         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RH-RUNNING-TOTAL        PIC S9(09)V9(03)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  RH-REJECT-COUNT         PIC 9(07).
           05  FILLER                  PIC X(01).
