      *> extract splitter deals slices by, and the slice number
      *> identifying which slice this instance is running
      *> (1-4, blank = an unpartitioned run) so its run-status
      *> records stay apart from the other instances'. The
      *> duplicate window is how many days back (00-99, blank = 05)
      *> the value master is searched for an earlier posting of the
      *> same value to the same account; 00 checks the night alone.
      *> ------------------------------------------------------------
       01  PARM-RECORD.
           05  PARM-FORMAT-CODE        PIC X(02).
           05  PARM-TRUNCATION-POLICY  PIC X(01).
           05  PARM-PARTITION-COUNT    PIC X(01).
           05  PARM-SLICE-NUMBER       PIC X(01).
           05  PARM-DUPLICATE-WINDOW   PIC X(02).
           05  FILLER                  PIC X(72).
