      *> ------------------------------------------------------------
      *> PARMLOGD - the parameter change log: one record per save,
      *> approval or rejection of a parameter master record, with
      *> who did it when and the values concerned.
      *>
      *> ONLINE-PARM-MAINT-PROGRAM logs each save pending ('P');
      *> ONLINE-APPROVAL-PROGRAM logs the second supervisor's
      *> approval ('A') or rejection ('R'), pointing back at the
      *> pending save through PL-REF-DATE, PL-REF-TIME and
      *> PL-REF-OPERATOR (the same stamp the parameter master
      *> carries). CHANGE-REPORT-PROGRAM prints the day's log and
      *> what is still pending. Records logged before dual control
      *> carry a blank action.
      *> ------------------------------------------------------------
       01  PARM-LOG-RECORD.
           05  PL-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  PL-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-FORMAT-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  PL-CHECKPOINT-INTERVAL  PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PL-LOW-LIMIT            PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  PL-HIGH-LIMIT           PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(01).
           05  PL-VARIANCE-TOLERANCE   PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PL-EXCEPTION-BAND       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PL-BASE-CURRENCY        PIC X(03).
           05  FILLER                  PIC X(01).
           05  PL-ACTION               PIC X(01).
               88  PARM-LOG-PENDING               VALUE 'P'.
               88  PARM-LOG-APPROVED              VALUE 'A'.
               88  PARM-LOG-REJECTED              VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  PL-REF-DATE             PIC 9(08).
           05  PL-REF-TIME             PIC 9(08).
           05  PL-REF-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(04).
