      *> the master record whose effective date is the greatest
      *> one on or before the run date, as the batch selects its
      *> own options; records written before the tolerance field
      *> existed carry spaces there and are skipped, as is a change
      *> not yet approved (or rejected)
      *> --------------------------------------------------------
       1100-READ-PARM-MASTER.
           OPEN INPUT PARAMETER-MASTER-FILE.
                   IF PM-EFFECTIVE-DATE <= WS-RUN-DATE
                       AND PM-EFFECTIVE-DATE >= WS-PM-BEST-DATE
                       AND PM-VARIANCE-TOLERANCE NUMERIC
                       AND PARM-RECORD-IN-FORCE
                       MOVE PM-EFFECTIVE-DATE TO WS-PM-BEST-DATE
                       MOVE PM-VARIANCE-TOLERANCE
                           TO WS-VARIANCE-TOLERANCE
