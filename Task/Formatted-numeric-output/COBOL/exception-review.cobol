               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-KEY
               ALTERNATE RECORD KEY IS VM-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-VALUE-MASTER-STATUS.
           SELECT PARAMETER-MASTER-FILE ASSIGN TO "PARMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
      *> effective date is the greatest one on or before the run
      *> date, exactly as the batch selects its own options;
      *> records written before the band and tolerance fields
      *> existed keep the defaults for those fields, and a change
      *> not yet approved (or rejected) is passed by
      *> --------------------------------------------------------
       1100-READ-PARM-MASTER.
           OPEN INPUT PARAMETER-MASTER-FILE.
               NOT AT END
                   IF PM-EFFECTIVE-DATE <= WS-RUN-DATE
                       AND PM-EFFECTIVE-DATE >= WS-PM-BEST-DATE
                       AND PARM-RECORD-IN-FORCE
                       MOVE PM-EFFECTIVE-DATE TO WS-PM-BEST-DATE
                       MOVE PM-LOW-LIMIT  TO WS-LOW-LIMIT
                       MOVE PM-HIGH-LIMIT TO WS-HIGH-LIMIT
