                                  FROM FE-EDITED-VALUE.
           05  LINE 07 COLUMN 10 PIC X(40)
                                  FROM WS-RESULT-MESSAGE.
           05  LINE 09 COLUMN 10 VALUE
               'ENTER Y TO EXIT, ELSE PRESS ENTER:'.
           05  LINE 09 COLUMN 46 PIC X(01)
                                  USING WS-EXIT-SWITCH.

      *> 1100-READ-PARM-MASTER - the same selection the batch's
      *> 1060-READ-PARM-MASTER makes: the record with the greatest
      *> effective date on or before today, the last one winning
      *> when a date was saved more than once, and a change not
      *> yet approved passed by. Its limits replace the hardcoded
      *> defaults, and its format code prefills the screen's. No
      *> master at all keeps the defaults.
      *> --------------------------------------------------------
       1100-READ-PARM-MASTER.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
               NOT AT END
                   IF PM-EFFECTIVE-DATE <= WS-TODAY-DATE
                       AND PM-EFFECTIVE-DATE >= WS-PM-BEST-DATE
                       AND PARM-RECORD-IN-FORCE
                       MOVE PM-EFFECTIVE-DATE TO WS-PM-BEST-DATE
                       MOVE PM-FORMAT-CODE TO WS-FORMAT-CODE
                       MOVE PM-LOW-LIMIT   TO WS-X-LOW-LIMIT
