           05  SM-SOURCE-SYSTEM        PIC X(08).
           05  SM-SOURCE-NAME          PIC X(30).
           05  SM-LOW-LIMIT            PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  SM-HIGH-LIMIT           PIC S9(5)V9(3)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(12).
