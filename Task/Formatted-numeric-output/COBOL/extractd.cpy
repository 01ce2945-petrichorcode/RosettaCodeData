      *> ------------------------------------------------------------
      *> EXTRACTD - the extract record layout shared by
      *> NUMERIC-OUTPUT-PROGRAM (input feed),
      *> REJECT-REPAIR-PROGRAM (resubmit extract) and
      *> DUP-RELEASE-PROGRAM (release extract), so a corrected
      *> reject or a released duplicate hold is resubmitted in
      *> exactly the layout the next run expects to read.
      *>
      *> The feed carries one header record ('H' - feed date and
      *> source system), detail records ('D' - one source account,
               10  EX-ACCOUNT-ID       PIC X(08).
               10  FILLER              PIC X(01).
               10  EX-VALUE            PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(01).
               10  EX-SEQUENCE-NO      PIC 9(07).
      *> The upstream shop's classification of the amount: fee,
                   88  VALUE-CLASS-UNCLASSIFIED   VALUE SPACE.
                   88  VALUE-CLASS-IS-LEGAL       VALUES 'F' 'A'
                                                         'P' SPACE.
      *> The ISO code of the currency EX-VALUE is stated in; blank
      *> (every historic feed) is the parameter master's base
      *> currency. Any other currency is converted to base at the
      *> rate in force on the feed date (see XRATED) before the
      *> range limits are applied.
               10  EX-CURRENCY-CODE    PIC X(03).
      *> 'R' on a detail the floor released from the duplicate hold
      *> (see DUPHOLD): DUP-RELEASE-PROGRAM stamps it on the release
      *> extract so the next run posts the detail rather than hold
      *> it against the same original again. Blank on every feed.
               10  EX-HOLD-RELEASE-FLAG PIC X(01).
                   88  DETAIL-RELEASED-FROM-HOLD  VALUE 'R'.
               10  FILLER              PIC X(15).
           05  EX-HEADER-DATA REDEFINES EX-DETAIL-DATA.
               10  EX-FEED-DATE        PIC 9(08).
               10  FILLER              PIC X(01).
               10  EX-EXPECTED-COUNT   PIC 9(09).
               10  FILLER              PIC X(01).
               10  EX-HASH-TOTAL       PIC S9(13)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(21).
