      *> ------------------------------------------------------------
      *> DUPHOLD - the duplicate-hold file: one record per detail
      *> NUMERIC-OUTPUT-PROGRAM held back instead of posting because
      *> it repeats a value already posted - same account, amount
      *> and currency, value class and source - earlier the same
      *> night or within the look-back window on the value master.
      *> A held detail has passed every other check; it has reached
      *> neither the audit log, the value master, the ledger
      *> interface nor the suspense ledger.
      *>
      *> The key is the date the detail was held, its source, the
      *> feed date off the source's header and its extract record
      *> number: one source may send more than one feed in a run,
      *> and their record numbers overlap. DH-ORIG-RUN-DATE and
      *> DH-ORIG-RECORD-NO are the value master key of the posting
      *> it repeats, so the floor can look the original up.
      *>
      *> ONLINE-DUP-REVIEW-PROGRAM is where the floor decides each
      *> item: released ('R' - it is genuine and is to be posted)
      *> or discarded ('D' - it is a true duplicate). DUP-RELEASE-
      *> PROGRAM prints the review report and writes every released
      *> item to the release extract the next run reads, marking it
      *> resubmitted ('S'). FEED-REVERSAL-PROGRAM withdraws ('W')
      *> what a reversed feed still has on hold, since its corrected
      *> re-send is checked afresh. DH-CLOSED-DATE is the date
      *> DUP-RELEASE-PROGRAM resubmitted the item, or first reported
      *> it discarded or withdrawn; zero while it is still open.
      *> ------------------------------------------------------------
       01  DUPLICATE-HOLD-RECORD.
           05  DH-KEY.
               10  DH-HOLD-DATE        PIC 9(08).
               10  DH-SOURCE-SYSTEM    PIC X(08).
               10  DH-FEED-DATE        PIC 9(08).
               10  DH-RECORD-NO        PIC 9(07).
           05  DH-ACCOUNT-ID           PIC X(08).
           05  DH-VALUE                PIC S9(7)V9(5)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           05  DH-VALUE-CLASS          PIC X(01).
           05  DH-CURRENCY-CODE        PIC X(03).
           05  DH-ORIG-RUN-DATE        PIC 9(08).
           05  DH-ORIG-RECORD-NO       PIC 9(07).
           05  DH-ORIG-FEED-DATE       PIC 9(08).
           05  DH-STATUS               PIC X(01).
               88  HOLD-ITEM-HELD                 VALUE 'H'.
               88  HOLD-ITEM-RELEASED             VALUE 'R'.
               88  HOLD-ITEM-RESUBMITTED          VALUE 'S'.
               88  HOLD-ITEM-DISCARDED            VALUE 'D'.
               88  HOLD-ITEM-WITHDRAWN            VALUE 'W'.
               88  HOLD-ITEM-STILL-PENDING        VALUES 'H' 'R'.
           05  DH-DECISION-DATE        PIC 9(08).
           05  DH-DECISION-OPERATOR    PIC X(08).
           05  DH-CLOSED-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
