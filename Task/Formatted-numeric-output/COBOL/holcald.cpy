      *> ------------------------------------------------------------
      *> HOLCALD - the holiday calendar: one record per weekday the
      *> shop does not process - a bank holiday, a scheduled
      *> closure - keyed by the date, with what the day is and who
      *> last set it. Saturdays and Sundays are never business days
      *> and are not carried here.
      *>
      *> A scheduled day ('H') is a non-processing day: no feed is
      *> due for it, and it does not count toward an item's age. A
      *> cancelled day ('C') is an ordinary business day again; it
      *> stays on file so the change can be seen.
      *>
      *> ONLINE-HOLIDAY-MAINT-PROGRAM maintains it. NUMERIC-OUTPUT-
      *> PROGRAM's prior-business-day check, SUSPENSE-AGING-PROGRAM,
      *> ONLINE-ACCT-INQUIRY-PROGRAM's suspense ages and
      *> PERIOD-CLOSE-PROGRAM read it; a site with no calendar yet
      *> treats every weekday as a business day.
      *> ------------------------------------------------------------
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
           05  HC-STATUS               PIC X(01).
               88  HOLIDAY-IS-SCHEDULED           VALUE 'H'.
               88  HOLIDAY-IS-CANCELLED           VALUE 'C'.
               88  HOLIDAY-STATUS-IS-KNOWN        VALUES 'H' 'C'.
           05  FILLER                  PIC X(01).
           05  HC-CHANGE-DATE          PIC 9(08).
           05  HC-CHANGE-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(22).
