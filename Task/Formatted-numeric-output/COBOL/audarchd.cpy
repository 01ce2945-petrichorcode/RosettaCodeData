       01  ARC-ARCHIVE-RECORD.
           05  ARC-ARCHIVE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ARC-AUDIT-IMAGE         PIC X(88).
           05  ARC-AUDIT-FIELDS REDEFINES ARC-AUDIT-IMAGE.
               10  ARC-RUN-DATE        PIC 9(08).
               10  FILLER              PIC X(42).
               10  ARC-TRUNCATION-FLAG PIC X(01).
               10  FILLER              PIC X(37).
