      *> ------------------------------------------------------------
      *> GLACKD - the general ledger load's acknowledgement record,
      *> read back by GL-ACK-RECON-PROGRAM: one record per GLINTF
      *> detail the ledger load processed, carrying the GL-RUN-DATE
      *> and GL-RECORD-NO it was sent under (the value master's key),
      *> the ledger's posted ('P') or rejected ('R') status and, for
      *> a rejection, the ledger's own reason text. GA-ENTRY-TYPE
      *> echoes GL-ENTRY-TYPE, so the acknowledgement of an offset
      *> ('O') is told apart from that of the original it offsets.
      *> ------------------------------------------------------------
       01  GL-ACK-RECORD.
           05  GA-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GA-RECORD-NO            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GA-STATUS               PIC X(01).
               88  GL-ACK-POSTED                  VALUE 'P'.
               88  GL-ACK-REJECTED                VALUE 'R'.
               88  GL-ACK-STATUS-IS-LEGAL         VALUE 'P' 'R'.
           05  FILLER                  PIC X(01).
           05  GA-LEDGER-REASON        PIC X(30).
           05  FILLER                  PIC X(01).
           05  GA-ENTRY-TYPE           PIC X(01).
               88  GL-ACK-FOR-OFFSET              VALUE 'O'.
           05  FILLER                  PIC X(09).
